      *
      * CONSUMO DO CONTRATO EM CTR-REGISTRO ATE A COMPETENCIA EM
      * WS-CNS-NR-COMPETENCIA (AREA EM GV-CONSUMOWS.CPY). QUEM
      * COPIA DECLARA ARQ-VENDADET (GV-VENDADET.CPY, ABERTO) COM
      * STATUS EM WS-RESULTADO-ACESSO E A CONSULTA
      * 990-CONSULTA-CONFIG
      *
       99-LE-TOLERANCIA-CONSUMO.
           MOVE "CONTRATO-PC-ATRASO" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              COMPUTE WS-CNS-VL-CONFIG-NUM =
                      FUNCTION NUMVAL (WS-CFG-VALOR)
              IF WS-CNS-VL-CONFIG-NUM LESS 100
                 MOVE WS-CNS-VL-CONFIG-NUM TO WS-CNS-PC-TOLERANCIA
              END-IF
           END-IF.
      *
      * MESES CONTADOS COMO ANO x 12 + MES, PARA QUE A DIFERENCA
      * ENTRE DUAS COMPETENCIAS SEJA O NUMERO DE MESES
       99-APURA-CONSUMO.
           COMPUTE WS-CNS-NR-AAAAMM = CTR-DT-INICIO / 100
           PERFORM 9913-CONVERTE-MES
           MOVE WS-CNS-NR-MES-CORRIDO TO WS-CNS-NR-MES-INICIO
           COMPUTE WS-CNS-NR-AAAAMM = CTR-DT-FIM / 100
           PERFORM 9913-CONVERTE-MES
           MOVE WS-CNS-NR-MES-CORRIDO TO WS-CNS-NR-MES-FIM
           MOVE WS-CNS-NR-COMPETENCIA TO WS-CNS-NR-AAAAMM
           PERFORM 9913-CONVERTE-MES
           MOVE WS-CNS-NR-MES-CORRIDO TO WS-CNS-NR-MES-REF
           IF WS-CNS-NR-MES-FIM LESS WS-CNS-NR-MES-INICIO
              MOVE WS-CNS-NR-MES-INICIO TO WS-CNS-NR-MES-FIM
           END-IF
           COMPUTE WS-CNS-QT-MESES =
                   WS-CNS-NR-MES-FIM - WS-CNS-NR-MES-INICIO + 1
           IF WS-CNS-QT-MESES GREATER 240
              MOVE 240 TO WS-CNS-QT-MESES
              COMPUTE WS-CNS-NR-MES-FIM =
                      WS-CNS-NR-MES-INICIO + 239
           END-IF
           IF WS-CNS-NR-MES-REF LESS WS-CNS-NR-MES-INICIO
              MOVE ZEROS TO WS-CNS-QT-DECORRIDOS
           ELSE
              IF WS-CNS-NR-MES-REF GREATER WS-CNS-NR-MES-FIM
                 MOVE WS-CNS-QT-MESES TO WS-CNS-QT-DECORRIDOS
              ELSE
                 COMPUTE WS-CNS-QT-DECORRIDOS =
                         WS-CNS-NR-MES-REF - WS-CNS-NR-MES-INICIO + 1
              END-IF
           END-IF
           COMPUTE WS-CNS-VL-PARCELA =
                   CTR-VL-CONTRATO / WS-CNS-QT-MESES
           COMPUTE WS-CNS-VL-ULTIMA =
                   CTR-VL-CONTRATO
                   - WS-CNS-VL-PARCELA * (WS-CNS-QT-MESES - 1)
           IF WS-CNS-QT-DECORRIDOS EQUAL WS-CNS-QT-MESES
              MOVE CTR-VL-CONTRATO TO WS-CNS-VL-PREVISTO
           ELSE
              COMPUTE WS-CNS-VL-PREVISTO =
                      WS-CNS-VL-PARCELA * WS-CNS-QT-DECORRIDOS
           END-IF
           PERFORM 991-SOMA-VENDAS-CONTRATO
           MOVE ZEROS TO WS-CNS-PC-CONSUMIDO
                         WS-CNS-VL-FALTA-PLANO
                         WS-CNS-VL-PROJETADO
                         WS-CNS-VL-FALTA-PROJ
           IF CTR-VL-CONTRATO GREATER ZEROS
              COMPUTE WS-CNS-PC-CONSUMIDO ROUNDED =
                      WS-CNS-VL-REALIZADO * 100 / CTR-VL-CONTRATO
                  ON SIZE ERROR MOVE 9999,9 TO WS-CNS-PC-CONSUMIDO
              END-COMPUTE
           END-IF
           IF WS-CNS-VL-REALIZADO LESS WS-CNS-VL-PREVISTO
              COMPUTE WS-CNS-VL-FALTA-PLANO =
                      WS-CNS-VL-PREVISTO - WS-CNS-VL-REALIZADO
           END-IF
      * PROJECAO PELO RITMO MEDIO DOS MESES JA DECORRIDOS
           IF WS-CNS-QT-DECORRIDOS GREATER ZEROS
              COMPUTE WS-CNS-VL-PROJETADO ROUNDED =
                      WS-CNS-VL-REALIZADO * WS-CNS-QT-MESES
                      / WS-CNS-QT-DECORRIDOS
              IF WS-CNS-VL-PROJETADO LESS CTR-VL-CONTRATO
                 COMPUTE WS-CNS-VL-FALTA-PROJ =
                         CTR-VL-CONTRATO - WS-CNS-VL-PROJETADO
              END-IF
           END-IF
           COMPUTE WS-CNS-VL-LIMIAR ROUNDED =
                   WS-CNS-VL-PREVISTO
                   * (100 - WS-CNS-PC-TOLERANCIA) / 100
           IF  WS-CNS-QT-DECORRIDOS GREATER ZEROS
           AND WS-CNS-VL-REALIZADO LESS WS-CNS-VL-LIMIAR
              MOVE "S" TO WS-CNS-IND-ATRASADO
           ELSE
              MOVE "N" TO WS-CNS-IND-ATRASADO
           END-IF.
      *
      * PARCELA PREVISTA DO MES WS-CNS-IX-MES DA VIGENCIA
       99-PARCELA-DO-MES.
           IF WS-CNS-IX-MES EQUAL WS-CNS-QT-MESES
              MOVE WS-CNS-VL-ULTIMA  TO WS-CNS-VL-PREV-MES
           ELSE
              MOVE WS-CNS-VL-PARCELA TO WS-CNS-VL-PREV-MES
           END-IF.
      *
      * VENDAS DO CLIENTE DENTRO DA VIGENCIA, ATE A REFERENCIA,
      * ACUMULADAS POR MES (CHAVE DO DETALHE COMECA POR EMPRESA/
      * CLIENTE/DATA - A LEITURA PARA NA PRIMEIRA FORA DA FAIXA)
       991-SOMA-VENDAS-CONTRATO.
           MOVE ZEROS TO WS-CNS-VL-REALIZADO
           PERFORM 9911-ZERA-MES-CONSUMO
               VARYING WS-CNS-IX-MES FROM 1 BY 1
               UNTIL WS-CNS-IX-MES GREATER 240
           MOVE "N" TO WS-CNS-IND-FIM
           MOVE CTR-CD-EMPRESA TO VDD-CD-EMPRESA
           MOVE CTR-CD-CLIENTE TO VDD-CD-CLIENTE
           MOVE CTR-DT-INICIO  TO VDD-DT-VENDA
           MOVE ZEROS          TO VDD-NR-DOCUMENTO
           START ARQ-VENDADET KEY NOT LESS VDD-CHAVE-VENDA-DET
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-CNS-IND-FIM
           END-IF
           PERFORM 9912-SOMA-UMA-VENDA-CONTRATO
               UNTIL WS-CNS-FIM-LEITURA
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
       9911-ZERA-MES-CONSUMO.
           MOVE ZEROS TO WS-CNS-VL-MES(WS-CNS-IX-MES).
      *
       9912-SOMA-UMA-VENDA-CONTRATO.
           READ ARQ-VENDADET NEXT
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-CNS-IND-FIM
           ELSE
              COMPUTE WS-CNS-NR-AAAAMM = VDD-DT-VENDA / 100
              PERFORM 9913-CONVERTE-MES
              MOVE WS-CNS-NR-MES-CORRIDO TO WS-CNS-NR-MES-VENDA
              IF VDD-CD-EMPRESA NOT EQUAL CTR-CD-EMPRESA
              OR VDD-CD-CLIENTE NOT EQUAL CTR-CD-CLIENTE
              OR VDD-DT-VENDA   GREATER CTR-DT-FIM
              OR WS-CNS-NR-MES-VENDA GREATER WS-CNS-NR-MES-REF
              OR WS-CNS-NR-MES-VENDA GREATER WS-CNS-NR-MES-FIM
                 MOVE "S" TO WS-CNS-IND-FIM
              ELSE
                 COMPUTE WS-CNS-IX-MES =
                         WS-CNS-NR-MES-VENDA - WS-CNS-NR-MES-INICIO + 1
                 IF VDD-MOV-ESTORNO
                    SUBTRACT VDD-VL-VENDA FROM WS-CNS-VL-REALIZADO
                                        WS-CNS-VL-MES(WS-CNS-IX-MES)
                 ELSE
                    ADD VDD-VL-VENDA TO WS-CNS-VL-REALIZADO
                                        WS-CNS-VL-MES(WS-CNS-IX-MES)
                 END-IF
              END-IF
           END-IF.
      *
       9913-CONVERTE-MES.
           COMPUTE WS-CNS-NR-ANO = WS-CNS-NR-AAAAMM / 100
           COMPUTE WS-CNS-NR-MES-CORRIDO =
                   WS-CNS-NR-ANO * 12
                   + WS-CNS-NR-AAAAMM - WS-CNS-NR-ANO * 100.
      *
