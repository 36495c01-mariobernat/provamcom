      *
      * LIMITE DE CREDITO E EXPOSICAO DO CLIENTE (AREA EM
      * GV-CREDITOWS.CPY). QUEM COPIA DECLARA ARQ-LIMCRED
      * (GV-LIMCRED.CPY), ARQ-RECEBER (GV-RECEBER.CPY) E ARQ-VENDADET
      * (GV-VENDADET.CPY, ABERTO), TODOS COM STATUS EM
      * WS-RESULTADO-ACESSO, E A CONSULTA 990-CONSULTA-CONFIG
      *
      * ABRE O ARQUIVO DE LIMITES E O CONTAS A RECEBER, AMBOS
      * OPCIONAIS: SEM LIMITES NAO HA CRITICA; SEM O CONTAS A
      * RECEBER A EXPOSICAO FICA SO COM AS VENDAS DA JANELA
       99-ABRE-ARQUIVOS-CREDITO.
           PERFORM 99-LE-JANELA-FATURAMENTO
           MOVE "N" TO WS-CRD-IND-ARQ-LIMITE
                       WS-CRD-IND-ARQ-RECEBER
           OPEN INPUT ARQ-LIMCRED
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-CRD-IND-ARQ-LIMITE
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO
           OPEN INPUT ARQ-RECEBER
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-CRD-IND-ARQ-RECEBER
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
       99-FECHA-ARQUIVOS-CREDITO.
           IF WS-CRD-ARQ-LIMITE-OK
              CLOSE ARQ-LIMCRED
           END-IF
           IF WS-CRD-ARQ-RECEBER-OK
              CLOSE ARQ-RECEBER
           END-IF.
      *
      * DATA DE CORTE DAS VENDAS NAO FATURADAS: HOJE MENOS A JANELA
       99-LE-JANELA-FATURAMENTO.
           MOVE "DIAS-NAO-FATURADO" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              COMPUTE WS-CRD-VL-CONFIG-NUM =
                      FUNCTION NUMVAL (WS-CFG-VALOR)
              IF WS-CRD-VL-CONFIG-NUM GREATER ZEROS
              AND WS-CRD-VL-CONFIG-NUM LESS 1000
                 MOVE WS-CRD-VL-CONFIG-NUM TO WS-CRD-QT-DIAS
              END-IF
           END-IF
           ACCEPT WS-CRD-DT-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-CRD-NR-DIA =
                   FUNCTION INTEGER-OF-DATE (WS-CRD-DT-HOJE)
                   - WS-CRD-QT-DIAS
           MOVE FUNCTION DATE-OF-INTEGER (WS-CRD-NR-DIA)
                                           TO WS-CRD-DT-CORTE.
      *
       99-BUSCA-LIMITE-CREDITO.
           MOVE ZEROS TO WS-CRD-VL-LIMITE
           IF WS-CRD-ARQ-LIMITE-OK
              MOVE WS-CRD-CD-EMPRESA TO LIM-CD-EMPRESA
              MOVE WS-CRD-CD-CLIENTE TO LIM-CD-CLIENTE
              READ ARQ-LIMCRED
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE LIM-VL-LIMITE TO WS-CRD-VL-LIMITE
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
      *
      * CRITICA DA VENDA DE WS-CRD-VL-VENDA CONTRA O LIMITE: EXCEDE
      * QUANDO A EXPOSICAO ATUAL MAIS A VENDA PASSA DO LIMITE.
      * CLIENTE SEM LIMITE NAO E CRITICADO
       99-CRITICA-CREDITO.
           MOVE "N"   TO WS-CRD-IND-EXCEDE
           MOVE ZEROS TO WS-CRD-VL-EXPOSICAO
                         WS-CRD-PC-USO
           PERFORM 99-BUSCA-LIMITE-CREDITO
           IF WS-CRD-VL-LIMITE GREATER ZEROS
              PERFORM 99-CALCULA-EXPOSICAO
              ADD WS-CRD-VL-VENDA TO WS-CRD-VL-EXPOSICAO
              IF WS-CRD-VL-EXPOSICAO GREATER WS-CRD-VL-LIMITE
                 MOVE "S" TO WS-CRD-IND-EXCEDE
              END-IF
              COMPUTE WS-CRD-PC-USO ROUNDED =
                      WS-CRD-VL-EXPOSICAO * 100 / WS-CRD-VL-LIMITE
                      ON SIZE ERROR
                         MOVE 99999,99 TO WS-CRD-PC-USO
              END-COMPUTE
           END-IF.
      *
      * EXPOSICAO ATUAL DO CLIENTE: SALDO DOS TITULOS EM ABERTO +
      * VENDAS (MENOS ESTORNOS) DA JANELA QUE AINDA NAO TEM TITULO
      * COM O MESMO DOCUMENTO. O REGISTRO MONTADO EM
      * VDD-REGISTRO-VENDA-DET E PRESERVADO
       99-CALCULA-EXPOSICAO.
           MOVE ZEROS TO WS-CRD-VL-TITULOS
                         WS-CRD-VL-NAO-FATURADO
                         WS-CRD-VL-EXPOSICAO
           IF WS-CRD-ARQ-RECEBER-OK
              MOVE WS-CRD-CD-EMPRESA TO REC-CD-EMPRESA
              MOVE WS-CRD-CD-CLIENTE TO REC-CD-CLIENTE
              MOVE ZEROS             TO REC-NR-DOCUMENTO
              MOVE "N"               TO WS-CRD-IND-FIM
              START ARQ-RECEBER KEY NOT LESS REC-CHAVE-RECEBER
              IF WS-OPERACAO-BEM-SUCEDIDA
                 PERFORM 991-SOMA-TITULO-ABERTO
                     UNTIL WS-CRD-FIM-LEITURA
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF
           MOVE VDD-REGISTRO-VENDA-DET TO WS-CRD-IMAGEM-VENDA
           MOVE WS-CRD-CD-EMPRESA TO VDD-CD-EMPRESA
           MOVE WS-CRD-CD-CLIENTE TO VDD-CD-CLIENTE
           MOVE WS-CRD-DT-CORTE   TO VDD-DT-VENDA
           MOVE ZEROS             TO VDD-NR-DOCUMENTO
           MOVE "N"               TO WS-CRD-IND-FIM
           START ARQ-VENDADET KEY NOT LESS VDD-CHAVE-VENDA-DET
           IF WS-OPERACAO-BEM-SUCEDIDA
              PERFORM 992-SOMA-VENDA-ABERTA
                  UNTIL WS-CRD-FIM-LEITURA
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO
           MOVE WS-CRD-IMAGEM-VENDA TO VDD-REGISTRO-VENDA-DET
           IF WS-CRD-VL-NAO-FATURADO LESS ZEROS
              MOVE ZEROS TO WS-CRD-VL-NAO-FATURADO
           END-IF
           COMPUTE WS-CRD-VL-EXPOSICAO =
                   WS-CRD-VL-TITULOS + WS-CRD-VL-NAO-FATURADO.
      *
       991-SOMA-TITULO-ABERTO.
           READ ARQ-RECEBER NEXT
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
           OR REC-CD-EMPRESA NOT EQUAL WS-CRD-CD-EMPRESA
           OR REC-CD-CLIENTE NOT EQUAL WS-CRD-CD-CLIENTE
              MOVE "S" TO WS-CRD-IND-FIM
           ELSE
              IF REC-TIT-ABERTO
                 COMPUTE WS-CRD-VL-TITULOS = WS-CRD-VL-TITULOS
                         + REC-VL-TITULO - REC-VL-PAGO
              END-IF
           END-IF.
      *
       992-SOMA-VENDA-ABERTA.
           READ ARQ-VENDADET NEXT
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
           OR VDD-CD-EMPRESA NOT EQUAL WS-CRD-CD-EMPRESA
           OR VDD-CD-CLIENTE NOT EQUAL WS-CRD-CD-CLIENTE
              MOVE "S" TO WS-CRD-IND-FIM
           ELSE
              IF VDD-CHAVE-VENDA-DET NOT EQUAL WS-CRD-CHAVE-IGNORAR
                 PERFORM 993-VENDA-FATURADA
                 IF NOT WS-CRD-VENDA-FATURADA
                    IF VDD-MOV-ESTORNO
                       SUBTRACT VDD-VL-VENDA
                           FROM WS-CRD-VL-NAO-FATURADO
                    ELSE
                       ADD VDD-VL-VENDA TO WS-CRD-VL-NAO-FATURADO
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
      * A VENDA ESTA FATURADA QUANDO HA TITULO (ABERTO OU PAGO) COM O
      * DOCUMENTO DELA NO CONTAS A RECEBER
       993-VENDA-FATURADA.
           MOVE "N" TO WS-CRD-IND-FATURADA
           IF WS-CRD-ARQ-RECEBER-OK
              MOVE VDD-CD-EMPRESA   TO REC-CD-EMPRESA
              MOVE VDD-CD-CLIENTE   TO REC-CD-CLIENTE
              MOVE VDD-NR-DOCUMENTO TO REC-NR-DOCUMENTO
              READ ARQ-RECEBER
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "S" TO WS-CRD-IND-FATURADA
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
      *
