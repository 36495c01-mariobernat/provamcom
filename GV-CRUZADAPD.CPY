      *
      * OPORTUNIDADES DE VENDA CRUZADA POR LINHA DE PRODUTO (AREA EM
      * GV-CRUZADAWS.CPY). QUEM COPIA DECLARA ARQ-CLIENTE
      * (GV-CADCLI.CPY, ABERTO), ARQ-VENDADET (GV-VENDADET.CPY) E
      * ARQ-PRODUTO (GV-PRODUTO.CPY), TODOS COM STATUS EM
      * WS-RESULTADO-ACESSO, E A CONSULTA 990-CONSULTA-CONFIG
      *
      * ABRE O DETALHE DE VENDAS E O CADASTRO DE PRODUTOS, AMBOS
      * OPCIONAIS: SEM ELES NAO HA LINHA A OFERECER
       99-ABRE-ARQUIVOS-CRUZADA.
           PERFORM 99-LE-PARAMETRO-CRUZADA
           MOVE "N" TO WS-VCZ-IND-ARQ-VENDAS
                       WS-VCZ-IND-ARQ-PRODUTO
           OPEN INPUT ARQ-VENDADET
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-VCZ-IND-ARQ-VENDAS
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO
           OPEN INPUT ARQ-PRODUTO
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-VCZ-IND-ARQ-PRODUTO
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
       99-FECHA-ARQUIVOS-CRUZADA.
           IF WS-VCZ-ARQ-VENDAS-OK
              CLOSE ARQ-VENDADET
           END-IF
           IF WS-VCZ-ARQ-PRODUTO-OK
              CLOSE ARQ-PRODUTO
           END-IF.
      *
      * JANELA DE DOZE MESES ATE HOJE E PERCENTUAL DE PARES
       99-LE-PARAMETRO-CRUZADA.
           ACCEPT WS-VCZ-DT-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-VCZ-DT-CORTE = WS-VCZ-DT-HOJE - 10000
           MOVE "CRUZADA-PC-PARES" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              COMPUTE WS-VCZ-VL-CONFIG-NUM =
                      FUNCTION NUMVAL (WS-CFG-VALOR)
              IF  WS-VCZ-VL-CONFIG-NUM GREATER ZEROS
              AND WS-VCZ-VL-CONFIG-NUM LESS 100
                 MOVE WS-VCZ-VL-CONFIG-NUM TO WS-VCZ-PC-PARES
              END-IF
           END-IF.
      *
      * MONTA AS LINHAS DO CADASTRO DE PRODUTOS E, VARRENDO OS
      * CLIENTES ATIVOS, A CONTAGEM DE COMPRADORES E A RECEITA DE
      * CADA LINHA POR GRUPO DE PARES. DEIXA O CADASTRO DE CLIENTES
      * NO FIM - QUEM COPIA REPOSICIONA ANTES DE VARRER DE NOVO
       99-CARREGA-PARES-CRUZADA.
           MOVE ZEROS TO WS-VCZ-QT-LINHAS
                         WS-VCZ-QT-GRUPOS
           IF WS-VCZ-ARQ-VENDAS-OK AND WS-VCZ-ARQ-PRODUTO-OK
              MOVE ZEROS TO PRD-CD-PRODUTO
                            WS-ESTADO-ARQUIVO
              MOVE "N"   TO WS-VCZ-IND-FIM
              START ARQ-PRODUTO KEY NOT LESS PRD-CD-PRODUTO
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "S" TO WS-VCZ-IND-FIM
              END-IF
              PERFORM 991-GUARDA-LINHA-PRODUTO
                  UNTIL WS-VCZ-FIM-LEITURA
              MOVE ZEROS TO CLI-CHAVE-CLIENTE
                            WS-ESTADO-ARQUIVO
              START ARQ-CLIENTE KEY NOT LESS CLI-CHAVE-CLIENTE
              PERFORM 992-SOMA-CLIENTE-PARES
                  UNTIL NOT WS-OPERACAO-BEM-SUCEDIDA
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
       991-GUARDA-LINHA-PRODUTO.
           READ ARQ-PRODUTO NEXT
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-VCZ-IND-FIM
           ELSE
              IF PRD-CD-LINHA NOT EQUAL SPACES
                 PERFORM 99-LINHA-NA-TABELA
                 IF  WS-VCZ-IX-ACHOU EQUAL ZEROS
                 AND WS-VCZ-QT-LINHAS LESS 50
                    ADD 1 TO WS-VCZ-QT-LINHAS
                    MOVE PRD-CD-LINHA
                         TO WS-VCZ-CD-LINHA(WS-VCZ-QT-LINHAS)
                 END-IF
              END-IF
           END-IF.
      *
      * CLIENTE ATIVO ENTRA NO SEU GRUPO, TENHA COMPRADO OU NAO
       992-SOMA-CLIENTE-PARES.
           READ ARQ-CLIENTE NEXT
           IF WS-OPERACAO-BEM-SUCEDIDA
              IF CLI-SIT-ATIVO
                 PERFORM 99-GRUPO-DO-CLIENTE
                 IF  WS-VCZ-IX-GRP EQUAL ZEROS
                 AND WS-VCZ-QT-GRUPOS LESS 300
                    ADD 1 TO WS-VCZ-QT-GRUPOS
                    MOVE WS-VCZ-QT-GRUPOS TO WS-VCZ-IX-GRP
                    PERFORM 9921-INICIA-GRUPO
                 END-IF
                 IF WS-VCZ-IX-GRP GREATER ZEROS
                    ADD 1 TO WS-VCZ-GRP-QT-CLIENTES(WS-VCZ-IX-GRP)
                    PERFORM 993-RECEITA-POR-LINHA
                    PERFORM 9922-SOMA-LINHA-GRUPO
                        VARYING WS-VCZ-IX-LIN FROM 1 BY 1
                        UNTIL WS-VCZ-IX-LIN GREATER WS-VCZ-QT-LINHAS
                 END-IF
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
      *
       9921-INICIA-GRUPO.
           MOVE CLI-CD-CLASSE-ABC TO WS-VCZ-GRP-CLASSE(WS-VCZ-IX-GRP)
           MOVE CLI-CD-REGIAO     TO WS-VCZ-GRP-REGIAO(WS-VCZ-IX-GRP)
           MOVE ZEROS TO WS-VCZ-GRP-QT-CLIENTES(WS-VCZ-IX-GRP)
           PERFORM 99211-ZERA-LINHA-GRUPO
               VARYING WS-VCZ-IX-LIN FROM 1 BY 1
               UNTIL WS-VCZ-IX-LIN GREATER 50.
      *
       99211-ZERA-LINHA-GRUPO.
           MOVE ZEROS TO
                WS-VCZ-GRP-QT-COMPRADORES(WS-VCZ-IX-GRP WS-VCZ-IX-LIN)
                WS-VCZ-GRP-VL-RECEITA(WS-VCZ-IX-GRP WS-VCZ-IX-LIN).
      *
       9922-SOMA-LINHA-GRUPO.
           IF WS-VCZ-VL-CLIENTE(WS-VCZ-IX-LIN) GREATER ZEROS
              ADD 1
               TO WS-VCZ-GRP-QT-COMPRADORES(WS-VCZ-IX-GRP WS-VCZ-IX-LIN)
              ADD WS-VCZ-VL-CLIENTE(WS-VCZ-IX-LIN)
               TO WS-VCZ-GRP-VL-RECEITA(WS-VCZ-IX-GRP WS-VCZ-IX-LIN)
           END-IF.
      *
      * RECEITA DE DOZE MESES DO CLIENTE EM CLI-REGISTRO-CLIENTE POR
      * LINHA: VARRE O DETALHE A PARTIR DA DATA DE CORTE ATE A CHAVE
      * MUDAR DE CLIENTE. ESTORNO DESCONTA QUANDO A VENDA ORIGINAL
      * TAMBEM CAI NA JANELA; PRODUTO ZERO OU FORA DO CADASTRO NAO
      * TEM LINHA E FICA DE FORA
       993-RECEITA-POR-LINHA.
           PERFORM 9931-ZERA-LINHA-CLIENTE
               VARYING WS-VCZ-IX-LIN FROM 1 BY 1
               UNTIL WS-VCZ-IX-LIN GREATER 50
           MOVE "N"             TO WS-VCZ-IND-FIM
           MOVE CLI-CD-EMPRESA  TO VDD-CD-EMPRESA
           MOVE CLI-CD-CLIENTE  TO VDD-CD-CLIENTE
           MOVE WS-VCZ-DT-CORTE TO VDD-DT-VENDA
           MOVE ZEROS           TO VDD-NR-DOCUMENTO
                                   WS-ESTADO-ARQUIVO
           START ARQ-VENDADET KEY NOT LESS VDD-CHAVE-VENDA-DET
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-VCZ-IND-FIM
           END-IF
           PERFORM 9932-SOMA-DETALHE-LINHA
               UNTIL WS-VCZ-FIM-LEITURA
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
       9931-ZERA-LINHA-CLIENTE.
           MOVE ZEROS TO WS-VCZ-VL-CLIENTE(WS-VCZ-IX-LIN).
      *
       9932-SOMA-DETALHE-LINHA.
           READ ARQ-VENDADET NEXT
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-VCZ-IND-FIM
           ELSE
              IF VDD-CD-EMPRESA NOT EQUAL CLI-CD-EMPRESA
              OR VDD-CD-CLIENTE NOT EQUAL CLI-CD-CLIENTE
                 MOVE "S" TO WS-VCZ-IND-FIM
              ELSE
                 IF  VDD-CD-PRODUTO GREATER ZEROS
                 AND VDD-DT-VENDA NOT GREATER WS-VCZ-DT-HOJE
                    MOVE VDD-CD-PRODUTO TO PRD-CD-PRODUTO
                    READ ARQ-PRODUTO
                    IF WS-OPERACAO-BEM-SUCEDIDA
                       PERFORM 99-LINHA-NA-TABELA
                       PERFORM 99321-APLICA-DETALHE-LINHA
                    END-IF
                    MOVE "00" TO WS-ESTADO-ARQUIVO
                 END-IF
              END-IF
           END-IF.
      *
       99321-APLICA-DETALHE-LINHA.
           IF WS-VCZ-IX-ACHOU GREATER ZEROS
              IF VDD-MOV-ESTORNO
                 IF VDD-DT-ORIGINAL NOT LESS WS-VCZ-DT-CORTE
                    SUBTRACT VDD-VL-VENDA
                        FROM WS-VCZ-VL-CLIENTE(WS-VCZ-IX-ACHOU)
                 END-IF
              ELSE
                 ADD VDD-VL-VENDA TO WS-VCZ-VL-CLIENTE(WS-VCZ-IX-ACHOU)
              END-IF
           END-IF.
      *
      * POSICAO DE PRD-CD-LINHA NA TABELA DE LINHAS (ZERO SE FORA)
       99-LINHA-NA-TABELA.
           MOVE ZEROS TO WS-VCZ-IX-ACHOU
           PERFORM 994-COMPARA-LINHA
               VARYING WS-VCZ-IX-LIN FROM 1 BY 1
               UNTIL WS-VCZ-IX-LIN GREATER WS-VCZ-QT-LINHAS
                  OR WS-VCZ-IX-ACHOU GREATER ZEROS.
      *
       994-COMPARA-LINHA.
           IF WS-VCZ-CD-LINHA(WS-VCZ-IX-LIN) EQUAL PRD-CD-LINHA
              MOVE WS-VCZ-IX-LIN TO WS-VCZ-IX-ACHOU
           END-IF.
      *
      * GRUPO DE PARES (CLASSE/REGIAO) DO CLIENTE EM
      * CLI-REGISTRO-CLIENTE; ZERO QUANDO NAO HA
       99-GRUPO-DO-CLIENTE.
           MOVE ZEROS TO WS-VCZ-IX-ACHOU
           PERFORM 995-COMPARA-GRUPO
               VARYING WS-VCZ-IX-GRP FROM 1 BY 1
               UNTIL WS-VCZ-IX-GRP GREATER WS-VCZ-QT-GRUPOS
                  OR WS-VCZ-IX-ACHOU GREATER ZEROS
           MOVE WS-VCZ-IX-ACHOU TO WS-VCZ-IX-GRP.
      *
       995-COMPARA-GRUPO.
           IF  WS-VCZ-GRP-CLASSE(WS-VCZ-IX-GRP) EQUAL CLI-CD-CLASSE-ABC
           AND WS-VCZ-GRP-REGIAO(WS-VCZ-IX-GRP) EQUAL CLI-CD-REGIAO
              MOVE WS-VCZ-IX-GRP TO WS-VCZ-IX-ACHOU
           END-IF.
      *
      * LACUNAS DO CLIENTE EM CLI-REGISTRO-CLIENTE, JA ORDENADAS DA
      * MAIOR PARA A MENOR RECEITA MEDIA DOS PARES
       99-APURA-LACUNAS-CLIENTE.
           MOVE ZEROS TO WS-VCZ-QT-LACUNAS
           PERFORM 99-GRUPO-DO-CLIENTE
           IF WS-VCZ-IX-GRP GREATER ZEROS
              IF WS-VCZ-GRP-QT-CLIENTES(WS-VCZ-IX-GRP) GREATER ZEROS
                 PERFORM 993-RECEITA-POR-LINHA
                 PERFORM 996-AVALIA-LINHA-CLIENTE
                     VARYING WS-VCZ-IX-LIN FROM 1 BY 1
                     UNTIL WS-VCZ-IX-LIN GREATER WS-VCZ-QT-LINHAS
              END-IF
           END-IF.
      *
       996-AVALIA-LINHA-CLIENTE.
           IF  WS-VCZ-VL-CLIENTE(WS-VCZ-IX-LIN) NOT GREATER ZEROS
           AND WS-VCZ-GRP-QT-COMPRADORES(WS-VCZ-IX-GRP WS-VCZ-IX-LIN)
                                                 GREATER ZEROS
              COMPUTE WS-VCZ-PC-COMPRA ROUNDED =
                 WS-VCZ-GRP-QT-COMPRADORES(WS-VCZ-IX-GRP WS-VCZ-IX-LIN)
                 * 100 / WS-VCZ-GRP-QT-CLIENTES(WS-VCZ-IX-GRP)
              IF  WS-VCZ-PC-COMPRA GREATER WS-VCZ-PC-PARES
              AND WS-VCZ-QT-LACUNAS LESS 50
                 COMPUTE WS-VCZ-VL-MEDIO ROUNDED =
                   WS-VCZ-GRP-VL-RECEITA(WS-VCZ-IX-GRP WS-VCZ-IX-LIN) /
                   WS-VCZ-GRP-QT-COMPRADORES
                                 (WS-VCZ-IX-GRP WS-VCZ-IX-LIN)
                 PERFORM 9961-INSERE-LACUNA
              END-IF
           END-IF.
      *
      * INSERCAO ORDENADA: ACHA A POSICAO, DESLOCA OS MENORES UMA
      * CASA ABAIXO E GRAVA A LACUNA NO LUGAR
       9961-INSERE-LACUNA.
           MOVE 1 TO WS-VCZ-IX-POS
           PERFORM 99611-AVANCA-POSICAO
               UNTIL WS-VCZ-IX-POS GREATER WS-VCZ-QT-LACUNAS
                  OR WS-VCZ-LAC-VL-MEDIO(WS-VCZ-IX-POS)
                                       LESS WS-VCZ-VL-MEDIO
           PERFORM 99612-DESLOCA-LACUNA
               VARYING WS-VCZ-IX-LAC FROM WS-VCZ-QT-LACUNAS BY -1
               UNTIL WS-VCZ-IX-LAC LESS WS-VCZ-IX-POS
           MOVE WS-VCZ-CD-LINHA(WS-VCZ-IX-LIN)
                TO WS-VCZ-LAC-CD-LINHA(WS-VCZ-IX-POS)
           MOVE WS-VCZ-PC-COMPRA TO WS-VCZ-LAC-PC-PARES(WS-VCZ-IX-POS)
           MOVE WS-VCZ-VL-MEDIO  TO WS-VCZ-LAC-VL-MEDIO(WS-VCZ-IX-POS)
           ADD 1 TO WS-VCZ-QT-LACUNAS.
      *
       99611-AVANCA-POSICAO.
           ADD 1 TO WS-VCZ-IX-POS.
      *
       99612-DESLOCA-LACUNA.
           MOVE WS-VCZ-LACUNA(WS-VCZ-IX-LAC)
             TO WS-VCZ-LACUNA(WS-VCZ-IX-LAC + 1).
      *
