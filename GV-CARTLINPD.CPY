      * CARTEIRA POR LINHA DE PRODUTO (AREA EM GV-CARTLINWS.CPY).
      * QUEM COPIA DECLARA ARQ-CARTLINHA (GV-CARTLIN.CPY) COM STATUS
      * EM WS-RESULTADO-ACESSO
      *
      * ABRE A CARTEIRA POR LINHA PARA CONSULTA (OPCIONAL: SEM ELA
      * VALE A CARTEIRA GERAL DO CLIENTE, COMO ANTES)
       99-ABRE-CARTLINHA-CONSULTA.
           MOVE "N" TO WS-CLN-IND-ARQ
           OPEN INPUT ARQ-CARTLINHA
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-CLN-IND-ARQ
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
       99-FECHA-CARTLINHA.
           IF WS-CLN-ARQ-OK
              CLOSE ARQ-CARTLINHA
              MOVE "N" TO WS-CLN-IND-ARQ
           END-IF.
      *
      * DONO DA LINHA WS-CLN-CD-LINHA NO CLIENTE WS-CLN-CD-EMPRESA/
      * WS-CLN-CD-CLIENTE. SEM LINHA, SEM ATRIBUICAO OU COM
      * ATRIBUICAO SEM VENDEDOR FICA WS-CLN-CD-VENDEDOR COMO O
      * CHAMADOR O CARREGOU (O DONO DA CARTEIRA GERAL)
       99-BUSCA-DONO-LINHA.
           MOVE "N" TO WS-CLN-IND-ACHOU
           IF  WS-CLN-ARQ-OK
           AND WS-CLN-CD-LINHA NOT EQUAL SPACES
              MOVE WS-CLN-CD-EMPRESA TO CLN-CD-EMPRESA
              MOVE WS-CLN-CD-CLIENTE TO CLN-CD-CLIENTE
              MOVE WS-CLN-CD-LINHA   TO CLN-CD-LINHA
              READ ARQ-CARTLINHA
              IF  WS-OPERACAO-BEM-SUCEDIDA
              AND CLN-CD-VENDEDOR GREATER ZEROS
                 MOVE "S"             TO WS-CLN-IND-ACHOU
                 MOVE CLN-CD-VENDEDOR TO WS-CLN-CD-VENDEDOR
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
      *
