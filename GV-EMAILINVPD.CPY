      * CONSULTA DE E-MAIL DEVOLVIDO EM DEFINITIVO (AREA EM
      * GV-EMAILINVWS.CPY). QUEM COPIA DECLARA ARQ-EMAILINV
      * (GV-EMAILINV.CPY) COM STATUS EM WS-RESULTADO-ACESSO
      *
       99-ABRE-ARQUIVO-EMAILINV.
           MOVE "N" TO WS-EMI-IND-ARQ-EMAILINV
           OPEN INPUT ARQ-EMAILINV
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-EMI-IND-ARQ-EMAILINV
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
       99-FECHA-ARQUIVO-EMAILINV.
           IF WS-EMI-ARQ-EMAILINV-OK
              CLOSE ARQ-EMAILINV
           END-IF.
      *
      * O E-MAIL ATUAL DO CLIENTE EM CLI-REGISTRO-CLIENTE JA VOLTOU
      * EM DEFINITIVO? O RESULTADO FICA EM WS-EMI-IND-INVALIDO
       99-VERIFICA-EMAIL-DEVOLVIDO.
           MOVE "N" TO WS-EMI-IND-INVALIDO
           IF  WS-EMI-ARQ-EMAILINV-OK
           AND CLI-DS-EMAIL NOT EQUAL SPACES
              MOVE CLI-CD-EMPRESA TO EMI-CD-EMPRESA
              MOVE CLI-CD-CLIENTE TO EMI-CD-CLIENTE
              READ ARQ-EMAILINV
              IF  WS-OPERACAO-BEM-SUCEDIDA
              AND EMI-DS-EMAIL EQUAL CLI-DS-EMAIL
                 MOVE "S" TO WS-EMI-IND-INVALIDO
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
