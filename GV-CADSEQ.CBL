      *     cliente e de vendedor por empresa. O ajuste manual e
      *     necessario, por exemplo, apos uma restauracao de backup
      *     que recuou o cadastro em relacao ao contador.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              88 WS-FIM-ARQUIVO                VALUE "F".
           03 WS-IND-REGISTRO-NOVO   PIC X(01) VALUE "N".
              88 WS-REGISTRO-NOVO              VALUE "S".
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
                 CLOSE ARQ-SEQUENCIA
                 OPEN I-O ARQ-SEQUENCIA
              ELSE
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-SEQUENCIA TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Controle de Sequencia Indisponivel."
                                                      TO WS-MENSAGEM
                    MOVE "Contador Ajustado." TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                 ELSE
                    MOVE "21-AJUSTA-CONTADOR" TO WS-ERR-NM-PARAGRAFO
                    MOVE WID-ARQ-SEQUENCIA TO WS-ERR-NM-ARQUIVO
                    MOVE SEQ-CHAVE TO WS-ERR-DS-CHAVE
                    PERFORM 99-REGISTRA-ERRO
                    MOVE "00" TO WS-ESTADO-ARQUIVO
                    MOVE "Erro ao Gravar o Contador." TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-CADSEQ" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
