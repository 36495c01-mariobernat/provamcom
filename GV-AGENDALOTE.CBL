      *     dia util (GV-DIAUTIL) controlam quando cada relatorio
      *     roda - ninguem mais precisa sentar no menu para rodar o
      *     relatorio de toda segunda-feira.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY GV-DIAUTILWS.CPY.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
                 CLOSE ARQ-AGENDALOTE
                 OPEN I-O ARQ-AGENDALOTE
              ELSE
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-AGENDALOTE TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Agenda de Relatorios Indisponivel."
                                                      TO WS-MENSAGEM
              DISPLAY SST-MENSAGEM
              ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-AGENDALOTE" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
