      *     proprio ausente. Encerrada a ausencia, nada precisa ser
      *     desfeito - os demais programas consultam o periodo pela
      *     data corrente.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03 WS-DT-INICIO           PIC 9(008).
           03 WS-DT-FIM              PIC 9(008).
           03 WS-CD-COBERTURA        PIC 9(007).
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
                 CLOSE ARQ-AUSENCIA
                 OPEN I-O ARQ-AUSENCIA
              ELSE
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-AUSENCIA TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Arquivo de Ausencias Indisponivel."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM.
           OPEN INPUT ARQ-VENDEDOR.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Vendedores Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-CADAUSENCIA" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
