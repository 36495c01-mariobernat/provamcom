      *     pagamento de comissao, usada pela exportacao de
      *     lancamentos contabeis (GV-EXPCONTABIL). Os eventos
      *     reconhecidos estao documentados no copybook.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03 WS-CD-EVENTO           PIC X(008).
           03 WS-CD-CONTA            PIC X(010).
           03 WS-DS-CONTA            PIC X(030).
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
                 CLOSE ARQ-CONTAMAP
                 OPEN I-O ARQ-CONTAMAP
              ELSE
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-CONTAMAP TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Mapeamento Contabil Indisponivel."
                                                      TO WS-MENSAGEM
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-CADCONTA" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
