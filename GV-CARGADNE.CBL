      *     atualizado (recarga da base e operacao normal). A
      *     varredura GV-VALIDACEP e as criticas do cadastro e dos
      *     importadores consultam esta base.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03 WS-NR-CEP-PREFIXO      PIC 9(005) VALUE ZEROS.
           03 WS-DS-CIDADE           PIC X(030) VALUE SPACES.
           03 WS-SG-UF               PIC X(002) VALUE SPACES.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
                    CLOSE ARQ-DNE
                    OPEN I-O ARQ-DNE
                 ELSE
                    MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                    MOVE WID-ARQ-DNE TO WS-ERR-NM-ARQUIVO
                    PERFORM 99-REGISTRA-ERRO
                    MOVE "F" TO WS-FINAL-ARQUIVO
                    MOVE "Base Postal Indisponivel." TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-CARGADNE" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
