      *     prefixo zerado ou coordenadas fora de faixa sao
      *     rejeitadas com contagem. Prefixo ja existente e
      *     atualizado (recarga da base e operacao normal).
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03 WS-SG-UF               PIC X(002) VALUE SPACES.
           03 WS-NR-LATITUDE         PIC S9(003)V9(008) VALUE ZEROS.
           03 WS-NR-LONGITUDE        PIC S9(003)V9(008) VALUE ZEROS.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
                    CLOSE ARQ-GEOMUN
                    OPEN I-O ARQ-GEOMUN
                 ELSE
                    MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                    MOVE WID-ARQ-GEOMUN TO WS-ERR-NM-ARQUIVO
                    PERFORM 99-REGISTRA-ERRO
                    MOVE "F" TO WS-FINAL-ARQUIVO
                    MOVE "Tabela de Geocodificacao Indisponivel."
                                                      TO WS-MENSAGEM
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-CARGAGEO" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
