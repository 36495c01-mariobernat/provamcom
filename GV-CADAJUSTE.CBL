      *     com trilha visivel em vez de acerto fora do sistema.
      *     Ajuste ja processado pelo fechamento nao pode mais ser
      *     removido.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Tipo CTS reservado as contestacoes
      *                   aceitas (GV-CADCONTESTA): nao se lanca
      *                   nem se remove por aqui.
      *     15/Out/2026 - MCB - Tipo CMP reservado aos premios
      *                   de campanha lancados pela apuracao
      *                   final (GV-RANKCAMP).
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03 WS-VL-AJUSTE-NUM       PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-DS-NOTA             PIC X(40) VALUE SPACES.
           03 WS-NM-VENDEDOR         PIC X(40) VALUE SPACES.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
                 CLOSE ARQ-AJUSTE
                 OPEN I-O ARQ-AJUSTE
              ELSE
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-AJUSTE TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Arquivo de Ajustes Indisponivel." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM.
                    MOVE "Tipo, Sinal (C/D) e Valor sao Obrigatorios."
                                                      TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                 ELSE
                 IF WS-TP-AJUSTE EQUAL "CTS" OR "CMP"
                    MOVE "Tipos CTS e CMP Sao Reservados."
                                                      TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                 ELSE
                    MOVE "Confirma o Lancamento do Ajuste (S/N) ?"
                                                      TO WS-MENSAGEM
                          MOVE "Ajuste Lancado - Entra no Fechamento."
                                                      TO WS-MENSAGEM
                       ELSE
                          MOVE "21-INCLUI-AJUSTE" TO WS-ERR-NM-PARAGRAFO
                          MOVE WID-ARQ-AJUSTE TO WS-ERR-NM-ARQUIVO
                          MOVE AJU-CHAVE-AJUSTE TO WS-ERR-DS-CHAVE
                          PERFORM 99-REGISTRA-ERRO
                          MOVE "00" TO WS-ESTADO-ARQUIVO
                          MOVE "Erro na Gravacao do Ajuste."
                                                      TO WS-MENSAGEM
                       PERFORM 99-MENSAGEM
                    END-IF
                 END-IF
                 END-IF
              END-IF
           END-IF.
       21-SAIDA.
                 MOVE "Ajuste ja Processado pelo Fechamento."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
              IF AJU-TP-AJUSTE EQUAL "CTS" OR "CMP"
                 MOVE "Ajuste de Contestacao/Campanha nao Removivel."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 MOVE "Confirma a Remocao do Ajuste (S/N) ?"
                                                      TO WS-MENSAGEM
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-CADAJUSTE" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
