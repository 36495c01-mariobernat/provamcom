      *     por datas. O esquema do diretor comercial (2% ate a cota,
      *     3,5% acima, bandas proprias de algumas regioes) sai da
      *     planilha e entra no sistema.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Tabela de simulacao GV-REGRASIM.DAT
      *                   (faixas candidatas para GV-SIMREGRA),
      *                   opcionalmente copiada da vigente.
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03 WS-DT-FIM              PIC 9(008).
           03 WS-VL-LIMITE           PIC ZZZZZZZZZZZZ9,99.
           03 WS-PC-COMISSAO         PIC ZZ9,99.
      *
      * TABELA EM MANUTENCAO: A VIGENTE OU A DE SIMULACAO, ONDE SE
      * MONTAM AS FAIXAS CANDIDATAS AVALIADAS POR GV-SIMREGRA
           03 WS-TP-TABELA           PIC 9(01) VALUE 1.
              88 WS-TABELA-VIGENTE             VALUE 1.
              88 WS-TABELA-SIMULACAO           VALUE 2.
           03 WS-IND-COPIA           PIC X(01) VALUE "N".
              88 WS-COPIA-VIGENTE              VALUE "S" "s".
           03 WS-IND-COPIA-CHEIA     PIC X(01) VALUE "N".
              88 WS-COPIA-CHEIA                VALUE "S".
           03 WS-QT-COPIA            PIC 9(004) COMP VALUE ZEROS.
           03 WS-IX-COPIA            PIC 9(004) COMP VALUE ZEROS.
           03 WS-QT-ED               PIC ZZZ9.
      *
      * FAIXAS DA TABELA VIGENTE LIDAS PARA A COPIA DE SIMULACAO
       01  WS-TABELA-COPIA.
           03 WS-CPY-REGISTRO        PIC X(041) OCCURS 300 TIMES.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
      *
       01  SST-LIMPA-TELA.
           03 LINE 22 COL 10 BLANK LINE.
           03 LINE 21 COL 01 BLANK LINE.
           03 LINE 20 COL 01 BLANK LINE.
           03 LINE 19 COL 01 BLANK LINE.
           03 LINE 18 COL 01 BLANK LINE.
           03 LINE 06 COL 01 BLANK LINE.
           03 LINE 05 COL 01 BLANK LINE.
           03 LINE 04 COL 01 BLANK LINE.
           03 LINE 03 COL 01 BLANK LINE.
           03 LINE 02 COL 30 VALUE "                              ".
      *
       01  SST-CADASTRO-REGRA.
           03 OPCAO LINE 05 COL 26 PIC 9 USING WS-OPCAO AUTO.
           03 LINE 05 COL 28 VALUE  "(1-Inclusao, 2-Alteracao, 3-Exclus
      -                             "ao)".
      *
       01  SST-TABELA-REGRA.
           03 LINE 02 COL 23 VALUE "Cadastro de Regras de Comissao".
           03 LINE 03 COL 08 VALUE "Tabela de Regras: ".
           03 LINE 03 COL 26 PIC 9 USING WS-TP-TABELA AUTO.
           03 LINE 03 COL 28 VALUE
              "(1-Vigente, 2-Simulacao GV-REGRASIM.DAT)".
      *
       01  SST-COPIA-REGRA.
           03 LINE 21 COL 08 VALUE
              "Copiar a Tabela Vigente para a Simulacao (S/N): ".
           03 LINE 21 COL 56 PIC X USING WS-IND-COPIA AUTO.
      *
       01  SST-CHAVE-REGRA.
           03 LINE 07 COL 07 VALUE "Regiao (000=Geral): ".
       1-MODULO-INICIAL SECTION.
      *----------------
       1.
           ACCEPT SST-TABELA-REGRA.
           IF WS-TABELA-SIMULACAO
              PERFORM 11-PREPARA-SIMULACAO
           ELSE
              MOVE 1 TO WS-TP-TABELA.
           OPEN I-O ARQ-REGRA.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              IF WS-ESTADO-ARQUIVO EQUAL "35"
                 CLOSE ARQ-REGRA
                 OPEN I-O ARQ-REGRA
              ELSE
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-REGRA TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Arquivo de Regras Indisponivel." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM.
       1-SAIDA.
           EXIT.
      *
       11-PREPARA-SIMULACAO SECTION.
      * A TABELA DE SIMULACAO PODE PARTIR DE UMA COPIA DA VIGENTE,
      * QUE SUBSTITUI O QUE HOUVER NELA; A VIGENTE SO E LIDA
       11.
           ACCEPT SST-COPIA-REGRA.
           IF WS-COPIA-VIGENTE
              MOVE ZEROS TO WS-QT-COPIA
              MOVE "N"   TO WS-IND-COPIA-CHEIA
              MOVE "GV-REGRA.DAT" TO WID-ARQ-REGRA
              OPEN INPUT ARQ-REGRA
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "00" TO WS-ESTADO-ARQUIVO
                 MOVE "Tabela Vigente Inexistente - Nada a Copiar."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 MOVE ZEROS TO RGC-CHAVE-REGRA
                 START ARQ-REGRA KEY NOT LESS RGC-CHAVE-REGRA
                 PERFORM 111-LE-UMA-REGRA-VIGENTE
                     UNTIL NOT WS-OPERACAO-BEM-SUCEDIDA
                        OR WS-COPIA-CHEIA
                 CLOSE ARQ-REGRA
                 MOVE "00" TO WS-ESTADO-ARQUIVO
                 IF WS-COPIA-CHEIA
                    MOVE "Vigente Excede 300 Faixas - Copia Cancelada."
                                                      TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                 ELSE
                    PERFORM 112-GRAVA-COPIA
                 END-IF
              END-IF
           END-IF.
           MOVE "GV-REGRASIM.DAT" TO WID-ARQ-REGRA.
           MOVE SPACES TO WS-MENSAGEM.
           DISPLAY SST-MENSAGEM.
       11-SAIDA.
           EXIT.
      *
       111-LE-UMA-REGRA-VIGENTE SECTION.
       111.
           READ ARQ-REGRA NEXT.
           IF WS-OPERACAO-BEM-SUCEDIDA
              IF WS-QT-COPIA LESS 300
                 ADD 1 TO WS-QT-COPIA
                 MOVE RGC-REGISTRO TO WS-CPY-REGISTRO(WS-QT-COPIA)
              ELSE
                 MOVE "S" TO WS-IND-COPIA-CHEIA
              END-IF
           END-IF.
       111-SAIDA.
           EXIT.
      *
       112-GRAVA-COPIA SECTION.
       112.
           MOVE "GV-REGRASIM.DAT" TO WID-ARQ-REGRA.
           OPEN OUTPUT ARQ-REGRA.
           PERFORM 1121-GRAVA-UMA-REGRA
               VARYING WS-IX-COPIA FROM 1 BY 1
               UNTIL WS-IX-COPIA GREATER WS-QT-COPIA.
           CLOSE ARQ-REGRA.
           MOVE WS-QT-COPIA TO WS-QT-ED.
           MOVE SPACES TO WS-MENSAGEM.
           STRING "Tabela Vigente Copiada para a Simulacao: " WS-QT-ED
                  " Faixas." DELIMITED BY SIZE INTO WS-MENSAGEM.
           PERFORM 99-MENSAGEM.
       112-SAIDA.
           EXIT.
      *
       1121-GRAVA-UMA-REGRA SECTION.
       1121.
           MOVE WS-CPY-REGISTRO(WS-IX-COPIA) TO RGC-REGISTRO.
           PERFORM 99-GRAVA-REGRA.
       1121-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-CADREGRA" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
