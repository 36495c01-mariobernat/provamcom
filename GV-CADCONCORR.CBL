000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-CADCONCORR.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Cadastro de Concorrentes
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Manutencao do arquivo GV-CONCORRENTE.DAT (GV-CADCONC.CPY):
      *     inclusao, alteracao e desativacao dos concorrentes que
      *     disputam a carteira. O registro de presenca de
      *     concorrentes no cliente (tela e carga de campo) valida o
      *     codigo contra este arquivo, e o relatorio de participacao
      *     na carteira exibe o nome em lugar do numero.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONCORRENTE ASSIGN TO DISK WID-ARQ-CONCORRENTE
             organization       is indexed
             access mode        is dynamic
             record key         is CCR-CD-CONCORRENTE
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-CADCONC.CPY.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-CONCORRENTE    PIC X(19)
                                     VALUE "GV-CONCORRENTE.DAT".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-OPCAO               PIC 9(01) VALUE ZEROS.
              88 WS-INCLUSAO                   VALUE 1.
              88 WS-ALTERACAO                  VALUE 2.
              88 WS-DESATIVACAO                VALUE 3.
              88 WS-FIM-PROGRAMA               VALUE 0 9.
              88 WS-OPCAO-VALIDA               VALUE 1 2 3.
           03 WS-MENSAGEM            PIC X(68).
           03 WS-RESPOSTA            PIC X(01).
              88 WS-SIM                        VALUE "S" "s".
              88 WS-NAO                        VALUE "N" "n".
           03 WS-ACAO                PIC X(01).
              88 WS-FIM-ACAO                   VALUE "F".
           03 WS-FINAL-ARQUIVO       PIC X(01) VALUE SPACE.
              88 WS-FIM-ARQUIVO                VALUE "F".
      *
      * DADOS DO CONCORRENTE EM MANUTENCAO
           03 WS-CD-CONCORRENTE      PIC 9(003).
           03 WS-NM-CONCORRENTE      PIC X(030).
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
       SCREEN SECTION.
      *
       01  SST-LIMPA-TELA.
           03 LINE 22 COL 10 BLANK LINE.
           03 LINE 20 COL 01 BLANK LINE.
           03 LINE 19 COL 01 BLANK LINE.
           03 LINE 18 COL 01 BLANK LINE.
           03 LINE 17 COL 01 BLANK LINE.
           03 LINE 16 COL 01 BLANK LINE.
           03 LINE 15 COL 01 BLANK LINE.
           03 LINE 14 COL 01 BLANK LINE.
           03 LINE 13 COL 01 BLANK LINE.
           03 LINE 12 COL 01 BLANK LINE.
           03 LINE 11 COL 01 BLANK LINE.
           03 LINE 10 COL 01 BLANK LINE.
           03 LINE 09 COL 01 BLANK LINE.
           03 LINE 08 COL 01 BLANK LINE.
           03 LINE 07 COL 01 BLANK LINE.
           03 LINE 06 COL 01 BLANK LINE.
           03 LINE 05 COL 01 BLANK LINE.
           03 LINE 04 COL 01 BLANK LINE.
           03 LINE 02 COL 30 VALUE "                              ".
      *
       01  SST-CADASTRO-CONCORRENTE.
           03 LINE 02 COL 27 VALUE "Cadastro de Concorrentes".
           03 LINE 05 COL 08 VALUE "Informe a Opcao: ".
           03 OPCAO LINE 05 COL 26 PIC 9 USING WS-OPCAO AUTO.
           03 LINE 05 COL 28 VALUE  "(1-Inclusao, 2-Alteracao, 3-Desati
      -                             "vacao)".
      *
       01  SST-CD-CONCORRENTE.
           03 LINE 07 COL 07 VALUE "Codigo do Concorrente (0 Sai): ".
           03 LINE 07 COL 38 USING WS-CD-CONCORRENTE.
      *
       01  SST-DADOS-CONCORRENTE.
           03 LINE 08 COL 07 VALUE "Nome do Concorrente: ".
           03 LINE 08 COL 28 USING WS-NM-CONCORRENTE.
      *
       01  SST-MENSAGEM.
           03 LINE 22 COL 11 USING WS-MENSAGEM.
      *
       PROCEDURE DIVISION USING LINKAGE-DADOS.
      *
       0-MODULO-CONTROLE SECTION.
      *-----------------
       0.
           PERFORM 1-MODULO-INICIAL.
           IF NOT WS-FIM-ARQUIVO
              PERFORM 2-MODULO-PRINCIPAL
                  WITH TEST AFTER UNTIL WS-FIM-PROGRAMA.
           PERFORM 3-MODULO-FINAL.
       0-SAIDA.
           EXIT PROGRAM.
      *
       1-MODULO-INICIAL SECTION.
      *----------------
       1.
           OPEN I-O ARQ-CONCORRENTE.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              IF WS-ESTADO-ARQUIVO EQUAL "35"
                 CLOSE ARQ-CONCORRENTE
                 OPEN OUTPUT ARQ-CONCORRENTE
                 CLOSE ARQ-CONCORRENTE
                 OPEN I-O ARQ-CONCORRENTE
              ELSE
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-CONCORRENTE TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Arquivo de Concorrentes Indisponivel."
                   TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM.
       1-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           ACCEPT SST-CADASTRO-CONCORRENTE.
           MOVE SPACE TO WS-ACAO.
           IF  WS-INCLUSAO
               PERFORM 21-INCLUI-CONCORRENTE
                          UNTIL WS-FIM-ACAO.
           IF  WS-ALTERACAO
               PERFORM 22-ALTERA-CONCORRENTE
                          UNTIL WS-FIM-ACAO.
           IF  WS-DESATIVACAO
               PERFORM 23-DESATIVA-CONCORRENTE
                          UNTIL WS-FIM-ACAO.
       2-SAIDA.
           EXIT.
      *
       21-INCLUI-CONCORRENTE SECTION.
      *-------------------
       21.
           MOVE ZEROS TO WS-CD-CONCORRENTE.
           ACCEPT SST-CD-CONCORRENTE.
           IF WS-CD-CONCORRENTE EQUAL ZEROS
              MOVE "F" TO WS-ACAO
                          WS-OPCAO
           ELSE
              MOVE WS-CD-CONCORRENTE TO CCR-CD-CONCORRENTE
              PERFORM 99-LER-CONCORRENTE
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "Concorrente ja Cadastrado!" TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 MOVE SPACES TO WS-NM-CONCORRENTE
                 ACCEPT SST-DADOS-CONCORRENTE
                 MOVE "Confirma Inclusao (S/N) ?" TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 IF WS-SIM
                    MOVE WS-CD-CONCORRENTE TO CCR-CD-CONCORRENTE
                    MOVE WS-NM-CONCORRENTE TO CCR-NM-CONCORRENTE
                    MOVE "A"               TO CCR-SITUACAO
                    PERFORM 99-GRAVA-CONCORRENTE
                    MOVE "Concorrente Incluido." TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                 END-IF
              END-IF
           END-IF.
       21-SAIDA.
           EXIT.
      *
       22-ALTERA-CONCORRENTE SECTION.
      *-------------------
       22.
           MOVE ZEROS TO WS-CD-CONCORRENTE.
           ACCEPT SST-CD-CONCORRENTE.
           IF WS-CD-CONCORRENTE EQUAL ZEROS
              MOVE "F" TO WS-ACAO
                          WS-OPCAO
           ELSE
              MOVE WS-CD-CONCORRENTE TO CCR-CD-CONCORRENTE
              PERFORM 99-LER-CONCORRENTE
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "Concorrente nao Encontrado." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 MOVE CCR-NM-CONCORRENTE TO WS-NM-CONCORRENTE
                 ACCEPT SST-DADOS-CONCORRENTE
                 MOVE "Confirma Alteracao (S/N) ?" TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 IF WS-SIM
                    MOVE WS-NM-CONCORRENTE TO CCR-NM-CONCORRENTE
                    MOVE "A"               TO CCR-SITUACAO
                    PERFORM 99-REGRAVA-CONCORRENTE
                    MOVE "Concorrente Alterado." TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                 END-IF
              END-IF
           END-IF.
       22-SAIDA.
           EXIT.
      *
       23-DESATIVA-CONCORRENTE SECTION.
      *---------------------
       23.
           MOVE ZEROS TO WS-CD-CONCORRENTE.
           ACCEPT SST-CD-CONCORRENTE.
           IF WS-CD-CONCORRENTE EQUAL ZEROS
              MOVE "F" TO WS-ACAO
                          WS-OPCAO
           ELSE
              MOVE WS-CD-CONCORRENTE TO CCR-CD-CONCORRENTE
              PERFORM 99-LER-CONCORRENTE
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "Concorrente nao Encontrado." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 MOVE "Confirma Desativacao (S/N) ?" TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 IF WS-SIM
                    MOVE "I" TO CCR-SITUACAO
                    PERFORM 99-REGRAVA-CONCORRENTE
                    MOVE "Concorrente Desativado." TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                 END-IF
              END-IF
           END-IF.
       23-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           CLOSE ARQ-CONCORRENTE.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
      *
       99-LER-CONCORRENTE.
           READ ARQ-CONCORRENTE.
      *
       99-GRAVA-CONCORRENTE.
           WRITE CCR-REGISTRO.
      *
       99-REGRAVA-CONCORRENTE.
           REWRITE CCR-REGISTRO.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-CADCONCORR" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
