000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-CADSEGMENTO.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Cadastro de Segmentos de Cliente
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Manutencao do arquivo GV-SEGMENTO.DAT (GV-CADSEG.CPY):
      *     inclusao, alteracao e desativacao dos segmentos (tipo de
      *     negocio do cliente) com o grupo de canal de cada um. O
      *     Cadastro de Clientes, a importacao e a Alteracao em Massa
      *     validam o codigo de segmento contra este arquivo, e os
      *     relatorios exibem a descricao em lugar do numero.
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
           SELECT ARQ-SEGMENTO ASSIGN TO DISK WID-ARQ-SEGMENTO
             organization       is indexed
             access mode        is dynamic
             record key         is SEG-CD-SEGMENTO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-CADSEG.CPY.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-SEGMENTO       PIC X(16) VALUE "GV-SEGMENTO.DAT".
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
      * DADOS DO SEGMENTO EM MANUTENCAO
           03 WS-CD-SEGMENTO         PIC 9(003).
           03 WS-DS-SEGMENTO         PIC X(030).
           03 WS-NM-GRUPO-CANAL      PIC X(015).
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
       01  SST-CADASTRO-SEGMENTO.
           03 LINE 02 COL 27 VALUE "Cadastro de Segmentos".
           03 LINE 05 COL 08 VALUE "Informe a Opcao: ".
           03 OPCAO LINE 05 COL 26 PIC 9 USING WS-OPCAO AUTO.
           03 LINE 05 COL 28 VALUE  "(1-Inclusao, 2-Alteracao, 3-Desati
      -                             "vacao)".
      *
       01  SST-CD-SEGMENTO.
           03 LINE 07 COL 07 VALUE "Codigo do Segmento (0 Sai): ".
           03 LINE 07 COL 35 USING WS-CD-SEGMENTO.
      *
       01  SST-DADOS-SEGMENTO.
           03 LINE 08 COL 07 VALUE "Descricao do Segmento: ".
           03 LINE 08 COL 30 USING WS-DS-SEGMENTO.
           03 LINE 09 COL 07 VALUE "Grupo de Canal       : ".
           03 LINE 09 COL 30 USING WS-NM-GRUPO-CANAL.
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
           OPEN I-O ARQ-SEGMENTO.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              IF WS-ESTADO-ARQUIVO EQUAL "35"
                 CLOSE ARQ-SEGMENTO
                 OPEN OUTPUT ARQ-SEGMENTO
                 CLOSE ARQ-SEGMENTO
                 OPEN I-O ARQ-SEGMENTO
              ELSE
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-SEGMENTO TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Arquivo de Segmentos Indisponivel."
                   TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM.
       1-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           ACCEPT SST-CADASTRO-SEGMENTO.
           MOVE SPACE TO WS-ACAO.
           IF  WS-INCLUSAO
               PERFORM 21-INCLUI-SEGMENTO
                          UNTIL WS-FIM-ACAO.
           IF  WS-ALTERACAO
               PERFORM 22-ALTERA-SEGMENTO
                          UNTIL WS-FIM-ACAO.
           IF  WS-DESATIVACAO
               PERFORM 23-DESATIVA-SEGMENTO
                          UNTIL WS-FIM-ACAO.
       2-SAIDA.
           EXIT.
      *
       21-INCLUI-SEGMENTO SECTION.
      *----------------
       21.
           MOVE ZEROS TO WS-CD-SEGMENTO.
           ACCEPT SST-CD-SEGMENTO.
           IF WS-CD-SEGMENTO EQUAL ZEROS
              MOVE "F" TO WS-ACAO
                          WS-OPCAO
           ELSE
              MOVE WS-CD-SEGMENTO TO SEG-CD-SEGMENTO
              PERFORM 99-LER-SEGMENTO
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "Segmento ja Cadastrado!" TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 MOVE SPACES TO WS-DS-SEGMENTO
                                WS-NM-GRUPO-CANAL
                 ACCEPT SST-DADOS-SEGMENTO
                 MOVE "Confirma Inclusao (S/N) ?" TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 IF WS-SIM
                    MOVE WS-CD-SEGMENTO    TO SEG-CD-SEGMENTO
                    MOVE WS-DS-SEGMENTO    TO SEG-DS-SEGMENTO
                    MOVE WS-NM-GRUPO-CANAL TO SEG-NM-GRUPO-CANAL
                    MOVE "A"               TO SEG-SITUACAO
                    PERFORM 99-GRAVA-SEGMENTO
                    MOVE "Segmento Incluido." TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                 END-IF
              END-IF
           END-IF.
       21-SAIDA.
           EXIT.
      *
       22-ALTERA-SEGMENTO SECTION.
      *----------------
       22.
           MOVE ZEROS TO WS-CD-SEGMENTO.
           ACCEPT SST-CD-SEGMENTO.
           IF WS-CD-SEGMENTO EQUAL ZEROS
              MOVE "F" TO WS-ACAO
                          WS-OPCAO
           ELSE
              MOVE WS-CD-SEGMENTO TO SEG-CD-SEGMENTO
              PERFORM 99-LER-SEGMENTO
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "Segmento nao Encontrado." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 MOVE SEG-DS-SEGMENTO    TO WS-DS-SEGMENTO
                 MOVE SEG-NM-GRUPO-CANAL TO WS-NM-GRUPO-CANAL
                 ACCEPT SST-DADOS-SEGMENTO
                 MOVE "Confirma Alteracao (S/N) ?" TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 IF WS-SIM
                    MOVE WS-DS-SEGMENTO    TO SEG-DS-SEGMENTO
                    MOVE WS-NM-GRUPO-CANAL TO SEG-NM-GRUPO-CANAL
                    MOVE "A"               TO SEG-SITUACAO
                    PERFORM 99-REGRAVA-SEGMENTO
                    MOVE "Segmento Alterado." TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                 END-IF
              END-IF
           END-IF.
       22-SAIDA.
           EXIT.
      *
       23-DESATIVA-SEGMENTO SECTION.
      *------------------
       23.
           MOVE ZEROS TO WS-CD-SEGMENTO.
           ACCEPT SST-CD-SEGMENTO.
           IF WS-CD-SEGMENTO EQUAL ZEROS
              MOVE "F" TO WS-ACAO
                          WS-OPCAO
           ELSE
              MOVE WS-CD-SEGMENTO TO SEG-CD-SEGMENTO
              PERFORM 99-LER-SEGMENTO
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "Segmento nao Encontrado." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 MOVE "Confirma Desativacao (S/N) ?" TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 IF WS-SIM
                    MOVE "I" TO SEG-SITUACAO
                    PERFORM 99-REGRAVA-SEGMENTO
                    MOVE "Segmento Desativado." TO WS-MENSAGEM
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
           CLOSE ARQ-SEGMENTO.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
      *
       99-LER-SEGMENTO.
           READ ARQ-SEGMENTO.
      *
       99-GRAVA-SEGMENTO.
           WRITE SEG-REGISTRO.
      *
       99-REGRAVA-SEGMENTO.
           REWRITE SEG-REGISTRO.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-CADSEGMENTO" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
