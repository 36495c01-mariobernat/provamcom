000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-CADPRESENCA.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Presenca de Concorrentes no Cliente
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Registra quais concorrentes atendem o cliente, com o
      *     valor mensal estimado que o cliente compra de cada um e
      *     a data em que foi observado, no arquivo GV-PRESCONC.DAT
      *     (GV-PRESCONC.CPY). A nova observacao substitui a
      *     anterior; o concorrente que saiu do cliente e retirado.
      *     A tela lista os concorrentes ja registrados no cliente.
      *     A carga de campo (GV-CARGACONC) alimenta o mesmo arquivo.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *     15/Out/2026 - MCB - Chave alternada da carteira
      *                   (empresa + vendedor) no cadastro de clientes
      *                   (GV-CADCLI.CPY).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
             organization       is indexed
             access mode        is dynamic
             record key         is CLI-CHAVE-CLIENTE
             alternate record key is CLI-NR-CNPJ-CLIENTE
                                with duplicates
             alternate record key is CLI-CHAVE-CARTEIRA =
                                CLI-CD-EMPRESA CLI-CD-VENDEDOR
                                with duplicates
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-CONCORRENTE ASSIGN TO DISK WID-ARQ-CONCORRENTE
             organization       is indexed
             access mode        is dynamic
             record key         is CCR-CD-CONCORRENTE
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-PRESENCA ASSIGN TO DISK WID-ARQ-PRESENCA
             organization       is indexed
             access mode        is dynamic
             record key         is PCC-CHAVE-PRESENCA
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-CADCLI.CPY.
       COPY GV-CADCONC.CPY.
       COPY GV-PRESCONC.CPY.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-CLIENTE        PIC X(60) VALUE "GV-CLIENTE.DAT".
           03 WID-ARQ-CONCORRENTE    PIC X(19)
                                     VALUE "GV-CONCORRENTE.DAT".
           03 WID-ARQ-PRESENCA       PIC X(16) VALUE "GV-PRESCONC.DAT".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-FINAL-ARQUIVO       PIC X(01) VALUE SPACE.
              88 WS-FIM-ARQUIVO                VALUE "F".
           03 WS-FINAL-PRESENCA      PIC X(01) VALUE SPACE.
              88 WS-FIM-PRESENCA               VALUE "F".
           03 WS-MENSAGEM            PIC X(68).
           03 WS-RESPOSTA            PIC X(01).
              88 WS-SIM                        VALUE "S" "s".
              88 WS-NAO                        VALUE "N" "n".
           03 WS-ACAO                PIC X(01).
              88 WS-FIM-ACAO                   VALUE "F".
           03 WS-IN-EXISTE           PIC X(01) VALUE "N".
              88 WS-PRESENCA-EXISTE            VALUE "S".
           03 WS-CD-CLIENTE          PIC 9(007) VALUE ZEROS.
              88 WS-SAIR-PRESENCA              VALUE ZERO.
           03 WS-DS-RAZAO-SOCIAL     PIC X(040) VALUE SPACES.
           03 WS-CD-CONCORRENTE      PIC 9(003) VALUE ZEROS.
           03 WS-NM-CONCORRENTE      PIC X(030) VALUE SPACES.
           03 WS-VL-COMPRA           PIC ZZZZZZZZZZ9,99.
           03 WS-VL-COMPRA-NUM       PIC 9(011)V9(002) VALUE ZEROS.
           03 WS-DT-OBSERVACAO       PIC 9(008) VALUE ZEROS.
           03 WS-IN-RETIRA           PIC X(001) VALUE "N".
              88 WS-RETIRA-PRESENCA            VALUE "S" "s".
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-QT-LINHAS           PIC 9(002) VALUE ZEROS.
           03 WS-QT-NAO-LISTADOS     PIC 9(003) VALUE ZEROS.
           03 WS-QT-ED               PIC ZZ9.
      *
      * LINHA DA LISTA DE CONCORRENTES PRESENTES NO CLIENTE
       01  WS-LINHA-MONTADA.
           03 WS-LM-CD-CONCORRENTE   PIC 9(003).
           03 FILLER                 PIC X(001) VALUE SPACE.
           03 WS-LM-NM-CONCORRENTE   PIC X(030).
           03 FILLER                 PIC X(001) VALUE SPACE.
           03 WS-LM-VL-COMPRA        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(002) VALUE SPACES.
           03 WS-LM-DT-DIA           PIC 9(002).
           03 FILLER                 PIC X(001) VALUE "/".
           03 WS-LM-DT-MES           PIC 9(002).
           03 FILLER                 PIC X(001) VALUE "/".
           03 WS-LM-DT-ANO           PIC 9(004).
      *
       01  WS-LISTA-PRESENCAS.
           03 WS-LIN-PRESENCA-1      PIC X(064) VALUE SPACES.
           03 WS-LIN-PRESENCA-2      PIC X(064) VALUE SPACES.
           03 WS-LIN-PRESENCA-3      PIC X(064) VALUE SPACES.
           03 WS-LIN-PRESENCA-4      PIC X(064) VALUE SPACES.
           03 WS-LIN-PRESENCA-5      PIC X(064) VALUE SPACES.
           03 WS-LIN-PRESENCA-6      PIC X(064) VALUE SPACES.
           03 WS-LIN-PRESENCA-7      PIC X(064) VALUE SPACES.
       01  WS-TAB-PRESENCAS REDEFINES WS-LISTA-PRESENCAS.
           03 WS-LIN-PRESENCA        PIC X(064) OCCURS 7 TIMES.
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
       01  SST-PRESENCA-CLIENTE.
           03 LINE 02 COL 28 VALUE "Concorrentes no Cliente".
           03 LINE 05 COL 07 VALUE "Codigo do Cliente (0 Sai): ".
           03 LINE 05 COL 34 USING WS-CD-CLIENTE.
      *
       01  SST-CD-CONCORRENTE.
           03 LINE 06 COL 07 VALUE "Cliente: ".
           03 LINE 06 COL 16 FROM WS-DS-RAZAO-SOCIAL.
           03 LINE 07 COL 07 VALUE "Concorrente (0 Volta): ".
           03 LINE 07 COL 30 USING WS-CD-CONCORRENTE.
      *
       01  SST-DADOS-PRESENCA.
           03 LINE 07 COL 35 FROM WS-NM-CONCORRENTE.
           03 LINE 08 COL 07 VALUE "Compra Mensal Estimada : ".
           03 LINE 08 COL 32 USING WS-VL-COMPRA.
           03 LINE 09 COL 07 VALUE "Observado em (AAAAMMDD): ".
           03 LINE 09 COL 32 USING WS-DT-OBSERVACAO.
           03 LINE 10 COL 07 VALUE "Retirar do Cliente (S/N): ".
           03 LINE 10 COL 33 USING WS-IN-RETIRA.
      *
       01  SST-LISTA-PRESENCAS.
           03 LINE 12 COL 07 VALUE "Concorrentes Registrados:".
           03 LINE 13 COL 07 FROM WS-LIN-PRESENCA-1.
           03 LINE 14 COL 07 FROM WS-LIN-PRESENCA-2.
           03 LINE 15 COL 07 FROM WS-LIN-PRESENCA-3.
           03 LINE 16 COL 07 FROM WS-LIN-PRESENCA-4.
           03 LINE 17 COL 07 FROM WS-LIN-PRESENCA-5.
           03 LINE 18 COL 07 FROM WS-LIN-PRESENCA-6.
           03 LINE 19 COL 07 FROM WS-LIN-PRESENCA-7.
      *
       01  SST-LIMPA-CONCORRENTE.
           03 LINE 10 COL 01 BLANK LINE.
           03 LINE 09 COL 01 BLANK LINE.
           03 LINE 08 COL 01 BLANK LINE.
           03 LINE 07 COL 01 BLANK LINE.
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
                  WITH TEST AFTER UNTIL WS-SAIR-PRESENCA.
           PERFORM 3-MODULO-FINAL.
       0-SAIDA.
           EXIT PROGRAM.
      *
       1-MODULO-INICIAL SECTION.
      *----------------
       1.
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-CLIENTE.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Clientes Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           OPEN INPUT ARQ-CONCORRENTE.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CONCORRENTE TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Concorrentes Indisponivel."
                TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           OPEN I-O ARQ-PRESENCA.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              IF WS-ESTADO-ARQUIVO EQUAL "35"
                 CLOSE ARQ-PRESENCA
                 OPEN OUTPUT ARQ-PRESENCA
                 CLOSE ARQ-PRESENCA
                 OPEN I-O ARQ-PRESENCA
              ELSE
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-PRESENCA TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Presenca de Concorrentes Indisponivel."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM.
       1-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           MOVE ZEROS TO WS-CD-CLIENTE.
           ACCEPT SST-PRESENCA-CLIENTE.
           IF NOT WS-SAIR-PRESENCA
              PERFORM 21-TRATA-CLIENTE.
           DISPLAY SST-LIMPA-TELA.
       2-SAIDA.
           EXIT.
      *
       21-TRATA-CLIENTE SECTION.
      *----------------
       21.
           MOVE 1             TO CLI-CD-EMPRESA.
           MOVE WS-CD-CLIENTE TO CLI-CD-CLIENTE.
           PERFORM 99-LER-CLIENTE.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "00" TO WS-ESTADO-ARQUIVO
              MOVE "Codigo do Cliente nao Encontrado." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              MOVE CLI-DS-RAZAO-SOCIAL TO WS-DS-RAZAO-SOCIAL
              PERFORM 211-LISTA-PRESENCAS
              MOVE SPACE TO WS-ACAO
              PERFORM 212-TRATA-CONCORRENTE
                  UNTIL WS-FIM-ACAO.
       21-SAIDA.
           EXIT.
      *
       211-LISTA-PRESENCAS SECTION.
      * MONTA AS LINHAS COM OS CONCORRENTES JA REGISTRADOS NO
      * CLIENTE; ALEM DAS SETE QUE CABEM NA TELA, SO INFORMA QUANTOS
      * FICARAM DE FORA
       211.
           MOVE SPACES TO WS-LISTA-PRESENCAS.
           MOVE ZEROS  TO WS-QT-LINHAS
                          WS-QT-NAO-LISTADOS.
           MOVE SPACE  TO WS-FINAL-PRESENCA.
           MOVE 1             TO PCC-CD-EMPRESA.
           MOVE WS-CD-CLIENTE TO PCC-CD-CLIENTE.
           MOVE ZEROS         TO PCC-CD-CONCORRENTE.
           START ARQ-PRESENCA KEY NOT LESS PCC-CHAVE-PRESENCA
               INVALID KEY
                   MOVE "F" TO WS-FINAL-PRESENCA.
           PERFORM 2111-LISTA-UMA-PRESENCA
               UNTIL WS-FIM-PRESENCA.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
           DISPLAY SST-LISTA-PRESENCAS.
           IF WS-QT-NAO-LISTADOS GREATER ZEROS
              MOVE WS-QT-NAO-LISTADOS TO WS-QT-ED
              MOVE SPACES TO WS-MENSAGEM
              STRING "Mais " DELIMITED BY SIZE
                     WS-QT-ED DELIMITED BY SIZE
                     " Concorrente(s) Registrado(s) Fora da Lista."
                                DELIMITED BY SIZE
                     INTO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
       211-SAIDA.
           EXIT.
      *
       2111-LISTA-UMA-PRESENCA SECTION.
      *-----------------------
       2111.
           READ ARQ-PRESENCA NEXT
               AT END MOVE "F" TO WS-FINAL-PRESENCA.
           IF NOT WS-FIM-PRESENCA
              IF PCC-CD-EMPRESA NOT EQUAL 1
              OR PCC-CD-CLIENTE NOT EQUAL WS-CD-CLIENTE
                 MOVE "F" TO WS-FINAL-PRESENCA
              ELSE
                 IF WS-QT-LINHAS EQUAL 7
                    ADD 1 TO WS-QT-NAO-LISTADOS
                 ELSE
                    ADD 1 TO WS-QT-LINHAS
                    MOVE PCC-CD-CONCORRENTE TO CCR-CD-CONCORRENTE
                                               WS-LM-CD-CONCORRENTE
                    PERFORM 99-LER-CONCORRENTE
                    IF WS-OPERACAO-BEM-SUCEDIDA
                       MOVE CCR-NM-CONCORRENTE TO WS-LM-NM-CONCORRENTE
                    ELSE
                       MOVE "00" TO WS-ESTADO-ARQUIVO
                       MOVE "** NAO CADASTRADO **"
                                             TO WS-LM-NM-CONCORRENTE
                    END-IF
                    MOVE PCC-VL-COMPRA-MENSAL   TO WS-LM-VL-COMPRA
                    MOVE PCC-DT-OBSERVACAO(7:2) TO WS-LM-DT-DIA
                    MOVE PCC-DT-OBSERVACAO(5:2) TO WS-LM-DT-MES
                    MOVE PCC-DT-OBSERVACAO(1:4) TO WS-LM-DT-ANO
                    MOVE WS-LINHA-MONTADA
                                  TO WS-LIN-PRESENCA(WS-QT-LINHAS).
       2111-SAIDA.
           EXIT.
      *
       212-TRATA-CONCORRENTE SECTION.
      *---------------------
       212.
           MOVE ZEROS  TO WS-CD-CONCORRENTE.
           MOVE SPACES TO WS-NM-CONCORRENTE.
           DISPLAY SST-LIMPA-CONCORRENTE.
           ACCEPT SST-CD-CONCORRENTE.
           IF WS-CD-CONCORRENTE EQUAL ZEROS
              MOVE "F" TO WS-ACAO
           ELSE
              MOVE WS-CD-CONCORRENTE TO CCR-CD-CONCORRENTE
              PERFORM 99-LER-CONCORRENTE
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "00" TO WS-ESTADO-ARQUIVO
                 MOVE "Concorrente nao Cadastrado." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 MOVE CCR-NM-CONCORRENTE TO WS-NM-CONCORRENTE
                 MOVE 1                  TO PCC-CD-EMPRESA
                 MOVE WS-CD-CLIENTE      TO PCC-CD-CLIENTE
                 MOVE WS-CD-CONCORRENTE  TO PCC-CD-CONCORRENTE
                 PERFORM 99-LER-PRESENCA
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "S" TO WS-IN-EXISTE
                    PERFORM 2121-MANTEM-PRESENCA
                 ELSE
                    MOVE "00" TO WS-ESTADO-ARQUIVO
                    MOVE "N"  TO WS-IN-EXISTE
                    IF CCR-SIT-INATIVO
                       MOVE "Concorrente Desativado no Cadastro."
                                                      TO WS-MENSAGEM
                       PERFORM 99-MENSAGEM
                    ELSE
                       PERFORM 2121-MANTEM-PRESENCA.
       212-SAIDA.
           EXIT.
      *
       2121-MANTEM-PRESENCA SECTION.
      * INCLUI, ATUALIZA OU RETIRA A PRESENCA DO CONCORRENTE NO
      * CLIENTE; A NOVA OBSERVACAO SUBSTITUI A ANTERIOR
       2121.
           IF WS-PRESENCA-EXISTE
              MOVE PCC-VL-COMPRA-MENSAL TO WS-VL-COMPRA
              MOVE PCC-DT-OBSERVACAO    TO WS-DT-OBSERVACAO
           ELSE
              MOVE ZEROS      TO WS-VL-COMPRA
              MOVE WS-DT-HOJE TO WS-DT-OBSERVACAO.
           MOVE "N" TO WS-IN-RETIRA.
           ACCEPT SST-DADOS-PRESENCA.
           MOVE WS-VL-COMPRA TO WS-VL-COMPRA-NUM.
           IF WS-RETIRA-PRESENCA
              IF NOT WS-PRESENCA-EXISTE
                 MOVE "Concorrente nao Registrado no Cliente."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 MOVE "Confirma a Retirada do Concorrente (S/N) ?"
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 IF WS-SIM
                    PERFORM 99-EXCLUI-PRESENCA
                    MOVE "Concorrente Retirado do Cliente."
                                                      TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                    PERFORM 211-LISTA-PRESENCAS
                 END-IF
              END-IF
           ELSE
           IF WS-VL-COMPRA-NUM EQUAL ZEROS
              MOVE "Informe a Compra Mensal Estimada." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
           IF WS-DT-OBSERVACAO EQUAL ZEROS
           OR WS-DT-OBSERVACAO GREATER WS-DT-HOJE
           OR WS-DT-OBSERVACAO(5:2) LESS "01"
           OR WS-DT-OBSERVACAO(5:2) GREATER "12"
           OR WS-DT-OBSERVACAO(7:2) LESS "01"
           OR WS-DT-OBSERVACAO(7:2) GREATER "31"
              MOVE "Data da Observacao Invalida." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              MOVE "Confirma a Presenca do Concorrente (S/N) ?"
                                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              IF WS-SIM
                 MOVE WS-VL-COMPRA-NUM  TO PCC-VL-COMPRA-MENSAL
                 MOVE WS-DT-OBSERVACAO  TO PCC-DT-OBSERVACAO
                 MOVE LK-CD-USUARIO     TO PCC-CD-USUARIO
                 MOVE "T"               TO PCC-TP-ORIGEM
                 IF WS-PRESENCA-EXISTE
                    PERFORM 99-REGRAVA-PRESENCA
                 ELSE
                    PERFORM 99-GRAVA-PRESENCA
                 END-IF
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "Presenca do Concorrente Registrada."
                                                      TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                    PERFORM 211-LISTA-PRESENCAS
                 ELSE
                    MOVE "2121-MANTEM-PRESENCA" TO WS-ERR-NM-PARAGRAFO
                    MOVE WID-ARQ-PRESENCA TO WS-ERR-NM-ARQUIVO
                    MOVE PCC-CHAVE-PRESENCA TO WS-ERR-DS-CHAVE
                    PERFORM 99-REGISTRA-ERRO
                    MOVE "00" TO WS-ESTADO-ARQUIVO
                    MOVE "Erro na Gravacao da Presenca." TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM.
       2121-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           CLOSE ARQ-CLIENTE.
           CLOSE ARQ-CONCORRENTE.
           CLOSE ARQ-PRESENCA.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
      *
       99-LER-CLIENTE.
           READ ARQ-CLIENTE.
      *
       99-LER-CONCORRENTE.
           READ ARQ-CONCORRENTE.
      *
       99-LER-PRESENCA.
           READ ARQ-PRESENCA.
      *
       99-GRAVA-PRESENCA.
           WRITE PCC-REGISTRO.
      *
       99-REGRAVA-PRESENCA.
           REWRITE PCC-REGISTRO.
      *
       99-EXCLUI-PRESENCA.
           DELETE ARQ-PRESENCA.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-CADPRESENCA" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
