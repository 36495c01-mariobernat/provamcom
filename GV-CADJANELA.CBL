000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-CADJANELA.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Cadastro da Janela de Recebimento do Cliente
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Manutencao do arquivo GV-JANELA.DAT (GV-JANELA.CPY): os
      *     dias da semana em que o cliente recebe o vendedor e a
      *     faixa de horario do atendimento - o bar que so abre
      *     depois das 14h, o comprador do supermercado que so
      *     atende as tercas. Cliente sem janela cadastrada recebe
      *     em qualquer dia e horario. A folha de roteiro
      *     (GV-ROTEIRO) e a agenda de visitas (GV-AGENDA) respeitam
      *     a janela em lugar do ajuste manual no campo.
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
           SELECT ARQ-JANELA ASSIGN TO DISK WID-ARQ-JANELA
             organization       is indexed
             access mode        is dynamic
             record key         is JAN-CHAVE-JANELA
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-CADCLI.CPY.
       COPY GV-JANELA.CPY.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-CLIENTE        PIC X(60) VALUE "GV-CLIENTE.DAT".
           03 WID-ARQ-JANELA         PIC X(13) VALUE "GV-JANELA.DAT".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-OPCAO               PIC 9(01) VALUE ZEROS.
              88 WS-INCLUSAO                   VALUE 1.
              88 WS-ALTERACAO                  VALUE 2.
              88 WS-EXCLUSAO                   VALUE 3.
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
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-IX-DIA              PIC 9(001) VALUE ZEROS.
           03 WS-QT-DIAS-SIM         PIC 9(001) VALUE ZEROS.
           03 WS-IND-DIAS-OK         PIC X(01) VALUE "S".
              88 WS-DIAS-VALIDOS               VALUE "S".
      *
      * DADOS DA JANELA EM MANUTENCAO
           03 WS-CD-CLIENTE          PIC 9(007).
           03 WS-DS-RAZAO-SOCIAL     PIC X(040).
           03 WS-IN-DIAS             PIC X(007).
           03 WS-HR-INICIO           PIC 9(004).
           03 WS-HR-INICIO-R REDEFINES WS-HR-INICIO.
              05 WS-HH-INICIO        PIC 9(002).
              05 WS-MM-INICIO        PIC 9(002).
           03 WS-HR-FIM              PIC 9(004).
           03 WS-HR-FIM-R REDEFINES WS-HR-FIM.
              05 WS-HH-FIM           PIC 9(002).
              05 WS-MM-FIM           PIC 9(002).
           03 WS-DS-OBSERVACAO       PIC X(040).
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
       01  SST-CADASTRO-JANELA.
           03 LINE 02 COL 20 VALUE "Janela de Recebimento do Cliente".
           03 LINE 05 COL 08 VALUE "Informe a Opcao: ".
           03 OPCAO LINE 05 COL 26 PIC 9 USING WS-OPCAO AUTO.
           03 LINE 05 COL 28 VALUE  "(1-Inclusao, 2-Alteracao, 3-Exclus
      -                             "ao)".
      *
       01  SST-CHAVE-JANELA.
           03 LINE 07 COL 07 VALUE "Codigo do Cliente (0 Sai): ".
           03 LINE 07 COL 34 USING WS-CD-CLIENTE.
      *
       01  SST-RAZAO-JANELA.
           03 LINE 08 COL 07 VALUE "Razao Social: ".
           03 LINE 08 COL 21 FROM WS-DS-RAZAO-SOCIAL.
      *
       01  SST-DADOS-JANELA.
           03 LINE 10 COL 07 VALUE "Dias que Recebe (S/N Seg a Dom): ".
           03 LINE 10 COL 40 USING WS-IN-DIAS.
           03 LINE 11 COL 07 VALUE "Horario Inicial (HHMM): ".
           03 LINE 11 COL 31 USING WS-HR-INICIO.
           03 LINE 12 COL 07 VALUE "Horario Final (HHMM): ".
           03 LINE 12 COL 29 USING WS-HR-FIM.
           03 LINE 13 COL 07 VALUE "Observacao: ".
           03 LINE 13 COL 19 USING WS-DS-OBSERVACAO.
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
           OPEN INPUT ARQ-CLIENTE.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Clientes Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              PERFORM 11-ABRE-JANELA.
       1-SAIDA.
           EXIT.
      *
       11-ABRE-JANELA SECTION.
      *--------------
       11.
           OPEN I-O ARQ-JANELA.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              IF WS-ESTADO-ARQUIVO EQUAL "35"
                 CLOSE ARQ-JANELA
                 OPEN OUTPUT ARQ-JANELA
                 CLOSE ARQ-JANELA
                 OPEN I-O ARQ-JANELA
              ELSE
                 MOVE "11-ABRE-JANELA" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-JANELA TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Arquivo de Janelas Indisponivel."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM.
       11-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           ACCEPT SST-CADASTRO-JANELA.
           MOVE SPACE TO WS-ACAO.
           IF  WS-INCLUSAO
               PERFORM 21-INCLUI-JANELA
                          UNTIL WS-FIM-ACAO.
           IF  WS-ALTERACAO
               PERFORM 22-ALTERA-JANELA
                          UNTIL WS-FIM-ACAO.
           IF  WS-EXCLUSAO
               PERFORM 23-EXCLUI-JANELA
                          UNTIL WS-FIM-ACAO.
       2-SAIDA.
           EXIT.
      *
       21-INCLUI-JANELA SECTION.
      *----------------
       21.
           PERFORM 99-ACEITA-CHAVE.
           IF WS-FIM-ACAO
              CONTINUE
           ELSE
              PERFORM 99-LER-JANELA
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "Janela ja Cadastrada para o Cliente."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 MOVE "00"      TO WS-ESTADO-ARQUIVO
                 MOVE "SSSSSNN" TO WS-IN-DIAS
                 MOVE 0800      TO WS-HR-INICIO
                 MOVE 1800      TO WS-HR-FIM
                 MOVE SPACES    TO WS-DS-OBSERVACAO
                 ACCEPT SST-DADOS-JANELA
                 PERFORM 99-CRITICA-DADOS
                 IF WS-MENSAGEM NOT EQUAL SPACES
                    PERFORM 99-MENSAGEM
                 ELSE
                    MOVE "Confirma Inclusao (S/N) ?" TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                    IF WS-SIM
                       PERFORM 99-MONTA-REGISTRO
                       PERFORM 99-GRAVA-JANELA
                       MOVE "Janela Incluida." TO WS-MENSAGEM
                       PERFORM 99-MENSAGEM
                    END-IF
                 END-IF
              END-IF
           END-IF.
       21-SAIDA.
           EXIT.
      *
       22-ALTERA-JANELA SECTION.
      *----------------
       22.
           PERFORM 99-ACEITA-CHAVE.
           IF WS-FIM-ACAO
              CONTINUE
           ELSE
              PERFORM 99-LER-JANELA
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "00" TO WS-ESTADO-ARQUIVO
                 MOVE "Janela nao Encontrada." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 PERFORM 99-DESMONTA-DIAS
                 MOVE JAN-HR-INICIO     TO WS-HR-INICIO
                 MOVE JAN-HR-FIM        TO WS-HR-FIM
                 MOVE JAN-DS-OBSERVACAO TO WS-DS-OBSERVACAO
                 ACCEPT SST-DADOS-JANELA
                 PERFORM 99-CRITICA-DADOS
                 IF WS-MENSAGEM NOT EQUAL SPACES
                    PERFORM 99-MENSAGEM
                 ELSE
                    MOVE "Confirma Alteracao (S/N) ?" TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                    IF WS-SIM
                       PERFORM 99-MONTA-REGISTRO
                       PERFORM 99-REGRAVA-JANELA
                       MOVE "Janela Alterada." TO WS-MENSAGEM
                       PERFORM 99-MENSAGEM
                    END-IF
                 END-IF
              END-IF
           END-IF.
       22-SAIDA.
           EXIT.
      *
       23-EXCLUI-JANELA SECTION.
      *----------------
       23.
           PERFORM 99-ACEITA-CHAVE.
           IF WS-FIM-ACAO
              CONTINUE
           ELSE
              PERFORM 99-LER-JANELA
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "00" TO WS-ESTADO-ARQUIVO
                 MOVE "Janela nao Encontrada." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 MOVE "Confirma Exclusao (S/N) ?" TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 IF WS-SIM
                    PERFORM 99-DELETA-JANELA
                    MOVE "Janela Excluida." TO WS-MENSAGEM
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
           IF NOT WS-FIM-ARQUIVO
              CLOSE ARQ-CLIENTE
              CLOSE ARQ-JANELA.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
      *
      * CODIGO ZERO ENCERRA A OPCAO; O CLIENTE PRECISA EXISTIR NO
      * CADASTRO PARA RECEBER JANELA
       99-ACEITA-CHAVE.
           MOVE ZEROS  TO WS-CD-CLIENTE.
           MOVE SPACES TO WS-DS-RAZAO-SOCIAL.
           ACCEPT SST-CHAVE-JANELA.
           IF WS-CD-CLIENTE EQUAL ZEROS
              MOVE "F" TO WS-ACAO
              MOVE ZEROS TO WS-OPCAO
           ELSE
              MOVE 1             TO CLI-CD-EMPRESA
              MOVE WS-CD-CLIENTE TO CLI-CD-CLIENTE
              PERFORM 99-LER-CLIENTE
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "00" TO WS-ESTADO-ARQUIVO
                 MOVE "Codigo do Cliente nao Encontrado."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 MOVE "F" TO WS-ACAO
              ELSE
                 MOVE CLI-DS-RAZAO-SOCIAL TO WS-DS-RAZAO-SOCIAL
                 DISPLAY SST-RAZAO-JANELA
                 MOVE 1             TO JAN-CD-EMPRESA
                 MOVE WS-CD-CLIENTE TO JAN-CD-CLIENTE.
      *
      * PELO MENOS UM DIA "S", SO S/N NOS SETE DIAS E UMA FAIXA DE
      * HORARIO VALIDA, COM O INICIO ANTES DO FIM
       99-CRITICA-DADOS.
           MOVE SPACES TO WS-MENSAGEM
           MOVE "S"    TO WS-IND-DIAS-OK
           MOVE ZEROS  TO WS-QT-DIAS-SIM
           PERFORM 991-CRITICA-UM-DIA
               VARYING WS-IX-DIA FROM 1 BY 1
               UNTIL WS-IX-DIA GREATER 7
           IF NOT WS-DIAS-VALIDOS
              MOVE "Dias Devem ser S ou N (Segunda a Domingo)."
                                                      TO WS-MENSAGEM
           ELSE
              IF WS-QT-DIAS-SIM EQUAL ZEROS
                 MOVE "Informe Pelo Menos um Dia de Recebimento."
                                                      TO WS-MENSAGEM
              ELSE
                 IF WS-HH-INICIO GREATER 23 OR WS-MM-INICIO GREATER 59
                 OR WS-HH-FIM    GREATER 23 OR WS-MM-FIM    GREATER 59
                    MOVE "Horario Invalido (HHMM de 0000 a 2359)."
                                                      TO WS-MENSAGEM
                 ELSE
                    IF WS-HR-INICIO NOT LESS WS-HR-FIM
                       MOVE "Horario Inicial deve ser Antes do Final."
                                                      TO WS-MENSAGEM.
      *
       991-CRITICA-UM-DIA.
           IF WS-IN-DIAS(WS-IX-DIA:1) EQUAL "s"
              MOVE "S" TO WS-IN-DIAS(WS-IX-DIA:1)
           END-IF
           IF WS-IN-DIAS(WS-IX-DIA:1) EQUAL "n"
              MOVE "N" TO WS-IN-DIAS(WS-IX-DIA:1)
           END-IF
           IF WS-IN-DIAS(WS-IX-DIA:1) EQUAL "S"
              ADD 1 TO WS-QT-DIAS-SIM
           ELSE
              IF WS-IN-DIAS(WS-IX-DIA:1) NOT EQUAL "N"
                 MOVE "N" TO WS-IND-DIAS-OK.
      *
       99-MONTA-REGISTRO.
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD
           PERFORM 992-MONTA-UM-DIA
               VARYING WS-IX-DIA FROM 1 BY 1
               UNTIL WS-IX-DIA GREATER 7
           MOVE WS-HR-INICIO     TO JAN-HR-INICIO
           MOVE WS-HR-FIM        TO JAN-HR-FIM
           MOVE WS-DS-OBSERVACAO TO JAN-DS-OBSERVACAO
           MOVE LK-CD-USUARIO    TO JAN-CD-USUARIO
           MOVE WS-DT-HOJE       TO JAN-DT-ALTERACAO.
      *
       992-MONTA-UM-DIA.
           MOVE WS-IN-DIAS(WS-IX-DIA:1)
                TO JAN-IN-DIA-SEMANA(WS-IX-DIA).
      *
       99-DESMONTA-DIAS.
           PERFORM 993-DESMONTA-UM-DIA
               VARYING WS-IX-DIA FROM 1 BY 1
               UNTIL WS-IX-DIA GREATER 7.
      *
       993-DESMONTA-UM-DIA.
           MOVE JAN-IN-DIA-SEMANA(WS-IX-DIA)
                TO WS-IN-DIAS(WS-IX-DIA:1).
      *
       99-LER-CLIENTE.
           READ ARQ-CLIENTE.
      *
       99-LER-JANELA.
           READ ARQ-JANELA.
      *
       99-GRAVA-JANELA.
           WRITE JAN-REGISTRO.
      *
       99-REGRAVA-JANELA.
           REWRITE JAN-REGISTRO.
      *
       99-DELETA-JANELA.
           DELETE ARQ-JANELA.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-CADJANELA" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
