000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-MENUUTIL5.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Menu de Utilitarios - Quinta Tela
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Quinta tela de utilitarios, chamada pela opcao 34 da
      *     quarta tela (GV-MENUUTIL4), que ja nao comporta novas
      *     opcoes. As rotinas aqui agrupadas seguem o mesmo
      *     contrato de chamada das demais (LINKAGE-DADOS).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ATIVIDADE ASSIGN TO DISK WID-ARQ-ATIVIDADE
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-ATIVLOG.CPY.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-ATIVIDADE      PIC X(16) VALUE
                                      "GV-ATIVIDADE.LOG".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00".
      *
      * OPCAO GRAVADA NO LOG DE ATIVIDADE: 55NN (TELA + OPCAO), PARA
      * NAO SE CONFUNDIR COM AS OPCOES DO MENU PRINCIPAL
       01  WS-NR-OPCAO-LOG           PIC 9(04) VALUE 5500.
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-OPCAO      PIC 9(02) VALUE ZEROS.
              88 WS-VENDAS-SUSPEITAS        VALUE 01.
              88 WS-LANCTOS-TARDIOS         VALUE 02.
              88 WS-FECHAMENTO-MES          VALUE 03.
              88 WS-AUDITORIA-IE            VALUE 04.
              88 WS-EXTRACAO-ADHOC          VALUE 05.
              88 WS-FIM-PROGRAMA            VALUE 0 99.
              88 WS-OPCAO-VALIDA            VALUE 01 02 03 04 05.
           03 WS-MENSAGEM    PIC X(68).
           03 WS-PROGRAMA    PIC X(60).
      *
       COPY GV-LINKAGE.
      *
       SCREEN SECTION.
      *
       01  SST-LIMPA-TELA.
           03 LINE 22 COL 10 BLANK LINE.
           03 LINE 21 COL 01 BLANK LINE.
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
           03 LINE 03 COL 01 BLANK LINE.
           03 LINE 02 COL 30 VALUE "                              ".
      *
       01  SST-MENU-UTIL5.
           03 LINE 02 COL 26 VALUE "Menu de Utilitarios - 5".
           03 LINE 05 COL 05 VALUE "01 - Padroes Suspeitos de Venda".
           03 LINE 06 COL 05 VALUE "02 - Lancamentos Tardios".
           03 LINE 07 COL 05 VALUE "03 - Controle do Fechamento do Mes".
           03 LINE 08 COL 05 VALUE "04 - Auditoria da Inscr. Estadual".
           03 LINE 09 COL 05 VALUE "05 - Extracao Ad Hoc dos Cadastros".
           03 LINE 20 COL 05 VALUE "Informe a Opcao (0 Retorna): ".
           03 OPCAO LINE 20 COL 35 PIC 9(02) USING WS-OPCAO AUTO.
      *
       01  SST-MENSAGEM.
           03 LINE 22 COL 11 USING WS-MENSAGEM.
      *
       PROCEDURE DIVISION USING LINKAGE-DADOS.
      *
       0-MODULO-CONTROLE SECTION.
      *-----------------
       0.
           PERFORM 2-MODULO-PRINCIPAL
               WITH TEST AFTER UNTIL WS-FIM-PROGRAMA.
           PERFORM 3-MODULO-FINAL.
       0-SAIDA.
           EXIT PROGRAM.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           ACCEPT SST-MENU-UTIL5.
           MOVE SPACES TO WS-PROGRAMA.
           IF  WS-VENDAS-SUSPEITAS
               MOVE "GV-VENDASUSP"      TO WS-PROGRAMA
           END-IF
           IF  WS-LANCTOS-TARDIOS
               MOVE "GV-RELTARDIO"      TO WS-PROGRAMA
           END-IF
           IF  WS-FECHAMENTO-MES
               MOVE "GV-FECHAMES"       TO WS-PROGRAMA
           END-IF
           IF  WS-AUDITORIA-IE
               MOVE "GV-AUDITAIE"       TO WS-PROGRAMA
           END-IF
           IF  WS-EXTRACAO-ADHOC
               MOVE "GV-EXTRACAD"       TO WS-PROGRAMA
           END-IF
           IF  WS-OPCAO-VALIDA
               DISPLAY SST-LIMPA-TELA
               MOVE "I" TO ATV-TIPO-EVENTO
               PERFORM 99-GRAVA-ATIVIDADE
               CALL WS-PROGRAMA USING LINKAGE-DADOS
               MOVE "F" TO ATV-TIPO-EVENTO
               PERFORM 99-GRAVA-ATIVIDADE
               DISPLAY SST-LIMPA-TELA
           END-IF.
       2-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
      * GRAVA UM EVENTO DE ATIVIDADE COMO O MENU PRINCIPAL, PARA
      * QUE AS ROTINAS DE UTILITARIOS TAMBEM APARECAM NO LOG
       99-GRAVA-ATIVIDADE.
           OPEN EXTEND ARQ-ATIVIDADE
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
           AND WS-ESTADO-ARQUIVO EQUAL "35"
              CLOSE ARQ-ATIVIDADE
              OPEN OUTPUT ARQ-ATIVIDADE
           END-IF
           ACCEPT ATV-DATA FROM DATE YYYYMMDD
           ACCEPT ATV-HORA FROM TIME
           MOVE LK-CD-USUARIO        TO ATV-CD-USUARIO
           COMPUTE ATV-CD-OPCAO = WS-NR-OPCAO-LOG + WS-OPCAO
           MOVE WS-PROGRAMA          TO ATV-NM-PROGRAMA
           WRITE ATV-REGISTRO
           CLOSE ARQ-ATIVIDADE
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
