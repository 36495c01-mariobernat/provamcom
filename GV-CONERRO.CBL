000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-CONERRO.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Consulta do Log de Erros de Arquivo
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Percorre na tela, um por vez e na ordem em que ocorreram,
      *     os erros de FILE STATUS do log central (GV-ERRO.LOG,
      *     gravado pela rotina GV-REGERRO) a partir da data
      *     informada (padrao hoje), de todos os programas ou so do
      *     programa informado, com o paragrafo, o arquivo, o estado,
      *     a chave em processamento, o operador e o modo - o que
      *     antes exigia repetir a execucao com o operador olhando.
      *     Le so o log corrente: os segmentos ja cortados pela
      *     rotacao ficam em GV-ROTACAO.CAT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ERRO ASSIGN TO DISK WID-ARQ-ERRO
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-ERRO.CPY.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-ERRO           PIC X(15) VALUE "GV-ERRO.LOG".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-FINAL-ARQUIVO       PIC X(01) VALUE SPACE.
              88 WS-FIM-ARQUIVO                VALUE "F".
           03 WS-IND-FIM-LISTA       PIC X(01) VALUE "N".
              88 WS-FIM-LISTA                  VALUE "S".
           03 WS-MENSAGEM            PIC X(68).
           03 WS-RESPOSTA            PIC X(01).
              88 WS-SIM                        VALUE "S" "s".
              88 WS-NAO                        VALUE "N" "n".
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-DT-INFORMADA        PIC 9(008) VALUE ZEROS.
           03 WS-NM-PROGRAMA         PIC X(015) VALUE SPACES.
           03 WS-QT-LISTADOS         PIC 9(05) VALUE ZEROS.
           03 WS-DS-MODO             PIC X(010) VALUE SPACES.
      *
      * DATA E HORA DO ERRO EDITADAS NA TELA
           03 WS-DT-EDICAO           PIC 9(008) VALUE ZEROS.
           03 WS-DT-EDICAO-R REDEFINES WS-DT-EDICAO.
              05 WS-DT-EDICAO-ANO    PIC 9(004).
              05 WS-DT-EDICAO-MES    PIC 9(002).
              05 WS-DT-EDICAO-DIA    PIC 9(002).
           03 WS-DT-EDITADA          PIC X(010) VALUE SPACES.
           03 WS-HR-EDICAO           PIC 9(008) VALUE ZEROS.
           03 WS-HR-EDICAO-R REDEFINES WS-HR-EDICAO.
              05 WS-HR-EDICAO-HORA   PIC 9(002).
              05 WS-HR-EDICAO-MINUTO PIC 9(002).
              05 WS-HR-EDICAO-SEGUNDO PIC 9(002).
              05 FILLER              PIC 9(002).
           03 WS-HR-EDITADA          PIC X(008) VALUE SPACES.
      *
       COPY GV-LINKAGE.
      *
       SCREEN SECTION.
      *
       01  SST-LIMPA-TELA.
           03 LINE 22 COL 10 BLANK LINE.
           03 LINE 19 COL 01 BLANK LINE.
           03 LINE 18 COL 01 BLANK LINE.
           03 LINE 17 COL 01 BLANK LINE.
           03 LINE 16 COL 01 BLANK LINE.
           03 LINE 15 COL 01 BLANK LINE.
           03 LINE 14 COL 01 BLANK LINE.
           03 LINE 13 COL 01 BLANK LINE.
           03 LINE 12 COL 01 BLANK LINE.
           03 LINE 06 COL 01 BLANK LINE.
           03 LINE 05 COL 01 BLANK LINE.
           03 LINE 02 COL 25 VALUE "                                ".
      *
       01  SST-CONERRO.
           03 LINE 02 COL 25 VALUE "Log de Erros de Arquivo".
      *
       01  SST-FILTRO.
           03 LINE 05 COL 05 VALUE "A partir de (AAAAMMDD): ".
           03 LINE 05 COL 29 USING WS-DT-INFORMADA.
           03 LINE 06 COL 05 VALUE "Programa (branco=todos): ".
           03 LINE 06 COL 30 USING WS-NM-PROGRAMA.
      *
       01  SST-ERRO.
           03 LINE 12 COL 05 VALUE "Em.........: ".
           03 LINE 12 COL 18 USING WS-DT-EDITADA.
           03 LINE 12 COL 29 USING WS-HR-EDITADA.
           03 LINE 13 COL 05 VALUE "Operador...: ".
           03 LINE 13 COL 18 USING ERR-CD-USUARIO.
           03 LINE 13 COL 29 USING WS-DS-MODO.
           03 LINE 14 COL 05 VALUE "Programa...: ".
           03 LINE 14 COL 18 USING ERR-NM-PROGRAMA.
           03 LINE 15 COL 05 VALUE "Paragrafo..: ".
           03 LINE 15 COL 18 USING ERR-NM-PARAGRAFO.
           03 LINE 16 COL 05 VALUE "Arquivo....: ".
           03 LINE 16 COL 18 USING ERR-NM-ARQUIVO.
           03 LINE 17 COL 05 VALUE "Estado.....: ".
           03 LINE 17 COL 18 USING ERR-CD-ESTADO.
           03 LINE 18 COL 05 VALUE "Chave......: ".
           03 LINE 18 COL 18 USING ERR-DS-CHAVE.
      *
       01  SST-MENSAGEM.
           03 LINE 22 COL 11 USING WS-MENSAGEM.
      *
       01  SST-CONTINUA.
           03 LINE 22 COL 11 VALUE "Continuar a Lista (S/N) ? ".
           03 LINE 22 COL 37 PIC X USING WS-RESPOSTA AUTO.
      *
       PROCEDURE DIVISION USING LINKAGE-DADOS.
      *
       0-MODULO-CONTROLE SECTION.
      *-----------------
       0.
           PERFORM 1-MODULO-INICIAL.
           PERFORM 2-MODULO-PRINCIPAL.
           PERFORM 3-MODULO-FINAL.
       0-SAIDA.
           EXIT PROGRAM.
      *
       1-MODULO-INICIAL SECTION.
      *----------------
       1.
           DISPLAY SST-CONERRO.
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DT-HOJE TO WS-DT-INFORMADA.
           ACCEPT SST-FILTRO.
       1-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           MOVE ZEROS TO WS-QT-LISTADOS.
           MOVE "N"   TO WS-IND-FIM-LISTA.
           OPEN INPUT ARQ-ERRO.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE SPACE TO WS-FINAL-ARQUIVO
              PERFORM 21-LISTA-UM-ERRO
                  UNTIL WS-FIM-ARQUIVO OR WS-FIM-LISTA
              CLOSE ARQ-ERRO
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
           IF WS-QT-LISTADOS EQUAL ZEROS
              MOVE "Nenhum Erro de Arquivo no Periodo." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              IF NOT WS-FIM-LISTA
                 MOVE "Fim do Log de Erros." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              END-IF
           END-IF.
       2-SAIDA.
           EXIT.
      *
       21-LISTA-UM-ERRO SECTION.
       21.
           READ ARQ-ERRO
               AT END MOVE "F" TO WS-FINAL-ARQUIVO
           END-READ.
           IF NOT WS-FIM-ARQUIVO
           AND ERR-DATA NOT LESS WS-DT-INFORMADA
              IF WS-NM-PROGRAMA EQUAL SPACES
              OR ERR-NM-PROGRAMA EQUAL WS-NM-PROGRAMA
                 PERFORM 211-EXIBE-ERRO
              END-IF
           END-IF.
       21-SAIDA.
           EXIT.
      *
       211-EXIBE-ERRO SECTION.
       211.
           ADD 1 TO WS-QT-LISTADOS.
           MOVE ERR-DATA TO WS-DT-EDICAO.
           MOVE SPACES TO WS-DT-EDITADA.
           STRING WS-DT-EDICAO-DIA "/" WS-DT-EDICAO-MES "/"
                  WS-DT-EDICAO-ANO DELIMITED BY SIZE
                  INTO WS-DT-EDITADA.
           MOVE ERR-HORA TO WS-HR-EDICAO.
           MOVE SPACES TO WS-HR-EDITADA.
           STRING WS-HR-EDICAO-HORA ":" WS-HR-EDICAO-MINUTO ":"
                  WS-HR-EDICAO-SEGUNDO DELIMITED BY SIZE
                  INTO WS-HR-EDITADA.
           IF ERR-MODO-BATCH
              MOVE "(lote)" TO WS-DS-MODO
           ELSE
              MOVE "(tela)" TO WS-DS-MODO
           END-IF.
           DISPLAY SST-ERRO.
           MOVE "S" TO WS-RESPOSTA.
           ACCEPT SST-CONTINUA.
           IF WS-NAO
              MOVE "S" TO WS-IND-FIM-LISTA.
       211-SAIDA.
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
