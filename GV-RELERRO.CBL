000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-RELERRO.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Erros de Arquivo do Dia por Programa
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Lista, agrupados por programa, os erros de FILE STATUS
      *     registrados no log central (GV-ERRO.LOG, gravado pela
      *     rotina GV-REGERRO), com o paragrafo, o arquivo, o estado,
      *     a chave em processamento, o operador e o modo, e o total
      *     de cada programa. Pelo menu lista a data informada (padrao
      *     hoje); como passo da cadeia noturna (GV-LOTE) lista ontem
      *     e hoje, cobrindo a cadeia que virou a meia-noite. O
      *     relatorio sai no spool de impressao. Le so o log corrente:
      *     os segmentos ja cortados pela rotacao ficam em
      *     GV-ROTACAO.CAT.
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
           SELECT ARQ-SORT ASSIGN TO DISK.
           SELECT ARQ-SPOOL-CAT ASSIGN TO DISK WID-ARQ-SPOOL-CAT
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT RELATO   ASSIGN TO DISK.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-ERRO.CPY.
      *
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SOR-NM-PROGRAMA        PIC X(015).
           03 SOR-DATA               PIC 9(008).
           03 SOR-HORA               PIC 9(008).
           03 SOR-CD-USUARIO         PIC X(008).
           03 SOR-IN-MODO            PIC X(001).
              88 SOR-MODO-BATCH                VALUE "L".
           03 SOR-NM-PARAGRAFO       PIC X(030).
           03 SOR-NM-ARQUIVO         PIC X(040).
           03 SOR-CD-ESTADO          PIC X(002).
           03 SOR-DS-CHAVE           PIC X(040).
      *
       FD  RELATO
           VALUE OF FILE-ID IS WS01-ARQUIVO
           LABEL RECORD IS  OMITTED.
       01  LINHA                       PIC X(132).
      *
       COPY GV-SPOOLFD.CPY.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-ERRO           PIC X(15) VALUE "GV-ERRO.LOG".
           03 WS01-ARQUIVO           PIC X(60) VALUE "IMPRESSAO.IMP".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-FINAL-ARQUIVO       PIC X(01) VALUE SPACE.
              88 WS-FIM-ARQUIVO                VALUE "F".
           03 WS-MENSAGEM            PIC X(68).
           03 WS-FINAL-SORT          PIC X(01) VALUE SPACE.
              88 WS-FIM-SORT                   VALUE "F".
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-DT-INICIO           PIC 9(008) VALUE ZEROS.
           03 WS-DT-FIM              PIC 9(008) VALUE ZEROS.
           03 WS-NR-DIA-AUX          PIC 9(009) VALUE ZEROS.
           03 WS-NM-PROGRAMA-ANT     PIC X(015) VALUE SPACES.
           03 WS-QT-ERROS            PIC 9(05) VALUE ZEROS.
           03 WS-QT-ERROS-PROGRAMA   PIC 9(05) VALUE ZEROS.
           03 WS-QT-PROGRAMAS        PIC 9(05) VALUE ZEROS.
           03 WS-QT-ED1              PIC ZZZZ9.
           03 WS-NR-LIN              PIC 9(03) VALUE 999.
           03 WS-NR-PAG              PIC 9(03) VALUE ZEROS.
      *
      * DATA E HORA DO ERRO EDITADAS NO RELATORIO
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
      *
      * LAYOUT DO RELATORIO DE ERROS DE ARQUIVO
       01  CAB-01.
           02 FILLER            PIC X(10) VALUE SPACES.
           02 FILLER            PIC X(34) VALUE
              "ERROS DE ARQUIVO POR PROGRAMA  DE ".
           02 WL-DT-INICIO      PIC X(10).
           02 FILLER            PIC X(05) VALUE " A ".
           02 WL-DT-FIM         PIC X(10).
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(04) VALUE "EM: ".
           02 WL-DT-DIA         PIC 9(02).
           02 FILLER            PIC X(01) VALUE "/".
           02 WL-DT-MES         PIC 9(02).
           02 FILLER            PIC X(01) VALUE "/".
           02 WL-DT-ANO         PIC 9(04).
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(05) VALUE "Pag: ".
           02 WL-NR-PAGINA      PIC 9(03) VALUE ZEROS.
      *
       01  CAB-02.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 FILLER    PIC X(11) VALUE "DATA".
           03 FILLER    PIC X(10) VALUE "HORA".
           03 FILLER    PIC X(10) VALUE "USUARIO".
           03 FILLER    PIC X(06) VALUE "MODO".
           03 FILLER    PIC X(32) VALUE "PARAGRAFO".
           03 FILLER    PIC X(32) VALUE "ARQUIVO".
           03 FILLER    PIC X(04) VALUE "FS".
           03 FILLER    PIC X(25) VALUE "CHAVE".
      *
       01  CAB-03.
           03 FILLER PIC X(132) VALUE IS ALL '='.
      *
       01  LIN-01.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 FILLER          PIC X(10) VALUE "PROGRAMA: ".
           03 WL-PROGRAMA     PIC X(15).
           03 FILLER          PIC X(105) VALUE SPACES.
      *
       01  LIN-02.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-DATA         PIC X(10).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-HR-HORA      PIC 9(02).
           03 FILLER          PIC X(01) VALUE ":".
           03 WL-HR-MINUTO    PIC 9(02).
           03 FILLER          PIC X(01) VALUE ":".
           03 WL-HR-SEGUNDO   PIC 9(02).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-USUARIO      PIC X(08).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-MODO         PIC X(04).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-PARAGRAFO    PIC X(30).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-ARQUIVO      PIC X(30).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-ESTADO       PIC X(02).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-CHAVE        PIC X(25).
      *
       01  LIN-03.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 FILLER          PIC X(22) VALUE
              "Erros do Programa ....".
           03 WL-SUB-PROGRAMA PIC X(15).
           03 FILLER          PIC X(02) VALUE ": ".
           03 WL-SUB-QT       PIC ZZZZ9.
           03 FILLER          PIC X(86) VALUE SPACES.
      *
       01  LIN-04.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 FILLER          PIC X(25) VALUE
              "Total de Erros no Periodo".
           03 FILLER          PIC X(02) VALUE ": ".
           03 WL-TOT-QT       PIC ZZZZ9.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 FILLER          PIC X(11) VALUE "Programas: ".
           03 WL-TOT-PROG     PIC ZZZZ9.
           03 FILLER          PIC X(78) VALUE SPACES.
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-LINKAGE.
      *
       SCREEN SECTION.
      *
       01  SST-LIMPA-TELA.
           03 LINE 22 COL 10 BLANK LINE.
           03 LINE 08 COL 01 BLANK LINE.
           03 LINE 02 COL 25 VALUE "                                ".
      *
       01  SST-RELERRO.
           03 LINE 02 COL 25 VALUE "Erros de Arquivo do Dia".
      *
       01  SST-DATA.
           03 LINE 08 COL 05 VALUE "Data dos Erros (AAAAMMDD): ".
           03 LINE 08 COL 32 USING WS-DT-INICIO.
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
           PERFORM 2-MODULO-PRINCIPAL.
           PERFORM 3-MODULO-FINAL.
       0-SAIDA.
           EXIT PROGRAM.
      *
       1-MODULO-INICIAL SECTION.
      *----------------
       1.
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DT-HOJE(7:2) TO WL-DT-DIA.
           MOVE WS-DT-HOJE(5:2) TO WL-DT-MES.
           MOVE WS-DT-HOJE(1:4) TO WL-DT-ANO.
           MOVE WS-DT-HOJE      TO WS-DT-INICIO
                                   WS-DT-FIM.
           IF LK-MODO-BATCH
              COMPUTE WS-NR-DIA-AUX =
                      FUNCTION INTEGER-OF-DATE (WS-DT-HOJE) - 1
              MOVE FUNCTION DATE-OF-INTEGER (WS-NR-DIA-AUX)
                   TO WS-DT-INICIO
           ELSE
              DISPLAY SST-RELERRO
              ACCEPT SST-DATA
              MOVE WS-DT-INICIO TO WS-DT-FIM
           END-IF.
      * SEM O LOG AINDA NAO HOUVE ERRO REGISTRADO - NAO E ERRO DA
      * CADEIA
           OPEN INPUT ARQ-ERRO.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "00" TO WS-ESTADO-ARQUIVO
              MOVE "F"  TO WS-FINAL-ARQUIVO
              MOVE "Nenhum Erro de Arquivo Registrado." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
       1-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           IF NOT WS-FIM-ARQUIVO
              MOVE WS-DT-INICIO TO WS-DT-EDICAO
              PERFORM 99-EDITA-DATA
              MOVE WS-DT-EDITADA TO WL-DT-INICIO
              MOVE WS-DT-FIM    TO WS-DT-EDICAO
              PERFORM 99-EDITA-DATA
              MOVE WS-DT-EDITADA TO WL-DT-FIM
              MOVE "RELERRO" TO WS-SPL-ID-RELATORIO
              PERFORM 99-PREPARA-SPOOL
              OPEN OUTPUT RELATO
              SORT ARQ-SORT ON ASCENDING KEY SOR-NM-PROGRAMA
                                             SOR-DATA
                                             SOR-HORA
                   INPUT  PROCEDURE IS 21-CARREGA-ERROS
                   OUTPUT PROCEDURE IS 22-IMPRIME-ERROS
              CLOSE RELATO
              MOVE WS-QT-ERROS TO WS-QT-ED1
              MOVE SPACES TO WS-MENSAGEM
              STRING "Erros de Arquivo no Spool: "
                     WS-QT-ED1 DELIMITED BY SIZE
                     INTO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           END-IF.
       2-SAIDA.
           EXIT.
      *
       21-CARREGA-ERROS SECTION.
       21.
           PERFORM 211-CARREGA-UM-ERRO
               UNTIL WS-FIM-ARQUIVO.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       21-SAIDA.
           EXIT.
      *
       211-CARREGA-UM-ERRO SECTION.
       211.
           READ ARQ-ERRO
               AT END MOVE "F" TO WS-FINAL-ARQUIVO
           END-READ.
           IF NOT WS-FIM-ARQUIVO
              IF  ERR-DATA NOT LESS    WS-DT-INICIO
              AND ERR-DATA NOT GREATER WS-DT-FIM
                 ADD 1 TO WS-QT-ERROS
                 MOVE ERR-NM-PROGRAMA  TO SOR-NM-PROGRAMA
                 MOVE ERR-DATA         TO SOR-DATA
                 MOVE ERR-HORA         TO SOR-HORA
                 MOVE ERR-CD-USUARIO   TO SOR-CD-USUARIO
                 MOVE ERR-IN-MODO      TO SOR-IN-MODO
                 MOVE ERR-NM-PARAGRAFO TO SOR-NM-PARAGRAFO
                 MOVE ERR-NM-ARQUIVO   TO SOR-NM-ARQUIVO
                 MOVE ERR-CD-ESTADO    TO SOR-CD-ESTADO
                 MOVE ERR-DS-CHAVE     TO SOR-DS-CHAVE
                 RELEASE REG-SORT
              END-IF
           END-IF.
       211-SAIDA.
           EXIT.
      *
       22-IMPRIME-ERROS SECTION.
       22.
           MOVE SPACE  TO WS-FINAL-SORT.
           MOVE SPACES TO WS-NM-PROGRAMA-ANT.
           PERFORM 221-IMPRIME-UMA-LINHA
               UNTIL WS-FIM-SORT.
           IF WS-QT-PROGRAMAS GREATER ZEROS
              PERFORM 222-SUBTOTAL-PROGRAMA.
           MOVE WS-QT-ERROS     TO WL-TOT-QT.
           MOVE WS-QT-PROGRAMAS TO WL-TOT-PROG.
           PERFORM 99-IMPRIME-CABECALHO.
           WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1.
           WRITE LINHA FROM LIN-04 BEFORE ADVANCING 1.
       22-SAIDA.
           EXIT.
      *
       221-IMPRIME-UMA-LINHA SECTION.
       221.
           PERFORM 99-LEITURA-SORT.
           IF NOT WS-FIM-SORT
              IF  SOR-NM-PROGRAMA NOT EQUAL WS-NM-PROGRAMA-ANT
              AND WS-QT-PROGRAMAS GREATER ZEROS
                 PERFORM 222-SUBTOTAL-PROGRAMA
              END-IF
              IF SOR-NM-PROGRAMA NOT EQUAL WS-NM-PROGRAMA-ANT
              OR WS-QT-PROGRAMAS EQUAL ZEROS
                 MOVE SOR-NM-PROGRAMA TO WS-NM-PROGRAMA-ANT
                                         WL-PROGRAMA
                 ADD 1 TO WS-QT-PROGRAMAS
                 PERFORM 99-IMPRIME-CABECALHO
                 WRITE LINHA FROM LIN-01 BEFORE ADVANCING 1
              END-IF
              ADD 1 TO WS-QT-ERROS-PROGRAMA
              MOVE SOR-DATA TO WS-DT-EDICAO
              PERFORM 99-EDITA-DATA
              MOVE WS-DT-EDITADA        TO WL-DATA
              MOVE SOR-HORA             TO WS-HR-EDICAO
              MOVE WS-HR-EDICAO-HORA    TO WL-HR-HORA
              MOVE WS-HR-EDICAO-MINUTO  TO WL-HR-MINUTO
              MOVE WS-HR-EDICAO-SEGUNDO TO WL-HR-SEGUNDO
              MOVE SOR-CD-USUARIO       TO WL-USUARIO
              IF SOR-MODO-BATCH
                 MOVE "LOTE" TO WL-MODO
              ELSE
                 MOVE "TELA" TO WL-MODO
              END-IF
              MOVE SOR-NM-PARAGRAFO     TO WL-PARAGRAFO
              MOVE SOR-NM-ARQUIVO       TO WL-ARQUIVO
              MOVE SOR-CD-ESTADO        TO WL-ESTADO
              MOVE SOR-DS-CHAVE         TO WL-CHAVE
              PERFORM 99-IMPRIME-CABECALHO
              WRITE LINHA FROM LIN-02 BEFORE ADVANCING 1
           END-IF.
       221-SAIDA.
           EXIT.
      *
       222-SUBTOTAL-PROGRAMA SECTION.
       222.
           MOVE WS-NM-PROGRAMA-ANT   TO WL-SUB-PROGRAMA.
           MOVE WS-QT-ERROS-PROGRAMA TO WL-SUB-QT.
           PERFORM 99-IMPRIME-CABECALHO.
           WRITE LINHA FROM LIN-03 BEFORE ADVANCING 2.
           ADD 1 TO WS-NR-LIN.
           MOVE ZEROS TO WS-QT-ERROS-PROGRAMA.
       222-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           IF NOT WS-FIM-ARQUIVO
              CLOSE ARQ-ERRO.
           IF NOT LK-MODO-BATCH
              DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
      *
       99-LEITURA-SORT.
           RETURN ARQ-SORT
               AT END
                  MOVE "F" TO WS-FINAL-SORT.
      *
       99-EDITA-DATA.
           MOVE SPACES TO WS-DT-EDITADA
           STRING WS-DT-EDICAO-DIA "/" WS-DT-EDICAO-MES "/"
                  WS-DT-EDICAO-ANO DELIMITED BY SIZE
                  INTO WS-DT-EDITADA.
      *
       99-IMPRIME-CABECALHO.
           ADD 1 TO WS-NR-LIN
           IF WS-NR-LIN > 66
              ADD 1 TO WS-NR-PAG
              IF WS-NR-PAG > 1
                 MOVE SPACES TO LINHA
                 WRITE LINHA FROM CAB-03 BEFORE ADVANCING PAGE
              END-IF
              MOVE WS-NR-PAG TO WL-NR-PAGINA
              WRITE LINHA FROM CAB-01 BEFORE ADVANCING 1
              WRITE LINHA FROM CAB-02 BEFORE ADVANCING 1
              WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1
              MOVE 4 TO WS-NR-LIN
           END-IF.
      *
       COPY GV-SPOOLPD.CPY.
      *
      * EM MODO LOTE NAO HA OPERADOR PARA O ENTER - SO EXIBE
       99-MENSAGEM.
           IF LK-MODO-BATCH
              DISPLAY SST-MENSAGEM
           ELSE
              DISPLAY SST-MENSAGEM
              ACCEPT  SST-MENSAGEM.
      *
