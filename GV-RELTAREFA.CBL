000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-RELTAREFA.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Tarefas de Acompanhamento em Atraso
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Lista, por operador, as tarefas de acompanhamento
      *     (GV-TAREFA.CPY) ainda abertas com o vencimento ja
      *     passado, as mais antigas primeiro, com o atraso contado
      *     em dias uteis (GV-DIAUTIL) e o vinculo de cada uma, para
      *     o coordenador redistribuir o que ficou parado. Roda avulso
      *     pelo menu ou como passo da cadeia noturna (GV-LOTE); o
      *     relatorio sai no spool de impressao.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TAREFA ASSIGN TO DISK WID-ARQ-TAREFA
             organization       is indexed
             access mode        is dynamic
             record key         is TAR-NR-TAREFA
             alternate record key is TAR-CD-OPERADOR
                                with duplicates
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-SORT ASSIGN TO DISK.
           SELECT ARQ-SPOOL-CAT ASSIGN TO DISK WID-ARQ-SPOOL-CAT
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT RELATO   ASSIGN TO DISK.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-TAREFA.CPY.
      *
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SOR-CD-OPERADOR        PIC X(008).
           03 SOR-DT-VENCIMENTO      PIC 9(008).
           03 SOR-NR-TAREFA          PIC 9(007).
           03 SOR-IN-PRIORIDADE      PIC X(001).
           03 SOR-QT-DIAS-ATRASO     PIC 9(005).
           03 SOR-TP-VINCULO         PIC X(001).
           03 SOR-CD-VINCULO         PIC 9(007).
           03 SOR-NR-VINCULO         PIC 9(007).
           03 SOR-CD-OPERADOR-ANT    PIC X(008).
           03 SOR-DS-TAREFA          PIC X(060).
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
           03 WID-ARQ-TAREFA         PIC X(14) VALUE "GV-TAREFA.DAT".
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
           03 WS-CD-OPERADOR-ANT     PIC X(008) VALUE SPACES.
           03 WS-QT-ATRASADAS        PIC 9(05) VALUE ZEROS.
           03 WS-QT-OPERADOR         PIC 9(05) VALUE ZEROS.
           03 WS-QT-OPERADORES       PIC 9(05) VALUE ZEROS.
           03 WS-QT-ED1              PIC ZZZZ9.
           03 WS-NR-LIN              PIC 9(03) VALUE 999.
           03 WS-NR-PAG              PIC 9(03) VALUE ZEROS.
      *
      * LAYOUT DO RELATORIO DE TAREFAS EM ATRASO
       01  CAB-01.
           02 FILLER            PIC X(28) VALUE SPACES.
           02 FILLER            PIC X(44) VALUE
              "TAREFAS DE ACOMPANHAMENTO EM ATRASO".
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
           03 FILLER    PIC X(04) VALUE SPACES.
           03 FILLER    PIC X(10) VALUE "OPERADOR".
           03 FILLER    PIC X(08) VALUE " TAREFA".
           03 FILLER    PIC X(04) VALUE " PR".
           03 FILLER    PIC X(12) VALUE "VENCIMENTO".
           03 FILLER    PIC X(07) VALUE "ATRASO".
           03 FILLER    PIC X(18) VALUE "VINCULO".
           03 FILLER    PIC X(10) VALUE "ORIGEM".
           03 FILLER    PIC X(59) VALUE "DESCRICAO".
      *
       01  CAB-03.
           03 FILLER PIC X(132) VALUE IS ALL '='.
      *
       01  LIN-01.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 WL-OPERADOR     PIC X(08).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-TAREFA       PIC ZZZZZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-PRIORIDADE   PIC X(01).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-VENC-DIA     PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 WL-VENC-MES     PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 WL-VENC-ANO     PIC 9(04).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-QT-ATRASO    PIC ZZZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-TP-VINCULO   PIC X(01).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-CD-VINCULO   PIC ZZZZZZ9.
           03 FILLER          PIC X(01) VALUE "/".
           03 WL-NR-VINCULO   PIC ZZZZZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-ORIGEM       PIC X(08).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-DESCRICAO    PIC X(060).
           03 FILLER          PIC X(05) VALUE SPACES.
      *
       01  LIN-02.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 FILLER          PIC X(27) VALUE
              "Tarefas em Atraso do Oper. ".
           03 WL-SUB-OPERADOR PIC X(08).
           03 FILLER          PIC X(02) VALUE ": ".
           03 WL-SUB-QT       PIC ZZZZ9.
           03 FILLER          PIC X(86) VALUE SPACES.
      *
       01  LIN-03.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 FILLER          PIC X(26) VALUE
              "Total de Tarefas em Atraso".
           03 FILLER          PIC X(02) VALUE ": ".
           03 WL-TOT-QT       PIC ZZZZ9.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 FILLER          PIC X(12) VALUE "Operadores: ".
           03 WL-TOT-OPER     PIC ZZZZ9.
           03 FILLER          PIC X(74) VALUE SPACES.
      *
       COPY GV-DIAUTILWS.CPY.
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-LINKAGE.
      *
       SCREEN SECTION.
      *
       01  SST-LIMPA-TELA.
           03 LINE 22 COL 10 BLANK LINE.
           03 LINE 12 COL 01 BLANK LINE.
           03 LINE 11 COL 01 BLANK LINE.
           03 LINE 10 COL 01 BLANK LINE.
           03 LINE 09 COL 01 BLANK LINE.
           03 LINE 08 COL 01 BLANK LINE.
           03 LINE 07 COL 01 BLANK LINE.
           03 LINE 06 COL 01 BLANK LINE.
           03 LINE 05 COL 01 BLANK LINE.
           03 LINE 04 COL 01 BLANK LINE.
           03 LINE 02 COL 25 VALUE "                                ".
      *
       01  SST-RELTAREFA.
           03 LINE 02 COL 26 VALUE "Tarefas em Atraso".
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
           IF NOT LK-MODO-BATCH
              DISPLAY SST-RELTAREFA.
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DT-HOJE(7:2) TO WL-DT-DIA.
           MOVE WS-DT-HOJE(5:2) TO WL-DT-MES.
           MOVE WS-DT-HOJE(1:4) TO WL-DT-ANO.
      * SEM O ARQUIVO AINDA NAO HA TAREFA REGISTRADA - NAO E ERRO
      * DA CADEIA
           OPEN INPUT ARQ-TAREFA.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "00" TO WS-ESTADO-ARQUIVO
              MOVE "F"  TO WS-FINAL-ARQUIVO
              MOVE "Nenhuma Tarefa Registrada." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
       1-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           IF NOT WS-FIM-ARQUIVO
              MOVE "TAREFAS" TO WS-SPL-ID-RELATORIO
              PERFORM 99-PREPARA-SPOOL
              OPEN OUTPUT RELATO
              SORT ARQ-SORT ON ASCENDING KEY SOR-CD-OPERADOR
                                             SOR-DT-VENCIMENTO
                                             SOR-NR-TAREFA
                   INPUT  PROCEDURE IS 21-CARREGA-TAREFAS
                   OUTPUT PROCEDURE IS 22-IMPRIME-TAREFAS
              CLOSE RELATO
              MOVE WS-QT-ATRASADAS TO WS-QT-ED1
              MOVE SPACES TO WS-MENSAGEM
              STRING "Tarefas em Atraso no Spool: "
                     WS-QT-ED1 DELIMITED BY SIZE
                     INTO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           END-IF.
       2-SAIDA.
           EXIT.
      *
       21-CARREGA-TAREFAS SECTION.
       21.
           MOVE ZEROS TO TAR-NR-TAREFA
                         WS-ESTADO-ARQUIVO.
           START ARQ-TAREFA KEY NOT LESS TAR-NR-TAREFA.
           PERFORM 211-CARREGA-UMA-TAREFA
               UNTIL NOT WS-OPERACAO-BEM-SUCEDIDA.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       21-SAIDA.
           EXIT.
      *
       211-CARREGA-UMA-TAREFA SECTION.
      * TAREFA ABERTA COM VENCIMENTO ANTERIOR A HOJE; O ATRASO E O
      * NUMERO DE DIAS UTEIS DEPOIS DO VENCIMENTO ATE HOJE
       211.
           READ ARQ-TAREFA NEXT.
           IF WS-OPERACAO-BEM-SUCEDIDA
              IF  TAR-SIT-ABERTA
              AND TAR-DT-VENCIMENTO LESS WS-DT-HOJE
                 ADD 1 TO WS-QT-ATRASADAS
                 MOVE "D"               TO WS-DU-FUNCAO
                 MOVE TAR-DT-VENCIMENTO TO WS-DU-DT-REFERENCIA
                 MOVE WS-DT-HOJE        TO WS-DU-DT-FIM
                 CALL WS-NM-PROG-DIAUTIL USING WS-DU-PARAMETROS
                 MOVE WS-DU-QT-DIAS      TO SOR-QT-DIAS-ATRASO
                 MOVE TAR-CD-OPERADOR    TO SOR-CD-OPERADOR
                 MOVE TAR-DT-VENCIMENTO  TO SOR-DT-VENCIMENTO
                 MOVE TAR-NR-TAREFA      TO SOR-NR-TAREFA
                 MOVE TAR-IN-PRIORIDADE  TO SOR-IN-PRIORIDADE
                 MOVE TAR-TP-VINCULO     TO SOR-TP-VINCULO
                 MOVE TAR-CD-VINCULO     TO SOR-CD-VINCULO
                 MOVE TAR-NR-VINCULO     TO SOR-NR-VINCULO
                 MOVE TAR-CD-OPERADOR-ANT TO SOR-CD-OPERADOR-ANT
                 MOVE TAR-DS-TAREFA      TO SOR-DS-TAREFA
                 RELEASE REG-SORT
              END-IF
           END-IF.
       211-SAIDA.
           EXIT.
      *
       22-IMPRIME-TAREFAS SECTION.
       22.
           MOVE SPACE  TO WS-FINAL-SORT.
           MOVE SPACES TO WS-CD-OPERADOR-ANT.
           PERFORM 221-IMPRIME-UMA-LINHA
               UNTIL WS-FIM-SORT.
           IF WS-CD-OPERADOR-ANT NOT EQUAL SPACES
              PERFORM 222-SUBTOTAL-OPERADOR.
           MOVE WS-QT-ATRASADAS  TO WL-TOT-QT.
           MOVE WS-QT-OPERADORES TO WL-TOT-OPER.
           PERFORM 99-IMPRIME-CABECALHO.
           WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1.
           WRITE LINHA FROM LIN-03 BEFORE ADVANCING 1.
       22-SAIDA.
           EXIT.
      *
       221-IMPRIME-UMA-LINHA SECTION.
       221.
           PERFORM 99-LEITURA-SORT.
           IF NOT WS-FIM-SORT
              IF  SOR-CD-OPERADOR NOT EQUAL WS-CD-OPERADOR-ANT
              AND WS-CD-OPERADOR-ANT NOT EQUAL SPACES
                 PERFORM 222-SUBTOTAL-OPERADOR
              END-IF
              IF SOR-CD-OPERADOR NOT EQUAL WS-CD-OPERADOR-ANT
                 MOVE SOR-CD-OPERADOR TO WS-CD-OPERADOR-ANT
                 ADD 1 TO WS-QT-OPERADORES
              END-IF
              ADD 1 TO WS-QT-OPERADOR
              MOVE SOR-CD-OPERADOR       TO WL-OPERADOR
              MOVE SOR-NR-TAREFA         TO WL-TAREFA
              MOVE SOR-IN-PRIORIDADE     TO WL-PRIORIDADE
              MOVE SOR-DT-VENCIMENTO(7:2) TO WL-VENC-DIA
              MOVE SOR-DT-VENCIMENTO(5:2) TO WL-VENC-MES
              MOVE SOR-DT-VENCIMENTO(1:4) TO WL-VENC-ANO
              MOVE SOR-QT-DIAS-ATRASO    TO WL-QT-ATRASO
              MOVE SOR-TP-VINCULO        TO WL-TP-VINCULO
              MOVE SOR-CD-VINCULO        TO WL-CD-VINCULO
              MOVE SOR-NR-VINCULO        TO WL-NR-VINCULO
              MOVE SOR-CD-OPERADOR-ANT   TO WL-ORIGEM
              MOVE SOR-DS-TAREFA         TO WL-DESCRICAO
              PERFORM 99-IMPRIME-CABECALHO
              WRITE LINHA FROM LIN-01 BEFORE ADVANCING 1
           END-IF.
       221-SAIDA.
           EXIT.
      *
       222-SUBTOTAL-OPERADOR SECTION.
       222.
           MOVE WS-CD-OPERADOR-ANT TO WL-SUB-OPERADOR.
           MOVE WS-QT-OPERADOR     TO WL-SUB-QT.
           PERFORM 99-IMPRIME-CABECALHO.
           WRITE LINHA FROM LIN-02 BEFORE ADVANCING 2.
           ADD 1 TO WS-NR-LIN.
           MOVE ZEROS TO WS-QT-OPERADOR.
       222-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           IF NOT WS-FIM-ARQUIVO
              CLOSE ARQ-TAREFA.
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
