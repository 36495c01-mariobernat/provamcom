000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-RELCONTESTA.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Relatorio de Contestacoes de Comissao em Aberto
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Relatorio mensal das contestacoes ainda nao resolvidas
      *     (abertas e em analise) de GV-CONTESTA.DAT, da mais antiga
      *     para a mais nova, com a idade em dias na data base, e o
      *     resumo por faixa de idade (ate 30, 31 a 60, 61 a 90 e
      *     acima de 90 dias) com a quantidade e o valor em discussao,
      *     mais o total geral contestado. Roda tambem em lote pela
      *     agenda (GV-AGENDALOTE), com a data base do dia.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTESTACAO ASSIGN TO DISK WID-ARQ-CONTESTACAO
             organization       is indexed
             access mode        is dynamic
             record key         is CTS-CHAVE-CONTESTACAO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
             organization       is indexed
             access mode        is dynamic
             record key         is FOR-CHAVE-VENDEDOR
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
       COPY GV-CONTESTA.CPY.
       COPY GV-CADVEN.CPY.
      *
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SOR-DT-ABERTURA        PIC 9(008).
           03 SOR-CD-EMPRESA         PIC 9(002).
           03 SOR-CD-VENDEDOR        PIC 9(007).
           03 SOR-NR-COMPETENCIA     PIC 9(006).
           03 SOR-NR-SEQUENCIA       PIC 9(003).
           03 SOR-TP-MOTIVO          PIC X(003).
           03 SOR-SITUACAO           PIC X(001).
           03 SOR-VL-CONTESTADO      PIC 9(013)V9(002).
      *
       COPY GV-SPOOLFD.CPY.
      *
       FD  RELATO
           VALUE OF FILE-ID IS WS01-ARQUIVO
           LABEL RECORD IS  OMITTED.
       01  LINHA                       PIC X(116).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-CONTESTACAO    PIC X(16) VALUE "GV-CONTESTA.DAT".
           03 WID-ARQ-VENDEDOR       PIC X(60) VALUE "GV-VENDEDOR.DAT".
           03 WS01-ARQUIVO           PIC X(60) VALUE "IMPRESSAO.IMP".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-DT-BASE             PIC 9(008) VALUE ZEROS.
              88 WS-SAIR-RELATORIO             VALUE ZERO.
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-MENSAGEM            PIC X(68).
           03 WS-FINAL-ARQUIVO       PIC X(01) VALUE SPACE.
              88 WS-FIM-ARQUIVO                VALUE "F".
           03 WS-FINAL-SORT          PIC X(01) VALUE SPACE.
              88 WS-FIM-SORT                   VALUE "F".
           03 WS-IND-ARQ-VENDEDOR    PIC X(01) VALUE "N".
              88 WS-ARQ-VENDEDOR-OK            VALUE "S".
           03 WS-QT-DIAS             PIC 9(005) VALUE ZEROS.
           03 WS-IX-FAIXA            PIC 9(004) COMP VALUE ZEROS.
           03 WS-QT-CONTESTACOES     PIC 9(005) VALUE ZEROS.
           03 WS-VL-TOT-CONTESTADO   PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-QT-ED               PIC ZZZZ9.
      *
      * FAIXAS DE IDADE - LIMITE SUPERIOR EM DIAS (A ULTIMA SEM LIMITE)
       01  WS-TABELA-DS-FAIXAS.
           03 FILLER                 PIC X(20) VALUE "ATE 30 DIAS".
           03 FILLER                 PIC X(20) VALUE "DE 31 A 60 DIAS".
           03 FILLER                 PIC X(20) VALUE "DE 61 A 90 DIAS".
           03 FILLER                 PIC X(20) VALUE "ACIMA DE 90 DIAS".
       01  FILLER REDEFINES WS-TABELA-DS-FAIXAS.
           03 WS-DS-FAIXA            PIC X(20) OCCURS 4 TIMES.
      *
       01  WS-TABELA-FAIXAS.
           03 WS-FAI-IDADE           OCCURS 4 TIMES.
              05 WS-FAI-QT-CONTESTA  PIC 9(005).
              05 WS-FAI-VL-CONTESTA  PIC 9(013)V9(002).
      *
       01  CAB-01.
           03 FILLER          PIC X(20) VALUE SPACES.
           03 FILLER          PIC X(48) VALUE
              "CONTESTACOES DE COMISSAO EM ABERTO POR IDADE".
           03 FILLER          PIC X(12) VALUE "Data Base: ".
           03 WL-DT-BASE      PIC X(10).
           03 FILLER          PIC X(26) VALUE SPACES.
      *
       01  CAB-02.
           03 FILLER PIC X(113) VALUE IS ALL '='.
      *
       01  CAB-03.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 FILLER    PIC X(11) VALUE "EM VENDEDOR".
           03 FILLER    PIC X(26) VALUE SPACES.
           03 FILLER    PIC X(08) VALUE "COMPET.".
           03 FILLER    PIC X(04) VALUE "NR.".
           03 FILLER    PIC X(04) VALUE "MOT".
           03 FILLER    PIC X(11) VALUE "SITUACAO".
           03 FILLER    PIC X(11) VALUE "ABERTURA".
           03 FILLER    PIC X(06) VALUE " DIAS".
           03 FILLER    PIC X(18) VALUE "  VALOR CONTESTADO".
      *
       01  LIN-01.
           03 FILLER            PIC X(02) VALUE SPACES.
           03 WL-CD-EMPRESA     PIC Z9.
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WL-CD-VENDEDOR    PIC ZZZZZZ9.
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WL-NM-VENDEDOR    PIC X(25).
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WL-NR-COMPETENCIA PIC 9999/99.
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WL-NR-SEQUENCIA   PIC 999.
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WL-TP-MOTIVO      PIC X(03).
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WL-DS-SITUACAO    PIC X(10).
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WL-DT-ABERTURA    PIC X(10).
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WL-QT-DIAS        PIC ZZZZ9.
           03 FILLER            PIC X(01) VALUE SPACES.
           03 WL-VL-CONTESTADO  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  LIN-02.
           03 FILLER            PIC X(04) VALUE SPACES.
           03 WL-DS-FAIXA       PIC X(20).
           03 FILLER            PIC X(04) VALUE SPACES.
           03 WL-QT-FAIXA       PIC ZZZZ9.
           03 FILLER            PIC X(15) VALUE " CONTESTACOES  ".
           03 WL-VL-FAIXA       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-LINKAGE.
      *
       SCREEN SECTION.
      *
       01  SST-LIMPA-TELA.
           03 LINE 22 COL 10 BLANK LINE.
           03 LINE 06 COL 01 BLANK LINE.
           03 LINE 05 COL 01 BLANK LINE.
           03 LINE 04 COL 01 BLANK LINE.
           03 LINE 02 COL 25 VALUE "                                ".
      *
       01  SST-RELATORIO.
           03 LINE 02 COL 22 VALUE "Contestacoes de Comissao em Aberto".
           03 LINE 05 COL 07 VALUE "Data Base AAAAMMDD (0 Sai): ".
           03 LINE 05 COL 35 USING WS-DT-BASE.
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
           IF NOT WS-SAIR-RELATORIO
              PERFORM 2-MODULO-PRINCIPAL.
           PERFORM 3-MODULO-FINAL.
       0-SAIDA.
           EXIT PROGRAM.
      *
       1-MODULO-INICIAL SECTION.
      *----------------
      * DATA BASE PADRAO E O DIA; EM LOTE NAO HA TELA
       1.
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DT-HOJE TO WS-DT-BASE.
           IF NOT LK-MODO-BATCH
              ACCEPT SST-RELATORIO.
           IF  NOT WS-SAIR-RELATORIO
           AND FUNCTION INTEGER-OF-DATE(WS-DT-BASE) EQUAL ZEROS
              MOVE "Data Base Invalida." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              MOVE ZEROS TO WS-DT-BASE.
       1-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           OPEN INPUT ARQ-CONTESTACAO.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "00" TO WS-ESTADO-ARQUIVO
              MOVE "Nenhuma Contestacao Registrada."
                                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              OPEN INPUT ARQ-VENDEDOR
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "S" TO WS-IND-ARQ-VENDEDOR
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
              MOVE "CONTESTA" TO WS-SPL-ID-RELATORIO
              PERFORM 99-PREPARA-SPOOL
              OPEN OUTPUT RELATO
              SORT ARQ-SORT ON ASCENDING KEY SOR-DT-ABERTURA
                                             SOR-CD-EMPRESA
                                             SOR-CD-VENDEDOR
                                             SOR-NR-COMPETENCIA
                                             SOR-NR-SEQUENCIA
                   INPUT  PROCEDURE IS 21-CARREGA-CONTESTACOES
                   OUTPUT PROCEDURE IS 22-IMPRIME-CONTESTACOES
              CLOSE RELATO
                    ARQ-CONTESTACAO
              IF WS-ARQ-VENDEDOR-OK
                 CLOSE ARQ-VENDEDOR
              END-IF
              MOVE WS-QT-CONTESTACOES TO WS-QT-ED
              MOVE SPACES TO WS-MENSAGEM
              STRING "Contestacoes em Aberto Listadas: " WS-QT-ED
                     DELIMITED BY SIZE INTO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           END-IF.
       2-SAIDA.
           EXIT.
      *
       21-CARREGA-CONTESTACOES SECTION.
       21.
           MOVE SPACE TO WS-FINAL-ARQUIVO.
           PERFORM 99-LER-CONTESTACAO.
           PERFORM 211-CARREGA-UMA-CONTESTACAO
               UNTIL WS-FIM-ARQUIVO.
           MOVE SPACE TO WS-FINAL-ARQUIVO.
       21-SAIDA.
           EXIT.
      *
       211-CARREGA-UMA-CONTESTACAO SECTION.
      * SO AS PENDENTES (ABERTA OU EM ANALISE) JA ABERTAS NA DATA BASE
       211.
           IF  CTS-SIT-PENDENTE
           AND CTS-DT-ABERTURA NOT GREATER WS-DT-BASE
              MOVE CTS-DT-ABERTURA    TO SOR-DT-ABERTURA
              MOVE CTS-CD-EMPRESA     TO SOR-CD-EMPRESA
              MOVE CTS-CD-VENDEDOR    TO SOR-CD-VENDEDOR
              MOVE CTS-NR-COMPETENCIA TO SOR-NR-COMPETENCIA
              MOVE CTS-NR-SEQUENCIA   TO SOR-NR-SEQUENCIA
              MOVE CTS-TP-MOTIVO      TO SOR-TP-MOTIVO
              MOVE CTS-SITUACAO       TO SOR-SITUACAO
              MOVE CTS-VL-CONTESTADO  TO SOR-VL-CONTESTADO
              RELEASE REG-SORT
           END-IF.
           PERFORM 99-LER-CONTESTACAO.
       211-SAIDA.
           EXIT.
      *
       22-IMPRIME-CONTESTACOES SECTION.
       22.
           PERFORM 221-ZERA-UMA-FAIXA
               VARYING WS-IX-FAIXA FROM 1 BY 1
               UNTIL WS-IX-FAIXA GREATER 4.
           MOVE SPACES TO WL-DT-BASE.
           STRING WS-DT-BASE(7:2) "/" WS-DT-BASE(5:2) "/"
                  WS-DT-BASE(1:4) DELIMITED BY SIZE INTO WL-DT-BASE.
           WRITE LINHA FROM CAB-01 BEFORE ADVANCING 1.
           WRITE LINHA FROM CAB-02 BEFORE ADVANCING 1.
           WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1.
           WRITE LINHA FROM CAB-02 BEFORE ADVANCING 1.
           MOVE SPACE TO WS-FINAL-SORT.
           RETURN ARQ-SORT
               AT END MOVE "F" TO WS-FINAL-SORT.
           PERFORM 222-IMPRIME-UMA-CONTESTACAO
               UNTIL WS-FIM-SORT.
           WRITE LINHA FROM CAB-02 BEFORE ADVANCING 1.
           MOVE SPACES TO LINHA.
           WRITE LINHA BEFORE ADVANCING 1.
           MOVE "RESUMO POR IDADE" TO LINHA.
           WRITE LINHA BEFORE ADVANCING 1.
           WRITE LINHA FROM CAB-02 BEFORE ADVANCING 1.
           PERFORM 223-IMPRIME-UMA-FAIXA
               VARYING WS-IX-FAIXA FROM 1 BY 1
               UNTIL WS-IX-FAIXA GREATER 4.
           WRITE LINHA FROM CAB-02 BEFORE ADVANCING 1.
           MOVE "TOTAL EM DISCUSSAO"   TO WL-DS-FAIXA.
           MOVE WS-QT-CONTESTACOES     TO WL-QT-FAIXA.
           MOVE WS-VL-TOT-CONTESTADO   TO WL-VL-FAIXA.
           WRITE LINHA FROM LIN-02 BEFORE ADVANCING 1.
       22-SAIDA.
           EXIT.
      *
       221-ZERA-UMA-FAIXA SECTION.
       221.
           MOVE ZEROS TO WS-FAI-QT-CONTESTA(WS-IX-FAIXA)
                         WS-FAI-VL-CONTESTA(WS-IX-FAIXA).
       221-SAIDA.
           EXIT.
      *
       222-IMPRIME-UMA-CONTESTACAO SECTION.
       222.
           COMPUTE WS-QT-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-DT-BASE)
                 - FUNCTION INTEGER-OF-DATE(SOR-DT-ABERTURA).
           IF WS-QT-DIAS GREATER 90
              MOVE 4 TO WS-IX-FAIXA
           ELSE
              IF WS-QT-DIAS GREATER 60
                 MOVE 3 TO WS-IX-FAIXA
              ELSE
                 IF WS-QT-DIAS GREATER 30
                    MOVE 2 TO WS-IX-FAIXA
                 ELSE
                    MOVE 1 TO WS-IX-FAIXA
                 END-IF
              END-IF
           END-IF.
           ADD 1                 TO WS-FAI-QT-CONTESTA(WS-IX-FAIXA)
                                    WS-QT-CONTESTACOES.
           ADD SOR-VL-CONTESTADO TO WS-FAI-VL-CONTESTA(WS-IX-FAIXA)
                                    WS-VL-TOT-CONTESTADO.
           MOVE SPACES TO WL-NM-VENDEDOR.
           IF WS-ARQ-VENDEDOR-OK
              MOVE SOR-CD-EMPRESA  TO FOR-CD-EMPRESA
              MOVE SOR-CD-VENDEDOR TO FOR-CD-VENDEDOR
              READ ARQ-VENDEDOR
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE FOR-NM-VENDEDOR TO WL-NM-VENDEDOR
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
           MOVE SOR-CD-EMPRESA     TO WL-CD-EMPRESA.
           MOVE SOR-CD-VENDEDOR    TO WL-CD-VENDEDOR.
           MOVE SOR-NR-COMPETENCIA TO WL-NR-COMPETENCIA.
           MOVE SOR-NR-SEQUENCIA   TO WL-NR-SEQUENCIA.
           MOVE SOR-TP-MOTIVO      TO WL-TP-MOTIVO.
           IF SOR-SITUACAO EQUAL "E"
              MOVE "EM ANALISE" TO WL-DS-SITUACAO
           ELSE
              MOVE "ABERTA"     TO WL-DS-SITUACAO
           END-IF.
           MOVE SPACES TO WL-DT-ABERTURA.
           STRING SOR-DT-ABERTURA(7:2) "/" SOR-DT-ABERTURA(5:2) "/"
                  SOR-DT-ABERTURA(1:4)
                  DELIMITED BY SIZE INTO WL-DT-ABERTURA.
           MOVE WS-QT-DIAS         TO WL-QT-DIAS.
           MOVE SOR-VL-CONTESTADO  TO WL-VL-CONTESTADO.
           WRITE LINHA FROM LIN-01 BEFORE ADVANCING 1.
           RETURN ARQ-SORT
               AT END MOVE "F" TO WS-FINAL-SORT.
       222-SAIDA.
           EXIT.
      *
       223-IMPRIME-UMA-FAIXA SECTION.
       223.
           MOVE WS-DS-FAIXA(WS-IX-FAIXA)        TO WL-DS-FAIXA.
           MOVE WS-FAI-QT-CONTESTA(WS-IX-FAIXA) TO WL-QT-FAIXA.
           MOVE WS-FAI-VL-CONTESTA(WS-IX-FAIXA) TO WL-VL-FAIXA.
           WRITE LINHA FROM LIN-02 BEFORE ADVANCING 1.
       223-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           IF NOT LK-MODO-BATCH
              DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
      *
       99-LER-CONTESTACAO.
           READ ARQ-CONTESTACAO NEXT
               AT END MOVE "F" TO WS-FINAL-ARQUIVO.
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
