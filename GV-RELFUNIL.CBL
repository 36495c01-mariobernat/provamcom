000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-RELFUNIL.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Funil de Vendas Ponderado por Vendedor
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Le as oportunidades de negocio (GV-OPORTUNIDADE.DAT,
      *     mantidas em GV-CADOPORT) e emite, por vendedor, tres
      *     blocos: o funil em aberto por mes previsto de
      *     fechamento, com o valor estimado e o valor ponderado
      *     pela probabilidade do estagio (meses ja passados saem
      *     marcados como vencidos); o envelhecimento por estagio,
      *     com a media e o maximo de dias desde a entrada no
      *     estagio atual; e as oportunidades ganhas e perdidas com
      *     encerramento no periodo informado na tela (padrao: de
      *     1o de janeiro ate hoje), com a taxa de ganho em
      *     quantidade e em valor. Fecha com o total geral. Com
      *     LK-CD-EMPRESA preenchido cobre somente aquela empresa.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-OPORTUNIDADE ASSIGN TO DISK WID-ARQ-OPORTUNIDADE
             organization       is indexed
             access mode        is dynamic
             record key         is OPT-CHAVE-OPORTUNIDADE
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
       COPY GV-OPORTUN.CPY.
       COPY GV-CADVEN.CPY.
      *
      * BLOCOS DO VENDEDOR: 1 = EM ABERTO POR MES PREVISTO (GRUPO
      * AAAAMM), 2 = ENVELHECIMENTO POR ESTAGIO (GRUPO 1, 2, 3 NA
      * ORDEM DO FUNIL), 3 = ENCERRADAS NO PERIODO (GRUPO G OU L)
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SOR-CD-EMPRESA         PIC 9(002).
           03 SOR-CD-VENDEDOR        PIC 9(007).
           03 SOR-NR-BLOCO           PIC 9(001).
           03 SOR-CD-GRUPO           PIC X(006).
           03 SOR-VL-ESTIMADO        PIC 9(011)V9(002).
           03 SOR-VL-PONDERADO       PIC 9(011)V9(002).
           03 SOR-QT-DIAS            PIC 9(005).
      *
       FD  RELATO
           VALUE OF FILE-ID IS WS01-ARQUIVO
           LABEL RECORD IS  OMITTED.
       01  LINHA                       PIC X(116).
      *
       COPY GV-SPOOLFD.CPY.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-OPORTUNIDADE   PIC X(20) VALUE
                                     "GV-OPORTUNIDADE.DAT".
           03 WID-ARQ-VENDEDOR       PIC X(60) VALUE "GV-VENDEDOR.DAT".
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
           03 WS-IND-ARQ-VENDEDOR    PIC X(01) VALUE "N".
              88 WS-ARQ-VENDEDOR-OK            VALUE "S".
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-DT-INICIAL          PIC 9(008) VALUE ZEROS.
           03 WS-DT-FINAL            PIC 9(008) VALUE ZEROS.
           03 WS-DT-BASE-ESTAGIO     PIC 9(008) VALUE ZEROS.
           03 WS-QT-DIAS-ESTAGIO     PIC S9(007) VALUE ZEROS.
           03 WS-PC-TAXA-QT          PIC 9(003)V9(001) VALUE ZEROS.
           03 WS-PC-TAXA-VL          PIC 9(003)V9(001) VALUE ZEROS.
      *
      * QUEBRAS
           03 WS-CD-VENDEDOR-ANT.
              05 WS-CD-EMPRESA-ANT   PIC 9(002) VALUE ZEROS.
              05 WS-CD-VENDEDOR-QBR  PIC 9(007) VALUE ZEROS.
           03 WS-NR-BLOCO-ANT        PIC 9(001) VALUE ZEROS.
           03 WS-CD-GRUPO-ANT        PIC X(006) VALUE SPACES.
           03 WS-QT-OPORTUNIDADES    PIC 9(007) VALUE ZEROS.
           03 WS-QT-ED1              PIC ZZZZZZ9.
           03 WS-NR-LIN              PIC 9(03) VALUE 999.
           03 WS-NR-PAG              PIC 9(03) VALUE ZEROS.
      *
      * ACUMULADOR DA LINHA (MES, ESTAGIO OU GANHAS/PERDIDAS)
       01  WS-TOT-GRUPO.
           03 WS-GRP-QT-OPORT        PIC 9(007).
           03 WS-GRP-VL-ESTIMADO     PIC 9(013)V9(002).
           03 WS-GRP-VL-PONDERADO    PIC 9(013)V9(002).
           03 WS-GRP-QT-DIAS         PIC 9(009).
           03 WS-GRP-QT-DIAS-MAXIMO  PIC 9(005).
      *
      * TOTAIS: 1 = VENDEDOR, 2 = GERAL
       01  WS-TAB-TOTAIS.
           03 WS-TOT-NIVEL           OCCURS 2 TIMES.
              05 WS-TOT-QT-ABERTA    PIC 9(007).
              05 WS-TOT-VL-ABERTA    PIC 9(013)V9(002).
              05 WS-TOT-VL-PONDERADO PIC 9(013)V9(002).
              05 WS-TOT-QT-GANHA     PIC 9(007).
              05 WS-TOT-VL-GANHA     PIC 9(013)V9(002).
              05 WS-TOT-QT-PERDIDA   PIC 9(007).
              05 WS-TOT-VL-PERDIDA   PIC 9(013)V9(002).
           03 WS-IX-NIVEL            PIC 9(01) COMP VALUE ZEROS.
      *
      * LAYOUT DO RELATORIO DO FUNIL
       01  CAB-01.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(46) VALUE
              "FUNIL DE VENDAS PONDERADO POR VENDEDOR".
           02 FILLER            PIC X(10) VALUE "Periodo: ".
           02 WL-DT-INICIAL     PIC 9(08) VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE " a ".
           02 WL-DT-FINAL       PIC 9(08) VALUE ZEROS.
           02 FILLER            PIC X(28) VALUE SPACES.
           02 FILLER            PIC X(05) VALUE "Pag: ".
           02 WL-NR-PAGINA      PIC 9(03) VALUE ZEROS.
      *
       01  CAB-02.
           03 FILLER    PIC X(09) VALUE SPACES.
           03 FILLER    PIC X(28) VALUE "DESCRICAO".
           03 FILLER    PIC X(07) VALUE "   QTDE".
           03 FILLER    PIC X(19) VALUE "     VALOR ESTIMADO".
           03 FILLER    PIC X(19) VALUE "    VALOR PONDERADO".
           03 FILLER    PIC X(08) VALUE "   MEDIA".
           03 FILLER    PIC X(10) VALUE "    MAXIMO".
           03 FILLER    PIC X(16) VALUE SPACES.
      *
       01  CAB-03.
           03 FILLER PIC X(116) VALUE IS ALL '='.
      *
       01  LIN-VENDEDOR.
           03 FILLER          PIC X(05) VALUE SPACES.
           03 FILLER          PIC X(10) VALUE "VENDEDOR: ".
           03 WL-CD-VENDEDOR  PIC 9(07).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-NM-VENDEDOR  PIC X(40).
           03 FILLER          PIC X(53) VALUE SPACES.
      *
       01  LIN-BLOCO.
           03 FILLER          PIC X(07) VALUE SPACES.
           03 WL-DS-BLOCO     PIC X(50).
           03 FILLER          PIC X(59) VALUE SPACES.
      *
       01  LIN-01.
           03 FILLER          PIC X(09) VALUE SPACES.
           03 WL-DS-GRUPO     PIC X(28).
           03 WL-QT-OPORT     PIC ZZZ.ZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-VL-ESTIMADO  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-PONDERADO.
              05 WL-VL-PONDERADO PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 WL-PONDERADO-X REDEFINES WL-PONDERADO PIC X(17).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-DIAS.
              05 WL-QT-DIAS-MEDIO  PIC ZZ.ZZ9.
              05 FILLER            PIC X(04) VALUE SPACES.
              05 WL-QT-DIAS-MAXIMO PIC ZZ.ZZ9.
           03 WL-DIAS-X REDEFINES WL-DIAS PIC X(16).
           03 FILLER          PIC X(16) VALUE SPACES.
      *
       01  LIN-TAXA.
           03 FILLER          PIC X(09) VALUE SPACES.
           03 FILLER          PIC X(28) VALUE "TAXA DE GANHO".
           03 FILLER          PIC X(07) VALUE "QTDE: ".
           03 WL-PC-TAXA-QT   PIC ZZ9,9.
           03 FILLER          PIC X(01) VALUE "%".
           03 FILLER          PIC X(10) VALUE SPACES.
           03 FILLER          PIC X(07) VALUE "VALOR: ".
           03 WL-PC-TAXA-VL   PIC ZZ9,9.
           03 FILLER          PIC X(01) VALUE "%".
           03 FILLER          PIC X(43) VALUE SPACES.
      *
       COPY GV-CONFIGWS.CPY.
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
       01  SST-FUNIL.
           03 LINE 02 COL 25 VALUE "Funil de Vendas Ponderado".
           03 LINE 04 COL 07 VALUE "Ganhas/Perdidas Encerradas no Per
      -                            "iodo:".
           03 LINE 05 COL 07 VALUE "Data Inicial (AAAAMMDD): ".
           03 LINE 05 COL 32 USING WS-DT-INICIAL.
           03 LINE 06 COL 07 VALUE "Data Final   (AAAAMMDD): ".
           03 LINE 06 COL 32 USING WS-DT-FINAL.
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
      * PERIODO PADRAO: DO PRIMEIRO DIA DO ANO ATE HOJE
       1.
           PERFORM 99-LE-CONFIGURACAO.
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DT-HOJE TO WS-DT-INICIAL
                              WS-DT-FINAL.
           MOVE "0101"     TO WS-DT-INICIAL(5:4).
           ACCEPT SST-FUNIL.
           IF WS-DT-FINAL LESS WS-DT-INICIAL
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Data Final Anterior a Inicial." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              OPEN INPUT ARQ-OPORTUNIDADE
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Nenhuma Oportunidade Cadastrada." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
      * SEM O CADASTRO DE VENDEDORES O RELATORIO SAI SO COM O CODIGO
                 OPEN INPUT ARQ-VENDEDOR
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "S" TO WS-IND-ARQ-VENDEDOR
                 ELSE
                    MOVE "N" TO WS-IND-ARQ-VENDEDOR
                 END-IF
                 MOVE "00" TO WS-ESTADO-ARQUIVO
              END-IF
           END-IF.
       1-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           IF NOT WS-FIM-ARQUIVO
              MOVE "FUNIL" TO WS-SPL-ID-RELATORIO
              PERFORM 99-PREPARA-SPOOL
              OPEN OUTPUT RELATO
              MOVE WS-DT-INICIAL TO WL-DT-INICIAL
              MOVE WS-DT-FINAL   TO WL-DT-FINAL
              SORT ARQ-SORT ON ASCENDING KEY SOR-CD-EMPRESA
                                             SOR-CD-VENDEDOR
                                             SOR-NR-BLOCO
                                             SOR-CD-GRUPO
                   INPUT  PROCEDURE IS 21-SELECIONA-OPORTUNIDADES
                   OUTPUT PROCEDURE IS 22-IMPRIME-FUNIL
              CLOSE RELATO
              MOVE WS-QT-OPORTUNIDADES TO WS-QT-ED1
              MOVE SPACES TO WS-MENSAGEM
              STRING "Relatorio no Spool - Oportunidades: "
                     WS-QT-ED1
                     DELIMITED BY SIZE INTO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           END-IF.
       2-SAIDA.
           EXIT.
      *
       21-SELECIONA-OPORTUNIDADES SECTION.
       21.
           MOVE ZEROS TO OPT-CHAVE-OPORTUNIDADE
                         WS-ESTADO-ARQUIVO.
           START ARQ-OPORTUNIDADE KEY NOT LESS OPT-CHAVE-OPORTUNIDADE.
           PERFORM 211-SELECIONA-UMA-OPORTUNIDADE
               UNTIL NOT WS-OPERACAO-BEM-SUCEDIDA.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       21-SAIDA.
           EXIT.
      *
       211-SELECIONA-UMA-OPORTUNIDADE SECTION.
      * A OPORTUNIDADE EM ABERTO ENTRA NO FUNIL DO MES PREVISTO E NO
      * ENVELHECIMENTO DO ESTAGIO; A ENCERRADA SO CONTA SE O
      * ENCERRAMENTO CAIU NO PERIODO
       211.
           READ ARQ-OPORTUNIDADE NEXT.
           IF WS-OPERACAO-BEM-SUCEDIDA
              IF LK-CD-EMPRESA EQUAL ZEROS
              OR OPT-CD-EMPRESA EQUAL LK-CD-EMPRESA
                 MOVE OPT-CD-EMPRESA  TO SOR-CD-EMPRESA
                 MOVE OPT-CD-VENDEDOR TO SOR-CD-VENDEDOR
                 MOVE OPT-VL-ESTIMADO TO SOR-VL-ESTIMADO
                 MOVE ZEROS           TO SOR-VL-PONDERADO
                                         SOR-QT-DIAS
                 IF OPT-EST-ABERTA
                    ADD 1 TO WS-QT-OPORTUNIDADES
                    PERFORM 2111-LIBERA-ABERTA
                 ELSE
                 IF  OPT-DT-ENCERRAMENTO NOT LESS WS-DT-INICIAL
                 AND OPT-DT-ENCERRAMENTO NOT GREATER WS-DT-FINAL
                    ADD 1 TO WS-QT-OPORTUNIDADES
                    MOVE 3              TO SOR-NR-BLOCO
                    MOVE OPT-CD-ESTAGIO TO SOR-CD-GRUPO
                    RELEASE REG-SORT
                 END-IF
                 END-IF
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
       211-SAIDA.
           EXIT.
      *
       2111-LIBERA-ABERTA SECTION.
      * DIAS NO ESTAGIO CONTADOS DA ENTRADA NO ESTAGIO ATUAL (OU DA
      * ABERTURA, SE A DATA DO ESTAGIO NAO FOI GRAVADA)
       2111.
           COMPUTE SOR-VL-PONDERADO ROUNDED =
                   OPT-VL-ESTIMADO * OPT-PC-PROBABILIDADE / 100.
           MOVE 1                    TO SOR-NR-BLOCO.
           MOVE SPACES               TO SOR-CD-GRUPO.
           MOVE OPT-DT-PREVISTA(1:6) TO SOR-CD-GRUPO.
           RELEASE REG-SORT.
           MOVE OPT-DT-ESTAGIO TO WS-DT-BASE-ESTAGIO.
           IF WS-DT-BASE-ESTAGIO EQUAL ZEROS
              MOVE OPT-DT-ABERTURA TO WS-DT-BASE-ESTAGIO.
           MOVE ZEROS TO WS-QT-DIAS-ESTAGIO.
           IF  WS-DT-BASE-ESTAGIO GREATER ZEROS
           AND WS-DT-BASE-ESTAGIO LESS WS-DT-HOJE
              COMPUTE WS-QT-DIAS-ESTAGIO =
                      FUNCTION INTEGER-OF-DATE (WS-DT-HOJE)
                    - FUNCTION INTEGER-OF-DATE (WS-DT-BASE-ESTAGIO).
           MOVE WS-QT-DIAS-ESTAGIO TO SOR-QT-DIAS.
           MOVE 2      TO SOR-NR-BLOCO.
           MOVE SPACES TO SOR-CD-GRUPO.
           IF OPT-EST-QUALIFICACAO
              MOVE "1" TO SOR-CD-GRUPO.
           IF OPT-EST-PROPOSTA
              MOVE "2" TO SOR-CD-GRUPO.
           IF OPT-EST-NEGOCIACAO
              MOVE "3" TO SOR-CD-GRUPO.
           RELEASE REG-SORT.
       2111-SAIDA.
           EXIT.
      *
       22-IMPRIME-FUNIL SECTION.
       22.
           MOVE SPACE TO WS-FINAL-SORT.
           MOVE 2 TO WS-IX-NIVEL.
           PERFORM 99-ZERA-NIVEL.
           PERFORM 99-LEITURA-SORT.
           PERFORM 221-TRATA-UM-VENDEDOR
               UNTIL WS-FIM-SORT.
           IF WS-NR-LIN GREATER 60
              PERFORM 99-IMPRIME-CABECALHO.
           MOVE SPACES TO LINHA.
           WRITE LINHA BEFORE ADVANCING 1.
           WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1.
           MOVE "TOTAL GERAL" TO WL-DS-BLOCO.
           WRITE LINHA FROM LIN-BLOCO BEFORE ADVANCING 1.
           ADD 3 TO WS-NR-LIN.
           MOVE 2 TO WS-IX-NIVEL.
           PERFORM 99-IMPRIME-RESUMO.
       22-SAIDA.
           EXIT.
      *
       221-TRATA-UM-VENDEDOR SECTION.
       221.
           MOVE SOR-CD-EMPRESA  TO WS-CD-EMPRESA-ANT.
           MOVE SOR-CD-VENDEDOR TO WS-CD-VENDEDOR-QBR.
           PERFORM 99-IMPRIME-VENDEDOR.
           MOVE 1 TO WS-IX-NIVEL.
           PERFORM 99-ZERA-NIVEL.
           PERFORM 2211-TRATA-UM-BLOCO
               UNTIL WS-FIM-SORT
                  OR SOR-CD-EMPRESA  NOT EQUAL WS-CD-EMPRESA-ANT
                  OR SOR-CD-VENDEDOR NOT EQUAL WS-CD-VENDEDOR-QBR.
           MOVE 1 TO WS-IX-NIVEL.
           PERFORM 99-IMPRIME-RESUMO.
           PERFORM 99-ACUMULA-NIVEL.
       221-SAIDA.
           EXIT.
      *
       2211-TRATA-UM-BLOCO SECTION.
       2211.
           MOVE SOR-NR-BLOCO TO WS-NR-BLOCO-ANT.
           IF WS-NR-BLOCO-ANT EQUAL 1
              MOVE "EM ABERTO POR MES PREVISTO DE FECHAMENTO"
                                                      TO WL-DS-BLOCO
           ELSE
           IF WS-NR-BLOCO-ANT EQUAL 2
              MOVE "ENVELHECIMENTO POR ESTAGIO (DIAS NO ESTAGIO)"
                                                      TO WL-DS-BLOCO
           ELSE
              MOVE "ENCERRADAS NO PERIODO" TO WL-DS-BLOCO.
           IF WS-NR-LIN GREATER 62
              PERFORM 99-IMPRIME-CABECALHO.
           WRITE LINHA FROM LIN-BLOCO BEFORE ADVANCING 1.
           ADD 1 TO WS-NR-LIN.
           PERFORM 22111-TRATA-UM-GRUPO
               UNTIL WS-FIM-SORT
                  OR SOR-CD-EMPRESA  NOT EQUAL WS-CD-EMPRESA-ANT
                  OR SOR-CD-VENDEDOR NOT EQUAL WS-CD-VENDEDOR-QBR
                  OR SOR-NR-BLOCO    NOT EQUAL WS-NR-BLOCO-ANT.
       2211-SAIDA.
           EXIT.
      *
       22111-TRATA-UM-GRUPO SECTION.
       22111.
           MOVE SOR-CD-GRUPO TO WS-CD-GRUPO-ANT.
           MOVE ZEROS TO WS-TOT-GRUPO.
           PERFORM 221111-SOMA-UMA-OPORTUNIDADE
               UNTIL WS-FIM-SORT
                  OR SOR-CD-EMPRESA  NOT EQUAL WS-CD-EMPRESA-ANT
                  OR SOR-CD-VENDEDOR NOT EQUAL WS-CD-VENDEDOR-QBR
                  OR SOR-NR-BLOCO    NOT EQUAL WS-NR-BLOCO-ANT
                  OR SOR-CD-GRUPO    NOT EQUAL WS-CD-GRUPO-ANT.
           PERFORM 221112-MONTA-GRUPO.
           PERFORM 99-IMPRIME-LINHA.
       22111-SAIDA.
           EXIT.
      *
       221111-SOMA-UMA-OPORTUNIDADE SECTION.
       221111.
           ADD 1                TO WS-GRP-QT-OPORT.
           ADD SOR-VL-ESTIMADO  TO WS-GRP-VL-ESTIMADO.
           ADD SOR-VL-PONDERADO TO WS-GRP-VL-PONDERADO.
           ADD SOR-QT-DIAS      TO WS-GRP-QT-DIAS.
           IF SOR-QT-DIAS GREATER WS-GRP-QT-DIAS-MAXIMO
              MOVE SOR-QT-DIAS TO WS-GRP-QT-DIAS-MAXIMO.
           IF SOR-NR-BLOCO EQUAL 1
              ADD 1                TO WS-TOT-QT-ABERTA(1)
              ADD SOR-VL-ESTIMADO  TO WS-TOT-VL-ABERTA(1)
              ADD SOR-VL-PONDERADO TO WS-TOT-VL-PONDERADO(1).
           IF SOR-NR-BLOCO EQUAL 3
              IF SOR-CD-GRUPO EQUAL "G"
                 ADD 1               TO WS-TOT-QT-GANHA(1)
                 ADD SOR-VL-ESTIMADO TO WS-TOT-VL-GANHA(1)
              ELSE
                 ADD 1               TO WS-TOT-QT-PERDIDA(1)
                 ADD SOR-VL-ESTIMADO TO WS-TOT-VL-PERDIDA(1).
           PERFORM 99-LEITURA-SORT.
       221111-SAIDA.
           EXIT.
      *
       221112-MONTA-GRUPO SECTION.
      * DESCRICAO E COLUNAS DA LINHA CONFORME O BLOCO: PONDERADO SO
      * NO FUNIL EM ABERTO, DIAS SO NO ENVELHECIMENTO
       221112.
           MOVE SPACES               TO WL-DS-GRUPO.
           MOVE WS-GRP-QT-OPORT      TO WL-QT-OPORT.
           MOVE WS-GRP-VL-ESTIMADO   TO WL-VL-ESTIMADO.
           MOVE WS-GRP-VL-PONDERADO  TO WL-VL-PONDERADO.
           MOVE SPACES               TO WL-DIAS-X.
           IF WS-NR-BLOCO-ANT EQUAL 1
              STRING WS-CD-GRUPO-ANT(5:2) "/" WS-CD-GRUPO-ANT(1:4)
                     DELIMITED BY SIZE INTO WL-DS-GRUPO
              IF WS-CD-GRUPO-ANT LESS WS-DT-HOJE(1:6)
                 MOVE "(VENCIDO)" TO WL-DS-GRUPO(10:9)
              END-IF
           END-IF.
           IF WS-NR-BLOCO-ANT EQUAL 2
              MOVE SPACES TO WL-PONDERADO-X
              IF WS-CD-GRUPO-ANT EQUAL "1"
                 MOVE "QUALIFICACAO" TO WL-DS-GRUPO
              END-IF
              IF WS-CD-GRUPO-ANT EQUAL "2"
                 MOVE "PROPOSTA"     TO WL-DS-GRUPO
              END-IF
              IF WS-CD-GRUPO-ANT EQUAL "3"
                 MOVE "NEGOCIACAO"   TO WL-DS-GRUPO
              END-IF
              COMPUTE WL-QT-DIAS-MEDIO ROUNDED =
                      WS-GRP-QT-DIAS / WS-GRP-QT-OPORT
              MOVE WS-GRP-QT-DIAS-MAXIMO TO WL-QT-DIAS-MAXIMO
           END-IF.
           IF WS-NR-BLOCO-ANT EQUAL 3
              MOVE SPACES TO WL-PONDERADO-X
              IF WS-CD-GRUPO-ANT EQUAL "G"
                 MOVE "GANHAS"   TO WL-DS-GRUPO
              ELSE
                 MOVE "PERDIDAS" TO WL-DS-GRUPO
              END-IF
           END-IF.
       221112-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           IF NOT WS-FIM-ARQUIVO
              CLOSE ARQ-OPORTUNIDADE
              IF WS-ARQ-VENDEDOR-OK
                 CLOSE ARQ-VENDEDOR
              END-IF
           END-IF.
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
       99-ZERA-NIVEL.
           MOVE ZEROS TO WS-TOT-QT-ABERTA(WS-IX-NIVEL)
                         WS-TOT-VL-ABERTA(WS-IX-NIVEL)
                         WS-TOT-VL-PONDERADO(WS-IX-NIVEL)
                         WS-TOT-QT-GANHA(WS-IX-NIVEL)
                         WS-TOT-VL-GANHA(WS-IX-NIVEL)
                         WS-TOT-QT-PERDIDA(WS-IX-NIVEL)
                         WS-TOT-VL-PERDIDA(WS-IX-NIVEL).
      *
      * SOMA O NIVEL WS-IX-NIVEL NO NIVEL IMEDIATAMENTE ACIMA
       99-ACUMULA-NIVEL.
           ADD WS-TOT-QT-ABERTA(WS-IX-NIVEL)
               TO WS-TOT-QT-ABERTA(WS-IX-NIVEL + 1)
           ADD WS-TOT-VL-ABERTA(WS-IX-NIVEL)
               TO WS-TOT-VL-ABERTA(WS-IX-NIVEL + 1)
           ADD WS-TOT-VL-PONDERADO(WS-IX-NIVEL)
               TO WS-TOT-VL-PONDERADO(WS-IX-NIVEL + 1)
           ADD WS-TOT-QT-GANHA(WS-IX-NIVEL)
               TO WS-TOT-QT-GANHA(WS-IX-NIVEL + 1)
           ADD WS-TOT-VL-GANHA(WS-IX-NIVEL)
               TO WS-TOT-VL-GANHA(WS-IX-NIVEL + 1)
           ADD WS-TOT-QT-PERDIDA(WS-IX-NIVEL)
               TO WS-TOT-QT-PERDIDA(WS-IX-NIVEL + 1)
           ADD WS-TOT-VL-PERDIDA(WS-IX-NIVEL)
               TO WS-TOT-VL-PERDIDA(WS-IX-NIVEL + 1).
      *
      * RESUMO DO NIVEL: TOTAL EM ABERTO (ESTIMADO E PONDERADO),
      * GANHAS, PERDIDAS E A TAXA DE GANHO SOBRE AS ENCERRADAS
       99-IMPRIME-RESUMO.
           MOVE SPACES TO WL-DIAS-X
           MOVE "TOTAL EM ABERTO"               TO WL-DS-GRUPO
           MOVE WS-TOT-QT-ABERTA(WS-IX-NIVEL)    TO WL-QT-OPORT
           MOVE WS-TOT-VL-ABERTA(WS-IX-NIVEL)    TO WL-VL-ESTIMADO
           MOVE WS-TOT-VL-PONDERADO(WS-IX-NIVEL) TO WL-VL-PONDERADO
           PERFORM 99-IMPRIME-LINHA
           MOVE SPACES TO WL-PONDERADO-X
           MOVE "TOTAL GANHAS"                  TO WL-DS-GRUPO
           MOVE WS-TOT-QT-GANHA(WS-IX-NIVEL)     TO WL-QT-OPORT
           MOVE WS-TOT-VL-GANHA(WS-IX-NIVEL)     TO WL-VL-ESTIMADO
           PERFORM 99-IMPRIME-LINHA
           MOVE "TOTAL PERDIDAS"                TO WL-DS-GRUPO
           MOVE WS-TOT-QT-PERDIDA(WS-IX-NIVEL)   TO WL-QT-OPORT
           MOVE WS-TOT-VL-PERDIDA(WS-IX-NIVEL)   TO WL-VL-ESTIMADO
           PERFORM 99-IMPRIME-LINHA
           MOVE ZEROS TO WS-PC-TAXA-QT
                         WS-PC-TAXA-VL
           IF WS-TOT-QT-GANHA(WS-IX-NIVEL)
            + WS-TOT-QT-PERDIDA(WS-IX-NIVEL) GREATER ZEROS
              COMPUTE WS-PC-TAXA-QT ROUNDED =
                      WS-TOT-QT-GANHA(WS-IX-NIVEL) * 100
                    / (WS-TOT-QT-GANHA(WS-IX-NIVEL)
                     + WS-TOT-QT-PERDIDA(WS-IX-NIVEL))
           END-IF
           IF WS-TOT-VL-GANHA(WS-IX-NIVEL)
            + WS-TOT-VL-PERDIDA(WS-IX-NIVEL) GREATER ZEROS
              COMPUTE WS-PC-TAXA-VL ROUNDED =
                      WS-TOT-VL-GANHA(WS-IX-NIVEL) * 100
                    / (WS-TOT-VL-GANHA(WS-IX-NIVEL)
                     + WS-TOT-VL-PERDIDA(WS-IX-NIVEL))
           END-IF
           MOVE WS-PC-TAXA-QT TO WL-PC-TAXA-QT
           MOVE WS-PC-TAXA-VL TO WL-PC-TAXA-VL
           ADD 1 TO WS-NR-LIN
           IF WS-NR-LIN > 66
              PERFORM 99-IMPRIME-CABECALHO
           END-IF
           WRITE LINHA FROM LIN-TAXA BEFORE ADVANCING 1.
      *
       99-IMPRIME-VENDEDOR.
           IF WS-NR-LIN GREATER 60
              PERFORM 99-IMPRIME-CABECALHO
           END-IF
           MOVE SOR-CD-VENDEDOR TO WL-CD-VENDEDOR
           MOVE SPACES          TO WL-NM-VENDEDOR
           IF SOR-CD-VENDEDOR EQUAL ZEROS
              MOVE "(SEM ATRIBUICAO)" TO WL-NM-VENDEDOR
           ELSE
           IF WS-ARQ-VENDEDOR-OK
              MOVE SOR-CD-EMPRESA  TO FOR-CD-EMPRESA
              MOVE SOR-CD-VENDEDOR TO FOR-CD-VENDEDOR
              READ ARQ-VENDEDOR
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE FOR-NM-VENDEDOR TO WL-NM-VENDEDOR
              ELSE
                 MOVE "(NAO CADASTR.)" TO WL-NM-VENDEDOR
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF
           END-IF
           MOVE SPACES TO LINHA
           WRITE LINHA BEFORE ADVANCING 1
           WRITE LINHA FROM LIN-VENDEDOR BEFORE ADVANCING 1
           ADD 2 TO WS-NR-LIN.
      *
       99-IMPRIME-LINHA.
           ADD 1 TO WS-NR-LIN
           IF WS-NR-LIN > 66
              PERFORM 99-IMPRIME-CABECALHO
           END-IF
           WRITE LINHA FROM LIN-01 BEFORE ADVANCING 1.
      *
       99-IMPRIME-CABECALHO.
           ADD 1 TO WS-NR-PAG
           IF WS-NR-PAG > 1
              MOVE SPACES TO LINHA
              WRITE LINHA FROM CAB-03 BEFORE ADVANCING PAGE
           END-IF
           MOVE WS-NR-PAG TO WL-NR-PAGINA
           WRITE LINHA FROM CAB-01 BEFORE ADVANCING 1
           WRITE LINHA FROM CAB-02 BEFORE ADVANCING 1
           WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1
           MOVE 4 TO WS-NR-LIN.
      *
      * SOBREPOE OS NOMES DOS ARQUIVOS COM OS VALORES DO ARQUIVO
      * CENTRAL DE CONFIGURACAO (GV-CONFIG.PAR), QUANDO PRESENTES
       99-LE-CONFIGURACAO.
           MOVE "ARQ-VENDEDOR" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-VENDEDOR
           END-IF.
      *
       990-CONSULTA-CONFIG.
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
      *
       COPY GV-SPOOLPD.CPY.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
