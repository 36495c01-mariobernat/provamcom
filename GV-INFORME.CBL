000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-INFORME.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Informe Anual de Rendimentos dos Vendedores
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Gera, para o ano-calendario informado, o informe de
      *     rendimentos de cada representante autonomo, por CPF do
      *     vendedor e por empresa fonte pagadora, a partir do proprio
      *     historico de fechamento GV-COMISSAO.HIS: comissao bruta,
      *     IRRF retido e INSS retido mes a mes, com os totais do ano.
      *     O bruto segue as regras da remessa (estorno "E",
      *     ajuste-debito "D" e recuperacao da garantia minima "R"
      *     reduzem; fechamento, override, ajuste-credito e
      *     complemento da garantia "G" somam; a indenizacao
      *     rescisoria "I" nao e comissao e fica de fora). Sai no
      *     spool (uma pagina por beneficiario) e no arquivo
      *     INFORME-AAAA.CSV para o escritorio contabil.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - O reembolso de quilometragem ("K") nao e
      *                   rendimento e fica de fora, como a
      *                   indenizacao.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FECHAMENTO ASSIGN TO DISK WID-ARQ-FECHAMENTO
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
             organization       is indexed
             access mode        is dynamic
             record key         is FOR-CHAVE-VENDEDOR
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-EMPRESA ASSIGN TO DISK WID-ARQ-EMPRESA
             organization       is indexed
             access mode        is dynamic
             record key         is EMP-CD-EMPRESA
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-INFORME ASSIGN TO DISK WID-ARQ-INFORME
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
       COPY GV-COMFECH.CPY.
       COPY GV-CADVEN.CPY.
       COPY GV-CADEMP.CPY.
      *
      * ARQUIVO DO ESCRITORIO CONTABIL (DELIMITADO): UMA LINHA "M"
      * POR MES COM MOVIMENTO E UMA LINHA "T" COM O TOTAL DO ANO
      * POR EMPRESA E CPF
       FD  ARQ-INFORME
           LABEL RECORD IS STANDARD.
       01  INF-REGISTRO.
           03 INF-TP-REGISTRO        PIC X(001).
              88 INF-TIPO-MES                  VALUE "M".
              88 INF-TIPO-TOTAL                VALUE "T".
           03 INF-DELIMITADOR-1      PIC X(001).
           03 INF-NR-ANO             PIC 9(004).
           03 INF-DELIMITADOR-2      PIC X(001).
           03 INF-NR-MES             PIC 9(002).
           03 INF-DELIMITADOR-3      PIC X(001).
           03 INF-CD-EMPRESA         PIC 9(002).
           03 INF-DELIMITADOR-4      PIC X(001).
           03 INF-NR-CNPJ            PIC X(015).
           03 INF-DELIMITADOR-5      PIC X(001).
           03 INF-NR-CPF             PIC 9(011).
           03 INF-DELIMITADOR-6      PIC X(001).
           03 INF-NM-BENEFICIARIO    PIC X(040).
           03 INF-DELIMITADOR-7      PIC X(001).
           03 INF-VL-BRUTO           PIC S9(013)V9(002)
                                     SIGN IS LEADING SEPARATE.
           03 INF-DELIMITADOR-8      PIC X(001).
           03 INF-VL-IRRF            PIC 9(013)V9(002).
           03 INF-DELIMITADOR-9      PIC X(001).
           03 INF-VL-INSS            PIC 9(013)V9(002).
      *
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SOR-CD-EMPRESA         PIC 9(002).
           03 SOR-NR-CPF             PIC 9(011).
      * VENDEDOR SEM CADASTRO (CPF DESCONHECIDO) FICA EM INFORME
      * PROPRIO PELO CODIGO, EM VEZ DE SE JUNTAR AOS DEMAIS
           03 SOR-CD-VENDEDOR-QUEBRA PIC 9(007).
           03 SOR-NR-COMPETENCIA     PIC 9(006).
           03 SOR-CD-VENDEDOR        PIC 9(007).
           03 SOR-NM-VENDEDOR        PIC X(040).
           03 SOR-VL-BRUTO           PIC S9(013)V9(002).
           03 SOR-VL-IRRF            PIC 9(013)V9(002).
           03 SOR-VL-INSS            PIC 9(013)V9(002).
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
           03 WID-ARQ-FECHAMENTO     PIC X(20) VALUE "GV-COMISSAO.HIS".
           03 WID-ARQ-VENDEDOR       PIC X(60) VALUE "GV-VENDEDOR.DAT".
           03 WID-ARQ-EMPRESA        PIC X(15) VALUE "GV-EMPRESA.DAT".
           03 WID-ARQ-INFORME        PIC X(20) VALUE SPACES.
           03 WS01-ARQUIVO           PIC X(60) VALUE "IMPRESSAO.IMP".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-NR-ANO              PIC 9(004) VALUE ZEROS.
              88 WS-SAIR-INFORME               VALUE ZERO.
           03 WS-NR-ANO-LINHA        PIC 9(004) VALUE ZEROS.
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-MENSAGEM            PIC X(68).
           03 WS-FINAL-ARQUIVO       PIC X(01) VALUE SPACE.
              88 WS-FIM-ARQUIVO                VALUE "F".
           03 WS-FINAL-SORT          PIC X(01) VALUE SPACE.
              88 WS-FIM-SORT                   VALUE "F".
           03 WS-IND-ARQ-VENDEDOR    PIC X(01) VALUE "N".
              88 WS-ARQ-VENDEDOR-OK            VALUE "S".
           03 WS-IND-ARQ-EMPRESA     PIC X(01) VALUE "N".
              88 WS-ARQ-EMPRESA-OK             VALUE "S".
           03 WS-IND-PRIMEIRO        PIC X(01) VALUE "S".
              88 WS-PRIMEIRO-INFORME           VALUE "S".
           03 WS-TP-LANCAMENTO       PIC X(01) VALUE SPACE.
           03 WS-CHAVE-ANTERIOR      PIC X(020) VALUE SPACES.
           03 WS-CHAVE-ATUAL.
              05 WS-CHV-CD-EMPRESA   PIC 9(002).
              05 WS-CHV-NR-CPF       PIC 9(011).
              05 WS-CHV-CD-VENDEDOR  PIC 9(007).
           03 WS-NM-BENEFICIARIO     PIC X(040) VALUE SPACES.
           03 WS-CD-VENDEDOR-INF     PIC 9(007) VALUE ZEROS.
           03 WS-DS-RAZAO-EMPRESA    PIC X(040) VALUE SPACES.
           03 WS-NR-CNPJ-EMPRESA     PIC X(015) VALUE SPACES.
           03 WS-IX-MES              PIC 9(004) COMP VALUE ZEROS.
           03 WS-VL-TOT-BRUTO        PIC S9(013)V9(002) VALUE ZEROS.
           03 WS-VL-TOT-IRRF         PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-VL-TOT-INSS         PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-QT-INFORMES         PIC 9(05) VALUE ZEROS.
           03 WS-QT-ED               PIC ZZZZ9.
      *
      * VALORES DO BENEFICIARIO CORRENTE, MES A MES
       01  WS-TABELA-VALORES.
           03 WS-VAL-MES             OCCURS 12 TIMES.
              05 WS-VAL-BRUTO        PIC S9(013)V9(002).
              05 WS-VAL-IRRF         PIC 9(013)V9(002).
              05 WS-VAL-INSS         PIC 9(013)V9(002).
      *
       01  WS-TABELA-MESES.
           03 FILLER                 PIC X(09) VALUE "JANEIRO".
           03 FILLER                 PIC X(09) VALUE "FEVEREIRO".
           03 FILLER                 PIC X(09) VALUE "MARCO".
           03 FILLER                 PIC X(09) VALUE "ABRIL".
           03 FILLER                 PIC X(09) VALUE "MAIO".
           03 FILLER                 PIC X(09) VALUE "JUNHO".
           03 FILLER                 PIC X(09) VALUE "JULHO".
           03 FILLER                 PIC X(09) VALUE "AGOSTO".
           03 FILLER                 PIC X(09) VALUE "SETEMBRO".
           03 FILLER                 PIC X(09) VALUE "OUTUBRO".
           03 FILLER                 PIC X(09) VALUE "NOVEMBRO".
           03 FILLER                 PIC X(09) VALUE "DEZEMBRO".
       01  FILLER REDEFINES WS-TABELA-MESES.
           03 WS-NM-MES              PIC X(09) OCCURS 12 TIMES.
      *
      * LAYOUT DO INFORME - UMA PAGINA POR BENEFICIARIO
       01  CAB-01.
           03 FILLER          PIC X(20) VALUE SPACES.
           03 FILLER          PIC X(48) VALUE
              "INFORME DE RENDIMENTOS - COMISSAO DE AUTONOMO".
           03 FILLER          PIC X(16) VALUE "Ano-Calendario: ".
           03 WL-NR-ANO       PIC 9(04).
           03 FILLER          PIC X(28) VALUE SPACES.
      *
       01  CAB-02.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 FILLER          PIC X(16) VALUE "Fonte Pagadora: ".
           03 WL-CD-EMPRESA   PIC Z9.
           03 FILLER          PIC X(03) VALUE " - ".
           03 WL-DS-EMPRESA   PIC X(040).
           03 FILLER          PIC X(07) VALUE " CNPJ: ".
           03 WL-NR-CNPJ      PIC X(015).
           03 FILLER          PIC X(29) VALUE SPACES.
      *
       01  CAB-03.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 FILLER          PIC X(16) VALUE "Beneficiario:   ".
           03 WL-NM-BENEF     PIC X(040).
           03 FILLER          PIC X(06) VALUE " CPF: ".
           03 WL-NR-CPF       PIC 999.999.999/99.
           03 FILLER          PIC X(07) VALUE " Cod.: ".
           03 WL-CD-VENDEDOR  PIC ZZZZZZ9.
           03 FILLER          PIC X(22) VALUE SPACES.
      *
       01  CAB-04.
           03 FILLER PIC X(113) VALUE IS ALL '='.
      *
       01  CAB-05.
           03 FILLER    PIC X(04) VALUE SPACES.
           03 FILLER    PIC X(16) VALUE "MES".
           03 FILLER    PIC X(22) VALUE "      COMISSAO BRUTA".
           03 FILLER    PIC X(22) VALUE "         IRRF RETIDO".
           03 FILLER    PIC X(22) VALUE "         INSS RETIDO".
      *
       01  LIN-01.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 WL-DS-MES       PIC X(09).
           03 FILLER          PIC X(03) VALUE SPACES.
           03 WL-VL-BRUTO     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(03) VALUE SPACES.
           03 WL-VL-IRRF      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 WL-VL-INSS      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
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
       01  SST-INFORME.
           03 LINE 02 COL 22 VALUE "Informe Anual de Rendimentos".
           03 LINE 05 COL 07 VALUE "Ano-Calendario AAAA (0 Sai): ".
           03 LINE 05 COL 36 USING WS-NR-ANO.
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
           IF NOT WS-SAIR-INFORME
              PERFORM 2-MODULO-PRINCIPAL.
           PERFORM 3-MODULO-FINAL.
       0-SAIDA.
           EXIT PROGRAM.
      *
       1-MODULO-INICIAL SECTION.
      *----------------
      * PROPOE O ANO ANTERIOR - O INFORME SAI EM FEVEREIRO; EM MODO
      * LOTE E O USADO SEM PERGUNTAR
       1.
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-NR-ANO = WS-DT-HOJE / 10000 - 1.
           IF NOT LK-MODO-BATCH
              ACCEPT SST-INFORME.
       1-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           OPEN INPUT ARQ-FECHAMENTO.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "00" TO WS-ESTADO-ARQUIVO
              MOVE "Nenhum Fechamento Registrado (Ver GV-FECHACOM)."
                                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              OPEN INPUT ARQ-VENDEDOR
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "S" TO WS-IND-ARQ-VENDEDOR
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
              OPEN INPUT ARQ-EMPRESA
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "S" TO WS-IND-ARQ-EMPRESA
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
              MOVE SPACES TO WID-ARQ-INFORME
              STRING "INFORME-" WS-NR-ANO ".CSV"
                     DELIMITED BY SIZE INTO WID-ARQ-INFORME
              OPEN OUTPUT ARQ-INFORME
              MOVE "INFORME" TO WS-SPL-ID-RELATORIO
              PERFORM 99-PREPARA-SPOOL
              OPEN OUTPUT RELATO
              MOVE WS-NR-ANO TO WL-NR-ANO
              SORT ARQ-SORT ON ASCENDING KEY SOR-CD-EMPRESA
                                             SOR-NR-CPF
                                             SOR-CD-VENDEDOR-QUEBRA
                                             SOR-NR-COMPETENCIA
                   INPUT  PROCEDURE IS 21-CARREGA-LANCAMENTOS
                   OUTPUT PROCEDURE IS 22-IMPRIME-INFORMES
              CLOSE RELATO
                    ARQ-INFORME
                    ARQ-FECHAMENTO
              IF WS-ARQ-VENDEDOR-OK
                 CLOSE ARQ-VENDEDOR
              END-IF
              IF WS-ARQ-EMPRESA-OK
                 CLOSE ARQ-EMPRESA
              END-IF
              MOVE WS-QT-INFORMES TO WS-QT-ED
              MOVE SPACES TO WS-MENSAGEM
              STRING "Informes Gerados: " WS-QT-ED
                     " - Arquivo " WID-ARQ-INFORME
                     DELIMITED BY SIZE INTO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           END-IF.
       2-SAIDA.
           EXIT.
      *
       21-CARREGA-LANCAMENTOS SECTION.
       21.
           MOVE SPACE TO WS-FINAL-ARQUIVO.
           PERFORM 99-LER-FECHAMENTO.
           PERFORM 211-CARREGA-UM-LANCAMENTO
               UNTIL WS-FIM-ARQUIVO.
           MOVE SPACE TO WS-FINAL-ARQUIVO.
       21-SAIDA.
           EXIT.
      *
       211-CARREGA-UM-LANCAMENTO SECTION.
      * HISTORICO ANTIGO: SEM RETENCOES VALE IRRF/INSS ZERO, SEM A
      * NATUREZA VALE LINHA NORMAL E SEM A EMPRESA VALE A EMPRESA 1
       211.
           COMPUTE WS-NR-ANO-LINHA = FEC-NR-COMPETENCIA / 100.
           IF FEC-DELIMITADOR-11 EQUAL ";"
              MOVE FEC-TP-LANCAMENTO TO WS-TP-LANCAMENTO
           ELSE
              MOVE "N" TO WS-TP-LANCAMENTO
           END-IF.
           IF  WS-NR-ANO-LINHA EQUAL WS-NR-ANO
           AND WS-TP-LANCAMENTO NOT EQUAL "I"
           AND WS-TP-LANCAMENTO NOT EQUAL "K"
              IF  FEC-DELIMITADOR-12 EQUAL ";"
              AND FEC-CD-EMPRESA NUMERIC
                 MOVE FEC-CD-EMPRESA TO SOR-CD-EMPRESA
              ELSE
                 MOVE 1 TO SOR-CD-EMPRESA
              END-IF
              IF  FEC-VL-LIQUIDO NUMERIC
              AND FEC-DELIMITADOR-10 EQUAL ";"
                 MOVE FEC-VL-IRRF TO SOR-VL-IRRF
                 MOVE FEC-VL-INSS TO SOR-VL-INSS
              ELSE
                 MOVE ZEROS TO SOR-VL-IRRF
                               SOR-VL-INSS
              END-IF
              IF WS-TP-LANCAMENTO EQUAL "E" OR "D" OR "R"
                 COMPUTE SOR-VL-BRUTO = ZEROS - FEC-VL-COMISSAO
              ELSE
                 MOVE FEC-VL-COMISSAO TO SOR-VL-BRUTO
              END-IF
              MOVE FEC-NR-COMPETENCIA TO SOR-NR-COMPETENCIA
              MOVE FEC-CD-VENDEDOR    TO SOR-CD-VENDEDOR
              MOVE FEC-NM-VENDEDOR    TO SOR-NM-VENDEDOR
              PERFORM 99-BUSCA-CPF
              RELEASE REG-SORT
           END-IF.
           PERFORM 99-LER-FECHAMENTO.
       211-SAIDA.
           EXIT.
      *
       22-IMPRIME-INFORMES SECTION.
       22.
           MOVE "S" TO WS-IND-PRIMEIRO.
           PERFORM 221-TRATA-UM-LANCAMENTO
               UNTIL WS-FIM-SORT.
           IF NOT WS-PRIMEIRO-INFORME
              PERFORM 223-EMITE-INFORME.
       22-SAIDA.
           EXIT.
      *
       221-TRATA-UM-LANCAMENTO SECTION.
       221.
           RETURN ARQ-SORT
               AT END MOVE "F" TO WS-FINAL-SORT
           END-RETURN.
           IF NOT WS-FIM-SORT
              MOVE SOR-CD-EMPRESA         TO WS-CHV-CD-EMPRESA
              MOVE SOR-NR-CPF             TO WS-CHV-NR-CPF
              MOVE SOR-CD-VENDEDOR-QUEBRA TO WS-CHV-CD-VENDEDOR
              IF WS-CHAVE-ATUAL NOT EQUAL WS-CHAVE-ANTERIOR
              OR WS-PRIMEIRO-INFORME
                 IF NOT WS-PRIMEIRO-INFORME
                    PERFORM 223-EMITE-INFORME
                 END-IF
                 PERFORM 222-ABRE-INFORME
              END-IF
              MOVE "N" TO WS-IND-PRIMEIRO
              MOVE WS-CHAVE-ATUAL TO WS-CHAVE-ANTERIOR
              COMPUTE WS-IX-MES =
                      SOR-NR-COMPETENCIA - WS-NR-ANO * 100
              IF WS-IX-MES GREATER ZEROS AND WS-IX-MES LESS 13
                 ADD SOR-VL-BRUTO TO WS-VAL-BRUTO(WS-IX-MES)
                 ADD SOR-VL-IRRF  TO WS-VAL-IRRF(WS-IX-MES)
                 ADD SOR-VL-INSS  TO WS-VAL-INSS(WS-IX-MES)
              END-IF
           END-IF.
       221-SAIDA.
           EXIT.
      *
       222-ABRE-INFORME SECTION.
      * O NOME DO BENEFICIARIO E O DO CADASTRO QUANDO HA, SENAO O
      * GRAVADO NO HISTORICO
       222.
           PERFORM 2221-ZERA-UM-MES
               VARYING WS-IX-MES FROM 1 BY 1
               UNTIL WS-IX-MES GREATER 12.
           MOVE SOR-NM-VENDEDOR TO WS-NM-BENEFICIARIO.
           MOVE SOR-CD-VENDEDOR TO WS-CD-VENDEDOR-INF.
           IF WS-ARQ-VENDEDOR-OK
              MOVE SOR-CD-EMPRESA  TO FOR-CD-EMPRESA
              MOVE SOR-CD-VENDEDOR TO FOR-CD-VENDEDOR
              READ ARQ-VENDEDOR
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE FOR-NM-VENDEDOR TO WS-NM-BENEFICIARIO
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
           MOVE "*** EMPRESA NAO CADASTRADA ***" TO WS-DS-RAZAO-EMPRESA.
           MOVE SPACES TO WS-NR-CNPJ-EMPRESA.
           IF WS-ARQ-EMPRESA-OK
              MOVE SOR-CD-EMPRESA TO EMP-CD-EMPRESA
              READ ARQ-EMPRESA
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE EMP-DS-RAZAO-SOCIAL TO WS-DS-RAZAO-EMPRESA
                 MOVE EMP-NR-CNPJ         TO WS-NR-CNPJ-EMPRESA
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
       222-SAIDA.
           EXIT.
      *
       2221-ZERA-UM-MES SECTION.
       2221.
           MOVE ZEROS TO WS-VAL-BRUTO(WS-IX-MES)
                         WS-VAL-IRRF(WS-IX-MES)
                         WS-VAL-INSS(WS-IX-MES).
       2221-SAIDA.
           EXIT.
      *
       223-EMITE-INFORME SECTION.
       223.
           ADD 1 TO WS-QT-INFORMES.
           MOVE ZEROS TO WS-VL-TOT-BRUTO
                         WS-VL-TOT-IRRF
                         WS-VL-TOT-INSS.
           MOVE WS-CHV-CD-EMPRESA   TO WL-CD-EMPRESA.
           MOVE WS-DS-RAZAO-EMPRESA TO WL-DS-EMPRESA.
           MOVE WS-NR-CNPJ-EMPRESA  TO WL-NR-CNPJ.
           MOVE WS-NM-BENEFICIARIO  TO WL-NM-BENEF.
           MOVE WS-CHV-NR-CPF       TO WL-NR-CPF.
           MOVE WS-CD-VENDEDOR-INF  TO WL-CD-VENDEDOR.
           IF WS-QT-INFORMES GREATER 1
              MOVE SPACES TO LINHA
              WRITE LINHA FROM CAB-04 BEFORE ADVANCING PAGE.
           WRITE LINHA FROM CAB-01 BEFORE ADVANCING 1.
           WRITE LINHA FROM CAB-02 BEFORE ADVANCING 1.
           WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1.
           WRITE LINHA FROM CAB-04 BEFORE ADVANCING 1.
           WRITE LINHA FROM CAB-05 BEFORE ADVANCING 1.
           WRITE LINHA FROM CAB-04 BEFORE ADVANCING 1.
           PERFORM 2231-EMITE-UM-MES
               VARYING WS-IX-MES FROM 1 BY 1
               UNTIL WS-IX-MES GREATER 12.
           WRITE LINHA FROM CAB-04 BEFORE ADVANCING 1.
           MOVE "TOTAL ANO"     TO WL-DS-MES.
           MOVE WS-VL-TOT-BRUTO TO WL-VL-BRUTO.
           MOVE WS-VL-TOT-IRRF  TO WL-VL-IRRF.
           MOVE WS-VL-TOT-INSS  TO WL-VL-INSS.
           WRITE LINHA FROM LIN-01 BEFORE ADVANCING 1.
           MOVE "T"             TO INF-TP-REGISTRO.
           MOVE ZEROS           TO INF-NR-MES.
           MOVE WS-VL-TOT-BRUTO TO INF-VL-BRUTO.
           MOVE WS-VL-TOT-IRRF  TO INF-VL-IRRF.
           MOVE WS-VL-TOT-INSS  TO INF-VL-INSS.
           PERFORM 99-GRAVA-INFORME.
       223-SAIDA.
           EXIT.
      *
       2231-EMITE-UM-MES SECTION.
       2231.
           ADD WS-VAL-BRUTO(WS-IX-MES) TO WS-VL-TOT-BRUTO.
           ADD WS-VAL-IRRF(WS-IX-MES)  TO WS-VL-TOT-IRRF.
           ADD WS-VAL-INSS(WS-IX-MES)  TO WS-VL-TOT-INSS.
           MOVE WS-NM-MES(WS-IX-MES)    TO WL-DS-MES.
           MOVE WS-VAL-BRUTO(WS-IX-MES) TO WL-VL-BRUTO.
           MOVE WS-VAL-IRRF(WS-IX-MES)  TO WL-VL-IRRF.
           MOVE WS-VAL-INSS(WS-IX-MES)  TO WL-VL-INSS.
           WRITE LINHA FROM LIN-01 BEFORE ADVANCING 1.
           IF WS-VAL-BRUTO(WS-IX-MES) NOT EQUAL ZEROS
           OR WS-VAL-IRRF(WS-IX-MES)  NOT EQUAL ZEROS
           OR WS-VAL-INSS(WS-IX-MES)  NOT EQUAL ZEROS
              MOVE "M"                     TO INF-TP-REGISTRO
              MOVE WS-IX-MES               TO INF-NR-MES
              MOVE WS-VAL-BRUTO(WS-IX-MES) TO INF-VL-BRUTO
              MOVE WS-VAL-IRRF(WS-IX-MES)  TO INF-VL-IRRF
              MOVE WS-VAL-INSS(WS-IX-MES)  TO INF-VL-INSS
              PERFORM 99-GRAVA-INFORME.
       2231-SAIDA.
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
       99-LER-FECHAMENTO.
           READ ARQ-FECHAMENTO
               AT END MOVE "F" TO WS-FINAL-ARQUIVO.
      *
      * CPF DO VENDEDOR NO CADASTRO DA EMPRESA DA LINHA; SEM O
      * CADASTRO O INFORME SAI PELO CODIGO DO VENDEDOR, CPF ZERADO
       99-BUSCA-CPF.
           MOVE ZEROS TO SOR-NR-CPF
           IF WS-ARQ-VENDEDOR-OK
              MOVE SOR-CD-EMPRESA  TO FOR-CD-EMPRESA
              MOVE SOR-CD-VENDEDOR TO FOR-CD-VENDEDOR
              READ ARQ-VENDEDOR
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE FOR-NR-CPF-VENDEDOR TO SOR-NR-CPF
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF
           IF SOR-NR-CPF EQUAL ZEROS
              MOVE SOR-CD-VENDEDOR TO SOR-CD-VENDEDOR-QUEBRA
           ELSE
              MOVE ZEROS TO SOR-CD-VENDEDOR-QUEBRA
           END-IF.
      *
       99-GRAVA-INFORME.
           MOVE WS-NR-ANO          TO INF-NR-ANO
           MOVE WS-CHV-CD-EMPRESA  TO INF-CD-EMPRESA
           MOVE WS-NR-CNPJ-EMPRESA TO INF-NR-CNPJ
           MOVE WS-CHV-NR-CPF      TO INF-NR-CPF
           MOVE WS-NM-BENEFICIARIO TO INF-NM-BENEFICIARIO
           MOVE ";" TO INF-DELIMITADOR-1 INF-DELIMITADOR-2
                       INF-DELIMITADOR-3 INF-DELIMITADOR-4
                       INF-DELIMITADOR-5 INF-DELIMITADOR-6
                       INF-DELIMITADOR-7 INF-DELIMITADOR-8
                       INF-DELIMITADOR-9
           WRITE INF-REGISTRO.
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
