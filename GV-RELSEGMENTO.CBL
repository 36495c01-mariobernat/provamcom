000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-RELSEGMENTO.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Vendas por Segmento, Regiao e Mes
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Receita dos ultimos doze meses (o mes corrente e os onze
      *     anteriores) do detalhe de vendas (GV-VENDADET.DAT) aberta
      *     por segmento do cliente (GV-SEGMENTO.DAT), regiao e mes:
      *     receita liquida, clientes compradores e ticket medio
      *     (receita / documentos de venda). O estorno de
      *     cancelamento reduz o mes da venda original quando esta
      *     cai na janela. Cliente comprador no mes e o que fecha o
      *     mes com receita liquida positiva; no total da regiao e do
      *     segmento cada cliente conta uma vez. Clientes ainda sem
      *     segmento saem no segmento 000 (NAO CLASSIFICADO). Com
      *     LK-CD-EMPRESA preenchido cobre somente aquela empresa.
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
           SELECT ARQ-VENDADET ASSIGN TO DISK WID-ARQ-VENDADET
             organization       is indexed
             access mode        is dynamic
             record key         is VDD-CHAVE-VENDA-DET
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-SEGMENTO ASSIGN TO DISK WID-ARQ-SEGMENTO
             organization       is indexed
             access mode        is dynamic
             record key         is SEG-CD-SEGMENTO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-REGIAO ASSIGN TO DISK WID-ARQ-REGIAO
             organization       is indexed
             access mode        is dynamic
             record key         is REG-CD-REGIAO
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
       COPY GV-CADCLI.CPY.
       COPY GV-VENDADET.CPY.
       COPY GV-CADSEG.CPY.
       COPY GV-CADREG.CPY.
      *
      * UM REGISTRO POR CLIENTE COM MOVIMENTO NA JANELA, COM A
      * RECEITA LIQUIDA E OS DOCUMENTOS DE CADA UM DOS DOZE MESES
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SOR-CD-SEGMENTO        PIC 9(003).
           03 SOR-CD-REGIAO          PIC 9(003).
           03 SOR-CD-EMPRESA         PIC 9(002).
           03 SOR-CD-CLIENTE         PIC 9(007).
           03 SOR-MES                OCCURS 12 TIMES.
              05 SOR-VL-RECEITA      PIC S9(013)V9(002).
              05 SOR-QT-TICKETS      PIC S9(007).
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
           03 WID-ARQ-CLIENTE        PIC X(60) VALUE "GV-CLIENTE.DAT".
           03 WID-ARQ-VENDADET       PIC X(60) VALUE "GV-VENDADET.DAT".
           03 WID-ARQ-SEGMENTO       PIC X(16) VALUE "GV-SEGMENTO.DAT".
           03 WID-ARQ-REGIAO         PIC X(15) VALUE "GV-REGIAO.DAT".
           03 WS01-ARQUIVO           PIC X(60) VALUE "IMPRESSAO.IMP".
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
           03 WS-MENSAGEM            PIC X(68).
           03 WS-FINAL-SORT          PIC X(01) VALUE SPACE.
              88 WS-FIM-SORT                   VALUE "F".
           03 WS-IND-FIM-DETALHE     PIC X(01) VALUE "N".
              88 WS-FIM-DETALHE                VALUE "S".
           03 WS-IND-ARQ-SEGMENTO    PIC X(01) VALUE "N".
              88 WS-ARQ-SEGMENTO-OK            VALUE "S".
           03 WS-IND-ARQ-REGIAO      PIC X(01) VALUE "N".
              88 WS-ARQ-REGIAO-OK              VALUE "S".
           03 WS-IND-MOVIMENTO       PIC X(01) VALUE "N".
              88 WS-CLIENTE-COM-MOVIMENTO      VALUE "S".
      *
      * JANELA DE DOZE MESES CORRIDOS: MES 1 = MES DE CORTE, MES 12
      * = MES CORRENTE (MESES CONTADOS COMO ANO x 12 + MES - 1)
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-DT-CORTE            PIC 9(008) VALUE ZEROS.
           03 WS-NR-MES-HOJE         PIC 9(006) VALUE ZEROS.
           03 WS-NR-MES-CORTE        PIC 9(006) VALUE ZEROS.
           03 WS-NR-MES-DETALHE      PIC 9(006) VALUE ZEROS.
           03 WS-NR-ANO-CALC         PIC 9(004) VALUE ZEROS.
           03 WS-NR-MES-CALC         PIC 9(002) VALUE ZEROS.
           03 WS-DT-CALC             PIC 9(008) VALUE ZEROS.
           03 WS-IX-MES              PIC 9(002) COMP VALUE ZEROS.
           03 WS-IX-MES-ACHADO       PIC 9(002) COMP VALUE ZEROS.
      *
      * QUEBRAS
           03 WS-CD-SEGMENTO-ANT     PIC 9(004) VALUE 9999.
           03 WS-CD-REGIAO-ANT       PIC 9(004) VALUE 9999.
           03 WS-VL-TOTAL-CLI        PIC S9(015)V9(002) VALUE ZEROS.
           03 WS-VL-MEDIO            PIC S9(013)V9(002) VALUE ZEROS.
           03 WS-QT-CLIENTES-LIDOS   PIC 9(007) VALUE ZEROS.
           03 WS-QT-ED1              PIC ZZZZZZ9.
           03 WS-NR-LIN              PIC 9(03) VALUE 999.
           03 WS-NR-PAG              PIC 9(03) VALUE ZEROS.
      *
      * MESES DO CLIENTE EM APURACAO
       01  WS-TAB-CLIENTE.
           03 WS-CLI-MES             OCCURS 12 TIMES.
              05 WS-CLI-VL-RECEITA   PIC S9(013)V9(002).
              05 WS-CLI-QT-TICKETS   PIC S9(007).
      *
      * ACUMULADOS DA REGIAO DENTRO DO SEGMENTO, POR MES
       01  WS-TAB-REGIAO.
           03 WS-REG-MES             OCCURS 12 TIMES.
              05 WS-REG-VL-RECEITA   PIC S9(015)V9(002).
              05 WS-REG-QT-CLIENTES  PIC 9(007).
              05 WS-REG-QT-TICKETS   PIC S9(009).
      *
      * TOTAIS DE DOZE MESES: 1 = REGIAO, 2 = SEGMENTO, 3 = GERAL
       01  WS-TAB-TOTAIS.
           03 WS-TOT-NIVEL           OCCURS 3 TIMES.
              05 WS-TOT-VL-RECEITA   PIC S9(015)V9(002).
              05 WS-TOT-QT-CLIENTES  PIC 9(007).
              05 WS-TOT-QT-TICKETS   PIC S9(009).
           03 WS-IX-NIVEL            PIC 9(01) COMP VALUE ZEROS.
      *
      * LAYOUT DO RELATORIO DE VENDAS POR SEGMENTO
       01  CAB-01.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(48) VALUE
              "VENDAS POR SEGMENTO, REGIAO E MES".
           02 FILLER            PIC X(15) VALUE "Doze Meses de ".
           02 WL-MES-CORTE      PIC X(07) VALUE SPACES.
           02 FILLER            PIC X(05) VALUE " a ".
           02 WL-MES-HOJE       PIC X(07) VALUE SPACES.
           02 FILLER            PIC X(21) VALUE SPACES.
           02 FILLER            PIC X(05) VALUE "Pag: ".
           02 WL-NR-PAGINA      PIC 9(03) VALUE ZEROS.
      *
       01  CAB-02.
           03 FILLER    PIC X(05) VALUE SPACES.
           03 FILLER    PIC X(20) VALUE "MES".
           03 FILLER    PIC X(21) VALUE "    RECEITA LIQUIDA".
           03 FILLER    PIC X(10) VALUE "  CLIENTES".
           03 FILLER    PIC X(10) VALUE "   TICKETS".
           03 FILLER    PIC X(17) VALUE "     TICKET MEDIO".
           03 FILLER    PIC X(33) VALUE SPACES.
      *
       01  CAB-03.
           03 FILLER PIC X(116) VALUE IS ALL '='.
      *
       01  LIN-SEGMENTO.
           03 FILLER          PIC X(05) VALUE SPACES.
           03 FILLER          PIC X(10) VALUE "SEGMENTO: ".
           03 WL-SG-CODIGO    PIC 9(03).
           03 FILLER          PIC X(03) VALUE " - ".
           03 WL-SG-DESCRICAO PIC X(30).
           03 FILLER          PIC X(09) VALUE "  CANAL: ".
           03 WL-SG-CANAL     PIC X(15).
           03 FILLER          PIC X(41) VALUE SPACES.
      *
       01  LIN-REGIAO.
           03 FILLER          PIC X(08) VALUE SPACES.
           03 FILLER          PIC X(08) VALUE "REGIAO: ".
           03 WL-RG-CODIGO    PIC 9(03).
           03 FILLER          PIC X(03) VALUE " - ".
           03 WL-RG-NOME      PIC X(30).
           03 FILLER          PIC X(64) VALUE SPACES.
      *
       01  LIN-01.
           03 FILLER          PIC X(05) VALUE SPACES.
           03 WL-ROTULO       PIC X(20).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VL-RECEITA   PIC ----.---.---.--9,99.
           03 FILLER          PIC X(03) VALUE SPACES.
           03 WL-QT-CLIENTES  PIC ZZZ.ZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-QT-TICKETS   PIC ---.--9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-VL-MEDIO     PIC ---.---.--9,99.
           03 FILLER          PIC X(36) VALUE SPACES.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
       SCREEN SECTION.
      *
       01  SST-LIMPA-TELA.
           03 LINE 22 COL 10 BLANK LINE.
           03 LINE 02 COL 25 VALUE "                                ".
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
           PERFORM 99-LE-CONFIGURACAO.
           PERFORM 11-CALCULA-JANELA.
           OPEN INPUT ARQ-CLIENTE.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Clientes Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              OPEN INPUT ARQ-VENDADET
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Master de Detalhe de Vendas nao Encontrado."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 CLOSE ARQ-CLIENTE
              ELSE
                 PERFORM 12-ABRE-OPCIONAIS
              END-IF
           END-IF.
       1-SAIDA.
           EXIT.
      *
       11-CALCULA-JANELA SECTION.
      * CORTE NO DIA 01 DO MES ONZE MESES ANTES DO CORRENTE
       11.
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DT-HOJE(1:4) TO WS-NR-ANO-CALC.
           MOVE WS-DT-HOJE(5:2) TO WS-NR-MES-CALC.
           COMPUTE WS-NR-MES-HOJE =
                   WS-NR-ANO-CALC * 12 + WS-NR-MES-CALC - 1.
           COMPUTE WS-NR-MES-CORTE = WS-NR-MES-HOJE - 11.
           DIVIDE WS-NR-MES-CORTE BY 12 GIVING WS-NR-ANO-CALC
                  REMAINDER WS-NR-MES-CALC.
           ADD 1 TO WS-NR-MES-CALC.
           COMPUTE WS-DT-CORTE =
                   WS-NR-ANO-CALC * 10000 + WS-NR-MES-CALC * 100 + 1.
           MOVE SPACES TO WL-MES-CORTE
                          WL-MES-HOJE.
           STRING WS-DT-CORTE(5:2) "/" WS-DT-CORTE(1:4)
                  DELIMITED BY SIZE INTO WL-MES-CORTE.
           STRING WS-DT-HOJE(5:2) "/" WS-DT-HOJE(1:4)
                  DELIMITED BY SIZE INTO WL-MES-HOJE.
       11-SAIDA.
           EXIT.
      *
       12-ABRE-OPCIONAIS SECTION.
      * SEM OS CADASTROS DE SEGMENTOS E DE REGIOES AS QUEBRAS SAEM
      * SOMENTE COM O CODIGO
       12.
           OPEN INPUT ARQ-SEGMENTO.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-SEGMENTO
           ELSE
              MOVE "N" TO WS-IND-ARQ-SEGMENTO.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
           OPEN INPUT ARQ-REGIAO.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-REGIAO
           ELSE
              MOVE "N" TO WS-IND-ARQ-REGIAO.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       12-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           IF NOT WS-FIM-ARQUIVO
              MOVE "SEGMENTO" TO WS-SPL-ID-RELATORIO
              PERFORM 99-PREPARA-SPOOL
              OPEN OUTPUT RELATO
              SORT ARQ-SORT ON ASCENDING KEY SOR-CD-SEGMENTO
                                             SOR-CD-REGIAO
                                             SOR-CD-EMPRESA
                                             SOR-CD-CLIENTE
                   INPUT  PROCEDURE IS 21-APURA-CLIENTES
                   OUTPUT PROCEDURE IS 22-IMPRIME-SEGMENTOS
              CLOSE RELATO
              MOVE WS-QT-CLIENTES-LIDOS TO WS-QT-ED1
              MOVE SPACES TO WS-MENSAGEM
              STRING "Relatorio no Spool - Clientes com Movimento: "
                     WS-QT-ED1
                     DELIMITED BY SIZE INTO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           END-IF.
       2-SAIDA.
           EXIT.
      *
       21-APURA-CLIENTES SECTION.
       21.
           MOVE ZEROS TO CLI-CHAVE-CLIENTE
                         WS-ESTADO-ARQUIVO.
           START ARQ-CLIENTE KEY NOT LESS CLI-CHAVE-CLIENTE.
           PERFORM 211-APURA-UM-CLIENTE
               UNTIL NOT WS-OPERACAO-BEM-SUCEDIDA.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       21-SAIDA.
           EXIT.
      *
       211-APURA-UM-CLIENTE SECTION.
      * TODAS AS SITUACOES: CLIENTE INATIVADO DEPOIS DE COMPRAR
      * CONTINUA NA RECEITA DOS MESES EM QUE COMPROU
       211.
           READ ARQ-CLIENTE NEXT.
           IF WS-OPERACAO-BEM-SUCEDIDA
              IF LK-CD-EMPRESA EQUAL ZEROS
              OR CLI-CD-EMPRESA EQUAL LK-CD-EMPRESA
                 PERFORM 99-APURA-MESES-CLIENTE
                 IF WS-CLIENTE-COM-MOVIMENTO
                    ADD 1 TO WS-QT-CLIENTES-LIDOS
                    MOVE CLI-CD-SEGMENTO TO SOR-CD-SEGMENTO
                    MOVE CLI-CD-REGIAO   TO SOR-CD-REGIAO
                    MOVE CLI-CD-EMPRESA  TO SOR-CD-EMPRESA
                    MOVE CLI-CD-CLIENTE  TO SOR-CD-CLIENTE
                    PERFORM 99-COPIA-MES-SORT
                        VARYING WS-IX-MES FROM 1 BY 1
                        UNTIL WS-IX-MES GREATER 12
                    RELEASE REG-SORT
                 END-IF
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
       211-SAIDA.
           EXIT.
      *
       22-IMPRIME-SEGMENTOS SECTION.
       22.
           MOVE SPACE TO WS-FINAL-SORT.
           MOVE ZEROS TO WS-TOT-VL-RECEITA(3)
                         WS-TOT-QT-CLIENTES(3)
                         WS-TOT-QT-TICKETS(3).
           PERFORM 99-LEITURA-SORT.
           PERFORM 221-TRATA-UM-SEGMENTO
               UNTIL WS-FIM-SORT.
           MOVE "TOTAL GERAL" TO WL-ROTULO.
           MOVE 3 TO WS-IX-NIVEL.
           PERFORM 99-MONTA-LINHA-TOTAL.
           IF WS-NR-LIN GREATER 64
              PERFORM 99-IMPRIME-CABECALHO.
           WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1.
           WRITE LINHA FROM LIN-01 BEFORE ADVANCING 1.
           ADD 2 TO WS-NR-LIN.
       22-SAIDA.
           EXIT.
      *
       221-TRATA-UM-SEGMENTO SECTION.
       221.
           MOVE SOR-CD-SEGMENTO TO WS-CD-SEGMENTO-ANT.
           MOVE ZEROS TO WS-TOT-VL-RECEITA(2)
                         WS-TOT-QT-CLIENTES(2)
                         WS-TOT-QT-TICKETS(2).
           PERFORM 99-IMPRIME-SEGMENTO.
           PERFORM 2211-TRATA-UMA-REGIAO
               UNTIL WS-FIM-SORT
                  OR SOR-CD-SEGMENTO NOT EQUAL WS-CD-SEGMENTO-ANT.
           MOVE "TOTAL DO SEGMENTO" TO WL-ROTULO.
           MOVE 2 TO WS-IX-NIVEL.
           PERFORM 99-MONTA-LINHA-TOTAL.
           PERFORM 99-IMPRIME-LINHA.
           ADD WS-TOT-VL-RECEITA(2)  TO WS-TOT-VL-RECEITA(3).
           ADD WS-TOT-QT-CLIENTES(2) TO WS-TOT-QT-CLIENTES(3).
           ADD WS-TOT-QT-TICKETS(2)  TO WS-TOT-QT-TICKETS(3).
       221-SAIDA.
           EXIT.
      *
       2211-TRATA-UMA-REGIAO SECTION.
       2211.
           MOVE SOR-CD-REGIAO TO WS-CD-REGIAO-ANT.
           INITIALIZE WS-TAB-REGIAO.
           MOVE ZEROS TO WS-TOT-VL-RECEITA(1)
                         WS-TOT-QT-CLIENTES(1)
                         WS-TOT-QT-TICKETS(1).
           PERFORM 22111-ACUMULA-UM-CLIENTE
               UNTIL WS-FIM-SORT
                  OR SOR-CD-SEGMENTO NOT EQUAL WS-CD-SEGMENTO-ANT
                  OR SOR-CD-REGIAO   NOT EQUAL WS-CD-REGIAO-ANT.
           PERFORM 99-IMPRIME-REGIAO.
           PERFORM 22112-IMPRIME-UM-MES
               VARYING WS-IX-MES FROM 1 BY 1
               UNTIL WS-IX-MES GREATER 12.
           MOVE "TOTAL DA REGIAO" TO WL-ROTULO.
           MOVE 1 TO WS-IX-NIVEL.
           PERFORM 99-MONTA-LINHA-TOTAL.
           PERFORM 99-IMPRIME-LINHA.
           ADD WS-TOT-VL-RECEITA(1)  TO WS-TOT-VL-RECEITA(2).
           ADD WS-TOT-QT-CLIENTES(1) TO WS-TOT-QT-CLIENTES(2).
           ADD WS-TOT-QT-TICKETS(1)  TO WS-TOT-QT-TICKETS(2).
       2211-SAIDA.
           EXIT.
      *
       22111-ACUMULA-UM-CLIENTE SECTION.
       22111.
           MOVE ZEROS TO WS-VL-TOTAL-CLI.
           PERFORM 99-ACUMULA-MES-REGIAO
               VARYING WS-IX-MES FROM 1 BY 1
               UNTIL WS-IX-MES GREATER 12.
           IF WS-VL-TOTAL-CLI GREATER ZEROS
              ADD 1 TO WS-TOT-QT-CLIENTES(1).
           PERFORM 99-LEITURA-SORT.
       22111-SAIDA.
           EXIT.
      *
       22112-IMPRIME-UM-MES SECTION.
      * SOMENTE OS MESES COM MOVIMENTO NA REGIAO
       22112.
           IF WS-REG-VL-RECEITA(WS-IX-MES) NOT EQUAL ZEROS
           OR WS-REG-QT-TICKETS(WS-IX-MES) NOT EQUAL ZEROS
              COMPUTE WS-NR-MES-DETALHE =
                      WS-NR-MES-CORTE + WS-IX-MES - 1
              DIVIDE WS-NR-MES-DETALHE BY 12 GIVING WS-NR-ANO-CALC
                     REMAINDER WS-NR-MES-CALC
              ADD 1 TO WS-NR-MES-CALC
              MOVE SPACES TO WL-ROTULO
              STRING "   " WS-NR-MES-CALC "/" WS-NR-ANO-CALC
                     DELIMITED BY SIZE INTO WL-ROTULO
              MOVE WS-REG-VL-RECEITA(WS-IX-MES)  TO WL-VL-RECEITA
              MOVE WS-REG-QT-CLIENTES(WS-IX-MES) TO WL-QT-CLIENTES
              MOVE WS-REG-QT-TICKETS(WS-IX-MES)  TO WL-QT-TICKETS
              MOVE ZEROS TO WS-VL-MEDIO
              IF WS-REG-QT-TICKETS(WS-IX-MES) GREATER ZEROS
                 COMPUTE WS-VL-MEDIO ROUNDED =
                         WS-REG-VL-RECEITA(WS-IX-MES)
                       / WS-REG-QT-TICKETS(WS-IX-MES)
              END-IF
              MOVE WS-VL-MEDIO TO WL-VL-MEDIO
              PERFORM 99-IMPRIME-LINHA
           END-IF.
       22112-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           IF NOT WS-FIM-ARQUIVO
              CLOSE ARQ-CLIENTE
                    ARQ-VENDADET
              IF WS-ARQ-SEGMENTO-OK
                 CLOSE ARQ-SEGMENTO
              END-IF
              IF WS-ARQ-REGIAO-OK
                 CLOSE ARQ-REGIAO
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
      * RECEITA E DOCUMENTOS DO CLIENTE POSICIONADO EM CADA MES DA
      * JANELA: VARRE O DETALHE A PARTIR DA DATA DE CORTE ATE A
      * CHAVE MUDAR DE CLIENTE
       99-APURA-MESES-CLIENTE.
           INITIALIZE WS-TAB-CLIENTE
           MOVE "N"   TO WS-IND-MOVIMENTO
           MOVE "N"   TO WS-IND-FIM-DETALHE
           MOVE CLI-CD-EMPRESA TO VDD-CD-EMPRESA
           MOVE CLI-CD-CLIENTE TO VDD-CD-CLIENTE
           MOVE WS-DT-CORTE    TO VDD-DT-VENDA
           MOVE ZEROS          TO VDD-NR-DOCUMENTO
                                  WS-ESTADO-ARQUIVO
           START ARQ-VENDADET KEY NOT LESS VDD-CHAVE-VENDA-DET
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-FIM-DETALHE
           END-IF
           PERFORM 991-APURA-UM-DETALHE
               UNTIL WS-FIM-DETALHE
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
      * VENDA CONTA UM DOCUMENTO NO MES DA VENDA; ESTORNO DE
      * CANCELAMENTO DESCONTA VALOR E DOCUMENTO DO MES DA VENDA
      * ORIGINAL QUANDO ESTA TAMBEM CAI NA JANELA
       991-APURA-UM-DETALHE.
           READ ARQ-VENDADET NEXT
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-FIM-DETALHE
           ELSE
              IF VDD-CD-EMPRESA NOT EQUAL CLI-CD-EMPRESA
              OR VDD-CD-CLIENTE NOT EQUAL CLI-CD-CLIENTE
                 MOVE "S" TO WS-IND-FIM-DETALHE
              ELSE
                 IF VDD-MOV-ESTORNO
                    IF VDD-DT-ORIGINAL NOT LESS WS-DT-CORTE
                       MOVE VDD-DT-ORIGINAL TO WS-DT-CALC
                       PERFORM 992-OBTEM-MES-JANELA
                       IF WS-IX-MES-ACHADO GREATER ZEROS
                          SUBTRACT VDD-VL-VENDA FROM
                                   WS-CLI-VL-RECEITA(WS-IX-MES-ACHADO)
                          SUBTRACT 1 FROM
                                   WS-CLI-QT-TICKETS(WS-IX-MES-ACHADO)
                          MOVE "S" TO WS-IND-MOVIMENTO
                       END-IF
                    END-IF
                 ELSE
                    MOVE VDD-DT-VENDA TO WS-DT-CALC
                    PERFORM 992-OBTEM-MES-JANELA
                    IF WS-IX-MES-ACHADO GREATER ZEROS
                       ADD VDD-VL-VENDA TO
                           WS-CLI-VL-RECEITA(WS-IX-MES-ACHADO)
                       ADD 1 TO WS-CLI-QT-TICKETS(WS-IX-MES-ACHADO)
                       MOVE "S" TO WS-IND-MOVIMENTO
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
      * POSICAO (1 A 12) DA DATA WS-DT-CALC NA JANELA; ZERO QUANDO
      * FORA DELA (DATA FUTURA NO DETALHE)
       992-OBTEM-MES-JANELA.
           MOVE WS-DT-CALC(1:4) TO WS-NR-ANO-CALC
           MOVE WS-DT-CALC(5:2) TO WS-NR-MES-CALC
           COMPUTE WS-NR-MES-DETALHE =
                   WS-NR-ANO-CALC * 12 + WS-NR-MES-CALC - 1
           MOVE ZEROS TO WS-IX-MES-ACHADO
           IF  WS-NR-MES-DETALHE NOT LESS WS-NR-MES-CORTE
           AND WS-NR-MES-DETALHE NOT GREATER WS-NR-MES-HOJE
              COMPUTE WS-IX-MES-ACHADO =
                      WS-NR-MES-DETALHE - WS-NR-MES-CORTE + 1
           END-IF.
      *
       99-COPIA-MES-SORT.
           MOVE WS-CLI-VL-RECEITA(WS-IX-MES)
                TO SOR-VL-RECEITA(WS-IX-MES)
           MOVE WS-CLI-QT-TICKETS(WS-IX-MES)
                TO SOR-QT-TICKETS(WS-IX-MES).
      *
      * CLIENTE COMPRADOR NO MES: RECEITA LIQUIDA POSITIVA NO MES
       99-ACUMULA-MES-REGIAO.
           ADD SOR-VL-RECEITA(WS-IX-MES)
               TO WS-REG-VL-RECEITA(WS-IX-MES)
                  WS-TOT-VL-RECEITA(1)
                  WS-VL-TOTAL-CLI
           ADD SOR-QT-TICKETS(WS-IX-MES)
               TO WS-REG-QT-TICKETS(WS-IX-MES)
                  WS-TOT-QT-TICKETS(1)
           IF SOR-VL-RECEITA(WS-IX-MES) GREATER ZEROS
              ADD 1 TO WS-REG-QT-CLIENTES(WS-IX-MES)
           END-IF.
      *
       99-MONTA-LINHA-TOTAL.
           MOVE WS-TOT-VL-RECEITA(WS-IX-NIVEL)  TO WL-VL-RECEITA
           MOVE WS-TOT-QT-CLIENTES(WS-IX-NIVEL) TO WL-QT-CLIENTES
           MOVE WS-TOT-QT-TICKETS(WS-IX-NIVEL)  TO WL-QT-TICKETS
           MOVE ZEROS TO WS-VL-MEDIO
           IF WS-TOT-QT-TICKETS(WS-IX-NIVEL) GREATER ZEROS
              COMPUTE WS-VL-MEDIO ROUNDED =
                      WS-TOT-VL-RECEITA(WS-IX-NIVEL)
                    / WS-TOT-QT-TICKETS(WS-IX-NIVEL)
           END-IF
           MOVE WS-VL-MEDIO TO WL-VL-MEDIO.
      *
      * QUEBRA DE SEGMENTO COM A DESCRICAO E O GRUPO DE CANAL
       99-IMPRIME-SEGMENTO.
           IF WS-NR-LIN GREATER 62
              PERFORM 99-IMPRIME-CABECALHO
           END-IF
           MOVE SOR-CD-SEGMENTO TO WL-SG-CODIGO
           MOVE SPACES TO WL-SG-DESCRICAO
                          WL-SG-CANAL
           IF SOR-CD-SEGMENTO EQUAL ZEROS
              MOVE "NAO CLASSIFICADO" TO WL-SG-DESCRICAO
           ELSE
              IF WS-ARQ-SEGMENTO-OK
                 MOVE SOR-CD-SEGMENTO TO SEG-CD-SEGMENTO
                 READ ARQ-SEGMENTO
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    MOVE SEG-DS-SEGMENTO    TO WL-SG-DESCRICAO
                    MOVE SEG-NM-GRUPO-CANAL TO WL-SG-CANAL
                 ELSE
                    MOVE "(NAO CADASTR.)" TO WL-SG-DESCRICAO
                 END-IF
                 MOVE "00" TO WS-ESTADO-ARQUIVO
              END-IF
           END-IF
           MOVE SPACES TO LINHA
           WRITE LINHA BEFORE ADVANCING 1
           WRITE LINHA FROM LIN-SEGMENTO BEFORE ADVANCING 1
           ADD 2 TO WS-NR-LIN.
      *
       99-IMPRIME-REGIAO.
           IF WS-NR-LIN GREATER 64
              PERFORM 99-IMPRIME-CABECALHO
           END-IF
           MOVE WS-CD-REGIAO-ANT TO WL-RG-CODIGO
           MOVE SPACES TO WL-RG-NOME
           IF WS-ARQ-REGIAO-OK
              MOVE WS-CD-REGIAO-ANT TO REG-CD-REGIAO
              READ ARQ-REGIAO
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE REG-NM-REGIAO TO WL-RG-NOME
              ELSE
                 MOVE "(NAO CADASTR.)" TO WL-RG-NOME
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF
           WRITE LINHA FROM LIN-REGIAO BEFORE ADVANCING 1
           ADD 1 TO WS-NR-LIN.
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
           MOVE "ARQ-CLIENTE" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-CLIENTE
           END-IF
           MOVE "ARQ-VENDADET" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-VENDADET
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
       99-REGISTRA-ERRO.
           MOVE "GV-RELSEGMENTO" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
