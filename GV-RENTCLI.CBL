000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-RENTCLI.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Custo de Servir e Rentabilidade por Cliente
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Estima, para cada cliente ativo, o custo anual de
      *     atende-lo em campo: visitas por ano pela politica de
      *     frequencia da sua classe ABC (GV-FREQUENCIA.DAT, regiao
      *     e depois geral, como a agenda e a analise de capacidade)
      *     vezes o custo da visita mais o deslocamento de ida e
      *     volta (CLI-QT-DISTANCIA, em metros) ao custo do km. As
      *     taxas vem de GV-CONFIG.PAR (chaves CUSTO-SERVIR-KM e
      *     CUSTO-SERVIR-VISITA, padrao 1,50 e 50,00) e podem ser
      *     alteradas na tela. Contra esse custo vao a receita dos
      *     ultimos doze meses do detalhe de vendas e a comissao
      *     paga sobre ela - cada venda a taxa efetiva que o
      *     fechamento do mes pagou ao vendedor da venda
      *     (GV-COMISSAO.HIS); mes ainda sem fechamento usa a taxa
      *     do cadastro. Os clientes saem da menor para a maior
      *     margem depois do custo de servir, para a diretoria
      *     decidir quais contas passam para o televendas.
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
           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
             organization       is indexed
             access mode        is dynamic
             record key         is FOR-CHAVE-VENDEDOR
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-FREQUENCIA ASSIGN TO DISK WID-ARQ-FREQUENCIA
             organization       is indexed
             access mode        is dynamic
             record key         is FRQ-CHAVE-FREQUENCIA
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-FECHAMENTO ASSIGN TO DISK WID-ARQ-FECHAMENTO
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
       COPY GV-CADCLI.CPY.
       COPY GV-VENDADET.CPY.
       COPY GV-CADVEN.CPY.
       COPY GV-FREQPOL.CPY.
       COPY GV-COMFECH.CPY.
      *
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SOR-VL-MARGEM          PIC S9(013)V9(002).
           03 SOR-CD-EMPRESA         PIC 9(002).
           03 SOR-CD-CLIENTE         PIC 9(007).
           03 SOR-DS-RAZAO-SOCIAL    PIC X(020).
           03 SOR-CD-VENDEDOR        PIC 9(007).
           03 SOR-CD-CLASSE-ABC      PIC X(001).
           03 SOR-QT-KM              PIC 9(005).
           03 SOR-QT-VISITAS         PIC 9(003).
           03 SOR-VL-RECEITA         PIC 9(013)V9(002).
           03 SOR-VL-COMISSAO        PIC 9(013)V9(002).
           03 SOR-VL-CUSTO           PIC 9(013)V9(002).
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
           03 WID-ARQ-VENDEDOR       PIC X(60) VALUE "GV-VENDEDOR.DAT".
           03 WID-ARQ-FREQUENCIA     PIC X(18) VALUE
                                      "GV-FREQUENCIA.DAT".
           03 WID-ARQ-FECHAMENTO     PIC X(20) VALUE "GV-COMISSAO.HIS".
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
           03 WS-FINAL-FECHAMENTO    PIC X(01) VALUE SPACE.
              88 WS-FIM-FECHAMENTO             VALUE "F".
           03 WS-IND-FIM-DETALHE     PIC X(01) VALUE "N".
              88 WS-FIM-DETALHE                VALUE "S".
           03 WS-IND-ARQ-FREQ        PIC X(01) VALUE "N".
              88 WS-ARQ-FREQ-OK                VALUE "S".
           03 WS-IND-ARQ-VENDEDOR    PIC X(01) VALUE "N".
              88 WS-ARQ-VENDEDOR-OK            VALUE "S".
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-DT-CORTE            PIC 9(008) VALUE ZEROS.
           03 WS-NR-MES-CORTE        PIC 9(006) VALUE ZEROS.
           03 WS-NR-MES-DETALHE      PIC 9(006) VALUE ZEROS.
      *
      * TAXAS DO CUSTO DE SERVIR
           03 WS-VL-CUSTO-KM         PIC 9(003)V9(002) VALUE 1,50.
           03 WS-VL-CUSTO-VISITA     PIC 9(005)V9(002) VALUE 50,00.
           03 WS-VL-CUSTO-KM-ED      PIC ZZ9,99.
           03 WS-VL-CUSTO-VISITA-ED  PIC ZZZZ9,99.
           03 WS-VL-CONFIG-NUM       PIC 9(005)V9(002) VALUE ZEROS.
           03 WS-QT-DIAS-PADRAO      PIC 9(003) VALUE 30.
           03 WS-QT-DIAS-REVISITA    PIC 9(003) VALUE ZEROS.
      *
      * APURACAO DO CLIENTE
           03 WS-QT-KM-VISITA        PIC 9(007)V9(003) VALUE ZEROS.
           03 WS-QT-VISITAS-ANO      PIC 9(003) VALUE ZEROS.
           03 WS-VL-RECEITA-CLI      PIC S9(013)V9(002) VALUE ZEROS.
           03 WS-VL-COMISSAO-CLI     PIC S9(013)V9(004) VALUE ZEROS.
           03 WS-VL-CUSTO-CLI        PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-VL-MARGEM-CLI       PIC S9(013)V9(002) VALUE ZEROS.
           03 WS-PC-TAXA             PIC 9(003)V9(004) VALUE ZEROS.
      *
      * TAXA EFETIVA DO ULTIMO VENDEDOR/MES CONSULTADO
           03 WS-CD-EMPRESA-TAXA     PIC 9(002) VALUE ZEROS.
           03 WS-CD-VENDEDOR-TAXA    PIC 9(007) VALUE 9999999.
           03 WS-NR-MES-TAXA         PIC 9(006) VALUE ZEROS.
           03 WS-IX-TAXA             PIC 9(005) COMP VALUE ZEROS.
           03 WS-IX-TAXA-ACHADO      PIC 9(005) COMP VALUE ZEROS.
      *
      * TOTAIS
           03 WS-QT-CLIENTES         PIC 9(007) VALUE ZEROS.
           03 WS-QT-NEGATIVOS        PIC 9(007) VALUE ZEROS.
           03 WS-VL-TOT-RECEITA      PIC S9(015)V9(002) VALUE ZEROS.
           03 WS-VL-TOT-COMISSAO     PIC S9(015)V9(002) VALUE ZEROS.
           03 WS-VL-TOT-CUSTO        PIC S9(015)V9(002) VALUE ZEROS.
           03 WS-VL-TOT-MARGEM       PIC S9(015)V9(002) VALUE ZEROS.
           03 WS-QT-ED1              PIC ZZZZZZ9.
           03 WS-QT-ED2              PIC ZZZZZZ9.
           03 WS-NR-LIN              PIC 9(03) VALUE 999.
           03 WS-NR-PAG              PIC 9(03) VALUE ZEROS.
      *
      * TAXA EFETIVA PAGA POR VENDEDOR E COMPETENCIA NA JANELA -
      * COMISSAO / VENDA DAS LINHAS NORMAIS DO FECHAMENTO
       01  WS-TAB-TAXA.
           03 WS-QT-TAXAS            PIC 9(005) COMP VALUE ZEROS.
           03 WS-ENT-TAXA            OCCURS 6000 TIMES.
              05 WS-TAX-CD-EMPRESA   PIC 9(002).
              05 WS-TAX-CD-VENDEDOR  PIC 9(007).
              05 WS-TAX-NR-MES       PIC 9(006).
              05 WS-TAX-PC-EFETIVO   PIC 9(003)V9(004).
      *
      * LAYOUT DO RELATORIO DE CUSTO DE SERVIR
       01  CAB-01.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(48) VALUE
              "CUSTO DE SERVIR E RENTABILIDADE POR CLIENTE".
           02 FILLER            PIC X(24) VALUE
              "Doze Meses ate ".
           02 WL-DT-HOJE        PIC X(10) VALUE SPACES.
           02 FILLER            PIC X(21) VALUE SPACES.
           02 FILLER            PIC X(05) VALUE "Pag: ".
           02 WL-NR-PAGINA      PIC 9(03) VALUE ZEROS.
      *
       01  CAB-02.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(14) VALUE "Custo por Km: ".
           02 WL-CUSTO-KM       PIC ZZ9,99.
           02 FILLER            PIC X(21) VALUE
              "   Custo por Visita: ".
           02 WL-CUSTO-VISITA   PIC ZZZZ9,99.
           02 FILLER            PIC X(62) VALUE
              "   (Km de Ida e Volta; Ordem: Menor Margem Primeiro)".
      *
       01  CAB-03.
           03 FILLER    PIC X(05) VALUE SPACES.
           03 FILLER    PIC X(08) VALUE "CLIENTE ".
           03 FILLER    PIC X(21) VALUE "RAZAO SOCIAL".
           03 FILLER    PIC X(08) VALUE "VENDED. ".
           03 FILLER    PIC X(02) VALUE "C ".
           03 FILLER    PIC X(07) VALUE "KM/VIS ".
           03 FILLER    PIC X(04) VALUE "V/A ".
           03 FILLER    PIC X(15) VALUE "   RECEITA 12M ".
           03 FILLER    PIC X(15) VALUE "      COMISSAO ".
           03 FILLER    PIC X(15) VALUE " CUSTO SERVIR ".
           03 FILLER    PIC X(16) VALUE "         MARGEM".
      *
       01  CAB-04.
           03 FILLER PIC X(116) VALUE IS ALL '='.
      *
       01  LIN-01.
           03 FILLER          PIC X(05) VALUE SPACES.
           03 WL-CLIENTE      PIC ZZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-RAZAO        PIC X(20).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VENDEDOR     PIC ZZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-CLASSE       PIC X(01).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-KM           PIC ZZ.ZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VISITAS      PIC ZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VL-RECEITA   PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VL-COMISSAO  PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VL-CUSTO     PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VL-MARGEM    PIC -ZZZ.ZZZ.ZZ9,99.
      *
       01  LIN-02.
           03 FILLER          PIC X(05) VALUE SPACES.
           03 FILLER          PIC X(14) VALUE "   TOTAL GERAL".
           03 FILLER          PIC X(10) VALUE " CLIENTES:".
           03 WL-QT-CLIENTES  PIC ZZZZZZ9.
           03 FILLER          PIC X(15) VALUE "  COM PREJUIZO:".
           03 WL-QT-NEGATIVOS PIC ZZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-TOT-RECEITA  PIC ---.---.--9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-TOT-COMISSAO PIC ---.---.--9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-TOT-CUSTO    PIC ---.---.--9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-TOT-MARGEM   PIC ----.---.--9,99.
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
           03 LINE 07 COL 01 BLANK LINE.
           03 LINE 06 COL 01 BLANK LINE.
           03 LINE 05 COL 01 BLANK LINE.
           03 LINE 04 COL 01 BLANK LINE.
           03 LINE 02 COL 25 VALUE "                                ".
      *
       01  SST-CUSTO-SERVIR.
           03 LINE 02 COL 22 VALUE "Custo de Servir por Cliente".
           03 LINE 05 COL 07 VALUE "Custo por Km Rodado    : ".
           03 LINE 05 COL 32 USING WS-VL-CUSTO-KM-ED.
           03 LINE 06 COL 07 VALUE "Custo por Visita       : ".
           03 LINE 06 COL 32 USING WS-VL-CUSTO-VISITA-ED.
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
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-DT-CORTE = WS-DT-HOJE - 10000.
           MOVE WS-DT-CORTE(1:6) TO WS-NR-MES-CORTE.
           MOVE WS-VL-CUSTO-KM     TO WS-VL-CUSTO-KM-ED.
           MOVE WS-VL-CUSTO-VISITA TO WS-VL-CUSTO-VISITA-ED.
           ACCEPT SST-CUSTO-SERVIR.
           MOVE WS-VL-CUSTO-KM-ED     TO WS-VL-CUSTO-KM.
           MOVE WS-VL-CUSTO-VISITA-ED TO WS-VL-CUSTO-VISITA.
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
                 PERFORM 11-ABRE-OPCIONAIS
                 PERFORM 12-CARREGA-TAXAS
              END-IF
           END-IF.
       1-SAIDA.
           EXIT.
      *
       11-ABRE-OPCIONAIS SECTION.
      * SEM POLITICA DE FREQUENCIA VALE O PADRAO DE DIAS; SEM O
      * CADASTRO DE VENDEDORES O MES NAO FECHADO FICA SEM COMISSAO
       11.
           OPEN INPUT ARQ-FREQUENCIA.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-FREQ
           ELSE
              MOVE "N" TO WS-IND-ARQ-FREQ.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
           OPEN INPUT ARQ-VENDEDOR.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-VENDEDOR
           ELSE
              MOVE "N" TO WS-IND-ARQ-VENDEDOR.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       11-SAIDA.
           EXIT.
      *
       12-CARREGA-TAXAS SECTION.
      * LINHAS NORMAIS DO HISTORICO DE FECHAMENTO DENTRO DA JANELA
       12.
           MOVE ZEROS TO WS-QT-TAXAS.
           MOVE SPACE TO WS-FINAL-FECHAMENTO.
           OPEN INPUT ARQ-FECHAMENTO.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "00" TO WS-ESTADO-ARQUIVO
           ELSE
              PERFORM 121-GUARDA-UMA-TAXA
                  UNTIL WS-FIM-FECHAMENTO
              CLOSE ARQ-FECHAMENTO
           END-IF.
       12-SAIDA.
           EXIT.
      *
       121-GUARDA-UMA-TAXA SECTION.
       121.
           READ ARQ-FECHAMENTO
               AT END MOVE "F" TO WS-FINAL-FECHAMENTO
           END-READ.
           IF NOT WS-FIM-FECHAMENTO
              IF  FEC-NR-COMPETENCIA NOT LESS WS-NR-MES-CORTE
              AND FEC-VL-VENDA GREATER ZEROS
              AND WS-QT-TAXAS LESS 6000
              AND (FEC-DELIMITADOR-11 NOT EQUAL ";"
                OR FEC-LANC-NORMAL)
                 ADD 1 TO WS-QT-TAXAS
                 MOVE 1 TO WS-TAX-CD-EMPRESA(WS-QT-TAXAS)
                 IF  FEC-DELIMITADOR-12 EQUAL ";"
                 AND FEC-CD-EMPRESA NUMERIC
                    MOVE FEC-CD-EMPRESA
                         TO WS-TAX-CD-EMPRESA(WS-QT-TAXAS)
                 END-IF
                 MOVE FEC-CD-VENDEDOR
                      TO WS-TAX-CD-VENDEDOR(WS-QT-TAXAS)
                 MOVE FEC-NR-COMPETENCIA
                      TO WS-TAX-NR-MES(WS-QT-TAXAS)
                 COMPUTE WS-TAX-PC-EFETIVO(WS-QT-TAXAS) ROUNDED =
                         FEC-VL-COMISSAO * 100 / FEC-VL-VENDA
                    ON SIZE ERROR
                       MOVE FEC-PC-COMISSAO
                            TO WS-TAX-PC-EFETIVO(WS-QT-TAXAS)
                 END-COMPUTE
              END-IF
           END-IF.
       121-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           IF NOT WS-FIM-ARQUIVO
              MOVE "CUSTOSERV" TO WS-SPL-ID-RELATORIO
              PERFORM 99-PREPARA-SPOOL
              OPEN OUTPUT RELATO
              MOVE SPACES TO WL-DT-HOJE
              STRING WS-DT-HOJE(7:2) "/" WS-DT-HOJE(5:2) "/"
                     WS-DT-HOJE(1:4)
                     DELIMITED BY SIZE INTO WL-DT-HOJE
              MOVE WS-VL-CUSTO-KM     TO WL-CUSTO-KM
              MOVE WS-VL-CUSTO-VISITA TO WL-CUSTO-VISITA
              SORT ARQ-SORT ON ASCENDING KEY SOR-VL-MARGEM
                                             SOR-CD-EMPRESA
                                             SOR-CD-CLIENTE
                   INPUT  PROCEDURE IS 21-APURA-CLIENTES
                   OUTPUT PROCEDURE IS 22-IMPRIME-RANKING
              CLOSE RELATO
              MOVE WS-QT-CLIENTES  TO WS-QT-ED1
              MOVE WS-QT-NEGATIVOS TO WS-QT-ED2
              MOVE SPACES TO WS-MENSAGEM
              STRING "Relatorio no Spool - Clientes: " WS-QT-ED1
                     "  Com Prejuizo: " WS-QT-ED2
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
      * CUSTO = VISITAS/ANO x (VISITA + KM DE IDA E VOLTA x CUSTO
      * DO KM); MARGEM = RECEITA - COMISSAO - CUSTO
       211.
           READ ARQ-CLIENTE NEXT.
           IF WS-OPERACAO-BEM-SUCEDIDA
              IF CLI-SIT-ATIVO
                 PERFORM 99-OBTEM-DIAS-REVISITA
                 COMPUTE WS-QT-VISITAS-ANO ROUNDED =
                         365 / WS-QT-DIAS-REVISITA
                 COMPUTE WS-QT-KM-VISITA ROUNDED =
                         CLI-QT-DISTANCIA * 2 / 1000
                    ON SIZE ERROR
                       MOVE 9999999 TO WS-QT-KM-VISITA
                 END-COMPUTE
                 COMPUTE WS-VL-CUSTO-CLI ROUNDED =
                         WS-QT-VISITAS-ANO *
                         (WS-VL-CUSTO-VISITA
                        + WS-QT-KM-VISITA * WS-VL-CUSTO-KM)
                 PERFORM 99-SOMA-RECEITA-12M
                 COMPUTE WS-VL-MARGEM-CLI =
                         WS-VL-RECEITA-CLI - WS-VL-COMISSAO-CLI
                       - WS-VL-CUSTO-CLI
                 MOVE WS-VL-MARGEM-CLI    TO SOR-VL-MARGEM
                 MOVE CLI-CD-EMPRESA      TO SOR-CD-EMPRESA
                 MOVE CLI-CD-CLIENTE      TO SOR-CD-CLIENTE
                 MOVE CLI-DS-RAZAO-SOCIAL TO SOR-DS-RAZAO-SOCIAL
                 MOVE CLI-CD-VENDEDOR     TO SOR-CD-VENDEDOR
                 MOVE CLI-CD-CLASSE-ABC   TO SOR-CD-CLASSE-ABC
                 MOVE WS-QT-KM-VISITA     TO SOR-QT-KM
                 MOVE WS-QT-VISITAS-ANO   TO SOR-QT-VISITAS
                 MOVE WS-VL-RECEITA-CLI   TO SOR-VL-RECEITA
                 MOVE WS-VL-COMISSAO-CLI  TO SOR-VL-COMISSAO
                 MOVE WS-VL-CUSTO-CLI     TO SOR-VL-CUSTO
                 RELEASE REG-SORT
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
       211-SAIDA.
           EXIT.
      *
       22-IMPRIME-RANKING SECTION.
       22.
           MOVE SPACE TO WS-FINAL-SORT.
           PERFORM 221-IMPRIME-UM-CLIENTE
               UNTIL WS-FIM-SORT.
           MOVE WS-QT-CLIENTES     TO WL-QT-CLIENTES.
           MOVE WS-QT-NEGATIVOS    TO WL-QT-NEGATIVOS.
           MOVE WS-VL-TOT-RECEITA  TO WL-TOT-RECEITA.
           MOVE WS-VL-TOT-COMISSAO TO WL-TOT-COMISSAO.
           MOVE WS-VL-TOT-CUSTO    TO WL-TOT-CUSTO.
           MOVE WS-VL-TOT-MARGEM   TO WL-TOT-MARGEM.
           IF WS-NR-LIN GREATER 64
              PERFORM 99-IMPRIME-CABECALHO.
           WRITE LINHA FROM CAB-04 BEFORE ADVANCING 1.
           WRITE LINHA FROM LIN-02 BEFORE ADVANCING 1.
       22-SAIDA.
           EXIT.
      *
       221-IMPRIME-UM-CLIENTE SECTION.
       221.
           PERFORM 99-LEITURA-SORT.
           IF NOT WS-FIM-SORT
              ADD 1 TO WS-QT-CLIENTES
              IF SOR-VL-MARGEM LESS ZEROS
                 ADD 1 TO WS-QT-NEGATIVOS
              END-IF
              ADD SOR-VL-RECEITA  TO WS-VL-TOT-RECEITA
              ADD SOR-VL-COMISSAO TO WS-VL-TOT-COMISSAO
              ADD SOR-VL-CUSTO    TO WS-VL-TOT-CUSTO
              ADD SOR-VL-MARGEM   TO WS-VL-TOT-MARGEM
              MOVE SOR-CD-CLIENTE      TO WL-CLIENTE
              MOVE SOR-DS-RAZAO-SOCIAL TO WL-RAZAO
              MOVE SOR-CD-VENDEDOR     TO WL-VENDEDOR
              MOVE SOR-CD-CLASSE-ABC   TO WL-CLASSE
              MOVE SOR-QT-KM           TO WL-KM
              MOVE SOR-QT-VISITAS      TO WL-VISITAS
              MOVE SOR-VL-RECEITA      TO WL-VL-RECEITA
              MOVE SOR-VL-COMISSAO     TO WL-VL-COMISSAO
              MOVE SOR-VL-CUSTO        TO WL-VL-CUSTO
              MOVE SOR-VL-MARGEM       TO WL-VL-MARGEM
              PERFORM 99-IMPRIME-LINHA
           END-IF.
       221-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           IF NOT WS-FIM-ARQUIVO
              CLOSE ARQ-CLIENTE
                    ARQ-VENDADET
              IF WS-ARQ-FREQ-OK
                 CLOSE ARQ-FREQUENCIA
              END-IF
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
      * DIAS DE REVISITA DA CLASSE DO CLIENTE POSICIONADO (POLITICA
      * DA REGIAO, DEPOIS A GERAL, POR FIM O PADRAO)
       99-OBTEM-DIAS-REVISITA.
           MOVE WS-QT-DIAS-PADRAO TO WS-QT-DIAS-REVISITA
           IF WS-ARQ-FREQ-OK
              MOVE CLI-CD-CLASSE-ABC TO FRQ-CD-CLASSE
              MOVE CLI-CD-REGIAO     TO FRQ-CD-REGIAO
              READ ARQ-FREQUENCIA
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE FRQ-QT-DIAS-REVISITA TO WS-QT-DIAS-REVISITA
              ELSE
                 MOVE CLI-CD-CLASSE-ABC TO FRQ-CD-CLASSE
                 MOVE ZEROS             TO FRQ-CD-REGIAO
                 READ ARQ-FREQUENCIA
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    MOVE FRQ-QT-DIAS-REVISITA TO WS-QT-DIAS-REVISITA
                 END-IF
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF
           IF WS-QT-DIAS-REVISITA EQUAL ZEROS
              MOVE 30 TO WS-QT-DIAS-REVISITA.
      *
      * RECEITA DOS ULTIMOS DOZE MESES DO CLIENTE POSICIONADO E A
      * COMISSAO PAGA SOBRE ELA: VARRE O DETALHE A PARTIR DA DATA DE
      * CORTE ATE A CHAVE MUDAR DE CLIENTE
       99-SOMA-RECEITA-12M.
           MOVE ZEROS TO WS-VL-RECEITA-CLI
                         WS-VL-COMISSAO-CLI
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
           PERFORM 991-SOMA-UM-DETALHE
               UNTIL WS-FIM-DETALHE
           IF WS-VL-RECEITA-CLI LESS ZEROS
              MOVE ZEROS TO WS-VL-RECEITA-CLI
           END-IF
           IF WS-VL-COMISSAO-CLI LESS ZEROS
              MOVE ZEROS TO WS-VL-COMISSAO-CLI
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
      * ESTORNO DE CANCELAMENTO DESCONTA QUANDO A VENDA ORIGINAL
      * TAMBEM CAI NA JANELA, A TAXA DO MES DA VENDA ORIGINAL
       991-SOMA-UM-DETALHE.
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
                       MOVE VDD-DT-ORIGINAL(1:6) TO WS-NR-MES-DETALHE
                       PERFORM 99-TAXA-DA-VENDA
                       SUBTRACT VDD-VL-VENDA FROM WS-VL-RECEITA-CLI
                       COMPUTE WS-VL-COMISSAO-CLI =
                               WS-VL-COMISSAO-CLI
                             - VDD-VL-VENDA * WS-PC-TAXA / 100
                    END-IF
                 ELSE
                    MOVE VDD-DT-VENDA(1:6) TO WS-NR-MES-DETALHE
                    PERFORM 99-TAXA-DA-VENDA
                    ADD VDD-VL-VENDA TO WS-VL-RECEITA-CLI
                    COMPUTE WS-VL-COMISSAO-CLI =
                            WS-VL-COMISSAO-CLI
                          + VDD-VL-VENDA * WS-PC-TAXA / 100
                 END-IF
              END-IF
           END-IF.
      *
      * TAXA EFETIVA DO FECHAMENTO DO VENDEDOR DA VENDA NO MES; SEM
      * FECHAMENTO, A TAXA DO CADASTRO. GUARDA A ULTIMA CONSULTA
       99-TAXA-DA-VENDA.
           IF VDD-CD-EMPRESA    NOT EQUAL WS-CD-EMPRESA-TAXA
           OR VDD-CD-VENDEDOR   NOT EQUAL WS-CD-VENDEDOR-TAXA
           OR WS-NR-MES-DETALHE NOT EQUAL WS-NR-MES-TAXA
              MOVE VDD-CD-EMPRESA    TO WS-CD-EMPRESA-TAXA
              MOVE VDD-CD-VENDEDOR   TO WS-CD-VENDEDOR-TAXA
              MOVE WS-NR-MES-DETALHE TO WS-NR-MES-TAXA
              MOVE ZEROS TO WS-PC-TAXA
                            WS-IX-TAXA-ACHADO
              PERFORM 992-COMPARA-UMA-TAXA
                  VARYING WS-IX-TAXA FROM 1 BY 1
                  UNTIL WS-IX-TAXA GREATER WS-QT-TAXAS
                     OR WS-IX-TAXA-ACHADO GREATER ZEROS
              IF WS-IX-TAXA-ACHADO GREATER ZEROS
                 MOVE WS-TAX-PC-EFETIVO(WS-IX-TAXA-ACHADO)
                      TO WS-PC-TAXA
              ELSE
                 IF WS-ARQ-VENDEDOR-OK
                    MOVE VDD-CD-EMPRESA  TO FOR-CD-EMPRESA
                    MOVE VDD-CD-VENDEDOR TO FOR-CD-VENDEDOR
                    READ ARQ-VENDEDOR
                    IF WS-OPERACAO-BEM-SUCEDIDA
                       MOVE FOR-PC-COMISSAO TO WS-PC-TAXA
                    END-IF
                    MOVE "00" TO WS-ESTADO-ARQUIVO
                 END-IF
              END-IF
           END-IF.
      *
       992-COMPARA-UMA-TAXA.
           IF  WS-TAX-CD-EMPRESA(WS-IX-TAXA)  EQUAL VDD-CD-EMPRESA
           AND WS-TAX-CD-VENDEDOR(WS-IX-TAXA) EQUAL VDD-CD-VENDEDOR
           AND WS-TAX-NR-MES(WS-IX-TAXA)      EQUAL WS-NR-MES-DETALHE
              MOVE WS-IX-TAXA TO WS-IX-TAXA-ACHADO.
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
              WRITE LINHA FROM CAB-04 BEFORE ADVANCING PAGE
           END-IF
           MOVE WS-NR-PAG TO WL-NR-PAGINA
           WRITE LINHA FROM CAB-01 BEFORE ADVANCING 1
           WRITE LINHA FROM CAB-02 BEFORE ADVANCING 1
           WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1
           WRITE LINHA FROM CAB-04 BEFORE ADVANCING 1
           MOVE 5 TO WS-NR-LIN.
      *
      * SOBREPOE OS NOMES DOS ARQUIVOS E AS TAXAS COM OS VALORES DO
      * ARQUIVO CENTRAL DE CONFIGURACAO (GV-CONFIG.PAR), QUANDO
      * PRESENTES
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
           END-IF
           MOVE "ARQ-VENDEDOR" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-VENDEDOR
           END-IF
           MOVE "CUSTO-SERVIR-KM" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              COMPUTE WS-VL-CONFIG-NUM =
                      FUNCTION NUMVAL (WS-CFG-VALOR)
              IF WS-VL-CONFIG-NUM LESS 1000
                 MOVE WS-VL-CONFIG-NUM TO WS-VL-CUSTO-KM
              END-IF
           END-IF
           MOVE "CUSTO-SERVIR-VISITA" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              COMPUTE WS-VL-CONFIG-NUM =
                      FUNCTION NUMVAL (WS-CFG-VALOR)
              MOVE WS-VL-CONFIG-NUM TO WS-VL-CUSTO-VISITA
           END-IF
           MOVE "AGENDA-DIAS-PADRAO" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              COMPUTE WS-VL-CONFIG-NUM =
                      FUNCTION NUMVAL (WS-CFG-VALOR)
              IF  WS-VL-CONFIG-NUM GREATER ZEROS
              AND WS-VL-CONFIG-NUM LESS 1000
                 MOVE WS-VL-CONFIG-NUM TO WS-QT-DIAS-PADRAO
              END-IF
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
           MOVE "GV-RENTCLI" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
