000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-CONCVENDA.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Conciliacao Mensal Vendas x Receber x Comissao
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Confere, para a competencia informada, as tres visoes do
      *     faturamento: as notas do detalhe de vendas
      *     (GV-VENDADET.DAT, movimento de venda), os titulos de
      *     contas a receber (GV-RECEBER.DAT, pela emissao) e a base
      *     de vendas que o fechamento de comissao usou
      *     (GV-COMISSAO.HIS, linhas normais). Casa nota e titulo
      *     pela empresa/cliente/documento - o par que caiu em
      *     competencias diferentes e procurado no outro arquivo
      *     antes de ser apontado - e lista no spool:
      *       - nota sem titulo e titulo sem nota;
      *       - nota e titulo com valores diferentes;
      *       - numero de documento usado por mais de um cliente da
      *         mesma empresa (inclusive titulos de outros meses,
      *         pela chave alternada do documento);
      *       - vendedor cuja venda no detalhe difere da base do
      *         fechamento. Empresa com comissao na base do
      *         recebimento (EMP-TP-BASE-COMISSAO "R") credita no
      *         fechamento o que foi pago, nao o que foi vendido - a
      *         diferenca dela sai marcada como esperada. Cobertura
      *         de ausencia e split do secundario tambem movem venda
      *         entre vendedores no fechamento, sem mudar o total.
      *     Fecha com os totais de cada lado e de cada ocorrencia.
      *     Em modo lote (agendador) usa a ultima competencia
      *     encerrada e a empresa da rodada (zero = todas).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-VENDADET ASSIGN TO DISK WID-ARQ-VENDADET
             organization       is indexed
             access mode        is dynamic
             record key         is VDD-CHAVE-VENDA-DET
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-RECEBER ASSIGN TO DISK WID-ARQ-RECEBER
             organization       is indexed
             access mode        is dynamic
             record key         is REC-CHAVE-RECEBER
             alternate record key is REC-NR-DOCUMENTO
                                with duplicates
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-FECHAMENTO ASSIGN TO DISK WID-ARQ-FECHAMENTO
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-EMPRESA ASSIGN TO DISK WID-ARQ-EMPRESA
             organization       is indexed
             access mode        is dynamic
             record key         is EMP-CD-EMPRESA
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
       COPY GV-VENDADET.CPY.
       COPY GV-RECEBER.CPY.
       COPY GV-COMFECH.CPY.
       COPY GV-CADEMP.CPY.
       COPY GV-CADVEN.CPY.
      *
      * NOTAS (N) E TITULOS (T) DA COMPETENCIA, POR DOCUMENTO
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SOR-CD-EMPRESA         PIC 9(002).
           03 SOR-NR-DOCUMENTO       PIC 9(009).
           03 SOR-CD-CLIENTE         PIC 9(007).
           03 SOR-TP-ORIGEM          PIC X(001).
              88 SOR-ORIGEM-NOTA               VALUE "N".
              88 SOR-ORIGEM-TITULO             VALUE "T".
           03 SOR-DT-DOCUMENTO       PIC 9(008).
           03 SOR-CD-VENDEDOR        PIC 9(007).
           03 SOR-VL-DOCUMENTO       PIC 9(013)V9(002).
      *
       COPY GV-SPOOLFD.CPY.
      *
       FD  RELATO
           VALUE OF FILE-ID IS WS01-ARQUIVO
           LABEL RECORD IS  OMITTED.
       01  LINHA                       PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-VENDADET       PIC X(60) VALUE "GV-VENDADET.DAT".
           03 WID-ARQ-RECEBER        PIC X(60) VALUE "GV-RECEBER.DAT".
           03 WID-ARQ-FECHAMENTO     PIC X(60) VALUE "GV-COMISSAO.HIS".
           03 WID-ARQ-EMPRESA        PIC X(60) VALUE "GV-EMPRESA.DAT".
           03 WID-ARQ-VENDEDOR       PIC X(60) VALUE "GV-VENDEDOR.DAT".
           03 WS01-ARQUIVO           PIC X(60) VALUE "IMPRESSAO.IMP".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = DOCUMENTO REPETIDO NA CHAVE ALTERNADA DO RECEBER
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-MENSAGEM            PIC X(68).
           03 WS-FINAL-ARQUIVO       PIC X(01) VALUE SPACE.
              88 WS-FIM-ARQUIVO                VALUE "F".
           03 WS-FINAL-LEITURA       PIC X(01) VALUE SPACE.
              88 WS-FIM-LEITURA                VALUE "F".
           03 WS-FINAL-SORT          PIC X(01) VALUE SPACE.
              88 WS-FIM-SORT                   VALUE "F".
           03 WS-IND-ARQ-FECHAMENTO  PIC X(01) VALUE "N".
              88 WS-ARQ-FECHAMENTO-OK          VALUE "S".
           03 WS-IND-ARQ-EMPRESA     PIC X(01) VALUE "N".
              88 WS-ARQ-EMPRESA-OK             VALUE "S".
           03 WS-IND-ARQ-VENDEDOR    PIC X(01) VALUE "N".
              88 WS-ARQ-VENDEDOR-OK            VALUE "S".
           03 WS-IND-COMP-FECHADA    PIC X(01) VALUE "N".
              88 WS-COMPETENCIA-FECHADA        VALUE "S".
           03 WS-NR-COMPETENCIA      PIC 9(006) VALUE ZEROS.
           03 WS-CD-EMPRESA-FILTRO   PIC 9(002) VALUE ZEROS.
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-DT-INICIO           PIC 9(008) VALUE ZEROS.
           03 WS-DT-FIM              PIC 9(008) VALUE ZEROS.
           03 WS-TP-LANCAMENTO       PIC X(01) VALUE SPACE.
           03 WS-CD-EMPRESA-LINHA    PIC 9(002) VALUE ZEROS.
           03 WS-NR-LIN              PIC 9(02) VALUE 99.
           03 WS-NR-PAG              PIC 9(03) VALUE ZEROS.
      *
      * DOCUMENTO EM ANALISE: UMA ENTRADA POR CLIENTE QUE TEM NOTA
      * OU TITULO COM ESTE NUMERO NA EMPRESA
           03 WS-CD-EMPRESA-DOC      PIC 9(002) VALUE ZEROS.
           03 WS-NR-DOCUMENTO-DOC    PIC 9(009) VALUE ZEROS.
           03 WS-QT-CLI-DOC          PIC 9(02) VALUE ZEROS.
           03 WS-IX-DOC              PIC 9(02) VALUE ZEROS.
           03 WS-IX-BUSCA            PIC 9(02) VALUE ZEROS.
           03 WS-CD-CLIENTE-BUSCA    PIC 9(007) VALUE ZEROS.
           03 WS-IND-ACHOU           PIC X(01) VALUE "N".
              88 WS-ACHOU                      VALUE "S".
           03 WS-DS-OCORRENCIA       PIC X(26).
      *
       01  WS-TAB-DOCUMENTO.
           03 WS-DOC-ITEM OCCURS 20 TIMES.
              05 WS-DOC-CD-CLIENTE   PIC 9(007).
              05 WS-DOC-DT-DOCUMENTO PIC 9(008).
              05 WS-DOC-CD-VENDEDOR  PIC 9(007).
              05 WS-DOC-IN-NOTA      PIC X(001).
                 88 WS-DOC-TEM-NOTA            VALUE "S".
              05 WS-DOC-IN-TITULO    PIC X(001).
                 88 WS-DOC-TEM-TITULO          VALUE "S".
      * "S" = SO ACHADO PELA CHAVE ALTERNADA (TITULO DE OUTRO MES)
              05 WS-DOC-IN-FORA-MES  PIC X(001).
                 88 WS-DOC-FORA-DO-MES         VALUE "S".
              05 WS-DOC-VL-NOTA      PIC 9(013)V9(002).
              05 WS-DOC-VL-TITULO    PIC 9(013)V9(002).
      *
      * VENDA DO DETALHE x BASE DO FECHAMENTO, POR EMPRESA/VENDEDOR
       01  WS-TAB-VENDEDORES.
           03 WS-QT-VENDEDORES       PIC 9(04) VALUE ZEROS.
           03 WS-IND-EXCEDEU-TAB     PIC X(01) VALUE "N".
              88 WS-EXCEDEU-TABELA             VALUE "S".
           03 WS-IX-VEN              PIC 9(04) VALUE ZEROS.
           03 WS-IX-BUSCA-VEN        PIC 9(04) VALUE ZEROS.
           03 WS-CD-VENDEDOR-BUSCA   PIC 9(007) VALUE ZEROS.
           03 WS-VEN-ITEM OCCURS 2000 TIMES.
              05 WS-VEN-CD-EMPRESA   PIC 9(002).
              05 WS-VEN-CD-VENDEDOR  PIC 9(007).
              05 WS-VEN-VL-DETALHE   PIC 9(013)V9(002).
              05 WS-VEN-VL-FECHAMENTO PIC 9(013)V9(002).
      *
       01  WS-TOTAIS.
           03 WS-QT-NOTAS            PIC 9(07) VALUE ZEROS.
           03 WS-VL-NOTAS            PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-QT-TITULOS          PIC 9(07) VALUE ZEROS.
           03 WS-VL-TITULOS          PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-QT-CASADOS          PIC 9(07) VALUE ZEROS.
           03 WS-QT-CASADOS-FORA     PIC 9(07) VALUE ZEROS.
           03 WS-QT-NOTA-SEM-TIT     PIC 9(07) VALUE ZEROS.
           03 WS-VL-NOTA-SEM-TIT     PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-QT-TIT-SEM-NOTA     PIC 9(07) VALUE ZEROS.
           03 WS-VL-TIT-SEM-NOTA     PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-QT-VALOR-DIVERG     PIC 9(07) VALUE ZEROS.
           03 WS-VL-VALOR-DIVERG     PIC S9(013)V9(002) VALUE ZEROS.
           03 WS-QT-DOC-DUPLICADO    PIC 9(07) VALUE ZEROS.
           03 WS-VL-TOT-DETALHE      PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-VL-TOT-FECHAMENTO   PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-QT-VEN-DIVERG       PIC 9(05) VALUE ZEROS.
           03 WS-QT-VEN-ESPERADA     PIC 9(05) VALUE ZEROS.
           03 WS-VL-DIFERENCA        PIC S9(013)V9(002) VALUE ZEROS.
           03 WS-QT-ED               PIC ZZZZZZ9.
           03 WS-QT-ED2              PIC ZZZZZZ9.
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
      * LAYOUT DO RELATORIO DE CONCILIACAO
       01  CAB-01.
           02 FILLER            PIC X(20) VALUE SPACES.
           02 FILLER            PIC X(50) VALUE
                  "CONCILIACAO VENDAS x RECEBER x COMISSAO".
           02 FILLER            PIC X(13) VALUE "Competencia: ".
           02 WL-COMPETENCIA    PIC 9999/99.
           02 FILLER            PIC X(10) VALUE "  Empresa:".
           02 WL-EMPRESA-FILTRO PIC X(06).
           02 FILLER            PIC X(15) VALUE SPACES.
           02 FILLER            PIC X(05) VALUE "Pag: ".
           02 WL-NR-PAGINA      PIC 9(03).
      *
       01  CAB-02.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 FILLER    PIC X(04) VALUE "EMP".
           03 FILLER    PIC X(10) VALUE "DOCUMENTO".
           03 FILLER    PIC X(08) VALUE "CLIENTE".
           03 FILLER    PIC X(11) VALUE "DATA".
           03 FILLER    PIC X(09) VALUE "VENDEDOR".
           03 FILLER    PIC X(21) VALUE "         VALOR NOTA".
           03 FILLER    PIC X(21) VALUE "       VALOR TITULO".
           03 FILLER    PIC X(26) VALUE "OCORRENCIA".
      *
       01  CAB-03.
           03 FILLER PIC X(132) VALUE IS ALL '='.
      *
       01  CAB-04.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 FILLER    PIC X(04) VALUE "EMP".
           03 FILLER    PIC X(09) VALUE "VENDEDOR".
           03 FILLER    PIC X(31) VALUE "NOME".
           03 FILLER    PIC X(21) VALUE "   VENDA NO DETALHE".
           03 FILLER    PIC X(21) VALUE " BASE NO FECHAMENTO".
           03 FILLER    PIC X(21) VALUE "          DIFERENCA".
           03 FILLER    PIC X(14) VALUE "OBSERVACAO".
      *
       01  LIN-01.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-CD-EMPRESA   PIC Z9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-NR-DOCUMENTO PIC ZZZZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-CD-CLIENTE   PIC ZZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-DT-DOCUMENTO PIC 9999/99/99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-CD-VENDEDOR  PIC ZZZZZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-VL-NOTA      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 WL-VL-TITULO    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 WL-DS-OCORRENCIA PIC X(26).
      *
       01  LIN-02.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-CD-EMPRESA-V PIC Z9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-CD-VENDEDOR-V PIC ZZZZZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-NM-VENDEDOR  PIC X(30).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VL-DETALHE   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 WL-VL-FECHAMENTO PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(03) VALUE SPACES.
           03 WL-VL-DIFERENCA PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-DS-OBSERVACAO PIC X(14).
      *
       01  LIN-03.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-DS-TOTAL     PIC X(40).
           03 WL-QT-TOTAL     PIC Z.ZZZ.ZZ9.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 WL-VL-TOTAL     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       SCREEN SECTION.
      *
       01  SST-LIMPA-TELA.
           03 LINE 22 COL 10 BLANK LINE.
           03 LINE 06 COL 01 BLANK LINE.
           03 LINE 05 COL 01 BLANK LINE.
           03 LINE 02 COL 20 VALUE
              "                                        ".
      *
       01  SST-CONCVENDA.
           03 LINE 02 COL 20 VALUE
              "Conciliacao Vendas x Receber x Comissao".
           03 LINE 05 COL 07 VALUE "Competencia AAAAMM (0 Sai): ".
           03 LINE 05 COL 35 USING WS-NR-COMPETENCIA.
           03 LINE 06 COL 07 VALUE "Empresa (0 = Todas) ......: ".
           03 LINE 06 COL 35 USING WS-CD-EMPRESA-FILTRO.
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
              PERFORM 2-MODULO-PRINCIPAL.
           PERFORM 3-MODULO-FINAL.
       0-SAIDA.
           EXIT PROGRAM.
      *
       1-MODULO-INICIAL SECTION.
      *----------------
      * A COMPETENCIA PROPOSTA E A ULTIMA ENCERRADA (MES ANTERIOR);
      * EM MODO LOTE E A USADA SEM PERGUNTAR, COM A EMPRESA DA RODADA
       1.
           PERFORM 99-LE-CONFIGURACAO.
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-NR-COMPETENCIA = WS-DT-HOJE / 100.
           IF WS-DT-HOJE(5:2) EQUAL "01"
              SUBTRACT 89 FROM WS-NR-COMPETENCIA
           ELSE
              SUBTRACT 1 FROM WS-NR-COMPETENCIA.
           IF LK-MODO-BATCH
              MOVE LK-CD-EMPRESA TO WS-CD-EMPRESA-FILTRO
           ELSE
              ACCEPT SST-CONCVENDA
              IF WS-NR-COMPETENCIA EQUAL ZEROS
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 GO TO 1-SAIDA.
           COMPUTE WS-DT-INICIO = WS-NR-COMPETENCIA * 100 + 1.
           COMPUTE WS-DT-FIM    = WS-NR-COMPETENCIA * 100 + 31.
           OPEN INPUT ARQ-VENDADET.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-VENDADET TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "E" TO LK-CD-RETORNO
              MOVE "Detalhe de Vendas Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              GO TO 1-SAIDA.
           OPEN INPUT ARQ-RECEBER.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-RECEBER TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              CLOSE ARQ-VENDADET
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "E" TO LK-CD-RETORNO
              MOVE "Contas a Receber Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              GO TO 1-SAIDA.
      * SEM HISTORICO, SEM EMPRESAS OU SEM VENDEDORES A CONCILIACAO
      * DOS DOCUMENTOS SAI DO MESMO JEITO
           OPEN INPUT ARQ-FECHAMENTO.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-FECHAMENTO.
           OPEN INPUT ARQ-EMPRESA.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-EMPRESA.
           OPEN INPUT ARQ-VENDEDOR.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-VENDEDOR.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       1-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           MOVE WS-NR-COMPETENCIA TO WL-COMPETENCIA.
           IF WS-CD-EMPRESA-FILTRO EQUAL ZEROS
              MOVE " TODAS" TO WL-EMPRESA-FILTRO
           ELSE
              MOVE WS-CD-EMPRESA-FILTRO TO WS-QT-ED
              MOVE WS-QT-ED TO WL-EMPRESA-FILTRO.
           MOVE "CONCVENDA" TO WS-SPL-ID-RELATORIO.
           PERFORM 99-PREPARA-SPOOL.
           OPEN OUTPUT RELATO.
           IF LK-MODO-INTERATIVO
              MOVE "Conciliando a Competencia..." TO WS-MENSAGEM
              DISPLAY SST-MENSAGEM.
           SORT ARQ-SORT ON ASCENDING KEY SOR-CD-EMPRESA
                                          SOR-NR-DOCUMENTO
                                          SOR-CD-CLIENTE
                                          SOR-TP-ORIGEM
                INPUT  PROCEDURE IS 21-CARREGA-DOCUMENTOS
                OUTPUT PROCEDURE IS 22-CONCILIA-DOCUMENTOS.
           PERFORM 23-CONCILIA-VENDEDORES.
           PERFORM 24-IMPRIME-TOTAIS.
           CLOSE RELATO.
           COMPUTE WS-QT-ED = WS-QT-NOTA-SEM-TIT + WS-QT-TIT-SEM-NOTA
                            + WS-QT-VALOR-DIVERG + WS-QT-DOC-DUPLICADO.
           MOVE WS-QT-VEN-DIVERG TO WS-QT-ED2.
           MOVE SPACES TO WS-MENSAGEM.
           STRING "Conciliacao no Spool. Documentos: " WS-QT-ED
                  "  Vendedores: " WS-QT-ED2
                  DELIMITED BY SIZE INTO WS-MENSAGEM.
           PERFORM 99-MENSAGEM.
       2-SAIDA.
           EXIT.
      *
       21-CARREGA-DOCUMENTOS SECTION.
      *--------------------
       21.
           MOVE ZEROS TO VDD-CHAVE-VENDA-DET
                         WS-ESTADO-ARQUIVO.
           MOVE WS-CD-EMPRESA-FILTRO TO VDD-CD-EMPRESA.
           MOVE SPACE TO WS-FINAL-LEITURA.
           START ARQ-VENDADET KEY NOT LESS VDD-CHAVE-VENDA-DET
               INVALID KEY MOVE "F" TO WS-FINAL-LEITURA.
           PERFORM 211-CARREGA-UMA-NOTA
               UNTIL WS-FIM-LEITURA.
           MOVE ZEROS TO REC-CHAVE-RECEBER
                         WS-ESTADO-ARQUIVO.
           MOVE WS-CD-EMPRESA-FILTRO TO REC-CD-EMPRESA.
           MOVE SPACE TO WS-FINAL-LEITURA.
           START ARQ-RECEBER KEY NOT LESS REC-CHAVE-RECEBER
               INVALID KEY MOVE "F" TO WS-FINAL-LEITURA.
           PERFORM 212-CARREGA-UM-TITULO
               UNTIL WS-FIM-LEITURA.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       21-SAIDA.
           EXIT.
      *
      * SO A VENDA CONTA: O ESTORNO DE CANCELAMENTO NAO GERA TITULO
      * E NAO ENTRA NA BASE DA LINHA NORMAL DO FECHAMENTO
       211-CARREGA-UMA-NOTA SECTION.
       211.
           READ ARQ-VENDADET NEXT
               AT END MOVE "F" TO WS-FINAL-LEITURA.
           IF NOT WS-FIM-LEITURA
              IF  WS-CD-EMPRESA-FILTRO NOT EQUAL ZEROS
              AND VDD-CD-EMPRESA NOT EQUAL WS-CD-EMPRESA-FILTRO
                 MOVE "F" TO WS-FINAL-LEITURA
              ELSE
                 IF  VDD-MOV-VENDA
                 AND VDD-DT-VENDA NOT LESS WS-DT-INICIO
                 AND VDD-DT-VENDA NOT GREATER WS-DT-FIM
                    MOVE VDD-CD-EMPRESA   TO SOR-CD-EMPRESA
                    MOVE VDD-NR-DOCUMENTO TO SOR-NR-DOCUMENTO
                    MOVE VDD-CD-CLIENTE   TO SOR-CD-CLIENTE
                    MOVE "N"              TO SOR-TP-ORIGEM
                    MOVE VDD-DT-VENDA     TO SOR-DT-DOCUMENTO
                    MOVE VDD-CD-VENDEDOR  TO SOR-CD-VENDEDOR
                    MOVE VDD-VL-VENDA     TO SOR-VL-DOCUMENTO
                    RELEASE REG-SORT
                    ADD 1            TO WS-QT-NOTAS
                    ADD VDD-VL-VENDA TO WS-VL-NOTAS
                                        WS-VL-TOT-DETALHE
                    PERFORM 99-SOMA-VENDA-DETALHE
                 END-IF
              END-IF
           END-IF.
       211-SAIDA.
           EXIT.
      *
       212-CARREGA-UM-TITULO SECTION.
       212.
           READ ARQ-RECEBER NEXT
               AT END MOVE "F" TO WS-FINAL-LEITURA.
           IF NOT WS-FIM-LEITURA
              IF  WS-CD-EMPRESA-FILTRO NOT EQUAL ZEROS
              AND REC-CD-EMPRESA NOT EQUAL WS-CD-EMPRESA-FILTRO
                 MOVE "F" TO WS-FINAL-LEITURA
              ELSE
                 IF  REC-DT-EMISSAO NOT LESS WS-DT-INICIO
                 AND REC-DT-EMISSAO NOT GREATER WS-DT-FIM
                    MOVE REC-CD-EMPRESA   TO SOR-CD-EMPRESA
                    MOVE REC-NR-DOCUMENTO TO SOR-NR-DOCUMENTO
                    MOVE REC-CD-CLIENTE   TO SOR-CD-CLIENTE
                    MOVE "T"              TO SOR-TP-ORIGEM
                    MOVE REC-DT-EMISSAO   TO SOR-DT-DOCUMENTO
                    MOVE ZEROS            TO SOR-CD-VENDEDOR
                    MOVE REC-VL-TITULO    TO SOR-VL-DOCUMENTO
                    RELEASE REG-SORT
                    ADD 1             TO WS-QT-TITULOS
                    ADD REC-VL-TITULO TO WS-VL-TITULOS
                 END-IF
              END-IF
           END-IF.
       212-SAIDA.
           EXIT.
      *
       22-CONCILIA-DOCUMENTOS SECTION.
      *---------------------
       22.
           MOVE SPACE TO WS-FINAL-SORT.
           MOVE ZEROS TO WS-QT-CLI-DOC.
           PERFORM 221-TRATA-UM-DOCUMENTO
               UNTIL WS-FIM-SORT.
           IF WS-QT-CLI-DOC GREATER ZEROS
              PERFORM 222-FECHA-DOCUMENTO.
           IF WS-NR-PAG EQUAL ZEROS
              PERFORM 99-IMPRIME-CABECALHO
              MOVE SPACES TO LINHA
              MOVE "  Notas e titulos da competencia conferem." TO LINHA
              WRITE LINHA BEFORE ADVANCING 1.
       22-SAIDA.
           EXIT.
      *
       221-TRATA-UM-DOCUMENTO SECTION.
       221.
           RETURN ARQ-SORT
               AT END MOVE "F" TO WS-FINAL-SORT.
           IF NOT WS-FIM-SORT
              IF WS-QT-CLI-DOC GREATER ZEROS
                 IF SOR-CD-EMPRESA   NOT EQUAL WS-CD-EMPRESA-DOC
                 OR SOR-NR-DOCUMENTO NOT EQUAL WS-NR-DOCUMENTO-DOC
                    PERFORM 222-FECHA-DOCUMENTO
                 END-IF
              END-IF
              IF WS-QT-CLI-DOC EQUAL ZEROS
                 MOVE SOR-CD-EMPRESA   TO WS-CD-EMPRESA-DOC
                 MOVE SOR-NR-DOCUMENTO TO WS-NR-DOCUMENTO-DOC
              END-IF
              MOVE SOR-CD-CLIENTE TO WS-CD-CLIENTE-BUSCA
              PERFORM 99-LOCALIZA-CLIENTE-DOC
              IF WS-IX-DOC GREATER ZEROS
                 IF SOR-ORIGEM-NOTA
                    MOVE "S" TO WS-DOC-IN-NOTA(WS-IX-DOC)
                    ADD SOR-VL-DOCUMENTO TO WS-DOC-VL-NOTA(WS-IX-DOC)
                    MOVE SOR-DT-DOCUMENTO
                                 TO WS-DOC-DT-DOCUMENTO(WS-IX-DOC)
                    MOVE SOR-CD-VENDEDOR
                                 TO WS-DOC-CD-VENDEDOR(WS-IX-DOC)
                 ELSE
                    MOVE "S" TO WS-DOC-IN-TITULO(WS-IX-DOC)
                    ADD SOR-VL-DOCUMENTO
                                 TO WS-DOC-VL-TITULO(WS-IX-DOC)
                    IF NOT WS-DOC-TEM-NOTA(WS-IX-DOC)
                       MOVE SOR-DT-DOCUMENTO
                                 TO WS-DOC-DT-DOCUMENTO(WS-IX-DOC)
                    END-IF
                 END-IF
              END-IF
           END-IF.
       221-SAIDA.
           EXIT.
      *
      * FIM DE UM NUMERO DE DOCUMENTO: JUNTA OS TITULOS DE OUTROS
      * MESES COM O MESMO NUMERO (CHAVE ALTERNADA), CASA CADA
      * CLIENTE E APONTA O NUMERO USADO POR MAIS DE UM CLIENTE
       222-FECHA-DOCUMENTO SECTION.
       222.
           PERFORM 2221-JUNTA-OUTROS-TITULOS.
           PERFORM 2222-CASA-UM-CLIENTE
               VARYING WS-IX-DOC FROM 1 BY 1
               UNTIL WS-IX-DOC > WS-QT-CLI-DOC.
           IF WS-QT-CLI-DOC GREATER 1
              PERFORM 2223-APONTA-DUPLICADO
                  VARYING WS-IX-DOC FROM 1 BY 1
                  UNTIL WS-IX-DOC > WS-QT-CLI-DOC.
           MOVE ZEROS TO WS-QT-CLI-DOC.
       222-SAIDA.
           EXIT.
      *
       2221-JUNTA-OUTROS-TITULOS SECTION.
       2221.
           MOVE WS-NR-DOCUMENTO-DOC TO REC-NR-DOCUMENTO.
           MOVE SPACE TO WS-FINAL-LEITURA.
           START ARQ-RECEBER KEY EQUAL REC-NR-DOCUMENTO
               INVALID KEY MOVE "F" TO WS-FINAL-LEITURA.
           PERFORM 22211-JUNTA-UM-TITULO
               UNTIL WS-FIM-LEITURA.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       2221-SAIDA.
           EXIT.
      *
       22211-JUNTA-UM-TITULO SECTION.
       22211.
           READ ARQ-RECEBER NEXT
               AT END MOVE "F" TO WS-FINAL-LEITURA.
           IF NOT WS-FIM-LEITURA
              IF REC-NR-DOCUMENTO NOT EQUAL WS-NR-DOCUMENTO-DOC
                 MOVE "F" TO WS-FINAL-LEITURA
              ELSE
                 IF REC-CD-EMPRESA EQUAL WS-CD-EMPRESA-DOC
                    MOVE REC-CD-CLIENTE TO WS-CD-CLIENTE-BUSCA
                    PERFORM 99-LOCALIZA-CLIENTE-DOC
                    IF  WS-IX-DOC GREATER ZEROS
                    AND NOT WS-DOC-TEM-TITULO(WS-IX-DOC)
                       MOVE "S" TO WS-DOC-IN-TITULO(WS-IX-DOC)
                                   WS-DOC-IN-FORA-MES(WS-IX-DOC)
                       MOVE REC-VL-TITULO
                                 TO WS-DOC-VL-TITULO(WS-IX-DOC)
                       IF NOT WS-DOC-TEM-NOTA(WS-IX-DOC)
                          MOVE REC-DT-EMISSAO
                                 TO WS-DOC-DT-DOCUMENTO(WS-IX-DOC)
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
       22211-SAIDA.
           EXIT.
      *
      * TITULO SO DE OUTRO MES E SEM NOTA NESTA COMPETENCIA NAO E
      * ASSUNTO DESTA CONCILIACAO - SO CONTA PARA O DUPLICADO
       2222-CASA-UM-CLIENTE SECTION.
       2222.
           MOVE SPACES TO WS-DS-OCORRENCIA.
           IF WS-DOC-TEM-NOTA(WS-IX-DOC)
              IF WS-DOC-TEM-TITULO(WS-IX-DOC)
                 IF WS-DOC-VL-NOTA(WS-IX-DOC) EQUAL
                    WS-DOC-VL-TITULO(WS-IX-DOC)
                    IF WS-DOC-FORA-DO-MES(WS-IX-DOC)
                       ADD 1 TO WS-QT-CASADOS-FORA
                    ELSE
                       ADD 1 TO WS-QT-CASADOS
                    END-IF
                 ELSE
                    MOVE "VALOR NOTA x TITULO" TO WS-DS-OCORRENCIA
                    ADD 1 TO WS-QT-VALOR-DIVERG
                    COMPUTE WS-VL-VALOR-DIVERG = WS-VL-VALOR-DIVERG
                          + WS-DOC-VL-NOTA(WS-IX-DOC)
                          - WS-DOC-VL-TITULO(WS-IX-DOC)
                 END-IF
              ELSE
                 MOVE "NOTA SEM TITULO" TO WS-DS-OCORRENCIA
                 ADD 1 TO WS-QT-NOTA-SEM-TIT
                 ADD WS-DOC-VL-NOTA(WS-IX-DOC) TO WS-VL-NOTA-SEM-TIT
              END-IF
           ELSE
              IF NOT WS-DOC-FORA-DO-MES(WS-IX-DOC)
                 PERFORM 99-PROCURA-NOTA-FORA-MES
                 IF WS-DOC-TEM-NOTA(WS-IX-DOC)
                    IF WS-DOC-VL-NOTA(WS-IX-DOC) EQUAL
                       WS-DOC-VL-TITULO(WS-IX-DOC)
                       ADD 1 TO WS-QT-CASADOS-FORA
                    ELSE
                       MOVE "VALOR NOTA x TITULO" TO WS-DS-OCORRENCIA
                       ADD 1 TO WS-QT-VALOR-DIVERG
                       COMPUTE WS-VL-VALOR-DIVERG = WS-VL-VALOR-DIVERG
                             + WS-DOC-VL-NOTA(WS-IX-DOC)
                             - WS-DOC-VL-TITULO(WS-IX-DOC)
                    END-IF
                 ELSE
                    MOVE "TITULO SEM NOTA" TO WS-DS-OCORRENCIA
                    ADD 1 TO WS-QT-TIT-SEM-NOTA
                    ADD WS-DOC-VL-TITULO(WS-IX-DOC)
                                         TO WS-VL-TIT-SEM-NOTA
                 END-IF
              END-IF
           END-IF.
           IF WS-DS-OCORRENCIA NOT EQUAL SPACES
              PERFORM 99-IMPRIME-DOCUMENTO.
       2222-SAIDA.
           EXIT.
      *
       2223-APONTA-DUPLICADO SECTION.
       2223.
           MOVE "DOCUMENTO EM OUTRO CLIENTE" TO WS-DS-OCORRENCIA.
           ADD 1 TO WS-QT-DOC-DUPLICADO.
           PERFORM 99-IMPRIME-DOCUMENTO.
       2223-SAIDA.
           EXIT.
      *
      * VENDA DO DETALHE x LINHA NORMAL DO FECHAMENTO. HISTORICO
      * ANTIGO: SEM A NATUREZA VALE LINHA NORMAL, SEM A EMPRESA VALE
      * A EMPRESA 1
       23-CONCILIA-VENDEDORES SECTION.
      *---------------------
       23.
           IF WS-ARQ-FECHAMENTO-OK
              MOVE SPACE TO WS-FINAL-LEITURA
              PERFORM 99-LER-FECHAMENTO
              PERFORM 231-SOMA-UM-LANCAMENTO
                  UNTIL WS-FIM-LEITURA.
           MOVE 99 TO WS-NR-LIN.
           PERFORM 99-IMPRIME-CAB-VENDEDOR.
           IF NOT WS-COMPETENCIA-FECHADA
              MOVE SPACES TO LINHA
              MOVE "  Competencia ainda nao fechada no historico."
                TO LINHA
              WRITE LINHA BEFORE ADVANCING 1
           ELSE
              PERFORM 232-COMPARA-UM-VENDEDOR
                  VARYING WS-IX-VEN FROM 1 BY 1
                  UNTIL WS-IX-VEN > WS-QT-VENDEDORES
              IF WS-QT-VEN-DIVERG EQUAL ZEROS
              AND WS-QT-VEN-ESPERADA EQUAL ZEROS
                 MOVE SPACES TO LINHA
                 MOVE "  Venda dos vendedores confere com o fechamento."
                   TO LINHA
                 WRITE LINHA BEFORE ADVANCING 1
              END-IF
           END-IF.
           IF WS-EXCEDEU-TABELA
              MOVE SPACES TO LINHA
              MOVE "  ATENCAO: MAIS VENDEDORES QUE A TABELA COMPORTA"
                TO LINHA
              WRITE LINHA BEFORE ADVANCING 1.
       23-SAIDA.
           EXIT.
      *
       231-SOMA-UM-LANCAMENTO SECTION.
       231.
           IF FEC-DELIMITADOR-11 EQUAL ";"
              MOVE FEC-TP-LANCAMENTO TO WS-TP-LANCAMENTO
           ELSE
              MOVE "N" TO WS-TP-LANCAMENTO.
           IF  FEC-DELIMITADOR-12 EQUAL ";"
           AND FEC-CD-EMPRESA NUMERIC
              MOVE FEC-CD-EMPRESA TO WS-CD-EMPRESA-LINHA
           ELSE
              MOVE 1 TO WS-CD-EMPRESA-LINHA.
           IF  FEC-NR-COMPETENCIA EQUAL WS-NR-COMPETENCIA
           AND WS-TP-LANCAMENTO EQUAL "N"
           AND (WS-CD-EMPRESA-FILTRO EQUAL ZEROS
             OR WS-CD-EMPRESA-FILTRO EQUAL WS-CD-EMPRESA-LINHA)
              MOVE "S" TO WS-IND-COMP-FECHADA
              MOVE FEC-CD-VENDEDOR TO WS-CD-VENDEDOR-BUSCA
              PERFORM 99-LOCALIZA-VENDEDOR
              IF WS-IX-VEN GREATER ZEROS
                 ADD FEC-VL-VENDA TO WS-VEN-VL-FECHAMENTO(WS-IX-VEN)
              END-IF
              ADD FEC-VL-VENDA TO WS-VL-TOT-FECHAMENTO.
           PERFORM 99-LER-FECHAMENTO.
       231-SAIDA.
           EXIT.
      *
       232-COMPARA-UM-VENDEDOR SECTION.
       232.
           COMPUTE WS-VL-DIFERENCA =
                   WS-VEN-VL-DETALHE(WS-IX-VEN)
                 - WS-VEN-VL-FECHAMENTO(WS-IX-VEN).
           IF WS-VL-DIFERENCA NOT EQUAL ZEROS
              MOVE WS-VEN-CD-EMPRESA(WS-IX-VEN)    TO WL-CD-EMPRESA-V
              MOVE WS-VEN-CD-VENDEDOR(WS-IX-VEN)   TO WL-CD-VENDEDOR-V
              MOVE WS-VEN-VL-DETALHE(WS-IX-VEN)    TO WL-VL-DETALHE
              MOVE WS-VEN-VL-FECHAMENTO(WS-IX-VEN) TO WL-VL-FECHAMENTO
              MOVE WS-VL-DIFERENCA                 TO WL-VL-DIFERENCA
              MOVE SPACES TO WL-NM-VENDEDOR
              IF WS-ARQ-VENDEDOR-OK
                 MOVE WS-VEN-CD-EMPRESA(WS-IX-VEN)  TO FOR-CD-EMPRESA
                 MOVE WS-VEN-CD-VENDEDOR(WS-IX-VEN) TO FOR-CD-VENDEDOR
                 READ ARQ-VENDEDOR
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    MOVE FOR-NM-VENDEDOR TO WL-NM-VENDEDOR
                 ELSE
                    MOVE "(NAO CADASTRADO)" TO WL-NM-VENDEDOR
                 END-IF
                 MOVE "00" TO WS-ESTADO-ARQUIVO
              END-IF
              MOVE SPACES TO WL-DS-OBSERVACAO
              MOVE WS-VEN-CD-EMPRESA(WS-IX-VEN) TO EMP-CD-EMPRESA
              PERFORM 99-BASE-RECEBIMENTO
              IF WS-ACHOU
                 MOVE "BASE RECEB." TO WL-DS-OBSERVACAO
                 ADD 1 TO WS-QT-VEN-ESPERADA
              ELSE
                 IF WS-VEN-VL-FECHAMENTO(WS-IX-VEN) EQUAL ZEROS
                    MOVE "FORA DO FECH." TO WL-DS-OBSERVACAO
                 END-IF
                 IF WS-VEN-VL-DETALHE(WS-IX-VEN) EQUAL ZEROS
                    MOVE "SEM VENDA DET." TO WL-DS-OBSERVACAO
                 END-IF
                 ADD 1 TO WS-QT-VEN-DIVERG
              END-IF
              ADD 1 TO WS-NR-LIN
              IF WS-NR-LIN > 66
                 PERFORM 99-IMPRIME-CAB-VENDEDOR
              END-IF
              WRITE LINHA FROM LIN-02 BEFORE ADVANCING 1
           END-IF.
       232-SAIDA.
           EXIT.
      *
       24-IMPRIME-TOTAIS SECTION.
      *-----------------
       24.
           MOVE SPACES TO LINHA.
           WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1.
           MOVE "Notas (vendas) do detalhe no mes:" TO WL-DS-TOTAL.
           MOVE WS-QT-NOTAS TO WL-QT-TOTAL.
           MOVE WS-VL-NOTAS TO WL-VL-TOTAL.
           WRITE LINHA FROM LIN-03 BEFORE ADVANCING 1.
           MOVE "Titulos emitidos no mes:" TO WL-DS-TOTAL.
           MOVE WS-QT-TITULOS TO WL-QT-TOTAL.
           MOVE WS-VL-TITULOS TO WL-VL-TOTAL.
           WRITE LINHA FROM LIN-03 BEFORE ADVANCING 1.
           MOVE "Documentos casados no mes:" TO WL-DS-TOTAL.
           MOVE WS-QT-CASADOS TO WL-QT-TOTAL.
           MOVE ZEROS TO WL-VL-TOTAL.
           WRITE LINHA FROM LIN-03 BEFORE ADVANCING 1.
           MOVE "Casados com o par em outro mes:" TO WL-DS-TOTAL.
           MOVE WS-QT-CASADOS-FORA TO WL-QT-TOTAL.
           WRITE LINHA FROM LIN-03 BEFORE ADVANCING 1.
           MOVE "Notas sem titulo:" TO WL-DS-TOTAL.
           MOVE WS-QT-NOTA-SEM-TIT TO WL-QT-TOTAL.
           MOVE WS-VL-NOTA-SEM-TIT TO WL-VL-TOTAL.
           WRITE LINHA FROM LIN-03 BEFORE ADVANCING 1.
           MOVE "Titulos sem nota:" TO WL-DS-TOTAL.
           MOVE WS-QT-TIT-SEM-NOTA TO WL-QT-TOTAL.
           MOVE WS-VL-TIT-SEM-NOTA TO WL-VL-TOTAL.
           WRITE LINHA FROM LIN-03 BEFORE ADVANCING 1.
           MOVE "Valor da nota diferente do titulo:" TO WL-DS-TOTAL.
           MOVE WS-QT-VALOR-DIVERG TO WL-QT-TOTAL.
           MOVE WS-VL-VALOR-DIVERG TO WL-VL-TOTAL.
           WRITE LINHA FROM LIN-03 BEFORE ADVANCING 1.
           MOVE "Documento em mais de um cliente:" TO WL-DS-TOTAL.
           MOVE WS-QT-DOC-DUPLICADO TO WL-QT-TOTAL.
           MOVE ZEROS TO WL-VL-TOTAL.
           WRITE LINHA FROM LIN-03 BEFORE ADVANCING 1.
           MOVE "Venda do detalhe (vendedores):" TO WL-DS-TOTAL.
           MOVE WS-QT-VENDEDORES TO WL-QT-TOTAL.
           MOVE WS-VL-TOT-DETALHE TO WL-VL-TOTAL.
           WRITE LINHA FROM LIN-03 BEFORE ADVANCING 1.
           MOVE "Base de venda do fechamento:" TO WL-DS-TOTAL.
           MOVE ZEROS TO WL-QT-TOTAL.
           MOVE WS-VL-TOT-FECHAMENTO TO WL-VL-TOTAL.
           WRITE LINHA FROM LIN-03 BEFORE ADVANCING 1.
           MOVE "Vendedores com diferenca:" TO WL-DS-TOTAL.
           MOVE WS-QT-VEN-DIVERG TO WL-QT-TOTAL.
           COMPUTE WL-VL-TOTAL =
                   WS-VL-TOT-DETALHE - WS-VL-TOT-FECHAMENTO.
           WRITE LINHA FROM LIN-03 BEFORE ADVANCING 1.
           MOVE "Diferencas esperadas (base recebimento):"
                                               TO WL-DS-TOTAL.
           MOVE WS-QT-VEN-ESPERADA TO WL-QT-TOTAL.
           MOVE ZEROS TO WL-VL-TOTAL.
           WRITE LINHA FROM LIN-03 BEFORE ADVANCING 1.
       24-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           IF NOT WS-FIM-ARQUIVO
              CLOSE ARQ-VENDADET
                    ARQ-RECEBER
              IF WS-ARQ-FECHAMENTO-OK
                 CLOSE ARQ-FECHAMENTO
              END-IF
              IF WS-ARQ-EMPRESA-OK
                 CLOSE ARQ-EMPRESA
              END-IF
              IF WS-ARQ-VENDEDOR-OK
                 CLOSE ARQ-VENDEDOR
              END-IF
           END-IF.
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
               AT END MOVE "F" TO WS-FINAL-LEITURA.
      *
      * ENTRADA DO CLIENTE WS-CD-CLIENTE-BUSCA NO DOCUMENTO EM
      * ANALISE, INCLUIDA QUANDO NOVA; ZERO SE A TABELA ESTA CHEIA
       99-LOCALIZA-CLIENTE-DOC.
           MOVE ZEROS TO WS-IX-DOC
           PERFORM 991-COMPARA-CLIENTE-DOC
               VARYING WS-IX-BUSCA FROM 1 BY 1
               UNTIL WS-IX-BUSCA > WS-QT-CLI-DOC
                  OR WS-IX-DOC GREATER ZEROS
           IF WS-IX-DOC EQUAL ZEROS AND WS-QT-CLI-DOC LESS 20
              ADD 1 TO WS-QT-CLI-DOC
              MOVE WS-QT-CLI-DOC TO WS-IX-DOC
              MOVE WS-CD-CLIENTE-BUSCA
                                 TO WS-DOC-CD-CLIENTE(WS-IX-DOC)
              MOVE ZEROS TO WS-DOC-DT-DOCUMENTO(WS-IX-DOC)
                            WS-DOC-CD-VENDEDOR(WS-IX-DOC)
                            WS-DOC-VL-NOTA(WS-IX-DOC)
                            WS-DOC-VL-TITULO(WS-IX-DOC)
              MOVE "N" TO WS-DOC-IN-NOTA(WS-IX-DOC)
                          WS-DOC-IN-TITULO(WS-IX-DOC)
                          WS-DOC-IN-FORA-MES(WS-IX-DOC)
           END-IF.
      *
       991-COMPARA-CLIENTE-DOC.
           IF WS-DOC-CD-CLIENTE(WS-IX-BUSCA) EQUAL
              WS-CD-CLIENTE-BUSCA
              MOVE WS-IX-BUSCA TO WS-IX-DOC.
      *
      * TITULO DO MES SEM NOTA NO MES: A NOTA PODE TER SIDO LANCADA
      * EM OUTRA DATA - PROCURA O DOCUMENTO NAS VENDAS DO CLIENTE
       99-PROCURA-NOTA-FORA-MES.
           MOVE ZEROS TO VDD-CHAVE-VENDA-DET
           MOVE WS-CD-EMPRESA-DOC TO VDD-CD-EMPRESA
           MOVE WS-DOC-CD-CLIENTE(WS-IX-DOC) TO VDD-CD-CLIENTE
           MOVE SPACE TO WS-FINAL-LEITURA
           START ARQ-VENDADET KEY NOT LESS VDD-CHAVE-VENDA-DET
               INVALID KEY MOVE "F" TO WS-FINAL-LEITURA
           END-START
           PERFORM 992-CONFERE-NOTA-CLIENTE
               UNTIL WS-FIM-LEITURA
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
       992-CONFERE-NOTA-CLIENTE.
           READ ARQ-VENDADET NEXT
               AT END MOVE "F" TO WS-FINAL-LEITURA
           END-READ
           IF NOT WS-FIM-LEITURA
              IF VDD-CD-EMPRESA NOT EQUAL WS-CD-EMPRESA-DOC
              OR VDD-CD-CLIENTE NOT EQUAL WS-DOC-CD-CLIENTE(WS-IX-DOC)
                 MOVE "F" TO WS-FINAL-LEITURA
              ELSE
                 IF  VDD-NR-DOCUMENTO EQUAL WS-NR-DOCUMENTO-DOC
                 AND VDD-MOV-VENDA
                    MOVE "S" TO WS-DOC-IN-NOTA(WS-IX-DOC)
                    ADD VDD-VL-VENDA TO WS-DOC-VL-NOTA(WS-IX-DOC)
                    MOVE VDD-CD-VENDEDOR
                                 TO WS-DOC-CD-VENDEDOR(WS-IX-DOC)
                 END-IF
              END-IF
           END-IF.
      *
       99-IMPRIME-DOCUMENTO.
           MOVE WS-CD-EMPRESA-DOC   TO WL-CD-EMPRESA
           MOVE WS-NR-DOCUMENTO-DOC TO WL-NR-DOCUMENTO
           MOVE WS-DOC-CD-CLIENTE(WS-IX-DOC)   TO WL-CD-CLIENTE
           MOVE WS-DOC-DT-DOCUMENTO(WS-IX-DOC) TO WL-DT-DOCUMENTO
           MOVE WS-DOC-CD-VENDEDOR(WS-IX-DOC)  TO WL-CD-VENDEDOR
           MOVE WS-DOC-VL-NOTA(WS-IX-DOC)      TO WL-VL-NOTA
           MOVE WS-DOC-VL-TITULO(WS-IX-DOC)    TO WL-VL-TITULO
           MOVE WS-DS-OCORRENCIA               TO WL-DS-OCORRENCIA
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
       99-IMPRIME-CAB-VENDEDOR.
           ADD 1 TO WS-NR-PAG
           IF WS-NR-PAG > 1
              MOVE SPACES TO LINHA
              WRITE LINHA FROM CAB-03 BEFORE ADVANCING PAGE
           END-IF
           MOVE WS-NR-PAG TO WL-NR-PAGINA
           WRITE LINHA FROM CAB-01 BEFORE ADVANCING 1
           WRITE LINHA FROM CAB-04 BEFORE ADVANCING 1
           WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1
           MOVE 4 TO WS-NR-LIN.
      *
      * VENDA DA NOTA NO TOTAL DO VENDEDOR (EMPRESA + VENDEDOR)
       99-SOMA-VENDA-DETALHE.
           MOVE VDD-CD-VENDEDOR TO WS-CD-VENDEDOR-BUSCA
           MOVE VDD-CD-EMPRESA TO WS-CD-EMPRESA-LINHA
           PERFORM 99-LOCALIZA-VENDEDOR
           IF WS-IX-VEN GREATER ZEROS
              ADD VDD-VL-VENDA TO WS-VEN-VL-DETALHE(WS-IX-VEN)
           END-IF.
      *
      * ENTRADA DA EMPRESA WS-CD-EMPRESA-LINHA E DO VENDEDOR
      * WS-CD-VENDEDOR-BUSCA NA TABELA, INCLUIDA QUANDO NOVA; ZERO SE A
      * TABELA ESTA CHEIA
       99-LOCALIZA-VENDEDOR.
           MOVE ZEROS TO WS-IX-VEN
           PERFORM 993-COMPARA-VENDEDOR
               VARYING WS-IX-BUSCA-VEN FROM 1 BY 1
               UNTIL WS-IX-BUSCA-VEN > WS-QT-VENDEDORES
                  OR WS-IX-VEN GREATER ZEROS
           IF WS-IX-VEN EQUAL ZEROS
              IF WS-QT-VENDEDORES LESS 2000
                 ADD 1 TO WS-QT-VENDEDORES
                 MOVE WS-QT-VENDEDORES TO WS-IX-VEN
                 MOVE WS-CD-EMPRESA-LINHA
                                 TO WS-VEN-CD-EMPRESA(WS-IX-VEN)
                 MOVE WS-CD-VENDEDOR-BUSCA
                                 TO WS-VEN-CD-VENDEDOR(WS-IX-VEN)
                 MOVE ZEROS TO WS-VEN-VL-DETALHE(WS-IX-VEN)
                               WS-VEN-VL-FECHAMENTO(WS-IX-VEN)
              ELSE
                 MOVE "S" TO WS-IND-EXCEDEU-TAB
              END-IF
           END-IF.
      *
       993-COMPARA-VENDEDOR.
           IF  WS-VEN-CD-EMPRESA(WS-IX-BUSCA-VEN) EQUAL
               WS-CD-EMPRESA-LINHA
           AND WS-VEN-CD-VENDEDOR(WS-IX-BUSCA-VEN) EQUAL
               WS-CD-VENDEDOR-BUSCA
              MOVE WS-IX-BUSCA-VEN TO WS-IX-VEN.
      *
      * EMPRESA EMP-CD-EMPRESA COMISSIONA PELO RECEBIMENTO?
       99-BASE-RECEBIMENTO.
           MOVE "N" TO WS-IND-ACHOU
           IF WS-ARQ-EMPRESA-OK
              READ ARQ-EMPRESA
              IF WS-OPERACAO-BEM-SUCEDIDA AND EMP-BASE-RECEBIMENTO
                 MOVE "S" TO WS-IND-ACHOU
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
      *
      * SOBREPOE OS NOMES DOS ARQUIVOS COM OS VALORES DO ARQUIVO
      * CENTRAL DE CONFIGURACAO (GV-CONFIG.PAR), QUANDO PRESENTES
       99-LE-CONFIGURACAO.
           MOVE "ARQ-VENDADET" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-VENDADET
           END-IF
           MOVE "ARQ-RECEBER" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-RECEBER
           END-IF
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
      * EM MODO LOTE NAO HA OPERADOR PARA O ENTER - SO EXIBE
       99-MENSAGEM.
           IF LK-MODO-BATCH
              DISPLAY SST-MENSAGEM
           ELSE
              DISPLAY SST-MENSAGEM
              ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-CONCVENDA" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
