000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-RELDESCONTO.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Relatorio de Descontos por Vendedor
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Lista, por vendedor, as vendas do periodo informado com
      *     preco unitario abaixo do preco de lista vigente na data
      *     (GV-PRECO.DAT): as lancadas no master de detalhe e as
      *     retidas por desconto acima da tolerancia que ainda
      *     aguardam aprovacao ou foram recusadas (GV-VENDARET.DAT).
      *     O desconto em valor e a diferenca entre a venda a preco
      *     de lista e a venda praticada; o subtotal do vendedor
      *     mostra quanto de margem foi cedido no periodo. Estornos
      *     e vendas sem preco de lista nao entram.
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
           SELECT ARQ-VENDARET ASSIGN TO DISK WID-ARQ-VENDARET
             organization       is indexed
             access mode        is dynamic
             record key         is RET-NR-SOLICITACAO
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
       COPY GV-VENDARET.CPY.
       COPY GV-CADVEN.CPY.
      *
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SOR-CD-EMPRESA         PIC 9(002).
           03 SOR-CD-VENDEDOR        PIC 9(007).
           03 SOR-DT-VENDA           PIC 9(008).
           03 SOR-CD-CLIENTE         PIC 9(007).
           03 SOR-NR-DOCUMENTO       PIC 9(009).
           03 SOR-CD-PRODUTO         PIC 9(005).
           03 SOR-QT-VENDIDA         PIC 9(007)V9(003).
           03 SOR-VL-UNITARIO        PIC 9(011)V9(002).
           03 SOR-VL-LISTA           PIC 9(011)V9(002).
           03 SOR-PC-DESCONTO        PIC 9(003)V9(002).
           03 SOR-VL-VENDA           PIC 9(013)V9(002).
           03 SOR-VL-DESCONTO        PIC 9(013)V9(002).
      * L = LANCADA NO MASTER, P = RETIDA PENDENTE, R = RECUSADA
           03 SOR-SITUACAO           PIC X(001).
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
           03 WID-ARQ-VENDADET       PIC X(60) VALUE "GV-VENDADET.DAT".
           03 WID-ARQ-VENDARET       PIC X(16) VALUE "GV-VENDARET.DAT".
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
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-DT-INICIAL          PIC 9(008) VALUE ZEROS.
           03 WS-DT-FINAL            PIC 9(008) VALUE ZEROS.
           03 WS-IND-ARQ-RETIDAS     PIC X(01) VALUE "N".
              88 WS-ARQ-RETIDAS-OK             VALUE "S".
           03 WS-IND-ARQ-VENDEDOR    PIC X(01) VALUE "N".
              88 WS-ARQ-VENDEDOR-OK            VALUE "S".
           03 WS-SITUACAO-VENDA      PIC X(01) VALUE SPACE.
           03 WS-VL-VENDA-LISTA      PIC 9(013)V9(002) VALUE ZEROS.
      *
      * QUEBRAS E ACUMULADORES DA IMPRESSAO
           03 WS-CD-EMPRESA-ANT      PIC 9(002) VALUE ZEROS.
           03 WS-CD-VENDEDOR-ANT     PIC 9(007) VALUE ZEROS.
           03 WS-IND-PRIMEIRO        PIC X(01) VALUE "S".
              88 WS-PRIMEIRO-REGISTRO          VALUE "S".
           03 WS-QT-VENDAS-VEN       PIC 9(007) VALUE ZEROS.
           03 WS-VL-VENDA-VEN        PIC 9(015)V9(002) VALUE ZEROS.
           03 WS-VL-DESCONTO-VEN     PIC 9(015)V9(002) VALUE ZEROS.
           03 WS-QT-VENDAS-GER       PIC 9(007) VALUE ZEROS.
           03 WS-VL-VENDA-GER        PIC 9(015)V9(002) VALUE ZEROS.
           03 WS-VL-DESCONTO-GER     PIC 9(015)V9(002) VALUE ZEROS.
           03 WS-PC-MEDIO            PIC 9(003)V9(002) VALUE ZEROS.
           03 WS-VL-VENDA-BASE       PIC 9(015)V9(002) VALUE ZEROS.
           03 WS-VL-DESCONTO-BASE    PIC 9(015)V9(002) VALUE ZEROS.
           03 WS-NR-LIN              PIC 9(03) VALUE 99.
           03 WS-NR-PAG              PIC 9(03) VALUE ZEROS.
      *
      * LAYOUT DO RELATORIO DE DESCONTOS
       01  CAB-01.
           02 FILLER            PIC X(20) VALUE SPACES.
           02 FILLER            PIC X(36) VALUE
              "DESCONTOS SOBRE A LISTA POR VENDEDOR".
           02 FILLER            PIC X(10) VALUE "Periodo: ".
           02 WL-DT-INICIAL     PIC 9(08) VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE " a ".
           02 WL-DT-FINAL       PIC 9(08) VALUE ZEROS.
           02 FILLER            PIC X(23) VALUE SPACES.
           02 FILLER            PIC X(05) VALUE "Pag: ".
           02 WL-NR-PAGINA      PIC 9(03) VALUE ZEROS.
      *
       01  CAB-02.
           03 FILLER    PIC X(10) VALUE "      DATA".
           03 FILLER    PIC X(08) VALUE " CLIENTE".
           03 FILLER    PIC X(10) VALUE " DOCUMENTO".
           03 FILLER    PIC X(06) VALUE "  PROD".
           03 FILLER    PIC X(12) VALUE "  QUANTIDADE".
           03 FILLER    PIC X(11) VALUE "   UNITARIO".
           03 FILLER    PIC X(11) VALUE "      LISTA".
           03 FILLER    PIC X(07) VALUE "  DESC%".
           03 FILLER    PIC X(15) VALUE "   VALOR VENDA".
           03 FILLER    PIC X(15) VALUE "  VL. DESCONTO".
           03 FILLER    PIC X(11) VALUE " SITUACAO".
      *
       01  CAB-03.
           03 FILLER PIC X(116) VALUE IS ALL '='.
      *
       01  CAB-VENDEDOR.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 FILLER          PIC X(10) VALUE "VENDEDOR: ".
           03 WL-CD-VENDEDOR  PIC ZZZZZZ9.
           03 FILLER          PIC X(03) VALUE " - ".
           03 WL-NM-VENDEDOR  PIC X(040).
           03 FILLER          PIC X(54) VALUE SPACES.
      *
       01  LIN-01.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-DT-VENDA     PIC 9(08).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-CLIENTE      PIC ZZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-DOCUMENTO    PIC ZZZZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-PRODUTO      PIC ZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-QT-VENDIDA   PIC ZZZZZZ9,999.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VL-UNITARIO  PIC ZZZZZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VL-LISTA     PIC ZZZZZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-PC-DESCONTO  PIC ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VL-VENDA     PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VL-DESCONTO  PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-SITUACAO     PIC X(09).
      *
       01  LIN-TOTAL.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-DS-TOTAL     PIC X(16).
           03 WL-QT-VENDAS    PIC ZZZZZZ9.
           03 FILLER          PIC X(08) VALUE " VENDAS ".
           03 FILLER          PIC X(15) VALUE "DESCONTO MEDIO ".
           03 WL-PC-MEDIO     PIC ZZ9,99.
           03 FILLER          PIC X(18) VALUE SPACES.
           03 WL-VL-VENDA-TOT PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VL-DESC-TOT  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(09) VALUE SPACES.
      *
       01  WS-LINHA-IMPRESSAO PIC X(116) VALUE SPACES.
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
       01  SST-DESCONTO.
           03 LINE 02 COL 23 VALUE "Descontos por Vendedor".
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
      * PERIODO PADRAO: DO PRIMEIRO DIA DO MES ATE HOJE
       1.
           PERFORM 99-LE-CONFIGURACAO.
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DT-HOJE TO WS-DT-INICIAL
                              WS-DT-FINAL.
           MOVE "01"       TO WS-DT-INICIAL(7:2).
           ACCEPT SST-DESCONTO.
           IF WS-DT-FINAL LESS WS-DT-INICIAL
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Data Final Anterior a Inicial." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              OPEN INPUT ARQ-VENDADET
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-VENDADET TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Master de Detalhe de Vendas nao Encontrado."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 OPEN INPUT ARQ-VENDARET
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "S" TO WS-IND-ARQ-RETIDAS
                 ELSE
                    MOVE "00" TO WS-ESTADO-ARQUIVO
                 END-IF
                 OPEN INPUT ARQ-VENDEDOR
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "S" TO WS-IND-ARQ-VENDEDOR
                 ELSE
                    MOVE "00" TO WS-ESTADO-ARQUIVO
                 END-IF
              END-IF
           END-IF.
       1-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           IF NOT WS-FIM-ARQUIVO
              MOVE "DESCONTO" TO WS-SPL-ID-RELATORIO
              PERFORM 99-PREPARA-SPOOL
              OPEN OUTPUT RELATO
              MOVE WS-DT-INICIAL TO WL-DT-INICIAL
              MOVE WS-DT-FINAL   TO WL-DT-FINAL
              MOVE "S" TO WS-IND-PRIMEIRO
              SORT ARQ-SORT ON ASCENDING KEY SOR-CD-EMPRESA
                                             SOR-CD-VENDEDOR
                                             SOR-DT-VENDA
                                             SOR-CD-CLIENTE
                                             SOR-NR-DOCUMENTO
                   INPUT  PROCEDURE IS 21-CARREGA-VENDAS
                   OUTPUT PROCEDURE IS 22-IMPRIME-DESCONTOS
              CLOSE RELATO
              MOVE "Relatorio de Descontos Gerado no Spool."
                                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           END-IF.
       2-SAIDA.
           EXIT.
      *
       21-CARREGA-VENDAS SECTION.
      * PRIMEIRO O MASTER DE DETALHE (VENDAS LANCADAS), DEPOIS AS
      * RETIDAS AINDA NAO LANCADAS - AS APROVADAS JA ESTAO NO MASTER
       21.
           MOVE ZEROS TO VDD-CHAVE-VENDA-DET
                         WS-ESTADO-ARQUIVO.
           MOVE "L"   TO WS-SITUACAO-VENDA.
           START ARQ-VENDADET KEY NOT LESS VDD-CHAVE-VENDA-DET.
           PERFORM 211-CARREGA-UM-DETALHE
               UNTIL NOT WS-OPERACAO-BEM-SUCEDIDA.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
           IF WS-ARQ-RETIDAS-OK
              MOVE ZEROS TO RET-NR-SOLICITACAO
              START ARQ-VENDARET KEY NOT LESS RET-NR-SOLICITACAO
              PERFORM 212-CARREGA-UMA-RETIDA
                  UNTIL NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
       21-SAIDA.
           EXIT.
      *
       211-CARREGA-UM-DETALHE SECTION.
       211.
           READ ARQ-VENDADET NEXT.
           IF WS-OPERACAO-BEM-SUCEDIDA
              PERFORM 99-SELECIONA-VENDA
           END-IF.
       211-SAIDA.
           EXIT.
      *
       212-CARREGA-UMA-RETIDA SECTION.
       212.
           READ ARQ-VENDARET NEXT.
           IF WS-OPERACAO-BEM-SUCEDIDA
              IF RET-SIT-PENDENTE
              OR RET-SIT-RECUSADA
                 MOVE RET-SITUACAO    TO WS-SITUACAO-VENDA
                 MOVE RET-DADOS-VENDA TO VDD-REGISTRO-VENDA-DET
                 PERFORM 99-SELECIONA-VENDA
              END-IF
           END-IF.
       212-SAIDA.
           EXIT.
      *
       22-IMPRIME-DESCONTOS SECTION.
       22.
           MOVE SPACE TO WS-FINAL-SORT.
           PERFORM 221-IMPRIME-UMA-VENDA
               UNTIL WS-FIM-SORT.
           IF NOT WS-PRIMEIRO-REGISTRO
              PERFORM 99-FECHA-VENDEDOR
              MOVE "TOTAL GERAL"      TO WL-DS-TOTAL
              MOVE WS-QT-VENDAS-GER   TO WL-QT-VENDAS
              MOVE WS-VL-VENDA-GER    TO WL-VL-VENDA-TOT
              MOVE WS-VL-DESCONTO-GER TO WL-VL-DESC-TOT
              MOVE WS-VL-VENDA-GER    TO WS-VL-VENDA-BASE
              MOVE WS-VL-DESCONTO-GER TO WS-VL-DESCONTO-BASE
              PERFORM 99-PERCENTUAL-MEDIO
              MOVE LIN-TOTAL TO WS-LINHA-IMPRESSAO
              PERFORM 99-IMPRIME-LINHA
           ELSE
              MOVE "Nenhuma Venda Abaixo da Lista no Periodo."
                                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
       22-SAIDA.
           EXIT.
      *
       221-IMPRIME-UMA-VENDA SECTION.
       221.
           PERFORM 99-LEITURA-SORT.
           IF NOT WS-FIM-SORT
              IF WS-PRIMEIRO-REGISTRO
              OR SOR-CD-EMPRESA  NOT EQUAL WS-CD-EMPRESA-ANT
              OR SOR-CD-VENDEDOR NOT EQUAL WS-CD-VENDEDOR-ANT
                 IF NOT WS-PRIMEIRO-REGISTRO
                    PERFORM 99-FECHA-VENDEDOR
                 END-IF
                 MOVE SOR-CD-EMPRESA  TO WS-CD-EMPRESA-ANT
                 MOVE SOR-CD-VENDEDOR TO WS-CD-VENDEDOR-ANT
                 MOVE ZEROS TO WS-QT-VENDAS-VEN
                               WS-VL-VENDA-VEN
                               WS-VL-DESCONTO-VEN
                 PERFORM 99-ABRE-VENDEDOR
              END-IF
              MOVE "N" TO WS-IND-PRIMEIRO
              MOVE SOR-DT-VENDA     TO WL-DT-VENDA
              MOVE SOR-CD-CLIENTE   TO WL-CLIENTE
              MOVE SOR-NR-DOCUMENTO TO WL-DOCUMENTO
              MOVE SOR-CD-PRODUTO   TO WL-PRODUTO
              MOVE SOR-QT-VENDIDA   TO WL-QT-VENDIDA
              MOVE SOR-VL-UNITARIO  TO WL-VL-UNITARIO
              MOVE SOR-VL-LISTA     TO WL-VL-LISTA
              MOVE SOR-PC-DESCONTO  TO WL-PC-DESCONTO
              MOVE SOR-VL-VENDA     TO WL-VL-VENDA
              MOVE SOR-VL-DESCONTO  TO WL-VL-DESCONTO
              IF SOR-SITUACAO EQUAL "P"
                 MOVE "PENDENTE" TO WL-SITUACAO
              ELSE
                 IF SOR-SITUACAO EQUAL "R"
                    MOVE "RECUSADA" TO WL-SITUACAO
                 ELSE
                    MOVE "LANCADA"  TO WL-SITUACAO
                 END-IF
              END-IF
              MOVE LIN-01 TO WS-LINHA-IMPRESSAO
              PERFORM 99-IMPRIME-LINHA
              ADD 1               TO WS-QT-VENDAS-VEN
                                     WS-QT-VENDAS-GER
              ADD SOR-VL-VENDA    TO WS-VL-VENDA-VEN
                                     WS-VL-VENDA-GER
              ADD SOR-VL-DESCONTO TO WS-VL-DESCONTO-VEN
                                     WS-VL-DESCONTO-GER
           END-IF.
       221-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           IF NOT WS-FIM-ARQUIVO
              CLOSE ARQ-VENDADET
              IF WS-ARQ-RETIDAS-OK
                 CLOSE ARQ-VENDARET
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
      * VENDA NORMAL DO PERIODO COM PRECO DE LISTA E UNITARIO ABAIXO
      * DELE VAI PARA O SORT, COM O DESCONTO EM VALOR: VENDA A PRECO
      * DE LISTA (VALOR X LISTA / UNITARIO) MENOS A VENDA PRATICADA
       99-SELECIONA-VENDA.
           IF  VDD-MOV-VENDA
           AND VDD-DT-VENDA NOT LESS WS-DT-INICIAL
           AND VDD-DT-VENDA NOT GREATER WS-DT-FINAL
           AND VDD-VL-PRECO-LISTA GREATER ZEROS
           AND VDD-VL-UNITARIO GREATER ZEROS
           AND VDD-VL-UNITARIO LESS VDD-VL-PRECO-LISTA
              MOVE VDD-CD-EMPRESA     TO SOR-CD-EMPRESA
              MOVE VDD-CD-VENDEDOR    TO SOR-CD-VENDEDOR
              MOVE VDD-DT-VENDA       TO SOR-DT-VENDA
              MOVE VDD-CD-CLIENTE     TO SOR-CD-CLIENTE
              MOVE VDD-NR-DOCUMENTO   TO SOR-NR-DOCUMENTO
              MOVE VDD-CD-PRODUTO     TO SOR-CD-PRODUTO
              MOVE VDD-QT-VENDIDA     TO SOR-QT-VENDIDA
              MOVE VDD-VL-UNITARIO    TO SOR-VL-UNITARIO
              MOVE VDD-VL-PRECO-LISTA TO SOR-VL-LISTA
              MOVE VDD-VL-VENDA       TO SOR-VL-VENDA
              MOVE WS-SITUACAO-VENDA  TO SOR-SITUACAO
              COMPUTE SOR-PC-DESCONTO ROUNDED =
                      (VDD-VL-PRECO-LISTA - VDD-VL-UNITARIO) * 100
                      / VDD-VL-PRECO-LISTA
              COMPUTE WS-VL-VENDA-LISTA ROUNDED =
                      VDD-VL-VENDA * VDD-VL-PRECO-LISTA
                      / VDD-VL-UNITARIO
              COMPUTE SOR-VL-DESCONTO =
                      WS-VL-VENDA-LISTA - VDD-VL-VENDA
              RELEASE REG-SORT
           END-IF.
      *
      * CABECALHO DO VENDEDOR COM O NOME DO CADASTRO
       99-ABRE-VENDEDOR.
           MOVE WS-CD-VENDEDOR-ANT TO WL-CD-VENDEDOR
           MOVE "NAO CADASTRADO"   TO WL-NM-VENDEDOR
           IF WS-ARQ-VENDEDOR-OK
              MOVE WS-CD-EMPRESA-ANT  TO FOR-CD-EMPRESA
              MOVE WS-CD-VENDEDOR-ANT TO FOR-CD-VENDEDOR
              READ ARQ-VENDEDOR
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE FOR-NM-VENDEDOR TO WL-NM-VENDEDOR
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF
           MOVE CAB-VENDEDOR TO WS-LINHA-IMPRESSAO
           PERFORM 99-IMPRIME-LINHA.
      *
      * SUBTOTAL DO VENDEDOR, COM O DESCONTO MEDIO PONDERADO PELO
      * VALOR A PRECO DE LISTA
       99-FECHA-VENDEDOR.
           MOVE "TOTAL VENDEDOR"   TO WL-DS-TOTAL
           MOVE WS-QT-VENDAS-VEN   TO WL-QT-VENDAS
           MOVE WS-VL-VENDA-VEN    TO WL-VL-VENDA-TOT
                                      WS-VL-VENDA-BASE
           MOVE WS-VL-DESCONTO-VEN TO WL-VL-DESC-TOT
                                      WS-VL-DESCONTO-BASE
           PERFORM 99-PERCENTUAL-MEDIO
           MOVE LIN-TOTAL TO WS-LINHA-IMPRESSAO
           PERFORM 99-IMPRIME-LINHA
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 99-IMPRIME-LINHA.
      *
      * DESCONTO / (VENDA + DESCONTO) - A BASE E A VENDA A PRECO DE
      * LISTA
       99-PERCENTUAL-MEDIO.
           MOVE ZEROS TO WS-PC-MEDIO
           IF WS-VL-DESCONTO-BASE GREATER ZEROS
              COMPUTE WS-PC-MEDIO ROUNDED =
                      WS-VL-DESCONTO-BASE * 100
                      / (WS-VL-VENDA-BASE + WS-VL-DESCONTO-BASE)
           END-IF
           MOVE WS-PC-MEDIO TO WL-PC-MEDIO.
      *
       99-IMPRIME-LINHA.
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
           END-IF
           WRITE LINHA FROM WS-LINHA-IMPRESSAO BEFORE ADVANCING 1.
      *
      * SOBREPOE OS NOMES DOS ARQUIVOS COM OS VALORES DO ARQUIVO
      * CENTRAL DE CONFIGURACAO (GV-CONFIG.PAR), QUANDO PRESENTES
       99-LE-CONFIGURACAO.
           MOVE "ARQ-VENDADET" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-VENDADET
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
       99-REGISTRA-ERRO.
           MOVE "GV-RELDESCONTO" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
