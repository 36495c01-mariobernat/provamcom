000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-RELCRUZADA.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Oportunidades de Venda Cruzada por Linha
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Lista, por carteira de vendedor, cada cliente ativo com
      *     as linhas de produto que ele nao comprou nos ultimos doze
      *     meses mas que a maioria dos seus pares - clientes ativos
      *     da mesma classe ABC e da mesma regiao - compra. As
      *     lacunas de cada cliente saem da maior para a menor
      *     receita media que os pares compradores geram na linha,
      *     dando ao campo uma lista concreta do que oferecer. O
      *     calculo e o mesmo que vai no pacote de campo
      *     (GV-EXPCARTEIRA), em GV-CRUZADAPD.CPY.
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
           SELECT ARQ-PRODUTO ASSIGN TO DISK WID-ARQ-PRODUTO
             organization       is indexed
             access mode        is dynamic
             record key         is PRD-CD-PRODUTO
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
       COPY GV-CADCLI.CPY.
       COPY GV-VENDADET.CPY.
       COPY GV-PRODUTO.CPY.
       COPY GV-CADVEN.CPY.
      *
      * UMA LACUNA POR REGISTRO, NA ORDEM DE RECEITA MEDIA DOS PARES
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SOR-CD-EMPRESA         PIC 9(002).
           03 SOR-CD-VENDEDOR        PIC 9(007).
           03 SOR-CD-CLIENTE         PIC 9(007).
           03 SOR-NR-ORDEM           PIC 9(002).
           03 SOR-DS-RAZAO-SOCIAL    PIC X(030).
           03 SOR-CD-CLASSE-ABC      PIC X(001).
           03 SOR-CD-REGIAO          PIC 9(003).
           03 SOR-CD-LINHA           PIC X(010).
           03 SOR-PC-PARES           PIC 9(003)V9(002).
           03 SOR-VL-MEDIO           PIC 9(013)V9(002).
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
           03 WID-ARQ-PRODUTO        PIC X(15) VALUE "GV-PRODUTO.DAT".
           03 WID-ARQ-VENDEDOR       PIC X(60) VALUE "GV-VENDEDOR.DAT".
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
           03 WS-IND-ARQ-VENDEDOR    PIC X(01) VALUE "N".
              88 WS-ARQ-VENDEDOR-OK            VALUE "S".
           03 WS-CD-EMPRESA-SEL      PIC 9(002) VALUE ZEROS.
           03 WS-CD-VENDEDOR-SEL     PIC 9(007) VALUE ZEROS.
           03 WS-IND-PRIMEIRO        PIC X(01) VALUE "S".
              88 WS-PRIMEIRO-REGISTRO          VALUE "S".
           03 WS-CD-EMPRESA-ANT      PIC 9(002) VALUE ZEROS.
           03 WS-CD-VENDEDOR-ANT     PIC 9(007) VALUE ZEROS.
           03 WS-CD-CLIENTE-ANT      PIC 9(007) VALUE ZEROS.
           03 WS-QT-CLIENTES-VDR     PIC 9(005) VALUE ZEROS.
           03 WS-QT-LACUNAS-VDR      PIC 9(006) VALUE ZEROS.
           03 WS-QT-CLIENTES-TOT     PIC 9(005) VALUE ZEROS.
           03 WS-QT-LACUNAS-TOT      PIC 9(006) VALUE ZEROS.
           03 WS-QT-ED1              PIC ZZZZ9.
           03 WS-QT-ED2              PIC ZZZZZ9.
           03 WS-NR-LIN              PIC 9(03) VALUE 999.
           03 WS-NR-PAG              PIC 9(03) VALUE ZEROS.
      *
      * LAYOUT DO RELATORIO DE VENDA CRUZADA
       01  CAB-01.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(45) VALUE
              "OPORTUNIDADES DE VENDA CRUZADA POR LINHA".
           02 FILLER            PIC X(25) VALUE
              "Janela: Doze Meses ate ".
           02 WL-DT-HOJE        PIC X(10) VALUE SPACES.
           02 FILLER            PIC X(23) VALUE SPACES.
           02 FILLER            PIC X(05) VALUE "Pag: ".
           02 WL-NR-PAGINA      PIC 9(03) VALUE ZEROS.
      *
       01  CAB-02.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(34) VALUE
              "Pares: Mesma Classe ABC e Regiao -".
           02 FILLER            PIC X(28) VALUE
              " Linha Comprada por Mais de ".
           02 WL-PC-PARES       PIC ZZ9,99.
           02 FILLER            PIC X(11) VALUE "% dos Pares".
           02 FILLER            PIC X(32) VALUE SPACES.
      *
       01  CAB-03.
           03 FILLER    PIC X(05) VALUE SPACES.
           03 FILLER    PIC X(08) VALUE "CLIENTE ".
           03 FILLER    PIC X(31) VALUE "RAZAO SOCIAL".
           03 FILLER    PIC X(03) VALUE "CL ".
           03 FILLER    PIC X(05) VALUE "REG  ".
           03 FILLER    PIC X(04) VALUE "ORD ".
           03 FILLER    PIC X(12) VALUE "LINHA".
           03 FILLER    PIC X(08) VALUE "% PARES ".
           03 FILLER    PIC X(17) VALUE "     MEDIA PARES".
           03 FILLER    PIC X(23) VALUE SPACES.
      *
       01  CAB-04.
           03 FILLER PIC X(116) VALUE IS ALL '='.
      *
       01  LIN-01.
           03 FILLER          PIC X(05) VALUE SPACES.
           03 WL-CLIENTE      PIC ZZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-RAZAO        PIC X(30).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-CLASSE       PIC X(01).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-REGIAO       PIC ZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-ORDEM        PIC Z9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-LINHA        PIC X(10).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-PC-LINHA     PIC ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-VL-MEDIO     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(23) VALUE SPACES.
      *
       01  LIN-02.
           03 FILLER          PIC X(05) VALUE SPACES.
           03 FILLER          PIC X(08) VALUE "EMPRESA ".
           03 WL-EMPRESA      PIC Z9.
           03 FILLER          PIC X(10) VALUE " VENDEDOR ".
           03 WL-VENDEDOR     PIC ZZZZZZ9.
           03 FILLER          PIC X(03) VALUE " - ".
           03 WL-NM-VENDEDOR  PIC X(40).
           03 FILLER          PIC X(41) VALUE SPACES.
      *
       01  LIN-03.
           03 FILLER          PIC X(05) VALUE SPACES.
           03 WL-DS-TOTAL     PIC X(50).
           03 FILLER          PIC X(10) VALUE "CLIENTES: ".
           03 WL-QT-CLIENTES  PIC ZZZZ9.
           03 FILLER          PIC X(11) VALUE "  LACUNAS: ".
           03 WL-QT-LACUNAS   PIC ZZZZZ9.
           03 FILLER          PIC X(29) VALUE SPACES.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-CRUZADAWS.CPY.
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
       01  SST-CRUZADA.
           03 LINE 02 COL 22 VALUE "Oportunidades de Venda Cruzada".
           03 LINE 05 COL 07 VALUE "Empresa  (Zero = Todas): ".
           03 LINE 05 COL 32 USING WS-CD-EMPRESA-SEL.
           03 LINE 06 COL 07 VALUE "Vendedor (Zero = Todos): ".
           03 LINE 06 COL 32 USING WS-CD-VENDEDOR-SEL.
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
           ACCEPT SST-CRUZADA.
           OPEN INPUT ARQ-CLIENTE.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Clientes Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              PERFORM 99-ABRE-ARQUIVOS-CRUZADA
              IF NOT WS-VCZ-ARQ-VENDAS-OK
              OR NOT WS-VCZ-ARQ-PRODUTO-OK
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Detalhe de Vendas ou Produtos Indisponivel."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 PERFORM 99-FECHA-ARQUIVOS-CRUZADA
                 CLOSE ARQ-CLIENTE
              ELSE
                 OPEN INPUT ARQ-VENDEDOR
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "S" TO WS-IND-ARQ-VENDEDOR
                 ELSE
                    MOVE "N" TO WS-IND-ARQ-VENDEDOR
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
              MOVE "Apurando Compras dos Pares..." TO WS-MENSAGEM
              DISPLAY SST-MENSAGEM
              PERFORM 99-CARREGA-PARES-CRUZADA
              MOVE "CRUZADA" TO WS-SPL-ID-RELATORIO
              PERFORM 99-PREPARA-SPOOL
              OPEN OUTPUT RELATO
              MOVE SPACES TO WL-DT-HOJE
              STRING WS-VCZ-DT-HOJE(7:2) "/" WS-VCZ-DT-HOJE(5:2) "/"
                     WS-VCZ-DT-HOJE(1:4)
                     DELIMITED BY SIZE INTO WL-DT-HOJE
              MOVE WS-VCZ-PC-PARES TO WL-PC-PARES
              MOVE "S" TO WS-IND-PRIMEIRO
              SORT ARQ-SORT ON ASCENDING KEY SOR-CD-EMPRESA
                                             SOR-CD-VENDEDOR
                                             SOR-CD-CLIENTE
                                             SOR-NR-ORDEM
                   INPUT  PROCEDURE IS 21-CARREGA-LACUNAS
                   OUTPUT PROCEDURE IS 22-IMPRIME-LACUNAS
              CLOSE RELATO
              MOVE WS-QT-CLIENTES-TOT TO WS-QT-ED1
              MOVE WS-QT-LACUNAS-TOT  TO WS-QT-ED2
              MOVE SPACES TO WS-MENSAGEM
              STRING "Relatorio no Spool - Clientes: " WS-QT-ED1
                     "  Lacunas: " WS-QT-ED2
                     DELIMITED BY SIZE INTO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           END-IF.
       2-SAIDA.
           EXIT.
      *
       21-CARREGA-LACUNAS SECTION.
       21.
           MOVE WS-CD-EMPRESA-SEL TO CLI-CD-EMPRESA.
           MOVE ZEROS TO CLI-CD-CLIENTE
                         WS-ESTADO-ARQUIVO.
           START ARQ-CLIENTE KEY NOT LESS CLI-CHAVE-CLIENTE.
           PERFORM 211-CARREGA-UM-CLIENTE
               UNTIL NOT WS-OPERACAO-BEM-SUCEDIDA.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       21-SAIDA.
           EXIT.
      *
       211-CARREGA-UM-CLIENTE SECTION.
      * SO CLIENTE ATIVO DE CARTEIRA, DENTRO DA SELECAO
       211.
           READ ARQ-CLIENTE NEXT.
           IF WS-OPERACAO-BEM-SUCEDIDA
              IF  WS-CD-EMPRESA-SEL NOT EQUAL ZEROS
              AND CLI-CD-EMPRESA    NOT EQUAL WS-CD-EMPRESA-SEL
                 MOVE "10" TO WS-ESTADO-ARQUIVO
              ELSE
                 IF  CLI-SIT-ATIVO
                 AND CLI-CD-VENDEDOR GREATER ZEROS
                 AND (WS-CD-VENDEDOR-SEL EQUAL ZEROS
                   OR CLI-CD-VENDEDOR EQUAL WS-CD-VENDEDOR-SEL)
                    PERFORM 99-APURA-LACUNAS-CLIENTE
                    PERFORM 2111-LIBERA-UMA-LACUNA
                        VARYING WS-VCZ-IX-LAC FROM 1 BY 1
                        UNTIL WS-VCZ-IX-LAC GREATER WS-VCZ-QT-LACUNAS
                 END-IF
                 MOVE "00" TO WS-ESTADO-ARQUIVO
              END-IF
           END-IF.
       211-SAIDA.
           EXIT.
      *
       2111-LIBERA-UMA-LACUNA SECTION.
       2111.
           MOVE CLI-CD-EMPRESA      TO SOR-CD-EMPRESA.
           MOVE CLI-CD-VENDEDOR     TO SOR-CD-VENDEDOR.
           MOVE CLI-CD-CLIENTE      TO SOR-CD-CLIENTE.
           MOVE WS-VCZ-IX-LAC       TO SOR-NR-ORDEM.
           MOVE CLI-DS-RAZAO-SOCIAL TO SOR-DS-RAZAO-SOCIAL.
           MOVE CLI-CD-CLASSE-ABC   TO SOR-CD-CLASSE-ABC.
           MOVE CLI-CD-REGIAO       TO SOR-CD-REGIAO.
           MOVE WS-VCZ-LAC-CD-LINHA(WS-VCZ-IX-LAC) TO SOR-CD-LINHA.
           MOVE WS-VCZ-LAC-PC-PARES(WS-VCZ-IX-LAC) TO SOR-PC-PARES.
           MOVE WS-VCZ-LAC-VL-MEDIO(WS-VCZ-IX-LAC) TO SOR-VL-MEDIO.
           RELEASE REG-SORT.
       2111-SAIDA.
           EXIT.
      *
       22-IMPRIME-LACUNAS SECTION.
       22.
           MOVE SPACE TO WS-FINAL-SORT.
           PERFORM 221-IMPRIME-UMA-LACUNA
               UNTIL WS-FIM-SORT.
           IF NOT WS-PRIMEIRO-REGISTRO
              PERFORM 99-FECHA-VENDEDOR
              MOVE "   TOTAL GERAL"    TO WL-DS-TOTAL
              MOVE WS-QT-CLIENTES-TOT TO WL-QT-CLIENTES
              MOVE WS-QT-LACUNAS-TOT  TO WL-QT-LACUNAS
              ADD 2 TO WS-NR-LIN
              WRITE LINHA FROM LIN-03 BEFORE ADVANCING 2.
       22-SAIDA.
           EXIT.
      *
       221-IMPRIME-UMA-LACUNA SECTION.
      * QUEBRA POR VENDEDOR COM CABECALHO DA CARTEIRA; OS DADOS DO
      * CLIENTE SO SAEM NA PRIMEIRA LACUNA DELE
       221.
           PERFORM 99-LEITURA-SORT.
           IF NOT WS-FIM-SORT
              IF WS-PRIMEIRO-REGISTRO
              OR SOR-CD-EMPRESA  NOT EQUAL WS-CD-EMPRESA-ANT
              OR SOR-CD-VENDEDOR NOT EQUAL WS-CD-VENDEDOR-ANT
                 IF NOT WS-PRIMEIRO-REGISTRO
                    PERFORM 99-FECHA-VENDEDOR
                 END-IF
                 MOVE "N"             TO WS-IND-PRIMEIRO
                 MOVE SOR-CD-EMPRESA  TO WS-CD-EMPRESA-ANT
                 MOVE SOR-CD-VENDEDOR TO WS-CD-VENDEDOR-ANT
                 MOVE ZEROS TO WS-CD-CLIENTE-ANT
                               WS-QT-CLIENTES-VDR
                               WS-QT-LACUNAS-VDR
                 PERFORM 99-CABECALHO-VENDEDOR
              END-IF
              MOVE SPACES TO LIN-01
              IF SOR-CD-CLIENTE NOT EQUAL WS-CD-CLIENTE-ANT
                 MOVE SOR-CD-CLIENTE      TO WS-CD-CLIENTE-ANT
                                             WL-CLIENTE
                 MOVE SOR-DS-RAZAO-SOCIAL TO WL-RAZAO
                 MOVE SOR-CD-CLASSE-ABC   TO WL-CLASSE
                 MOVE SOR-CD-REGIAO       TO WL-REGIAO
                 ADD 1 TO WS-QT-CLIENTES-VDR
                          WS-QT-CLIENTES-TOT
              END-IF
              MOVE SOR-NR-ORDEM TO WL-ORDEM
              MOVE SOR-CD-LINHA TO WL-LINHA
              MOVE SOR-PC-PARES TO WL-PC-LINHA
              MOVE SOR-VL-MEDIO TO WL-VL-MEDIO
              ADD 1 TO WS-QT-LACUNAS-VDR
                       WS-QT-LACUNAS-TOT
              PERFORM 99-IMPRIME-LINHA
           END-IF.
       221-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           IF NOT WS-FIM-ARQUIVO
              PERFORM 99-FECHA-ARQUIVOS-CRUZADA
              CLOSE ARQ-CLIENTE
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
       99-CABECALHO-VENDEDOR.
           MOVE SOR-CD-EMPRESA  TO WL-EMPRESA
           MOVE SOR-CD-VENDEDOR TO WL-VENDEDOR
           MOVE "NAO CADASTRADO" TO WL-NM-VENDEDOR
           IF WS-ARQ-VENDEDOR-OK
              MOVE SOR-CD-EMPRESA  TO FOR-CD-EMPRESA
              MOVE SOR-CD-VENDEDOR TO FOR-CD-VENDEDOR
              READ ARQ-VENDEDOR
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE FOR-NM-VENDEDOR TO WL-NM-VENDEDOR
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF
           IF WS-NR-LIN GREATER 62
              PERFORM 99-IMPRIME-CABECALHO
           END-IF
           ADD 2 TO WS-NR-LIN
           WRITE LINHA FROM LIN-02 BEFORE ADVANCING 2.
      *
       99-FECHA-VENDEDOR.
           MOVE SPACES TO WL-DS-TOTAL
           STRING "   TOTAL DO VENDEDOR " WS-CD-VENDEDOR-ANT
                  DELIMITED BY SIZE INTO WL-DS-TOTAL
           MOVE WS-QT-CLIENTES-VDR TO WL-QT-CLIENTES
           MOVE WS-QT-LACUNAS-VDR  TO WL-QT-LACUNAS
           ADD 2 TO WS-NR-LIN
           WRITE LINHA FROM LIN-03 BEFORE ADVANCING 2.
      *
       99-IMPRIME-LINHA.
           ADD 1 TO WS-NR-LIN
           IF WS-NR-LIN > 64
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
       COPY GV-CRUZADAPD.CPY.
      *
       COPY GV-SPOOLPD.CPY.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-RELCRUZADA" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
