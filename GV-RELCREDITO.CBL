000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-RELCREDITO.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Relatorio de Exposicao de Credito por Cliente
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Lista os clientes com limite de credito aprovado
      *     (GV-LIMCRED.DAT) em ordem decrescente de percentual do
      *     limite em uso, com o vendedor da carteira. A exposicao
      *     e a mesma da critica das vendas (GV-CREDITOPD.CPY):
      *     titulos em aberto no contas a receber mais as vendas do
      *     detalhe ainda sem titulo dentro da janela de faturamento.
      *     Cliente acima do limite sai marcado; o total mostra
      *     quantos estao estourados.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Chave alternada do documento no contas a
      *                   receber (GV-RECEBER.CPY).
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
           SELECT ARQ-LIMCRED ASSIGN TO DISK WID-ARQ-LIMCRED
             organization       is indexed
             access mode        is dynamic
             record key         is LIM-CHAVE-LIMITE
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
           SELECT ARQ-SORT ASSIGN TO DISK.
           SELECT ARQ-SPOOL-CAT ASSIGN TO DISK WID-ARQ-SPOOL-CAT
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT RELATO   ASSIGN TO DISK.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-CADCLI.CPY.
       COPY GV-LIMCRED.CPY.
       COPY GV-RECEBER.CPY.
       COPY GV-VENDADET.CPY.
       COPY GV-CADVEN.CPY.
      *
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SOR-PC-USO             PIC 9(005)V9(002).
           03 SOR-CD-EMPRESA         PIC 9(002).
           03 SOR-CD-CLIENTE         PIC 9(007).
           03 SOR-DS-RAZAO-SOCIAL    PIC X(040).
           03 SOR-CD-VENDEDOR        PIC 9(007).
           03 SOR-VL-LIMITE          PIC 9(013)V9(002).
           03 SOR-VL-TITULOS         PIC 9(013)V9(002).
           03 SOR-VL-NAO-FATURADO    PIC 9(013)V9(002).
           03 SOR-VL-EXPOSICAO       PIC 9(013)V9(002).
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
           03 WID-ARQ-LIMCRED        PIC X(15) VALUE "GV-LIMCRED.DAT".
           03 WID-ARQ-RECEBER        PIC X(60) VALUE "GV-RECEBER.DAT".
           03 WID-ARQ-VENDADET       PIC X(60) VALUE "GV-VENDADET.DAT".
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
           03 WS-FINAL-LIMITE        PIC X(01) VALUE SPACE.
              88 WS-FIM-LIMITE                 VALUE "F".
           03 WS-FINAL-SORT          PIC X(01) VALUE SPACE.
              88 WS-FIM-SORT                   VALUE "F".
           03 WS-IND-ARQ-VENDEDOR    PIC X(01) VALUE "N".
              88 WS-ARQ-VENDEDOR-OK            VALUE "S".
           03 WS-IND-ARQ-VENDADET    PIC X(01) VALUE "N".
              88 WS-ARQ-VENDADET-OK            VALUE "S".
           03 WS-QT-CLIENTES         PIC 9(007) VALUE ZEROS.
           03 WS-QT-EXCEDIDOS        PIC 9(007) VALUE ZEROS.
           03 WS-VL-LIMITE-GER       PIC 9(015)V9(002) VALUE ZEROS.
           03 WS-VL-EXPOSICAO-GER    PIC 9(015)V9(002) VALUE ZEROS.
           03 WS-NR-LIN              PIC 9(03) VALUE 99.
           03 WS-NR-PAG              PIC 9(03) VALUE ZEROS.
      *
      * LAYOUT DO RELATORIO DE EXPOSICAO DE CREDITO
       01  CAB-01.
           02 FILLER            PIC X(20) VALUE SPACES.
           02 FILLER            PIC X(41) VALUE
              "EXPOSICAO DE CREDITO - % DO LIMITE EM USO".
           02 FILLER            PIC X(10) VALUE "Corte NF: ".
           02 WL-DT-CORTE       PIC 9(08) VALUE ZEROS.
           02 FILLER            PIC X(29) VALUE SPACES.
           02 FILLER            PIC X(05) VALUE "Pag: ".
           02 WL-NR-PAGINA      PIC 9(03) VALUE ZEROS.
      *
       01  CAB-02.
           03 FILLER    PIC X(13) VALUE "  EM CLIENTE ".
           03 FILLER    PIC X(19) VALUE "RAZAO SOCIAL".
           03 FILLER    PIC X(21) VALUE "VENDEDOR".
           03 FILLER    PIC X(13) VALUE "       LIMITE".
           03 FILLER    PIC X(13) VALUE "  TIT.ABERTOS".
           03 FILLER    PIC X(13) VALUE " NAO FATURADO".
           03 FILLER    PIC X(13) VALUE "    EXPOSICAO".
           03 FILLER    PIC X(09) VALUE "    USO %".
      *
       01  CAB-03.
           03 FILLER PIC X(116) VALUE IS ALL '='.
      *
       01  LIN-01.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-CD-EMPRESA   PIC 99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-CD-CLIENTE   PIC ZZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-DS-RAZAO     PIC X(018).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-CD-VENDEDOR  PIC ZZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-NM-VENDEDOR  PIC X(012).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VL-LIMITE    PIC ZZZZZZZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VL-TITULOS   PIC ZZZZZZZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VL-NAO-FAT   PIC ZZZZZZZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VL-EXPOSICAO PIC ZZZZZZZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-PC-USO       PIC ZZZZ9,99.
           03 WL-IN-EXCEDIDO  PIC X(002).
      *
       01  LIN-TOTAL.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 FILLER          PIC X(10) VALUE "CLIENTES: ".
           03 WL-QT-CLIENTES  PIC ZZZZZZ9.
           03 FILLER          PIC X(18) VALUE "  ACIMA DO LIMITE:".
           03 WL-QT-EXCEDIDOS PIC ZZZZZZ9.
           03 FILLER          PIC X(10) VALUE "  LIMITES:".
           03 WL-VL-LIMITE-GER PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(12) VALUE "  EXPOSICAO:".
           03 WL-VL-EXPOS-GER PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(16) VALUE SPACES.
      *
       01  WS-LINHA-IMPRESSAO PIC X(116) VALUE SPACES.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-CREDITOWS.CPY.
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
           03 LINE 02 COL 20 VALUE "                                ".
      *
       01  SST-CREDITO.
           03 LINE 02 COL 20 VALUE "Exposicao de Credito por Cliente".
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
           DISPLAY SST-CREDITO.
           OPEN INPUT ARQ-CLIENTE.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Clientes Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              PERFORM 99-ABRE-ARQUIVOS-CREDITO
              IF NOT WS-CRD-ARQ-LIMITE-OK
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Nenhum Limite de Credito Aprovado."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 CLOSE ARQ-CLIENTE
                 PERFORM 99-FECHA-ARQUIVOS-CREDITO
              ELSE
                 OPEN INPUT ARQ-VENDADET
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "S" TO WS-IND-ARQ-VENDADET
                 END-IF
                 MOVE "00" TO WS-ESTADO-ARQUIVO
                 OPEN INPUT ARQ-VENDEDOR
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "S" TO WS-IND-ARQ-VENDEDOR
                 END-IF
                 MOVE "00" TO WS-ESTADO-ARQUIVO.
       1-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           IF NOT WS-FIM-ARQUIVO
              MOVE "CREDITO" TO WS-SPL-ID-RELATORIO
              PERFORM 99-PREPARA-SPOOL
              OPEN OUTPUT RELATO
              MOVE WS-CRD-DT-CORTE TO WL-DT-CORTE
              SORT ARQ-SORT ON DESCENDING KEY SOR-PC-USO
                               ASCENDING  KEY SOR-CD-EMPRESA
                                              SOR-CD-CLIENTE
                   INPUT  PROCEDURE IS 21-CARREGA-CLIENTES
                   OUTPUT PROCEDURE IS 22-IMPRIME-EXPOSICAO
              CLOSE RELATO
              MOVE "Relatorio de Exposicao Gerado no Spool."
                                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           END-IF.
       2-SAIDA.
           EXIT.
      *
       21-CARREGA-CLIENTES SECTION.
      * UM REGISTRO DE SORT POR CLIENTE COM LIMITE MAIOR QUE ZERO
       21.
           MOVE ZEROS TO LIM-CHAVE-LIMITE.
           MOVE SPACE TO WS-FINAL-LIMITE.
           START ARQ-LIMCRED KEY NOT LESS LIM-CHAVE-LIMITE.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "F" TO WS-FINAL-LIMITE.
           PERFORM 211-CARREGA-UM-CLIENTE
               UNTIL WS-FIM-LIMITE.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       21-SAIDA.
           EXIT.
      *
       211-CARREGA-UM-CLIENTE SECTION.
       211.
           READ ARQ-LIMCRED NEXT.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "F" TO WS-FINAL-LIMITE
           ELSE
              IF LIM-VL-LIMITE GREATER ZEROS
                 MOVE LIM-CD-EMPRESA TO CLI-CD-EMPRESA
                                        WS-CRD-CD-EMPRESA
                 MOVE LIM-CD-CLIENTE TO CLI-CD-CLIENTE
                                        WS-CRD-CD-CLIENTE
                 MOVE LIM-VL-LIMITE  TO WS-CRD-VL-LIMITE
                 READ ARQ-CLIENTE
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    PERFORM 2111-LIBERA-CLIENTE
                 END-IF
                 MOVE "00" TO WS-ESTADO-ARQUIVO
              END-IF
           END-IF.
       211-SAIDA.
           EXIT.
      *
       2111-LIBERA-CLIENTE SECTION.
       2111.
           MOVE SPACES TO WS-CRD-CHAVE-IGNORAR.
           PERFORM 99-CALCULA-EXPOSICAO.
           MOVE LIM-CD-EMPRESA         TO SOR-CD-EMPRESA.
           MOVE LIM-CD-CLIENTE         TO SOR-CD-CLIENTE.
           MOVE CLI-DS-RAZAO-SOCIAL    TO SOR-DS-RAZAO-SOCIAL.
           MOVE CLI-CD-VENDEDOR        TO SOR-CD-VENDEDOR.
           MOVE WS-CRD-VL-LIMITE       TO SOR-VL-LIMITE.
           MOVE WS-CRD-VL-TITULOS      TO SOR-VL-TITULOS.
           MOVE WS-CRD-VL-NAO-FATURADO TO SOR-VL-NAO-FATURADO.
           MOVE WS-CRD-VL-EXPOSICAO    TO SOR-VL-EXPOSICAO.
           COMPUTE SOR-PC-USO ROUNDED =
                   WS-CRD-VL-EXPOSICAO * 100 / WS-CRD-VL-LIMITE
                   ON SIZE ERROR
                      MOVE 99999,99 TO SOR-PC-USO.
           RELEASE REG-SORT.
       2111-SAIDA.
           EXIT.
      *
       22-IMPRIME-EXPOSICAO SECTION.
       22.
           MOVE SPACE TO WS-FINAL-SORT.
           PERFORM 221-IMPRIME-UM-CLIENTE
               UNTIL WS-FIM-SORT.
           IF WS-QT-CLIENTES GREATER ZEROS
              MOVE SPACES TO WS-LINHA-IMPRESSAO
              PERFORM 99-IMPRIME-LINHA
              MOVE WS-QT-CLIENTES      TO WL-QT-CLIENTES
              MOVE WS-QT-EXCEDIDOS     TO WL-QT-EXCEDIDOS
              MOVE WS-VL-LIMITE-GER    TO WL-VL-LIMITE-GER
              MOVE WS-VL-EXPOSICAO-GER TO WL-VL-EXPOS-GER
              MOVE LIN-TOTAL TO WS-LINHA-IMPRESSAO
              PERFORM 99-IMPRIME-LINHA
           ELSE
              MOVE "Nenhum Cliente com Limite de Credito."
                                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
       22-SAIDA.
           EXIT.
      *
       221-IMPRIME-UM-CLIENTE SECTION.
       221.
           PERFORM 99-LEITURA-SORT.
           IF NOT WS-FIM-SORT
              MOVE SOR-CD-EMPRESA      TO WL-CD-EMPRESA
              MOVE SOR-CD-CLIENTE      TO WL-CD-CLIENTE
              MOVE SOR-DS-RAZAO-SOCIAL TO WL-DS-RAZAO
              MOVE SOR-CD-VENDEDOR     TO WL-CD-VENDEDOR
              PERFORM 99-NOME-VENDEDOR
              MOVE SOR-VL-LIMITE       TO WL-VL-LIMITE
              MOVE SOR-VL-TITULOS      TO WL-VL-TITULOS
              MOVE SOR-VL-NAO-FATURADO TO WL-VL-NAO-FAT
              MOVE SOR-VL-EXPOSICAO    TO WL-VL-EXPOSICAO
              MOVE SOR-PC-USO          TO WL-PC-USO
              MOVE SPACES              TO WL-IN-EXCEDIDO
              ADD 1 TO WS-QT-CLIENTES
              IF SOR-VL-EXPOSICAO GREATER SOR-VL-LIMITE
                 MOVE " *" TO WL-IN-EXCEDIDO
                 ADD 1 TO WS-QT-EXCEDIDOS
              END-IF
              ADD SOR-VL-LIMITE    TO WS-VL-LIMITE-GER
              ADD SOR-VL-EXPOSICAO TO WS-VL-EXPOSICAO-GER
              MOVE LIN-01 TO WS-LINHA-IMPRESSAO
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
              PERFORM 99-FECHA-ARQUIVOS-CREDITO
              IF WS-ARQ-VENDADET-OK
                 CLOSE ARQ-VENDADET
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
       99-NOME-VENDEDOR.
           MOVE "NAO CADASTRADO" TO WL-NM-VENDEDOR
           IF WS-ARQ-VENDEDOR-OK
              MOVE SOR-CD-EMPRESA  TO FOR-CD-EMPRESA
              MOVE SOR-CD-VENDEDOR TO FOR-CD-VENDEDOR
              READ ARQ-VENDEDOR
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE FOR-NM-VENDEDOR TO WL-NM-VENDEDOR
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
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
       COPY GV-CREDITOPD.CPY.
      *
       COPY GV-SPOOLPD.CPY.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-RELCREDITO" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
