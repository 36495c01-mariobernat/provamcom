000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-VARREFER.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Varredura Referencial dos Arquivos Filhos
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Confere cada registro dos arquivos que apontam para
      *     clientes ou vendedores - contatos, ocorrencias,
      *     contratos, contas a receber, detalhe de vendas, pares de
      *     exclusao e ausencias/coberturas - contra os cadastros e
      *     os arquivos mortos do arquivamento anual, e lista no
      *     spool os registros orfaos por arquivo e motivo:
      *       - cliente ou vendedor inexistente: vai para as
      *         pendencias (GV-REFPEND.DAT);
      *       - cliente unificado (GV-UNIFICACLI) ou transferido
      *         (GV-TRANSFEMP), com CLI-CD-CLIENTE-SUCESSOR: seguida
      *         a cadeia de sucessores, o registro pode ser
      *         re-apontado para o sucessor final da mesma empresa;
      *         sucessor fora da empresa ou nao localizado vai para
      *         as pendencias;
      *       - cliente ou vendedor arquivado sem sucessor: apenas
      *         informativo (historico de cadastro removido).
      *     Na execucao com correcao o registro re-apontado e
      *     regravado com a chave do sucessor, com imagem antes/
      *     depois na trilha de auditoria; chave ja ocupada no
      *     sucessor nao e sobreposta e vai para as pendencias. A
      *     pendencia que deixa de aparecer numa varredura posterior
      *     e dada como resolvida. Em modo lote (agendador de
      *     relatorios) a correcao segue a chave VARREDURA-CORRIGE
      *     do GV-CONFIG.PAR (S/N, padrao N).
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
           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
             organization       is indexed
             access mode        is dynamic
             record key         is FOR-CHAVE-VENDEDOR
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-MORTO-CLIENTE ASSIGN TO DISK
                                         WID-ARQ-MORTO-CLIENTE
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-MORTO-VENDEDOR ASSIGN TO DISK
                                         WID-ARQ-MORTO-VENDEDOR
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-CONTATO ASSIGN TO DISK WID-ARQ-CONTATO
             organization       is indexed
             access mode        is dynamic
             record key         is CON-CHAVE-CONTATO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-OCORRENCIA ASSIGN TO DISK WID-ARQ-OCORRENCIA
             organization       is indexed
             access mode        is dynamic
             record key         is OCO-CHAVE-OCORRENCIA
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-CONTRATO ASSIGN TO DISK WID-ARQ-CONTRATO
             organization       is indexed
             access mode        is dynamic
             record key         is CTR-CHAVE-CONTRATO
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
           SELECT ARQ-EXCLUSAO ASSIGN TO DISK WID-ARQ-EXCLUSAO
             organization       is indexed
             access mode        is dynamic
             record key         is XCL-CHAVE-EXCLUSAO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-AUSENCIA ASSIGN TO DISK WID-ARQ-AUSENCIA
             organization       is indexed
             access mode        is dynamic
             record key         is AUS-CHAVE-AUSENCIA
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-REFPEND ASSIGN TO DISK WID-ARQ-REFPEND
             organization       is indexed
             access mode        is dynamic
             record key         is RPD-CHAVE-PENDENCIA
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-AUDITORIA ASSIGN TO DISK WID-ARQ-AUDITORIA
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-SORT ASSIGN TO DISK.
           SELECT RELATO   ASSIGN TO DISK.
           SELECT ARQ-SPOOL-CAT ASSIGN TO DISK WID-ARQ-SPOOL-CAT
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-CADCLI.CPY.
       COPY GV-CADVEN.CPY.
       COPY GV-ARQMORTO.CPY.
       COPY GV-CONTATO.CPY.
       COPY GV-OCORREN.CPY.
       COPY GV-CONTRATO.CPY.
       COPY GV-RECEBER.CPY.
       COPY GV-VENDADET.CPY.
       COPY GV-EXCLPAR.CPY.
       COPY GV-AUSENCIA.CPY.
       COPY GV-REFPEND.CPY.
       COPY GV-AUDITORIA.CPY.
      *
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SOR-NR-ARQUIVO         PIC 9(001).
           03 SOR-CD-MOTIVO          PIC 9(002).
           03 SOR-CD-EMPRESA         PIC 9(002).
           03 SOR-CHAVE-FILHO        PIC X(030).
           03 SOR-DS-CHAVE           PIC X(030).
           03 SOR-CD-REFERENCIA      PIC 9(007).
           03 SOR-CD-SUCESSOR        PIC 9(007).
           03 SOR-TP-ACAO            PIC X(001).
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
           03 WID-ARQ-CLIENTE        PIC X(60) VALUE "GV-CLIENTE.DAT".
           03 WID-ARQ-VENDEDOR       PIC X(60) VALUE "GV-VENDEDOR.DAT".
           03 WID-ARQ-MORTO-CLIENTE  PIC X(60) VALUE
              "GV-CLIENTE.MORTO".
           03 WID-ARQ-MORTO-VENDEDOR PIC X(60) VALUE
              "GV-VENDEDOR.MORTO".
           03 WID-ARQ-CONTATO        PIC X(15) VALUE "GV-CONTATO.DAT".
           03 WID-ARQ-OCORRENCIA     PIC X(18) VALUE
                                      "GV-OCORRENCIA.DAT".
           03 WID-ARQ-CONTRATO       PIC X(16) VALUE "GV-CONTRATO.DAT".
           03 WID-ARQ-RECEBER        PIC X(60) VALUE "GV-RECEBER.DAT".
           03 WID-ARQ-VENDADET       PIC X(60) VALUE "GV-VENDADET.DAT".
           03 WID-ARQ-EXCLUSAO       PIC X(16) VALUE "GV-EXCLUSAO.DAT".
           03 WID-ARQ-AUSENCIA       PIC X(15) VALUE "GV-AUSENCIA.DAT".
           03 WID-ARQ-REFPEND        PIC X(15) VALUE "GV-REFPEND.DAT".
           03 WID-ARQ-AUDITORIA      PIC X(60) VALUE "GV-AUDITORIA.LOG".
           03 WS01-ARQUIVO           PIC X(60) VALUE "IMPRESSAO.IMP".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ, DOCUMENTO)
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-CHAVE-DUPLICADA            VALUE "22".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-FINAL-ARQUIVO       PIC X(01) VALUE SPACE.
              88 WS-FIM-ARQUIVO                VALUE "F".
           03 WS-MENSAGEM            PIC X(68).
           03 WS-RESPOSTA            PIC X(01) VALUE "N".
              88 WS-SIM                        VALUE "S" "s".
           03 WS-IND-CORRECAO        PIC X(01) VALUE "N".
              88 WS-MODO-CORRECAO              VALUE "S".
           03 WS-FINAL-MORTO         PIC X(01) VALUE SPACE.
              88 WS-FIM-MORTO                  VALUE "F".
           03 WS-FINAL-FILHO         PIC X(01) VALUE SPACE.
              88 WS-FIM-FILHO                  VALUE "F".
           03 WS-FINAL-SORT          PIC X(01) VALUE SPACE.
              88 WS-FIM-SORT                   VALUE "F".
           03 WS-FINAL-PENDENCIA     PIC X(01) VALUE SPACE.
              88 WS-FIM-PENDENCIA              VALUE "F".
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-HR-AGORA            PIC 9(008) VALUE ZEROS.
           03 WS-DH-VARREDURA        PIC 9(014) VALUE ZEROS.
           03 WS-NR-LIN              PIC 9(03) VALUE 99.
           03 WS-NR-PAG              PIC 9(03) VALUE ZEROS.
      *
      * REGISTRO FILHO EM ANALISE: ARQUIVO (INDICE NA TABELA), CHAVE
      * COMO GRAVADA, CHAVE EDITADA PARA O RELATORIO E A REFERENCIA
      * (CLIENTE OU VENDEDOR) CONFERIDA
           03 WS-NR-ARQUIVO          PIC 9(001) VALUE ZEROS.
           03 WS-CHAVE-FILHO         PIC X(030).
           03 WS-DS-CHAVE            PIC X(030).
           03 WS-REF-CD-EMPRESA      PIC 9(002) VALUE ZEROS.
           03 WS-REF-CD-CODIGO       PIC 9(007) VALUE ZEROS.
           03 WS-CD-SUCESSOR         PIC 9(007) VALUE ZEROS.
           03 WS-CD-MOTIVO           PIC 9(002) VALUE ZEROS.
              88 WS-REFERENCIA-OK              VALUE 00.
              88 WS-MOT-CLIENTE-UNIFICADO      VALUE 02.
              88 WS-MOT-INFORMATIVO            VALUE 05 12.
           03 WS-IND-CORRIGIDO       PIC X(01) VALUE "N".
              88 WS-REGISTRO-CORRIGIDO         VALUE "S".
           03 WS-TP-ACAO             PIC X(01) VALUE SPACE.
              88 WS-ACAO-CORRIGIDO             VALUE "C".
              88 WS-ACAO-CORRIGIVEL            VALUE "S".
              88 WS-ACAO-PENDENCIA             VALUE "P".
              88 WS-ACAO-INFORMATIVO           VALUE "I".
      * IMAGENS DO REGISTRO FILHO RE-APONTADO (AUDITORIA E DESFAZER)
           03 WS-REG-ANTES           PIC X(297).
           03 WS-REG-DEPOIS          PIC X(297).
      *
      * ULTIMA CONSULTA DE CLIENTE E DE VENDEDOR - OS ARQUIVOS FILHOS
      * VEM AGRUPADOS POR CLIENTE, ENTAO A MAIORIA DAS CONSULTAS
      * REPETE A ANTERIOR
           03 WS-ULT-CLI-EMPRESA     PIC 9(002) VALUE 99.
           03 WS-ULT-CLI-CODIGO      PIC 9(007) VALUE ZEROS.
           03 WS-ULT-CLI-MOTIVO      PIC 9(002) VALUE ZEROS.
           03 WS-ULT-CLI-SUCESSOR    PIC 9(007) VALUE ZEROS.
           03 WS-ULT-VEN-EMPRESA     PIC 9(002) VALUE 99.
           03 WS-ULT-VEN-CODIGO      PIC 9(007) VALUE ZEROS.
           03 WS-ULT-VEN-MOTIVO      PIC 9(002) VALUE ZEROS.
      *
      * CADEIA DE SUCESSORES (UNIFICACAO SOBRE UNIFICACAO, OU
      * UNIFICADO DEPOIS ARQUIVADO) - LIMITE CONTRA CICLOS
           03 WS-QT-SALTOS           PIC 9(02) VALUE ZEROS.
           03 WS-IND-FIM-CADEIA      PIC X(01) VALUE "N".
              88 WS-FIM-CADEIA                 VALUE "S".
           03 WS-IND-ACHOU-MORTO     PIC X(01) VALUE "N".
              88 WS-ACHOU-MORTO                VALUE "S".
           03 WS-CD-SUCESSOR-MORTO   PIC 9(007) VALUE ZEROS.
      *
       01  WS-CONTADORES.
           03 WS-QT-RELER            PIC 9(07) VALUE ZEROS.
           03 WS-QT-PEND-NOVAS       PIC 9(07) VALUE ZEROS.
           03 WS-QT-PEND-REVISTAS    PIC 9(07) VALUE ZEROS.
           03 WS-QT-PEND-RESOLVIDAS  PIC 9(07) VALUE ZEROS.
           03 WS-QT-PEND-ABERTAS     PIC 9(07) VALUE ZEROS.
           03 WS-QT-MOTIVO           PIC 9(07) VALUE ZEROS.
           03 WS-QT-ED1              PIC ZZZZZZ9.
           03 WS-QT-ED2              PIC ZZZZZZ9.
           03 WS-CD-ED               PIC ZZZZZZ9.
           03 WS-IX-ARQ              PIC 9(02) VALUE ZEROS.
           03 WS-IX-MOT              PIC 9(02) VALUE ZEROS.
           03 WS-IX-MRT              PIC 9(05) VALUE ZEROS.
           03 WS-NR-ARQUIVO-ANT      PIC 9(01) VALUE ZEROS.
           03 WS-CD-MOTIVO-ANT       PIC 9(02) VALUE ZEROS.
           03 WS-IND-PRIMEIRO        PIC X(01) VALUE "S".
              88 WS-PRIMEIRO-REGISTRO          VALUE "S".
      *
      * ARQUIVOS FILHOS CONFERIDOS: SIGLA (GRAVADA NAS PENDENCIAS E
      * NA AUDITORIA) E DESCRICAO, COM OS TOTAIS DA VARREDURA
       01  WS-LISTA-ARQUIVOS.
           03 FILLER PIC X(15) VALUE "CONCONTATOS    ".
           03 FILLER PIC X(15) VALUE "OCOOCORRENCIAS ".
           03 FILLER PIC X(15) VALUE "CTRCONTRATOS   ".
           03 FILLER PIC X(15) VALUE "RECCONT.RECEBER".
           03 FILLER PIC X(15) VALUE "VDDDET.VENDAS  ".
           03 FILLER PIC X(15) VALUE "XCLPAR EXCLUSAO".
           03 FILLER PIC X(15) VALUE "AUSAUSENCIAS   ".
       01  WS-TAB-ARQUIVOS REDEFINES WS-LISTA-ARQUIVOS.
           03 WS-ARQ-ITEM OCCURS 7 TIMES.
              05 WS-ARQ-CD-ARQUIVO   PIC X(03).
              05 WS-ARQ-DS-ARQUIVO   PIC X(12).
      *
       01  WS-TAB-TOTAIS.
           03 WS-TOT-ITEM OCCURS 7 TIMES.
              05 WS-TOT-IN-ABERTO    PIC X(01).
                 88 WS-TOT-ARQ-ABERTO          VALUE "S".
              05 WS-TOT-QT-LIDOS     PIC 9(07).
              05 WS-TOT-QT-CORRIGIDOS PIC 9(07).
              05 WS-TOT-QT-CORRIGIVEIS PIC 9(07).
              05 WS-TOT-QT-PENDENCIAS PIC 9(07).
              05 WS-TOT-QT-INFORMATIVOS PIC 9(07).
      *
      * MOTIVOS DE ORFANDADE
       01  WS-LISTA-MOTIVOS.
           03 FILLER PIC X(30) VALUE "01CLIENTE INEXISTENTE         ".
           03 FILLER PIC X(30) VALUE "02CLIENTE COM SUCESSOR        ".
           03 FILLER PIC X(30) VALUE "03SUCESSOR NAO LOCALIZADO     ".
           03 FILLER PIC X(30) VALUE "04CHAVE JA EXISTE NO SUCESSOR ".
           03 FILLER PIC X(30) VALUE "05CLIENTE ARQUIVADO           ".
           03 FILLER PIC X(30) VALUE "07FALHA NA CORRECAO           ".
           03 FILLER PIC X(30) VALUE "11VENDEDOR INEXISTENTE        ".
           03 FILLER PIC X(30) VALUE "12VENDEDOR ARQUIVADO          ".
           03 FILLER PIC X(30) VALUE "13COBERTURA INEXISTENTE       ".
       01  WS-TAB-MOTIVOS REDEFINES WS-LISTA-MOTIVOS.
           03 WS-MOT-ITEM OCCURS 9 TIMES.
              05 WS-MOT-CD-MOTIVO    PIC 9(02).
              05 WS-MOT-DS-MOTIVO    PIC X(28).
       01  WS-DS-MOTIVO              PIC X(28).
      *
      * CLIENTES E VENDEDORES DOS ARQUIVOS MORTOS (ARQUIVAMENTO DE
      * FINAL DE ANO); O CLIENTE UNIFICADO E DEPOIS ARQUIVADO AINDA
      * APONTA O SUCESSOR
       01  WS-TAB-MORTOS.
           03 WS-QT-CLI-MORTOS       PIC 9(05) VALUE ZEROS.
           03 WS-QT-VEN-MORTOS       PIC 9(05) VALUE ZEROS.
           03 WS-IND-EXCEDEU-MORTOS  PIC X(01) VALUE "N".
              88 WS-EXCEDEU-MORTOS             VALUE "S".
           03 WS-MRT-CLIENTE OCCURS 5000 TIMES.
              05 WS-MRT-CD-EMPRESA   PIC 9(02).
              05 WS-MRT-CD-CLIENTE   PIC 9(07).
              05 WS-MRT-CD-SUCESSOR  PIC 9(07).
           03 WS-MRV-VENDEDOR OCCURS 2000 TIMES.
              05 WS-MRV-CD-EMPRESA   PIC 9(02).
              05 WS-MRV-CD-VENDEDOR  PIC 9(07).
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
      * LAYOUT DO RELATORIO DA VARREDURA
       01  CAB-01.
           02 FILLER            PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(94) VALUE
              "VARREDURA REFERENCIAL - REGISTROS ORFAOS POR ARQUIVO".
           02 FILLER            PIC X(05) VALUE "Pag: ".
           02 WL-NR-PAGINA      PIC 9(03) VALUE ZEROS.
      *
       01  CAB-02.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 FILLER    PIC X(13) VALUE "ARQUIVO".
           03 FILLER    PIC X(04) VALUE "EMP".
           03 FILLER    PIC X(31) VALUE "CHAVE DO REGISTRO".
           03 FILLER    PIC X(08) VALUE " REFER.".
           03 FILLER    PIC X(29) VALUE "MOTIVO".
           03 FILLER    PIC X(22) VALUE "ACAO".
      *
       01  CAB-03.
           03 FILLER PIC X(132) VALUE IS ALL '='.
      *
       01  CAB-04.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 WL-DS-MODO  PIC X(60).
      *
       01  LIN-01.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-DS-ARQUIVO   PIC X(12).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-CD-EMPRESA   PIC Z9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-DS-CHAVE     PIC X(30).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-CD-REFERENCIA PIC ZZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-DS-MOTIVO    PIC X(28).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-DS-ACAO      PIC X(22).
      *
       01  LIN-02.
           03 FILLER          PIC X(16) VALUE SPACES.
           03 FILLER          PIC X(11) VALUE "Subtotal - ".
           03 WL-DS-MOTIVO-SUB PIC X(28).
           03 FILLER          PIC X(02) VALUE ": ".
           03 WL-QT-MOTIVO    PIC ZZZZZZ9.
      *
       01  CAB-05.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 FILLER    PIC X(13) VALUE "ARQUIVO".
           03 FILLER    PIC X(10) VALUE "     LIDOS".
           03 FILLER    PIC X(11) VALUE " CORRIGIDOS".
           03 FILLER    PIC X(12) VALUE " CORRIGIVEIS".
           03 FILLER    PIC X(11) VALUE " PENDENCIAS".
           03 FILLER    PIC X(13) VALUE " INFORMATIVOS".
      *
       01  LIN-03.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-DS-ARQ-TOT   PIC X(12).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-QT-LIDOS     PIC Z.ZZZ.ZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-QT-CORRIGIDOS PIC Z.ZZZ.ZZ9.
           03 FILLER          PIC X(03) VALUE SPACES.
           03 WL-QT-CORRIGIVEIS PIC Z.ZZZ.ZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-QT-PENDENCIAS PIC Z.ZZZ.ZZ9.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 WL-QT-INFORMATIVOS PIC Z.ZZZ.ZZ9.
      *
       01  LIN-04.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-DS-TOTAL     PIC X(40).
           03 WL-QT-TOTAL     PIC Z.ZZZ.ZZ9.
      *
       SCREEN SECTION.
      *
       01  SST-VARREDURA.
           03 BLANK SCREEN.
           03 LINE 02 COL 22 VALUE "Varredura Referencial de Clientes".
           03 LINE 05 COL 10 VALUE
              "Confere contatos, ocorrencias, contratos, receber, ven".
           03 LINE 06 COL 10 VALUE
              "das, exclusoes e ausencias contra os cadastros.".
      *
       01  SST-CORRECAO.
           03 LINE 08 COL 10 VALUE
              "Re-aponta os Unificados (S) ou so Relata (N) ? ".
           03 LINE 08 COL 57 USING WS-RESPOSTA AUTO.
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
           ACCEPT WS-DT-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WS-HR-AGORA FROM TIME.
           COMPUTE WS-DH-VARREDURA =
                   WS-DT-HOJE * 1000000 + WS-HR-AGORA / 100.
           IF LK-MODO-BATCH
              MOVE "VARREDURA-CORRIGE" TO WS-CFG-CHAVE
              PERFORM 990-CONSULTA-CONFIG
              MOVE WS-CFG-VALOR(1:1) TO WS-RESPOSTA
           ELSE
              DISPLAY SST-VARREDURA
              MOVE "N" TO WS-RESPOSTA
              ACCEPT SST-CORRECAO
           END-IF.
           IF WS-SIM
              MOVE "S" TO WS-IND-CORRECAO.
           OPEN INPUT ARQ-CLIENTE.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "E" TO LK-CD-RETORNO
              MOVE "Arquivo de Clientes Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              GO TO 1-SAIDA.
           OPEN INPUT ARQ-VENDEDOR.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              CLOSE ARQ-CLIENTE
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "E" TO LK-CD-RETORNO
              MOVE "Arquivo de Vendedores Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              GO TO 1-SAIDA.
           OPEN I-O ARQ-REFPEND.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              IF WS-ESTADO-ARQUIVO EQUAL "35"
                 CLOSE ARQ-REFPEND
                 OPEN OUTPUT ARQ-REFPEND
                 CLOSE ARQ-REFPEND
                 OPEN I-O ARQ-REFPEND
              END-IF
           END-IF.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-REFPEND TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              CLOSE ARQ-CLIENTE
              CLOSE ARQ-VENDEDOR
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "E" TO LK-CD-RETORNO
              MOVE "Arquivo de Pendencias em Uso." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              GO TO 1-SAIDA.
           IF WS-MODO-CORRECAO
              OPEN EXTEND ARQ-AUDITORIA
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 OPEN OUTPUT ARQ-AUDITORIA
              END-IF
           END-IF.
           PERFORM 11-CARREGA-MORTOS.
           PERFORM 12-ABRE-FILHOS.
           MOVE "VARREFER" TO WS-SPL-ID-RELATORIO.
           PERFORM 99-PREPARA-SPOOL.
           OPEN OUTPUT RELATO.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       1-SAIDA.
           EXIT.
      *
       11-CARREGA-MORTOS SECTION.
      *-----------------
      * SEM ARQUIVAMENTO AINDA NAO HA ARQUIVO MORTO - TABELA VAZIA
       11.
           OPEN INPUT ARQ-MORTO-CLIENTE.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE SPACE TO WS-FINAL-MORTO
              PERFORM 99-LER-MORTO-CLIENTE
              PERFORM 111-CARREGA-UM-CLIENTE
                  UNTIL WS-FIM-MORTO
              CLOSE ARQ-MORTO-CLIENTE.
           OPEN INPUT ARQ-MORTO-VENDEDOR.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE SPACE TO WS-FINAL-MORTO
              PERFORM 99-LER-MORTO-VENDEDOR
              PERFORM 112-CARREGA-UM-VENDEDOR
                  UNTIL WS-FIM-MORTO
              CLOSE ARQ-MORTO-VENDEDOR.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       11-SAIDA.
           EXIT.
      *
       111-CARREGA-UM-CLIENTE SECTION.
       111.
           IF WS-QT-CLI-MORTOS NOT LESS 5000
              MOVE "S" TO WS-IND-EXCEDEU-MORTOS
           ELSE
              ADD 1 TO WS-QT-CLI-MORTOS
              MOVE ARM-REGISTRO-CLIENTE TO CLI-REGISTRO-CLIENTE
              MOVE CLI-CD-EMPRESA TO WS-MRT-CD-EMPRESA(WS-QT-CLI-MORTOS)
              MOVE CLI-CD-CLIENTE TO WS-MRT-CD-CLIENTE(WS-QT-CLI-MORTOS)
              MOVE CLI-CD-CLIENTE-SUCESSOR
                               TO WS-MRT-CD-SUCESSOR(WS-QT-CLI-MORTOS)
           END-IF.
           PERFORM 99-LER-MORTO-CLIENTE.
       111-SAIDA.
           EXIT.
      *
       112-CARREGA-UM-VENDEDOR SECTION.
       112.
           IF WS-QT-VEN-MORTOS NOT LESS 2000
              MOVE "S" TO WS-IND-EXCEDEU-MORTOS
           ELSE
              ADD 1 TO WS-QT-VEN-MORTOS
              MOVE ARM-REGISTRO-VENDEDOR TO FOR-REGISTRO-VENDEDOR
              MOVE FOR-CD-EMPRESA
                               TO WS-MRV-CD-EMPRESA(WS-QT-VEN-MORTOS)
              MOVE FOR-CD-VENDEDOR
                               TO WS-MRV-CD-VENDEDOR(WS-QT-VEN-MORTOS)
           END-IF.
           PERFORM 99-LER-MORTO-VENDEDOR.
       112-SAIDA.
           EXIT.
      *
       12-ABRE-FILHOS SECTION.
      *--------------
      * ARQUIVO FILHO AINDA NAO CRIADO NA INSTALACAO FICA DE FORA DA
      * VARREDURA (E SUAS PENDENCIAS NAO SAO ENCERRADAS)
       12.
           PERFORM 121-ZERA-TOTAIS
               VARYING WS-IX-ARQ FROM 1 BY 1 UNTIL WS-IX-ARQ > 7.
           IF WS-MODO-CORRECAO
              OPEN I-O ARQ-CONTATO
           ELSE
              OPEN INPUT ARQ-CONTATO.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-TOT-IN-ABERTO(1).
           IF WS-MODO-CORRECAO
              OPEN I-O ARQ-OCORRENCIA
           ELSE
              OPEN INPUT ARQ-OCORRENCIA.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-TOT-IN-ABERTO(2).
           IF WS-MODO-CORRECAO
              OPEN I-O ARQ-CONTRATO
           ELSE
              OPEN INPUT ARQ-CONTRATO.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-TOT-IN-ABERTO(3).
           IF WS-MODO-CORRECAO
              OPEN I-O ARQ-RECEBER
           ELSE
              OPEN INPUT ARQ-RECEBER.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-TOT-IN-ABERTO(4).
           IF WS-MODO-CORRECAO
              OPEN I-O ARQ-VENDADET
           ELSE
              OPEN INPUT ARQ-VENDADET.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-TOT-IN-ABERTO(5).
           IF WS-MODO-CORRECAO
              OPEN I-O ARQ-EXCLUSAO
           ELSE
              OPEN INPUT ARQ-EXCLUSAO.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-TOT-IN-ABERTO(6).
           OPEN INPUT ARQ-AUSENCIA.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-TOT-IN-ABERTO(7).
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       12-SAIDA.
           EXIT.
      *
       121-ZERA-TOTAIS SECTION.
       121.
           MOVE "N"   TO WS-TOT-IN-ABERTO(WS-IX-ARQ).
           MOVE ZEROS TO WS-TOT-QT-LIDOS(WS-IX-ARQ)
                         WS-TOT-QT-CORRIGIDOS(WS-IX-ARQ)
                         WS-TOT-QT-CORRIGIVEIS(WS-IX-ARQ)
                         WS-TOT-QT-PENDENCIAS(WS-IX-ARQ)
                         WS-TOT-QT-INFORMATIVOS(WS-IX-ARQ).
       121-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           IF NOT WS-FIM-ARQUIVO
              IF LK-MODO-INTERATIVO
                 MOVE "Varrendo os Arquivos Filhos..." TO WS-MENSAGEM
                 DISPLAY SST-MENSAGEM
              END-IF
              SORT ARQ-SORT ON ASCENDING KEY SOR-NR-ARQUIVO
                                             SOR-CD-MOTIVO
                                             SOR-CD-EMPRESA
                                             SOR-CHAVE-FILHO
                   INPUT  PROCEDURE IS 21-VARRE-ARQUIVOS
                   OUTPUT PROCEDURE IS 22-IMPRIME-ORFAOS
              PERFORM 23-ENCERRA-PENDENCIAS
              PERFORM 24-IMPRIME-TOTAIS
           END-IF.
       2-SAIDA.
           EXIT.
      *
       21-VARRE-ARQUIVOS SECTION.
      *-----------------
       21.
           IF WS-TOT-ARQ-ABERTO(1)
              PERFORM 211-VARRE-CONTATOS.
           IF WS-TOT-ARQ-ABERTO(2)
              PERFORM 212-VARRE-OCORRENCIAS.
           IF WS-TOT-ARQ-ABERTO(3)
              PERFORM 213-VARRE-CONTRATOS.
           IF WS-TOT-ARQ-ABERTO(4)
              PERFORM 214-VARRE-RECEBER.
           IF WS-TOT-ARQ-ABERTO(5)
              PERFORM 215-VARRE-VENDADET.
           IF WS-TOT-ARQ-ABERTO(6)
              PERFORM 216-VARRE-EXCLUSOES.
           IF WS-TOT-ARQ-ABERTO(7)
              PERFORM 217-VARRE-AUSENCIAS.
       21-SAIDA.
           EXIT.
      *
       211-VARRE-CONTATOS SECTION.
       211.
           MOVE 1 TO WS-NR-ARQUIVO.
           MOVE ZEROS TO CON-CHAVE-CONTATO
                         WS-QT-RELER
                         WS-ESTADO-ARQUIVO.
           MOVE SPACE TO WS-FINAL-FILHO.
           START ARQ-CONTATO KEY NOT LESS CON-CHAVE-CONTATO
               INVALID KEY MOVE "F" TO WS-FINAL-FILHO.
           PERFORM 2111-CONFERE-UM-CONTATO
               UNTIL WS-FIM-FILHO.
           SUBTRACT WS-QT-RELER FROM WS-TOT-QT-LIDOS(1).
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       211-SAIDA.
           EXIT.
      *
       2111-CONFERE-UM-CONTATO SECTION.
       2111.
           READ ARQ-CONTATO NEXT
               AT END MOVE "F" TO WS-FINAL-FILHO.
           IF NOT WS-FIM-FILHO
              ADD 1 TO WS-TOT-QT-LIDOS(1)
              PERFORM 99-CHAVE-CONTATO
              MOVE CON-CD-EMPRESA TO WS-REF-CD-EMPRESA
              MOVE CON-CD-CLIENTE TO WS-REF-CD-CODIGO
              PERFORM 99-AVALIA-CLIENTE
              MOVE "N" TO WS-IND-CORRIGIDO
              IF WS-MOT-CLIENTE-UNIFICADO AND WS-MODO-CORRECAO
                 PERFORM 99-REAPONTA-CONTATO
              END-IF
              IF NOT WS-REFERENCIA-OK
                 PERFORM 99-REGISTRA-ORFAO
              END-IF
           END-IF.
       2111-SAIDA.
           EXIT.
      *
       212-VARRE-OCORRENCIAS SECTION.
       212.
           MOVE 2 TO WS-NR-ARQUIVO.
           MOVE ZEROS TO OCO-CHAVE-OCORRENCIA
                         WS-QT-RELER
                         WS-ESTADO-ARQUIVO.
           MOVE SPACE TO WS-FINAL-FILHO.
           START ARQ-OCORRENCIA KEY NOT LESS OCO-CHAVE-OCORRENCIA
               INVALID KEY MOVE "F" TO WS-FINAL-FILHO.
           PERFORM 2121-CONFERE-UMA-OCORRENCIA
               UNTIL WS-FIM-FILHO.
           SUBTRACT WS-QT-RELER FROM WS-TOT-QT-LIDOS(2).
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       212-SAIDA.
           EXIT.
      *
       2121-CONFERE-UMA-OCORRENCIA SECTION.
       2121.
           READ ARQ-OCORRENCIA NEXT
               AT END MOVE "F" TO WS-FINAL-FILHO.
           IF NOT WS-FIM-FILHO
              ADD 1 TO WS-TOT-QT-LIDOS(2)
              PERFORM 99-CHAVE-OCORRENCIA
              MOVE OCO-CD-EMPRESA TO WS-REF-CD-EMPRESA
              MOVE OCO-CD-CLIENTE TO WS-REF-CD-CODIGO
              PERFORM 99-AVALIA-CLIENTE
              MOVE "N" TO WS-IND-CORRIGIDO
              IF WS-MOT-CLIENTE-UNIFICADO AND WS-MODO-CORRECAO
                 PERFORM 99-REAPONTA-OCORRENCIA
              END-IF
              IF NOT WS-REFERENCIA-OK
                 PERFORM 99-REGISTRA-ORFAO
              END-IF
           END-IF.
       2121-SAIDA.
           EXIT.
      *
       213-VARRE-CONTRATOS SECTION.
       213.
           MOVE 3 TO WS-NR-ARQUIVO.
           MOVE ZEROS TO CTR-CHAVE-CONTRATO
                         WS-QT-RELER
                         WS-ESTADO-ARQUIVO.
           MOVE SPACE TO WS-FINAL-FILHO.
           START ARQ-CONTRATO KEY NOT LESS CTR-CHAVE-CONTRATO
               INVALID KEY MOVE "F" TO WS-FINAL-FILHO.
           PERFORM 2131-CONFERE-UM-CONTRATO
               UNTIL WS-FIM-FILHO.
           SUBTRACT WS-QT-RELER FROM WS-TOT-QT-LIDOS(3).
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       213-SAIDA.
           EXIT.
      *
      * CONTRATO APONTA O CLIENTE (CHAVE) E O VENDEDOR RESPONSAVEL;
      * O RE-APONTADO PARA CHAVE ADIANTE SERA LIDO DE NOVO NA
      * VARREDURA E SO ENTAO TEM O VENDEDOR CONFERIDO
       2131-CONFERE-UM-CONTRATO SECTION.
       2131.
           READ ARQ-CONTRATO NEXT
               AT END MOVE "F" TO WS-FINAL-FILHO.
           IF NOT WS-FIM-FILHO
              ADD 1 TO WS-TOT-QT-LIDOS(3)
              PERFORM 99-CHAVE-CONTRATO
              MOVE CTR-CD-EMPRESA TO WS-REF-CD-EMPRESA
              MOVE CTR-CD-CLIENTE TO WS-REF-CD-CODIGO
              PERFORM 99-AVALIA-CLIENTE
              MOVE "N" TO WS-IND-CORRIGIDO
              IF WS-MOT-CLIENTE-UNIFICADO AND WS-MODO-CORRECAO
                 PERFORM 99-REAPONTA-CONTRATO
              END-IF
              IF NOT WS-REFERENCIA-OK
                 PERFORM 99-REGISTRA-ORFAO
              END-IF
              PERFORM 99-CHAVE-CONTRATO
              IF NOT WS-REGISTRO-CORRIGIDO
              OR WS-CHAVE-FILHO LESS WS-REG-ANTES(1:16)
                 MOVE CTR-CD-EMPRESA  TO WS-REF-CD-EMPRESA
                 MOVE CTR-CD-VENDEDOR TO WS-REF-CD-CODIGO
                 PERFORM 99-AVALIA-VENDEDOR
                 IF NOT WS-REFERENCIA-OK
                    PERFORM 99-REGISTRA-ORFAO
                 END-IF
              END-IF
           END-IF.
       2131-SAIDA.
           EXIT.
      *
       214-VARRE-RECEBER SECTION.
       214.
           MOVE 4 TO WS-NR-ARQUIVO.
           MOVE ZEROS TO REC-CHAVE-RECEBER
                         WS-QT-RELER
                         WS-ESTADO-ARQUIVO.
           MOVE SPACE TO WS-FINAL-FILHO.
           START ARQ-RECEBER KEY NOT LESS REC-CHAVE-RECEBER
               INVALID KEY MOVE "F" TO WS-FINAL-FILHO.
           PERFORM 2141-CONFERE-UM-TITULO
               UNTIL WS-FIM-FILHO.
           SUBTRACT WS-QT-RELER FROM WS-TOT-QT-LIDOS(4).
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       214-SAIDA.
           EXIT.
      *
       2141-CONFERE-UM-TITULO SECTION.
       2141.
           READ ARQ-RECEBER NEXT
               AT END MOVE "F" TO WS-FINAL-FILHO.
           IF NOT WS-FIM-FILHO
              ADD 1 TO WS-TOT-QT-LIDOS(4)
              PERFORM 99-CHAVE-RECEBER
              MOVE REC-CD-EMPRESA TO WS-REF-CD-EMPRESA
              MOVE REC-CD-CLIENTE TO WS-REF-CD-CODIGO
              PERFORM 99-AVALIA-CLIENTE
              MOVE "N" TO WS-IND-CORRIGIDO
              IF WS-MOT-CLIENTE-UNIFICADO AND WS-MODO-CORRECAO
                 PERFORM 99-REAPONTA-RECEBER
              END-IF
              IF NOT WS-REFERENCIA-OK
                 PERFORM 99-REGISTRA-ORFAO
              END-IF
           END-IF.
       2141-SAIDA.
           EXIT.
      *
       215-VARRE-VENDADET SECTION.
       215.
           MOVE 5 TO WS-NR-ARQUIVO.
           MOVE ZEROS TO VDD-CHAVE-VENDA-DET
                         WS-QT-RELER
                         WS-ESTADO-ARQUIVO.
           MOVE SPACE TO WS-FINAL-FILHO.
           START ARQ-VENDADET KEY NOT LESS VDD-CHAVE-VENDA-DET
               INVALID KEY MOVE "F" TO WS-FINAL-FILHO.
           PERFORM 2151-CONFERE-UM-DETALHE
               UNTIL WS-FIM-FILHO.
           SUBTRACT WS-QT-RELER FROM WS-TOT-QT-LIDOS(5).
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       215-SAIDA.
           EXIT.
      *
      * VENDA SEM VENDEDOR (ZERO) NAO E ORFA - SO O VENDEDOR
      * INFORMADO E CONFERIDO
       2151-CONFERE-UM-DETALHE SECTION.
       2151.
           READ ARQ-VENDADET NEXT
               AT END MOVE "F" TO WS-FINAL-FILHO.
           IF NOT WS-FIM-FILHO
              ADD 1 TO WS-TOT-QT-LIDOS(5)
              PERFORM 99-CHAVE-VENDADET
              MOVE VDD-CD-EMPRESA TO WS-REF-CD-EMPRESA
              MOVE VDD-CD-CLIENTE TO WS-REF-CD-CODIGO
              PERFORM 99-AVALIA-CLIENTE
              MOVE "N" TO WS-IND-CORRIGIDO
              IF WS-MOT-CLIENTE-UNIFICADO AND WS-MODO-CORRECAO
                 PERFORM 99-REAPONTA-VENDADET
              END-IF
              IF NOT WS-REFERENCIA-OK
                 PERFORM 99-REGISTRA-ORFAO
              END-IF
              PERFORM 99-CHAVE-VENDADET
              IF NOT WS-REGISTRO-CORRIGIDO
              OR WS-CHAVE-FILHO LESS WS-REG-ANTES(1:26)
                 MOVE VDD-CD-EMPRESA  TO WS-REF-CD-EMPRESA
                 MOVE VDD-CD-VENDEDOR TO WS-REF-CD-CODIGO
                 PERFORM 99-AVALIA-VENDEDOR
                 IF NOT WS-REFERENCIA-OK
                    PERFORM 99-REGISTRA-ORFAO
                 END-IF
              END-IF
           END-IF.
       2151-SAIDA.
           EXIT.
      *
       216-VARRE-EXCLUSOES SECTION.
       216.
           MOVE 6 TO WS-NR-ARQUIVO.
           MOVE ZEROS TO XCL-CHAVE-EXCLUSAO
                         WS-QT-RELER
                         WS-ESTADO-ARQUIVO.
           MOVE SPACE TO WS-FINAL-FILHO.
           START ARQ-EXCLUSAO KEY NOT LESS XCL-CHAVE-EXCLUSAO
               INVALID KEY MOVE "F" TO WS-FINAL-FILHO.
           PERFORM 2161-CONFERE-UM-PAR
               UNTIL WS-FIM-FILHO.
           SUBTRACT WS-QT-RELER FROM WS-TOT-QT-LIDOS(6).
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       216-SAIDA.
           EXIT.
      *
       2161-CONFERE-UM-PAR SECTION.
       2161.
           READ ARQ-EXCLUSAO NEXT
               AT END MOVE "F" TO WS-FINAL-FILHO.
           IF NOT WS-FIM-FILHO
              ADD 1 TO WS-TOT-QT-LIDOS(6)
              PERFORM 99-CHAVE-EXCLUSAO
              MOVE XCL-CD-EMPRESA TO WS-REF-CD-EMPRESA
              MOVE XCL-CD-CLIENTE TO WS-REF-CD-CODIGO
              PERFORM 99-AVALIA-CLIENTE
              MOVE "N" TO WS-IND-CORRIGIDO
              IF WS-MOT-CLIENTE-UNIFICADO AND WS-MODO-CORRECAO
                 PERFORM 99-REAPONTA-EXCLUSAO
              END-IF
              IF NOT WS-REFERENCIA-OK
                 PERFORM 99-REGISTRA-ORFAO
              END-IF
              PERFORM 99-CHAVE-EXCLUSAO
              IF NOT WS-REGISTRO-CORRIGIDO
              OR WS-CHAVE-FILHO LESS WS-REG-ANTES(1:16)
                 MOVE XCL-CD-EMPRESA  TO WS-REF-CD-EMPRESA
                 MOVE XCL-CD-VENDEDOR TO WS-REF-CD-CODIGO
                 PERFORM 99-AVALIA-VENDEDOR
                 IF NOT WS-REFERENCIA-OK
                    PERFORM 99-REGISTRA-ORFAO
                 END-IF
              END-IF
           END-IF.
       2161-SAIDA.
           EXIT.
      *
       217-VARRE-AUSENCIAS SECTION.
       217.
           MOVE 7 TO WS-NR-ARQUIVO.
           MOVE ZEROS TO AUS-CHAVE-AUSENCIA
                         WS-ESTADO-ARQUIVO.
           MOVE SPACE TO WS-FINAL-FILHO.
           START ARQ-AUSENCIA KEY NOT LESS AUS-CHAVE-AUSENCIA
               INVALID KEY MOVE "F" TO WS-FINAL-FILHO.
           PERFORM 2171-CONFERE-UMA-AUSENCIA
               UNTIL WS-FIM-FILHO.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       217-SAIDA.
           EXIT.
      *
      * AUSENCIA NAO TEM CLIENTE: CONFERE O VENDEDOR AUSENTE E O DE
      * COBERTURA (ZERO = SEM COBERTURA). VENDEDOR NAO TEM SUCESSOR,
      * ENTAO NADA AQUI E CORRIGIDO AUTOMATICAMENTE
       2171-CONFERE-UMA-AUSENCIA SECTION.
       2171.
           READ ARQ-AUSENCIA NEXT
               AT END MOVE "F" TO WS-FINAL-FILHO.
           IF NOT WS-FIM-FILHO
              ADD 1 TO WS-TOT-QT-LIDOS(7)
              PERFORM 99-CHAVE-AUSENCIA
              MOVE "N" TO WS-IND-CORRIGIDO
              MOVE AUS-CD-EMPRESA  TO WS-REF-CD-EMPRESA
              MOVE AUS-CD-VENDEDOR TO WS-REF-CD-CODIGO
              PERFORM 99-AVALIA-VENDEDOR
              IF NOT WS-REFERENCIA-OK
                 PERFORM 99-REGISTRA-ORFAO
              END-IF
              MOVE AUS-CD-COBERTURA TO WS-REF-CD-CODIGO
              PERFORM 99-AVALIA-VENDEDOR
              IF WS-CD-MOTIVO EQUAL 11
                 MOVE 13 TO WS-CD-MOTIVO
              END-IF
              IF NOT WS-REFERENCIA-OK
                 PERFORM 99-REGISTRA-ORFAO
              END-IF
           END-IF.
       2171-SAIDA.
           EXIT.
      *
       22-IMPRIME-ORFAOS SECTION.
      *-----------------
       22.
           MOVE SPACE TO WS-FINAL-SORT.
           MOVE "S"   TO WS-IND-PRIMEIRO.
           PERFORM 221-IMPRIME-UM-ORFAO
               UNTIL WS-FIM-SORT.
           IF NOT WS-PRIMEIRO-REGISTRO
              PERFORM 99-IMPRIME-SUBTOTAL.
           IF WS-NR-PAG EQUAL ZEROS
              PERFORM 99-IMPRIME-CABECALHO
              MOVE "Nenhum registro orfao encontrado." TO WL-DS-TOTAL
              MOVE ZEROS TO WL-QT-TOTAL
              WRITE LINHA FROM LIN-04 BEFORE ADVANCING 1.
       22-SAIDA.
           EXIT.
      *
       221-IMPRIME-UM-ORFAO SECTION.
       221.
           RETURN ARQ-SORT
               AT END MOVE "F" TO WS-FINAL-SORT.
           IF NOT WS-FIM-SORT
              IF NOT WS-PRIMEIRO-REGISTRO
                 IF SOR-NR-ARQUIVO NOT EQUAL WS-NR-ARQUIVO-ANT
                 OR SOR-CD-MOTIVO  NOT EQUAL WS-CD-MOTIVO-ANT
                    PERFORM 99-IMPRIME-SUBTOTAL
                 END-IF
              END-IF
              IF WS-PRIMEIRO-REGISTRO
              OR SOR-NR-ARQUIVO NOT EQUAL WS-NR-ARQUIVO-ANT
              OR SOR-CD-MOTIVO  NOT EQUAL WS-CD-MOTIVO-ANT
                 MOVE SOR-NR-ARQUIVO TO WS-NR-ARQUIVO-ANT
                 MOVE SOR-CD-MOTIVO  TO WS-CD-MOTIVO-ANT
                 MOVE ZEROS TO WS-QT-MOTIVO
              END-IF
              MOVE "N" TO WS-IND-PRIMEIRO
              ADD 1 TO WS-QT-MOTIVO
              MOVE WS-ARQ-DS-ARQUIVO(SOR-NR-ARQUIVO) TO WL-DS-ARQUIVO
              MOVE SOR-CD-EMPRESA    TO WL-CD-EMPRESA
              MOVE SOR-DS-CHAVE      TO WL-DS-CHAVE
              MOVE SOR-CD-REFERENCIA TO WL-CD-REFERENCIA
              MOVE SOR-CD-MOTIVO     TO WS-CD-MOTIVO
              PERFORM 99-DESCREVE-MOTIVO
              MOVE WS-DS-MOTIVO      TO WL-DS-MOTIVO
              MOVE SOR-CD-SUCESSOR   TO WS-CD-ED
              MOVE SPACES            TO WL-DS-ACAO
              IF SOR-TP-ACAO EQUAL "C"
                 STRING "CORRIGIDO P/ " WS-CD-ED DELIMITED BY SIZE
                        INTO WL-DS-ACAO
              END-IF
              IF SOR-TP-ACAO EQUAL "S"
                 STRING "CORRIGIVEL P/ " WS-CD-ED DELIMITED BY SIZE
                        INTO WL-DS-ACAO
              END-IF
              IF SOR-TP-ACAO EQUAL "P"
                 MOVE "PENDENCIA"   TO WL-DS-ACAO
              END-IF
              IF SOR-TP-ACAO EQUAL "I"
                 MOVE "INFORMATIVO" TO WL-DS-ACAO
              END-IF
              PERFORM 99-IMPRIME-LINHA
           END-IF.
       221-SAIDA.
           EXIT.
      *
       23-ENCERRA-PENDENCIAS SECTION.
      *---------------------
      * PENDENCIA DE ARQUIVO VARRIDO QUE NAO APARECEU NESTA
      * VARREDURA FOI RESOLVIDA (CORRIGIDA A MAO OU O REGISTRO SAIU)
       23.
           MOVE LOW-VALUES TO RPD-CHAVE-PENDENCIA.
           MOVE SPACE TO WS-FINAL-PENDENCIA.
           START ARQ-REFPEND KEY NOT LESS RPD-CHAVE-PENDENCIA
               INVALID KEY MOVE "F" TO WS-FINAL-PENDENCIA.
           PERFORM 231-ENCERRA-UMA-PENDENCIA
               UNTIL WS-FIM-PENDENCIA.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       23-SAIDA.
           EXIT.
      *
       231-ENCERRA-UMA-PENDENCIA SECTION.
       231.
           READ ARQ-REFPEND NEXT
               AT END MOVE "F" TO WS-FINAL-PENDENCIA.
           IF NOT WS-FIM-PENDENCIA AND RPD-SIT-PENDENTE
              MOVE ZEROS TO WS-IX-MOT
              PERFORM 2311-LOCALIZA-ARQUIVO
                  VARYING WS-IX-ARQ FROM 1 BY 1 UNTIL WS-IX-ARQ > 7
              IF  WS-IX-MOT GREATER ZEROS
              AND WS-TOT-ARQ-ABERTO(WS-IX-MOT)
              AND RPD-DH-ULTIMA-VARREDURA LESS WS-DH-VARREDURA
                 MOVE "R"        TO RPD-SITUACAO
                 MOVE WS-DT-HOJE TO RPD-DT-RESOLUCAO
                 REWRITE RPD-REGISTRO
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    ADD 1 TO WS-QT-PEND-RESOLVIDAS
                 ELSE
                    MOVE "231-ENCERRA-UMA-PENDENCIA"
                                          TO WS-ERR-NM-PARAGRAFO
                    MOVE WID-ARQ-REFPEND  TO WS-ERR-NM-ARQUIVO
                    MOVE RPD-CHAVE-PENDENCIA TO WS-ERR-DS-CHAVE
                    PERFORM 99-REGISTRA-ERRO
                    ADD 1 TO WS-QT-PEND-ABERTAS
                 END-IF
              ELSE
                 ADD 1 TO WS-QT-PEND-ABERTAS
              END-IF
           END-IF.
       231-SAIDA.
           EXIT.
      *
       2311-LOCALIZA-ARQUIVO SECTION.
       2311.
           IF WS-ARQ-CD-ARQUIVO(WS-IX-ARQ) EQUAL RPD-CD-ARQUIVO
              MOVE WS-IX-ARQ TO WS-IX-MOT.
       2311-SAIDA.
           EXIT.
      *
       24-IMPRIME-TOTAIS SECTION.
      *-----------------
       24.
           MOVE SPACES TO LINHA.
           WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1.
           WRITE LINHA FROM CAB-05 BEFORE ADVANCING 1.
           PERFORM 241-IMPRIME-TOTAL-ARQUIVO
               VARYING WS-IX-ARQ FROM 1 BY 1 UNTIL WS-IX-ARQ > 7.
           MOVE SPACES TO LINHA.
           WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1.
           MOVE "Pendencias novas nesta varredura:" TO WL-DS-TOTAL.
           MOVE WS-QT-PEND-NOVAS TO WL-QT-TOTAL.
           WRITE LINHA FROM LIN-04 BEFORE ADVANCING 1.
           MOVE "Pendencias ja conhecidas, vistas de novo:"
                                               TO WL-DS-TOTAL.
           MOVE WS-QT-PEND-REVISTAS TO WL-QT-TOTAL.
           WRITE LINHA FROM LIN-04 BEFORE ADVANCING 1.
           MOVE "Pendencias resolvidas desde a anterior:"
                                               TO WL-DS-TOTAL.
           MOVE WS-QT-PEND-RESOLVIDAS TO WL-QT-TOTAL.
           WRITE LINHA FROM LIN-04 BEFORE ADVANCING 1.
           MOVE "Pendencias em aberto (GV-REFPEND.DAT):"
                                               TO WL-DS-TOTAL.
           MOVE WS-QT-PEND-ABERTAS TO WL-QT-TOTAL.
           WRITE LINHA FROM LIN-04 BEFORE ADVANCING 1.
           MOVE "Clientes / vendedores arquivados lidos:"
                                               TO WL-DS-TOTAL.
           COMPUTE WL-QT-TOTAL = WS-QT-CLI-MORTOS + WS-QT-VEN-MORTOS.
           WRITE LINHA FROM LIN-04 BEFORE ADVANCING 1.
           IF WS-EXCEDEU-MORTOS
              MOVE SPACES TO LINHA
              MOVE "  ATENCAO: ARQUIVO MORTO MAIOR QUE A TABELA"
                TO LINHA
              WRITE LINHA BEFORE ADVANCING 1.
           MOVE WS-QT-PEND-NOVAS TO WS-QT-ED1.
           MOVE WS-QT-PEND-ABERTAS TO WS-QT-ED2.
           MOVE SPACES TO WS-MENSAGEM.
           STRING "Varredura no Spool. Novas: " DELIMITED BY SIZE
                  WS-QT-ED1                     DELIMITED BY SIZE
                  "  Em Aberto: "               DELIMITED BY SIZE
                  WS-QT-ED2                     DELIMITED BY SIZE
                  INTO WS-MENSAGEM.
           PERFORM 99-MENSAGEM.
       24-SAIDA.
           EXIT.
      *
       241-IMPRIME-TOTAL-ARQUIVO SECTION.
       241.
           MOVE WS-ARQ-DS-ARQUIVO(WS-IX-ARQ)      TO WL-DS-ARQ-TOT.
           MOVE WS-TOT-QT-LIDOS(WS-IX-ARQ)        TO WL-QT-LIDOS.
           MOVE WS-TOT-QT-CORRIGIDOS(WS-IX-ARQ)   TO WL-QT-CORRIGIDOS.
           MOVE WS-TOT-QT-CORRIGIVEIS(WS-IX-ARQ)  TO WL-QT-CORRIGIVEIS.
           MOVE WS-TOT-QT-PENDENCIAS(WS-IX-ARQ)   TO WL-QT-PENDENCIAS.
           MOVE WS-TOT-QT-INFORMATIVOS(WS-IX-ARQ)
                                               TO WL-QT-INFORMATIVOS.
           IF WS-TOT-ARQ-ABERTO(WS-IX-ARQ)
              WRITE LINHA FROM LIN-03 BEFORE ADVANCING 1
           ELSE
              MOVE SPACES TO LINHA
              STRING "  " WS-ARQ-DS-ARQUIVO(WS-IX-ARQ)
                     " ARQUIVO AUSENTE - NAO VARRIDO"
                     DELIMITED BY SIZE INTO LINHA
              WRITE LINHA BEFORE ADVANCING 1.
       241-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           IF WS-FIM-ARQUIVO
              GO TO 3-SAIDA.
           CLOSE ARQ-CLIENTE.
           CLOSE ARQ-VENDEDOR.
           CLOSE ARQ-REFPEND.
           IF WS-TOT-ARQ-ABERTO(1)
              CLOSE ARQ-CONTATO.
           IF WS-TOT-ARQ-ABERTO(2)
              CLOSE ARQ-OCORRENCIA.
           IF WS-TOT-ARQ-ABERTO(3)
              CLOSE ARQ-CONTRATO.
           IF WS-TOT-ARQ-ABERTO(4)
              CLOSE ARQ-RECEBER.
           IF WS-TOT-ARQ-ABERTO(5)
              CLOSE ARQ-VENDADET.
           IF WS-TOT-ARQ-ABERTO(6)
              CLOSE ARQ-EXCLUSAO.
           IF WS-TOT-ARQ-ABERTO(7)
              CLOSE ARQ-AUSENCIA.
           IF WS-MODO-CORRECAO
              CLOSE ARQ-AUDITORIA.
           CLOSE RELATO.
       3-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
      *
       99-LER-MORTO-CLIENTE.
           READ ARQ-MORTO-CLIENTE
               AT END MOVE "F" TO WS-FINAL-MORTO.
      *
       99-LER-MORTO-VENDEDOR.
           READ ARQ-MORTO-VENDEDOR
               AT END MOVE "F" TO WS-FINAL-MORTO.
      *
      * CHAVE COMO GRAVADA E CHAVE EDITADA DE CADA ARQUIVO FILHO
       99-CHAVE-CONTATO.
           MOVE CON-CHAVE-CONTATO TO WS-CHAVE-FILHO
           MOVE SPACES TO WS-DS-CHAVE
           STRING CON-CD-CLIENTE " " CON-DT-CONTATO " " CON-HR-CONTATO
                  DELIMITED BY SIZE INTO WS-DS-CHAVE.
      *
       99-CHAVE-OCORRENCIA.
           MOVE OCO-CHAVE-OCORRENCIA TO WS-CHAVE-FILHO
           MOVE SPACES TO WS-DS-CHAVE
           STRING OCO-CD-CLIENTE " OCORR. " OCO-NR-OCORRENCIA
                  DELIMITED BY SIZE INTO WS-DS-CHAVE.
      *
       99-CHAVE-CONTRATO.
           MOVE CTR-CHAVE-CONTRATO TO WS-CHAVE-FILHO
           MOVE SPACES TO WS-DS-CHAVE
           STRING CTR-CD-CLIENTE " CONTR. " CTR-NR-CONTRATO
                  DELIMITED BY SIZE INTO WS-DS-CHAVE.
      *
       99-CHAVE-RECEBER.
           MOVE REC-CHAVE-RECEBER TO WS-CHAVE-FILHO
           MOVE SPACES TO WS-DS-CHAVE
           STRING REC-CD-CLIENTE " DOC. " REC-NR-DOCUMENTO
                  DELIMITED BY SIZE INTO WS-DS-CHAVE.
      *
       99-CHAVE-VENDADET.
           MOVE VDD-CHAVE-VENDA-DET TO WS-CHAVE-FILHO
           MOVE SPACES TO WS-DS-CHAVE
           STRING VDD-CD-CLIENTE " " VDD-DT-VENDA " " VDD-NR-DOCUMENTO
                  DELIMITED BY SIZE INTO WS-DS-CHAVE.
      *
       99-CHAVE-EXCLUSAO.
           MOVE XCL-CHAVE-EXCLUSAO TO WS-CHAVE-FILHO
           MOVE SPACES TO WS-DS-CHAVE
           STRING XCL-CD-CLIENTE " X VEND. " XCL-CD-VENDEDOR
                  DELIMITED BY SIZE INTO WS-DS-CHAVE.
      *
       99-CHAVE-AUSENCIA.
           MOVE AUS-CHAVE-AUSENCIA TO WS-CHAVE-FILHO
           MOVE SPACES TO WS-DS-CHAVE
           STRING "VEND. " AUS-CD-VENDEDOR " DESDE " AUS-DT-INICIO
                  DELIMITED BY SIZE INTO WS-DS-CHAVE.
      *
      * CONFERE O CLIENTE WS-REF-CD-EMPRESA/WS-REF-CD-CODIGO:
      * 00 EXISTE SEM SUCESSOR; 01 INEXISTENTE; 02 TEM SUCESSOR
      * FINAL NA MESMA EMPRESA (EM WS-CD-SUCESSOR); 03 SUCESSOR NAO
      * LOCALIZADO NA EMPRESA (TRANSFERIDO, ARQUIVADO SEM SUCESSOR
      * OU CADEIA CIRCULAR); 05 ARQUIVADO SEM SUCESSOR
       99-AVALIA-CLIENTE.
           IF  WS-REF-CD-EMPRESA EQUAL WS-ULT-CLI-EMPRESA
           AND WS-REF-CD-CODIGO  EQUAL WS-ULT-CLI-CODIGO
              MOVE WS-ULT-CLI-MOTIVO   TO WS-CD-MOTIVO
              MOVE WS-ULT-CLI-SUCESSOR TO WS-CD-SUCESSOR
           ELSE
              MOVE ZEROS TO WS-CD-MOTIVO
                            WS-CD-SUCESSOR
              MOVE WS-REF-CD-EMPRESA TO CLI-CD-EMPRESA
              MOVE WS-REF-CD-CODIGO  TO CLI-CD-CLIENTE
              READ ARQ-CLIENTE
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE CLI-CD-CLIENTE-SUCESSOR TO WS-CD-SUCESSOR
              ELSE
                 PERFORM 991-PROCURA-CLIENTE-MORTO
                 IF WS-ACHOU-MORTO
                    MOVE WS-CD-SUCESSOR-MORTO TO WS-CD-SUCESSOR
                    IF WS-CD-SUCESSOR EQUAL ZEROS
                       MOVE 05 TO WS-CD-MOTIVO
                    END-IF
                 ELSE
                    MOVE 01 TO WS-CD-MOTIVO
                 END-IF
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
              IF WS-REFERENCIA-OK AND WS-CD-SUCESSOR NOT EQUAL ZEROS
                 MOVE ZEROS TO WS-QT-SALTOS
                 MOVE "N"   TO WS-IND-FIM-CADEIA
                 PERFORM 992-SEGUE-SUCESSOR
                     UNTIL WS-FIM-CADEIA
              END-IF
              MOVE WS-REF-CD-EMPRESA TO WS-ULT-CLI-EMPRESA
              MOVE WS-REF-CD-CODIGO  TO WS-ULT-CLI-CODIGO
              MOVE WS-CD-MOTIVO      TO WS-ULT-CLI-MOTIVO
              MOVE WS-CD-SUCESSOR    TO WS-ULT-CLI-SUCESSOR
           END-IF.
      *
       991-PROCURA-CLIENTE-MORTO.
           MOVE "N"   TO WS-IND-ACHOU-MORTO
           MOVE ZEROS TO WS-CD-SUCESSOR-MORTO
           PERFORM 9911-COMPARA-CLIENTE-MORTO
               VARYING WS-IX-MRT FROM 1 BY 1
               UNTIL WS-IX-MRT > WS-QT-CLI-MORTOS OR WS-ACHOU-MORTO.
      *
       9911-COMPARA-CLIENTE-MORTO.
           IF  WS-MRT-CD-EMPRESA(WS-IX-MRT) EQUAL CLI-CD-EMPRESA
           AND WS-MRT-CD-CLIENTE(WS-IX-MRT) EQUAL CLI-CD-CLIENTE
              MOVE "S" TO WS-IND-ACHOU-MORTO
              MOVE WS-MRT-CD-SUCESSOR(WS-IX-MRT)
                                       TO WS-CD-SUCESSOR-MORTO.
      *
      * UM PASSO NA CADEIA DE SUCESSORES, SEMPRE NA MESMA EMPRESA: O
      * TRANSFERIDO PARA OUTRA EMPRESA (GV-TRANSFEMP) TEM O SUCESSOR
      * NA EMPRESA DESTINO, QUE O CADASTRO NAO GUARDA - FICA PENDENTE
       992-SEGUE-SUCESSOR.
           ADD 1 TO WS-QT-SALTOS
           IF WS-QT-SALTOS GREATER 10
              MOVE 03 TO WS-CD-MOTIVO
              MOVE "S" TO WS-IND-FIM-CADEIA
           ELSE
              MOVE WS-REF-CD-EMPRESA TO CLI-CD-EMPRESA
              MOVE WS-CD-SUCESSOR    TO CLI-CD-CLIENTE
              READ ARQ-CLIENTE
              IF WS-OPERACAO-BEM-SUCEDIDA
                 IF CLI-CD-CLIENTE-SUCESSOR EQUAL ZEROS
                    MOVE 02 TO WS-CD-MOTIVO
                    MOVE "S" TO WS-IND-FIM-CADEIA
                 ELSE
                    MOVE CLI-CD-CLIENTE-SUCESSOR TO WS-CD-SUCESSOR
                 END-IF
              ELSE
                 PERFORM 991-PROCURA-CLIENTE-MORTO
                 IF WS-ACHOU-MORTO
                 AND WS-CD-SUCESSOR-MORTO NOT EQUAL ZEROS
                    MOVE WS-CD-SUCESSOR-MORTO TO WS-CD-SUCESSOR
                 ELSE
                    MOVE 03 TO WS-CD-MOTIVO
                    MOVE "S" TO WS-IND-FIM-CADEIA
                 END-IF
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
      * CONFERE O VENDEDOR WS-REF-CD-EMPRESA/WS-REF-CD-CODIGO (ZERO
      * = NAO ATRIBUIDO): 00 EXISTE; 11 INEXISTENTE; 12 ARQUIVADO
       99-AVALIA-VENDEDOR.
           MOVE ZEROS TO WS-CD-MOTIVO
                         WS-CD-SUCESSOR
           IF WS-REF-CD-CODIGO NOT EQUAL ZEROS
              IF  WS-REF-CD-EMPRESA EQUAL WS-ULT-VEN-EMPRESA
              AND WS-REF-CD-CODIGO  EQUAL WS-ULT-VEN-CODIGO
                 MOVE WS-ULT-VEN-MOTIVO TO WS-CD-MOTIVO
              ELSE
                 MOVE WS-REF-CD-EMPRESA TO FOR-CD-EMPRESA
                 MOVE WS-REF-CD-CODIGO  TO FOR-CD-VENDEDOR
                 READ ARQ-VENDEDOR
                 IF NOT WS-OPERACAO-BEM-SUCEDIDA
                    MOVE 11 TO WS-CD-MOTIVO
                    MOVE "N" TO WS-IND-ACHOU-MORTO
                    PERFORM 993-COMPARA-VENDEDOR-MORTO
                        VARYING WS-IX-MRT FROM 1 BY 1
                        UNTIL WS-IX-MRT > WS-QT-VEN-MORTOS
                           OR WS-ACHOU-MORTO
                 END-IF
                 MOVE "00" TO WS-ESTADO-ARQUIVO
                 MOVE WS-REF-CD-EMPRESA TO WS-ULT-VEN-EMPRESA
                 MOVE WS-REF-CD-CODIGO  TO WS-ULT-VEN-CODIGO
                 MOVE WS-CD-MOTIVO      TO WS-ULT-VEN-MOTIVO
              END-IF
           END-IF.
      *
       993-COMPARA-VENDEDOR-MORTO.
           IF  WS-MRV-CD-EMPRESA(WS-IX-MRT)  EQUAL WS-REF-CD-EMPRESA
           AND WS-MRV-CD-VENDEDOR(WS-IX-MRT) EQUAL WS-REF-CD-CODIGO
              MOVE "S" TO WS-IND-ACHOU-MORTO
              MOVE 12  TO WS-CD-MOTIVO.
      *
      * RE-APONTAMENTO PARA O SUCESSOR: GRAVA O REGISTRO COM A CHAVE
      * NOVA E SO ENTAO EXCLUI O ANTIGO. CHAVE JA OCUPADA NO
      * SUCESSOR NAO E SOBREPOSTA (MOTIVO 04); FALHA NA EXCLUSAO
      * DESFAZ A GRAVACAO (MOTIVO 07). NO FIM O REGISTRO DA AREA E O
      * QUE FICOU NO ARQUIVO
       99-REAPONTA-CONTATO.
           MOVE CON-REGISTRO   TO WS-REG-ANTES
           MOVE WS-CD-SUCESSOR TO CON-CD-CLIENTE
           MOVE CON-REGISTRO   TO WS-REG-DEPOIS
           WRITE CON-REGISTRO
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE WS-REG-ANTES TO CON-REGISTRO
              DELETE ARQ-CONTATO RECORD
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "S" TO WS-IND-CORRIGIDO
                 MOVE WS-REG-DEPOIS TO CON-REGISTRO
              ELSE
                 PERFORM 994-FALHA-EXCLUSAO
                 MOVE WS-REG-DEPOIS TO CON-REGISTRO
                 DELETE ARQ-CONTATO RECORD
                 MOVE WS-REG-ANTES TO CON-REGISTRO
              END-IF
           ELSE
              PERFORM 995-FALHA-GRAVACAO
              MOVE WS-REG-ANTES TO CON-REGISTRO
           END-IF
           PERFORM 996-CONCLUI-REAPONTAMENTO.
      *
       99-REAPONTA-OCORRENCIA.
           MOVE OCO-REGISTRO   TO WS-REG-ANTES
           MOVE WS-CD-SUCESSOR TO OCO-CD-CLIENTE
           MOVE OCO-REGISTRO   TO WS-REG-DEPOIS
           WRITE OCO-REGISTRO
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE WS-REG-ANTES TO OCO-REGISTRO
              DELETE ARQ-OCORRENCIA RECORD
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "S" TO WS-IND-CORRIGIDO
                 MOVE WS-REG-DEPOIS TO OCO-REGISTRO
              ELSE
                 PERFORM 994-FALHA-EXCLUSAO
                 MOVE WS-REG-DEPOIS TO OCO-REGISTRO
                 DELETE ARQ-OCORRENCIA RECORD
                 MOVE WS-REG-ANTES TO OCO-REGISTRO
              END-IF
           ELSE
              PERFORM 995-FALHA-GRAVACAO
              MOVE WS-REG-ANTES TO OCO-REGISTRO
           END-IF
           PERFORM 996-CONCLUI-REAPONTAMENTO.
      *
       99-REAPONTA-CONTRATO.
           MOVE CTR-REGISTRO   TO WS-REG-ANTES
           MOVE WS-CD-SUCESSOR TO CTR-CD-CLIENTE
           MOVE CTR-REGISTRO   TO WS-REG-DEPOIS
           WRITE CTR-REGISTRO
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE WS-REG-ANTES TO CTR-REGISTRO
              DELETE ARQ-CONTRATO RECORD
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "S" TO WS-IND-CORRIGIDO
                 MOVE WS-REG-DEPOIS TO CTR-REGISTRO
              ELSE
                 PERFORM 994-FALHA-EXCLUSAO
                 MOVE WS-REG-DEPOIS TO CTR-REGISTRO
                 DELETE ARQ-CONTRATO RECORD
                 MOVE WS-REG-ANTES TO CTR-REGISTRO
              END-IF
           ELSE
              PERFORM 995-FALHA-GRAVACAO
              MOVE WS-REG-ANTES TO CTR-REGISTRO
           END-IF
           PERFORM 996-CONCLUI-REAPONTAMENTO.
      *
       99-REAPONTA-RECEBER.
           MOVE REC-REGISTRO   TO WS-REG-ANTES
           MOVE WS-CD-SUCESSOR TO REC-CD-CLIENTE
           MOVE REC-REGISTRO   TO WS-REG-DEPOIS
           WRITE REC-REGISTRO
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE WS-REG-ANTES TO REC-REGISTRO
              DELETE ARQ-RECEBER RECORD
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "S" TO WS-IND-CORRIGIDO
                 MOVE WS-REG-DEPOIS TO REC-REGISTRO
              ELSE
                 PERFORM 994-FALHA-EXCLUSAO
                 MOVE WS-REG-DEPOIS TO REC-REGISTRO
                 DELETE ARQ-RECEBER RECORD
                 MOVE WS-REG-ANTES TO REC-REGISTRO
              END-IF
           ELSE
              PERFORM 995-FALHA-GRAVACAO
              MOVE WS-REG-ANTES TO REC-REGISTRO
           END-IF
           PERFORM 996-CONCLUI-REAPONTAMENTO.
      *
       99-REAPONTA-VENDADET.
           MOVE VDD-REGISTRO-VENDA-DET TO WS-REG-ANTES
           MOVE WS-CD-SUCESSOR TO VDD-CD-CLIENTE
           MOVE VDD-REGISTRO-VENDA-DET TO WS-REG-DEPOIS
           WRITE VDD-REGISTRO-VENDA-DET
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE WS-REG-ANTES TO VDD-REGISTRO-VENDA-DET
              DELETE ARQ-VENDADET RECORD
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "S" TO WS-IND-CORRIGIDO
                 MOVE WS-REG-DEPOIS TO VDD-REGISTRO-VENDA-DET
              ELSE
                 PERFORM 994-FALHA-EXCLUSAO
                 MOVE WS-REG-DEPOIS TO VDD-REGISTRO-VENDA-DET
                 DELETE ARQ-VENDADET RECORD
                 MOVE WS-REG-ANTES TO VDD-REGISTRO-VENDA-DET
              END-IF
           ELSE
              PERFORM 995-FALHA-GRAVACAO
              MOVE WS-REG-ANTES TO VDD-REGISTRO-VENDA-DET
           END-IF
           PERFORM 996-CONCLUI-REAPONTAMENTO.
      *
       99-REAPONTA-EXCLUSAO.
           MOVE XCL-REGISTRO-EXCLUSAO TO WS-REG-ANTES
           MOVE WS-CD-SUCESSOR TO XCL-CD-CLIENTE
           MOVE XCL-REGISTRO-EXCLUSAO TO WS-REG-DEPOIS
           WRITE XCL-REGISTRO-EXCLUSAO
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE WS-REG-ANTES TO XCL-REGISTRO-EXCLUSAO
              DELETE ARQ-EXCLUSAO RECORD
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "S" TO WS-IND-CORRIGIDO
                 MOVE WS-REG-DEPOIS TO XCL-REGISTRO-EXCLUSAO
              ELSE
                 PERFORM 994-FALHA-EXCLUSAO
                 MOVE WS-REG-DEPOIS TO XCL-REGISTRO-EXCLUSAO
                 DELETE ARQ-EXCLUSAO RECORD
                 MOVE WS-REG-ANTES TO XCL-REGISTRO-EXCLUSAO
              END-IF
           ELSE
              PERFORM 995-FALHA-GRAVACAO
              MOVE WS-REG-ANTES TO XCL-REGISTRO-EXCLUSAO
           END-IF
           PERFORM 996-CONCLUI-REAPONTAMENTO.
      *
       994-FALHA-EXCLUSAO.
           MOVE "99-REAPONTA (DELETE)" TO WS-ERR-NM-PARAGRAFO
           MOVE WS-ARQ-DS-ARQUIVO(WS-NR-ARQUIVO) TO WS-ERR-NM-ARQUIVO
           MOVE WS-CHAVE-FILHO TO WS-ERR-DS-CHAVE
           PERFORM 99-REGISTRA-ERRO
           MOVE 07 TO WS-CD-MOTIVO.
      *
       995-FALHA-GRAVACAO.
           IF WS-CHAVE-DUPLICADA
              MOVE 04 TO WS-CD-MOTIVO
           ELSE
              MOVE "99-REAPONTA (WRITE)" TO WS-ERR-NM-PARAGRAFO
              MOVE WS-ARQ-DS-ARQUIVO(WS-NR-ARQUIVO)
                                       TO WS-ERR-NM-ARQUIVO
              MOVE WS-CHAVE-FILHO TO WS-ERR-DS-CHAVE
              PERFORM 99-REGISTRA-ERRO
              MOVE 07 TO WS-CD-MOTIVO.
      *
      * REGISTRO RE-APONTADO: IMAGENS NA AUDITORIA E, QUANDO A CHAVE
      * NOVA FICOU ADIANTE NA VARREDURA, O REGISTRO SERA LIDO DE
      * NOVO - NAO CONTA DUAS VEZES NOS LIDOS
       996-CONCLUI-REAPONTAMENTO.
           MOVE "00" TO WS-ESTADO-ARQUIVO
           IF WS-REGISTRO-CORRIGIDO
              PERFORM 99-AUDITA-REAPONTAMENTO
              IF WS-REG-DEPOIS GREATER WS-REG-ANTES
                 ADD 1 TO WS-QT-RELER
              END-IF
           END-IF.
      *
       99-AUDITA-REAPONTAMENTO.
           MOVE "R"               TO AUD-TIPO-ENTIDADE
           MOVE "A"               TO AUD-TIPO-OPERACAO
           MOVE "A"               TO AUD-IMAGEM
           MOVE WS-REF-CD-EMPRESA TO AUD-CD-EMPRESA
           MOVE WS-REF-CD-CODIGO  TO AUD-CHAVE
           MOVE WS-ARQ-CD-ARQUIVO(WS-NR-ARQUIVO) TO AUD-REF-CD-ARQUIVO
           MOVE WS-REG-ANTES      TO AUD-REF-REGISTRO
           PERFORM 99-GRAVA-AUDITORIA
           MOVE "D"               TO AUD-IMAGEM
           MOVE WS-ARQ-CD-ARQUIVO(WS-NR-ARQUIVO) TO AUD-REF-CD-ARQUIVO
           MOVE WS-REG-DEPOIS     TO AUD-REF-REGISTRO
           PERFORM 99-GRAVA-AUDITORIA.
      *
       99-GRAVA-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE LK-CD-USUARIO TO AUD-CD-USUARIO.
           CALL "GV-AUDSELO" USING AUD-REGISTRO.
           WRITE AUD-REGISTRO.
      *
      * ACHADO DA VARREDURA: CLASSIFICA A ACAO, SOMA NOS TOTAIS DO
      * ARQUIVO, MANDA PARA O RELATORIO E, SE NAO HA CORRECAO
      * SEGURA, PARA AS PENDENCIAS
       99-REGISTRA-ORFAO.
           IF WS-MOT-CLIENTE-UNIFICADO
              IF WS-REGISTRO-CORRIGIDO
                 MOVE "C" TO WS-TP-ACAO
                 ADD 1 TO WS-TOT-QT-CORRIGIDOS(WS-NR-ARQUIVO)
              ELSE
                 MOVE "S" TO WS-TP-ACAO
                 ADD 1 TO WS-TOT-QT-CORRIGIVEIS(WS-NR-ARQUIVO)
              END-IF
           ELSE
              IF WS-MOT-INFORMATIVO
                 MOVE "I" TO WS-TP-ACAO
                 ADD 1 TO WS-TOT-QT-INFORMATIVOS(WS-NR-ARQUIVO)
              ELSE
                 MOVE "P" TO WS-TP-ACAO
                 ADD 1 TO WS-TOT-QT-PENDENCIAS(WS-NR-ARQUIVO)
                 PERFORM 99-GRAVA-PENDENCIA
              END-IF
           END-IF
           MOVE WS-NR-ARQUIVO     TO SOR-NR-ARQUIVO
           MOVE WS-CD-MOTIVO      TO SOR-CD-MOTIVO
           MOVE WS-REF-CD-EMPRESA TO SOR-CD-EMPRESA
           MOVE WS-CHAVE-FILHO    TO SOR-CHAVE-FILHO
           MOVE WS-DS-CHAVE       TO SOR-DS-CHAVE
           MOVE WS-REF-CD-CODIGO  TO SOR-CD-REFERENCIA
           MOVE WS-CD-SUCESSOR    TO SOR-CD-SUCESSOR
           MOVE WS-TP-ACAO        TO SOR-TP-ACAO
           RELEASE REG-SORT.
      *
      * PENDENCIA JA CONHECIDA TEM A ULTIMA VARREDURA ATUALIZADA (E
      * E REABERTA SE TINHA SIDO DADA COMO RESOLVIDA); NOVA E INCLUIDA
       99-GRAVA-PENDENCIA.
           MOVE WS-ARQ-CD-ARQUIVO(WS-NR-ARQUIVO) TO RPD-CD-ARQUIVO
           MOVE WS-CHAVE-FILHO TO RPD-CHAVE-REGISTRO
           MOVE WS-CD-MOTIVO   TO RPD-CD-MOTIVO
           READ ARQ-REFPEND
           IF WS-OPERACAO-BEM-SUCEDIDA
              IF RPD-SIT-RESOLVIDA
                 MOVE WS-DT-HOJE TO RPD-DT-INCLUSAO
                 ADD 1 TO WS-QT-PEND-NOVAS
              ELSE
                 ADD 1 TO WS-QT-PEND-REVISTAS
              END-IF
              PERFORM 997-MONTA-PENDENCIA
              REWRITE RPD-REGISTRO
           ELSE
              MOVE WS-DT-HOJE TO RPD-DT-INCLUSAO
              PERFORM 997-MONTA-PENDENCIA
              WRITE RPD-REGISTRO
              ADD 1 TO WS-QT-PEND-NOVAS
           END-IF
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "99-GRAVA-PENDENCIA" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-REFPEND      TO WS-ERR-NM-ARQUIVO
              MOVE RPD-CHAVE-PENDENCIA  TO WS-ERR-DS-CHAVE
              PERFORM 99-REGISTRA-ERRO
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
       997-MONTA-PENDENCIA.
           MOVE WS-REF-CD-EMPRESA TO RPD-CD-EMPRESA
           MOVE WS-REF-CD-CODIGO  TO RPD-CD-REFERENCIA
           MOVE WS-CD-SUCESSOR    TO RPD-CD-SUCESSOR
           MOVE WS-DH-VARREDURA   TO RPD-DH-ULTIMA-VARREDURA
           MOVE "P"               TO RPD-SITUACAO
           MOVE ZEROS             TO RPD-DT-RESOLUCAO.
      *
       99-DESCREVE-MOTIVO.
           MOVE SPACES TO WS-DS-MOTIVO
           PERFORM 998-COMPARA-MOTIVO
               VARYING WS-IX-MOT FROM 1 BY 1 UNTIL WS-IX-MOT > 9.
      *
       998-COMPARA-MOTIVO.
           IF WS-MOT-CD-MOTIVO(WS-IX-MOT) EQUAL WS-CD-MOTIVO
              MOVE WS-MOT-DS-MOTIVO(WS-IX-MOT) TO WS-DS-MOTIVO.
      *
       99-IMPRIME-LINHA.
           ADD 1 TO WS-NR-LIN.
           IF WS-NR-LIN > 66
              PERFORM 99-IMPRIME-CABECALHO.
           WRITE LINHA FROM LIN-01 BEFORE ADVANCING 1.
      *
       99-IMPRIME-SUBTOTAL.
           MOVE WS-CD-MOTIVO-ANT TO WS-CD-MOTIVO
           PERFORM 99-DESCREVE-MOTIVO
           MOVE WS-DS-MOTIVO TO WL-DS-MOTIVO-SUB
           MOVE WS-QT-MOTIVO TO WL-QT-MOTIVO
           WRITE LINHA FROM LIN-02 BEFORE ADVANCING 2
           ADD 2 TO WS-NR-LIN.
      *
       99-IMPRIME-CABECALHO.
           ADD 1 TO WS-NR-PAG.
           IF WS-NR-PAG > 1
              MOVE SPACES TO LINHA
              WRITE LINHA FROM CAB-03 BEFORE ADVANCING PAGE.
           MOVE WS-NR-PAG TO WL-NR-PAGINA.
           IF WS-MODO-CORRECAO
              MOVE "Execucao com correcao - unificados re-apontados"
                TO WL-DS-MODO
           ELSE
              MOVE "Somente relatorio - nenhum registro foi alterado"
                TO WL-DS-MODO.
           WRITE LINHA FROM CAB-01 BEFORE ADVANCING 1.
           WRITE LINHA FROM CAB-04 BEFORE ADVANCING 1.
           WRITE LINHA FROM CAB-02 BEFORE ADVANCING 1.
           WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1.
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
           MOVE "ARQ-VENDEDOR" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-VENDEDOR
           END-IF
           MOVE "ARQ-RECEBER" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-RECEBER
           END-IF
           MOVE "ARQ-VENDADET" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-VENDADET
           END-IF
           MOVE "ARQ-AUDITORIA" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-AUDITORIA
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
           MOVE "GV-VARREFER" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
