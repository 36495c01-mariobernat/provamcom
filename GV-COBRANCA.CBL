000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-COBRANCA.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Emissao de Cartas de Cobranca por Regua de Atraso
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Varre o contas a receber (GV-RECEBER.CPY) e enquadra
      *     cada titulo vencido em aberto na regua de cobranca pelo
      *     atraso em dias uteis (GV-DIAUTIL): lembrete amigavel,
      *     notificacao formal ou aviso previo de bloqueio (prazos
      *     em GV-CONFIG.PAR, chaves DIAS-COBRANCA-1/2/3, padrao 5,
      *     15 e 25 dias - o aviso vem antes do bloqueio sugerido
      *     por GV-SUGBLOQ). O nivel ja enviado de cada titulo fica
      *     na regua GV-COBRANCA.DAT (GV-COBRANCA.CPY): so sai carta
      *     para o cliente que tem titulo passando para um nivel
      *     acima do registrado, no tom do maior nivel novo, listando
      *     todos os titulos vencidos. Cliente que consentiu contato
      *     por e-mail (CLI-IN-CONSENTE-EMAIL) e tem endereco recebe
      *     a carta na fila de e-mail; os demais, carta impressa no
      *     spool. O vendedor recebe no spool a lista dos clientes
      *     da sua carteira em cobranca, uma quebra de pagina por
      *     vendedor. Roda tambem em lote (GV-AGENDALOTE/GV-LOTE),
      *     respeitando a empresa da rodada particionada.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Cobra o saldo em aberto dos titulos
      *                   (baixas parciais do retorno da
      *                   cobranca); chave alternada do
      *                   documento no contas a receber.
      *     15/Out/2026 - MCB - E-mail devolvido em definitivo pelo
      *                   gateway (GV-EMAILINV.DAT, carga
      *                   GV-CARGAEMAIL) nao recebe a carta na fila
      *                   de e-mail: vai impressa ate o endereco ser
      *                   corrigido.
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
           SELECT ARQ-RECEBER ASSIGN TO DISK WID-ARQ-RECEBER
             organization       is indexed
             access mode        is dynamic
             record key         is REC-CHAVE-RECEBER
             alternate record key is REC-NR-DOCUMENTO
                                with duplicates
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-COBRANCA ASSIGN TO DISK WID-ARQ-COBRANCA
             organization       is indexed
             access mode        is dynamic
             record key         is COB-CHAVE-COBRANCA
             lock mode          is manual
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
           SELECT ARQ-EMAILINV ASSIGN TO DISK WID-ARQ-EMAILINV
             organization       is indexed
             access mode        is dynamic
             record key         is EMI-CHAVE-EMAILINV
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-CORREIO ASSIGN TO DISK WID-ARQ-CORREIO
             organization       is line sequential.
           SELECT ARQ-SORT ASSIGN TO DISK.
           SELECT ARQ-SPOOL-CAT ASSIGN TO DISK WID-ARQ-SPOOL-CAT
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT RELATO   ASSIGN TO DISK.
           SELECT RELVEN   ASSIGN TO DISK.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-CADCLI.CPY.
       COPY GV-RECEBER.CPY.
       COPY GV-COBRANCA.CPY.
       COPY GV-CADVEN.CPY.
       COPY GV-CADEMP.CPY.
       COPY GV-EMAILINV.CPY.
      *
       FD  ARQ-CORREIO
           LABEL RECORD IS STANDARD.
       01  COR-LINHA                   PIC X(200).
      *
      * UM REGISTRO POR CLIENTE COBRADO NA RODADA, PARA A LISTA DO
      * VENDEDOR
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SOR-CD-EMPRESA         PIC 9(002).
           03 SOR-CD-VENDEDOR        PIC 9(007).
           03 SOR-CD-CLIENTE         PIC 9(007).
           03 SOR-DS-RAZAO-SOCIAL    PIC X(040).
           03 SOR-NR-NIVEL           PIC 9(001).
           03 SOR-QT-TITULOS         PIC 9(005).
           03 SOR-QT-MAIOR-ATRASO    PIC 9(005).
           03 SOR-VL-VENCIDO         PIC 9(013)V9(002).
           03 SOR-TP-CANAL           PIC X(001).
      *
      * CARTAS IMPRESSAS - UMA POR PAGINA
       FD  RELATO
           VALUE OF FILE-ID IS WS01-ARQUIVO
           LABEL RECORD IS  OMITTED.
       01  LINHA                       PIC X(080).
      *
      * LISTA DOS CLIENTES EM COBRANCA POR VENDEDOR
       FD  RELVEN
           VALUE OF FILE-ID IS WS02-ARQUIVO
           LABEL RECORD IS  OMITTED.
       01  LINHA-VEN                   PIC X(100).
      *
       COPY GV-SPOOLFD.CPY.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-CLIENTE        PIC X(60) VALUE "GV-CLIENTE.DAT".
           03 WID-ARQ-RECEBER        PIC X(60) VALUE "GV-RECEBER.DAT".
           03 WID-ARQ-COBRANCA       PIC X(60) VALUE "GV-COBRANCA.DAT".
           03 WID-ARQ-VENDEDOR       PIC X(60) VALUE "GV-VENDEDOR.DAT".
           03 WID-ARQ-EMPRESA        PIC X(15) VALUE "GV-EMPRESA.DAT".
           03 WID-ARQ-CORREIO        PIC X(15) VALUE "COBRANCA.MAIL".
           03 WS01-ARQUIVO           PIC X(60) VALUE "IMPRESSAO.IMP".
           03 WS02-ARQUIVO           PIC X(60) VALUE "IMPRESSAO.IMP".
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
           03 WS-RESPOSTA            PIC X(01).
              88 WS-SIM                        VALUE "S" "s".
           03 WS-FINAL-SORT          PIC X(01) VALUE SPACE.
              88 WS-FIM-SORT                   VALUE "F".
           03 WS-IND-ARQ-VENDEDOR    PIC X(01) VALUE "N".
              88 WS-ARQ-VENDEDOR-OK            VALUE "S".
           03 WS-IND-ARQ-EMPRESA     PIC X(01) VALUE "N".
              88 WS-ARQ-EMPRESA-OK             VALUE "S".
           03 WS-IND-CORREIO         PIC X(01) VALUE "N".
              88 WS-CORREIO-ABERTO             VALUE "S".
           03 WS-IND-COBRANCA        PIC X(01) VALUE "N".
              88 WS-COBRANCA-EXISTE            VALUE "S".
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-QT-DIAS-ATRASO      PIC 9(005) VALUE ZEROS.
           03 WS-NR-NIVEL            PIC 9(001) VALUE ZEROS.
           03 WS-VL-CONFIG-NUM       PIC 9(008) VALUE ZEROS.
      *
      * REGUA DE COBRANCA - DIAS UTEIS DE ATRASO QUE DISPARAM CADA
      * NIVEL (OBRIGATORIAMENTE CRESCENTES)
           03 WS-QT-DIAS-LEMBRETE    PIC 9(003) VALUE 5.
           03 WS-QT-DIAS-NOTIFICACAO PIC 9(003) VALUE 15.
           03 WS-QT-DIAS-PRE-BLOQ    PIC 9(003) VALUE 25.
      *
      * TOTAIS DA RODADA
           03 WS-QT-CARTAS           PIC 9(007) VALUE ZEROS.
           03 WS-QT-EMAILS           PIC 9(007) VALUE ZEROS.
           03 WS-QT-TIT-NOVO-NIVEL   PIC 9(007) VALUE ZEROS.
           03 WS-QT-ED1              PIC ZZZZZZ9.
           03 WS-QT-ED2              PIC ZZZZZZ9.
      *
      * ACUMULADOR POR CLIENTE NA VARREDURA DO RECEBER (O ARQUIVO
      * SAI EM ORDEM DE EMPRESA/CLIENTE/DOCUMENTO)
           03 WS-CD-EMPRESA-ANT      PIC 9(002) VALUE ZEROS.
           03 WS-CD-CLIENTE-ANT      PIC 9(007) VALUE ZEROS.
           03 WS-IND-TEM-CLIENTE     PIC X(01) VALUE "N".
              88 WS-TEM-CLIENTE-ABERTO         VALUE "S".
           03 WS-IND-COBRAVEL        PIC X(01) VALUE "N".
              88 WS-CLIENTE-COBRAVEL           VALUE "S".
           03 WS-TP-CANAL            PIC X(01) VALUE "C".
              88 WS-CANAL-EMAIL                VALUE "E".
           03 WS-NR-NIVEL-CARTA      PIC 9(001) VALUE ZEROS.
           03 WS-QT-TIT-VENCIDOS     PIC 9(005) VALUE ZEROS.
           03 WS-QT-MAIOR-ATRASO     PIC 9(005) VALUE ZEROS.
           03 WS-VL-VENCIDO-CLI      PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-QT-TIT-FORA         PIC 9(005) VALUE ZEROS.
      *
      * QUEBRA DA LISTA DO VENDEDOR
           03 WS-CD-EMPRESA-VEN      PIC 9(002) VALUE ZEROS.
           03 WS-CD-VENDEDOR-ANT     PIC 9(007) VALUE ZEROS.
           03 WS-IND-PRIMEIRO        PIC X(01) VALUE "S".
              88 WS-PRIMEIRO-REGISTRO          VALUE "S".
           03 WS-QT-CLI-VENDEDOR     PIC 9(005) VALUE ZEROS.
           03 WS-VL-VENCIDO-VEN      PIC 9(015)V9(002) VALUE ZEROS.
           03 WS-NR-LIN              PIC 9(03) VALUE 99.
           03 WS-NR-PAG              PIC 9(03) VALUE ZEROS.
      *
      * DATAS DA CARTA (AAAAMMDD PARA DD/MM/AAAA)
       01  WS-DT-CONVERSAO           PIC 9(008) VALUE ZEROS.
       01  FILLER REDEFINES WS-DT-CONVERSAO.
           03 WS-DT-CONV-ANO         PIC 9(004).
           03 WS-DT-CONV-MES         PIC 9(002).
           03 WS-DT-CONV-DIA         PIC 9(002).
      *
       01  WS-DT-EDITADA.
           03 WS-DT-ED-DIA           PIC 9(002).
           03 FILLER                 PIC X(001) VALUE "/".
           03 WS-DT-ED-MES           PIC 9(002).
           03 FILLER                 PIC X(001) VALUE "/".
           03 WS-DT-ED-ANO           PIC 9(004).
      *
      * TITULOS VENCIDOS DO CLIENTE EM VARREDURA, PARA O CORPO DA
      * CARTA; ALEM DO LIMITE DA TABELA SO ENTRAM NO TOTAL
       01  WS-TABELA-TITULOS.
           03 WS-QT-TIT-TABELA       PIC 9(003) VALUE ZEROS.
           03 WS-IX-TIT              PIC 9(003) VALUE ZEROS.
           03 WS-TIT-OCORRENCIA OCCURS 30 TIMES.
              05 WS-TIT-NR-DOCUMENTO PIC 9(009).
              05 WS-TIT-DT-VENCIMENTO PIC 9(008).
              05 WS-TIT-QT-DIAS      PIC 9(005).
              05 WS-TIT-VL-TITULO    PIC 9(013)V9(002).
      *
      * TEXTOS DA CARTA POR NIVEL DA REGUA: ASSUNTO E TRES LINHAS
       01  WS-TEXTOS-CARTA.
           03 FILLER PIC X(060) VALUE
              "LEMBRETE DE PAGAMENTO".
           03 FILLER PIC X(060) VALUE
              "Lembramos que os titulos abaixo constam em aberto.".
           03 FILLER PIC X(060) VALUE
              "Se o pagamento ja foi feito, desconsidere este aviso.".
           03 FILLER PIC X(060) VALUE
              "Em caso de duvida, procure o seu representante.".
           03 FILLER PIC X(060) VALUE
              "NOTIFICACAO DE DEBITO EM ATRASO".
           03 FILLER PIC X(060) VALUE
              "Apesar do lembrete enviado, os titulos abaixo continuam".
           03 FILLER PIC X(060) VALUE
              "em aberto. Solicitamos a regularizacao do debito ou o".
           03 FILLER PIC X(060) VALUE
              "contato com o nosso departamento financeiro.".
           03 FILLER PIC X(060) VALUE
              "AVISO PREVIO DE BLOQUEIO DE CREDITO".
           03 FILLER PIC X(060) VALUE
              "Os titulos abaixo seguem em aberto apos os avisos.".
           03 FILLER PIC X(060) VALUE
              "Nao havendo regularizacao, o cadastro sera bloqueado".
           03 FILLER PIC X(060) VALUE
              "para novas vendas, conforme a politica de credito.".
       01  FILLER REDEFINES WS-TEXTOS-CARTA.
           03 WS-TXT-NIVEL OCCURS 3 TIMES.
              05 WS-TXT-ASSUNTO      PIC X(060).
              05 WS-TXT-CORPO        PIC X(060) OCCURS 3 TIMES.
       01  WS-IX-TXT                 PIC 9(001) VALUE ZEROS.
      *
       01  WS-NOMES-NIVEL.
           03 FILLER PIC X(012) VALUE "LEMBRETE".
           03 FILLER PIC X(012) VALUE "NOTIFICACAO".
           03 FILLER PIC X(012) VALUE "PRE-BLOQUEIO".
       01  FILLER REDEFINES WS-NOMES-NIVEL.
           03 WS-NM-NIVEL            PIC X(012) OCCURS 3 TIMES.
      *
      * LAYOUT DA CARTA (IMPRESSA OU NO CORPO DO E-MAIL)
       01  WS-LINHA-CARTA            PIC X(080) VALUE SPACES.
      *
       01  CAR-EMPRESA.
           03 CAR-DS-EMPRESA         PIC X(040).
           03 FILLER                 PIC X(024) VALUE SPACES.
           03 CAR-DT-CARTA           PIC X(010).
           03 FILLER                 PIC X(006) VALUE SPACES.
      *
       01  CAR-DESTINATARIO.
           03 FILLER                 PIC X(002) VALUE "A ".
           03 CAR-DS-RAZAO           PIC X(040).
           03 FILLER                 PIC X(038) VALUE SPACES.
      *
       01  CAR-ENDERECO.
           03 FILLER                 PIC X(002) VALUE SPACES.
           03 CAR-DS-ENDERECO        PIC X(040).
           03 FILLER                 PIC X(038) VALUE SPACES.
      *
       01  CAR-CIDADE.
           03 FILLER                 PIC X(002) VALUE SPACES.
           03 CAR-DS-CIDADE          PIC X(030).
           03 FILLER                 PIC X(003) VALUE " - ".
           03 CAR-SG-UF              PIC X(002).
           03 FILLER                 PIC X(006) VALUE "  CEP ".
           03 CAR-NR-CEP             PIC 99999B999.
           03 FILLER                 PIC X(028) VALUE SPACES.
      *
       01  CAR-REFERENCIA.
           03 FILLER                 PIC X(015) VALUE "Ref.: Cliente ".
           03 CAR-CD-CLIENTE         PIC ZZZZZZ9.
           03 FILLER                 PIC X(003) VALUE " - ".
           03 CAR-DS-ASSUNTO         PIC X(055).
      *
       01  CAR-TEXTO.
           03 FILLER                 PIC X(004) VALUE SPACES.
           03 CAR-DS-TEXTO           PIC X(060).
           03 FILLER                 PIC X(016) VALUE SPACES.
      *
       01  CAR-CAB-TITULOS.
           03 FILLER PIC X(040) VALUE
              "    DOCUMENTO  VENCIMENTO  DIAS ATRASO  ".
           03 FILLER PIC X(040) VALUE
              "                 VALOR                  ".
      *
       01  CAR-TITULO.
           03 FILLER                 PIC X(004) VALUE SPACES.
           03 CAR-NR-DOCUMENTO       PIC ZZZZZZZZ9.
           03 FILLER                 PIC X(002) VALUE SPACES.
           03 CAR-DT-VENCIMENTO      PIC X(010).
           03 FILLER                 PIC X(004) VALUE SPACES.
           03 CAR-QT-DIAS            PIC ZZZZ9.
           03 FILLER                 PIC X(004) VALUE SPACES.
           03 CAR-VL-TITULO          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(024) VALUE SPACES.
      *
       01  CAR-OUTROS-TITULOS.
           03 FILLER                 PIC X(014) VALUE
              "    ... e mais".
           03 CAR-QT-FORA            PIC ZZZZ9.
           03 FILLER                 PIC X(031) VALUE
              " titulo(s) vencido(s) em aberto".
           03 FILLER                 PIC X(030) VALUE SPACES.
      *
       01  CAR-TOTAL.
           03 FILLER                 PIC X(038) VALUE
              "    TOTAL VENCIDO".
           03 CAR-VL-TOTAL           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(024) VALUE SPACES.
      *
      * LAYOUT DA LISTA DE CLIENTES EM COBRANCA POR VENDEDOR
       01  CAB-01.
           02 FILLER            PIC X(20) VALUE SPACES.
           02 FILLER            PIC X(33) VALUE
              "CLIENTES EM COBRANCA - EMISSAO: ".
           02 WL-DT-EMISSAO     PIC X(10).
           02 FILLER            PIC X(29) VALUE SPACES.
           02 FILLER            PIC X(05) VALUE "Pag: ".
           02 WL-NR-PAGINA      PIC 9(03) VALUE ZEROS.
      *
       01  CAB-02.
           03 FILLER            PIC X(11) VALUE "VENDEDOR:  ".
           03 WL-CD-EMPRESA-V   PIC 99.
           03 FILLER            PIC X(01) VALUE "/".
           03 WL-CD-VENDEDOR    PIC ZZZZZZ9.
           03 FILLER            PIC X(03) VALUE " - ".
           03 WL-NM-VENDEDOR    PIC X(040).
           03 FILLER            PIC X(36) VALUE SPACES.
      *
       01  CAB-03.
           03 FILLER    PIC X(09) VALUE "  CLIENTE".
           03 FILLER    PIC X(32) VALUE " RAZAO SOCIAL".
           03 FILLER    PIC X(13) VALUE "NIVEL".
           03 FILLER    PIC X(08) VALUE "TITULOS".
           03 FILLER    PIC X(08) VALUE " ATRASO".
           03 FILLER    PIC X(19) VALUE "      VALOR VENCIDO".
           03 FILLER    PIC X(11) VALUE "  ENVIO".
      *
       01  CAB-04.
           03 FILLER PIC X(100) VALUE IS ALL '='.
      *
       01  LIN-01.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-CD-CLIENTE   PIC ZZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-DS-RAZAO     PIC X(030).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-NM-NIVEL     PIC X(012).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-QT-TITULOS   PIC ZZZZ9.
           03 FILLER          PIC X(03) VALUE SPACES.
           03 WL-QT-ATRASO    PIC ZZZZ9.
           03 FILLER          PIC X(03) VALUE SPACES.
           03 WL-VL-VENCIDO   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-DS-CANAL     PIC X(006).
           03 FILLER          PIC X(04) VALUE SPACES.
      *
       01  LIN-TOTAL.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 FILLER          PIC X(20) VALUE "CLIENTES EM COBRANCA".
           03 FILLER          PIC X(02) VALUE ": ".
           03 WL-QT-CLIENTES  PIC ZZZZ9.
           03 FILLER          PIC X(36) VALUE SPACES.
           03 WL-VL-TOTAL-VEN PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(14) VALUE SPACES.
      *
       01  WS-LINHA-IMPRESSAO PIC X(100) VALUE SPACES.
      *
       COPY GV-DIAUTILWS.CPY.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-EMAILINVWS.CPY.
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
           03 LINE 08 COL 01 BLANK LINE.
           03 LINE 07 COL 01 BLANK LINE.
           03 LINE 06 COL 01 BLANK LINE.
           03 LINE 02 COL 22 VALUE "                             ".
      *
       01  SST-COBRANCA.
           03 LINE 02 COL 22 VALUE "Emissao de Cartas de Cobranca".
      *
       01  SST-REGUA.
           03 LINE 06 COL 07 VALUE
              "Dias Uteis de Atraso p/ Lembrete.........: ".
           03 LINE 06 COL 50 USING WS-QT-DIAS-LEMBRETE.
           03 LINE 07 COL 07 VALUE
              "Dias Uteis de Atraso p/ Notificacao......: ".
           03 LINE 07 COL 50 USING WS-QT-DIAS-NOTIFICACAO.
           03 LINE 08 COL 07 VALUE
              "Dias Uteis de Atraso p/ Aviso de Bloqueio: ".
           03 LINE 08 COL 50 USING WS-QT-DIAS-PRE-BLOQ.
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
       1.
           PERFORM 99-LE-CONFIGURACAO.
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           IF NOT LK-MODO-BATCH
              DISPLAY SST-COBRANCA
              DISPLAY SST-REGUA
              ACCEPT  SST-REGUA.
           IF WS-QT-DIAS-LEMBRETE EQUAL ZEROS
           OR WS-QT-DIAS-NOTIFICACAO NOT GREATER WS-QT-DIAS-LEMBRETE
           OR WS-QT-DIAS-PRE-BLOQ NOT GREATER WS-QT-DIAS-NOTIFICACAO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "E" TO LK-CD-RETORNO
              MOVE "Regua Invalida - os Prazos Devem Ser Crescentes."
                                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           IF  NOT WS-FIM-ARQUIVO
           AND NOT LK-MODO-BATCH
              MOVE "Confirma a Emissao das Cartas de Cobranca (S/N) ?"
                                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              IF NOT WS-SIM
                 MOVE "F" TO WS-FINAL-ARQUIVO.
           IF NOT WS-FIM-ARQUIVO
              PERFORM 11-ABRE-ARQUIVOS.
       1-SAIDA.
           EXIT.
      *
       11-ABRE-ARQUIVOS SECTION.
      * RECEBER, CLIENTES E A REGUA SAO OBRIGATORIOS (A REGUA E
      * CRIADA VAZIA NA PRIMEIRA RODADA); VENDEDOR E EMPRESA SO
      * ENRIQUECEM A LISTA E O CABECALHO DA CARTA
       11.
           OPEN INPUT ARQ-RECEBER.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "E" TO LK-CD-RETORNO
              MOVE "Master de Contas a Receber nao Encontrado."
                                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              OPEN INPUT ARQ-CLIENTE
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "11-ABRE-ARQUIVOS" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 CLOSE ARQ-RECEBER
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "E" TO LK-CD-RETORNO
                 MOVE "Arquivo de Clientes Indisponivel." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 PERFORM 111-ABRE-REGUA.
       11-SAIDA.
           EXIT.
      *
       111-ABRE-REGUA SECTION.
       111.
           OPEN I-O ARQ-COBRANCA.
           IF WS-ESTADO-ARQUIVO EQUAL "35"
              OPEN OUTPUT ARQ-COBRANCA
              CLOSE ARQ-COBRANCA
              OPEN I-O ARQ-COBRANCA.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "111-ABRE-REGUA" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-COBRANCA TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              CLOSE ARQ-RECEBER
              CLOSE ARQ-CLIENTE
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "E" TO LK-CD-RETORNO
              MOVE "Regua de Cobranca (GV-COBRANCA.DAT) em Uso."
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
              PERFORM 99-ABRE-ARQUIVO-EMAILINV.
       111-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           MOVE WS-DT-HOJE TO WS-DT-CONVERSAO.
           PERFORM 99-EDITA-DATA.
           MOVE WS-DT-EDITADA TO WL-DT-EMISSAO
                                 CAR-DT-CARTA.
           MOVE "COBRVEND" TO WS-SPL-ID-RELATORIO.
           PERFORM 99-PREPARA-SPOOL.
           MOVE WS01-ARQUIVO TO WS02-ARQUIVO.
           OPEN OUTPUT RELVEN.
           MOVE "COBRANCA" TO WS-SPL-ID-RELATORIO.
           PERFORM 99-PREPARA-SPOOL.
           OPEN OUTPUT RELATO.
           SORT ARQ-SORT ON ASCENDING KEY SOR-CD-EMPRESA
                                          SOR-CD-VENDEDOR
                                          SOR-CD-CLIENTE
                INPUT  PROCEDURE IS 21-VARRE-RECEBER
                OUTPUT PROCEDURE IS 22-IMPRIME-LISTA-VENDEDOR.
           CLOSE RELATO.
           CLOSE RELVEN.
           IF WS-CORREIO-ABERTO
              CLOSE ARQ-CORREIO.
           MOVE WS-QT-CARTAS TO WS-QT-ED1.
           MOVE WS-QT-EMAILS TO WS-QT-ED2.
           MOVE SPACES TO WS-MENSAGEM.
           STRING "Cartas no Spool: " WS-QT-ED1
                  "  Na Fila de E-mail: " WS-QT-ED2
                  DELIMITED BY SIZE INTO WS-MENSAGEM.
           PERFORM 99-MENSAGEM.
       2-SAIDA.
           EXIT.
      *
       21-VARRE-RECEBER SECTION.
      *----------------
      * PERCORRE O RECEBER EM ORDEM DE EMPRESA/CLIENTE/DOCUMENTO,
      * FECHANDO CADA CLIENTE NA QUEBRA (CARTA, E-MAIL E LISTA)
       21.
           MOVE ZEROS TO REC-CHAVE-RECEBER
                         WS-ESTADO-ARQUIVO.
           IF LK-CD-EMPRESA GREATER ZEROS
              MOVE LK-CD-EMPRESA TO REC-CD-EMPRESA.
           MOVE "N" TO WS-IND-TEM-CLIENTE.
           START ARQ-RECEBER KEY NOT LESS REC-CHAVE-RECEBER.
           PERFORM 211-AVALIA-UM-TITULO
               UNTIL NOT WS-OPERACAO-BEM-SUCEDIDA.
           PERFORM 2113-FECHA-CLIENTE.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       21-SAIDA.
           EXIT.
      *
       211-AVALIA-UM-TITULO SECTION.
       211.
           READ ARQ-RECEBER NEXT.
           IF WS-OPERACAO-BEM-SUCEDIDA
              IF  LK-CD-EMPRESA GREATER ZEROS
              AND REC-CD-EMPRESA NOT EQUAL LK-CD-EMPRESA
                 MOVE "10" TO WS-ESTADO-ARQUIVO
              ELSE
                 IF REC-CD-EMPRESA NOT EQUAL WS-CD-EMPRESA-ANT
                 OR REC-CD-CLIENTE NOT EQUAL WS-CD-CLIENTE-ANT
                    PERFORM 2113-FECHA-CLIENTE
                    PERFORM 2111-ABRE-CLIENTE
                 END-IF
                 IF  WS-CLIENTE-COBRAVEL
                 AND REC-TIT-ABERTO
                 AND REC-DT-VENCIMENTO LESS WS-DT-HOJE
                    PERFORM 2112-AVALIA-TITULO
                 END-IF
                 MOVE "00" TO WS-ESTADO-ARQUIVO
              END-IF
           END-IF.
       211-SAIDA.
           EXIT.
      *
       2111-ABRE-CLIENTE SECTION.
      * CLIENTE INATIVO OU FORA DO CADASTRO NAO E COBRADO; O CANAL
      * E-MAIL EXIGE CONSENTIMENTO E ENDERECO PREENCHIDO QUE NAO
      * TENHA VOLTADO EM DEFINITIVO (GV-EMAILINV.DAT)
       2111.
           MOVE REC-CD-EMPRESA TO WS-CD-EMPRESA-ANT
                                  CLI-CD-EMPRESA.
           MOVE REC-CD-CLIENTE TO WS-CD-CLIENTE-ANT
                                  CLI-CD-CLIENTE.
           MOVE "S" TO WS-IND-TEM-CLIENTE.
           MOVE "N" TO WS-IND-COBRAVEL.
           MOVE "C" TO WS-TP-CANAL.
           MOVE ZEROS TO WS-NR-NIVEL-CARTA
                         WS-QT-TIT-VENCIDOS
                         WS-QT-MAIOR-ATRASO
                         WS-VL-VENCIDO-CLI
                         WS-QT-TIT-TABELA.
           READ ARQ-CLIENTE.
           IF  WS-OPERACAO-BEM-SUCEDIDA
           AND NOT CLI-SIT-INATIVO
              MOVE "S" TO WS-IND-COBRAVEL
              PERFORM 99-VERIFICA-EMAIL-DEVOLVIDO
              IF  CLI-CONSENTE-EMAIL
              AND CLI-DS-EMAIL NOT EQUAL SPACES
              AND NOT WS-EMI-EMAIL-INVALIDO
                 MOVE "E" TO WS-TP-CANAL.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       2111-SAIDA.
           EXIT.
      *
       2112-AVALIA-TITULO SECTION.
      * ENQUADRA O TITULO VENCIDO NA REGUA E, SE PASSOU PARA UM
      * NIVEL ACIMA DO JA ENVIADO, REGISTRA O NOVO NIVEL - O CLIENTE
      * RECEBE A CARTA NO FECHAMENTO (2113)
       2112.
           MOVE "D"               TO WS-DU-FUNCAO.
           MOVE REC-DT-VENCIMENTO TO WS-DU-DT-REFERENCIA.
           MOVE WS-DT-HOJE        TO WS-DU-DT-FIM.
           CALL WS-NM-PROG-DIAUTIL USING WS-DU-PARAMETROS.
           MOVE WS-DU-QT-DIAS     TO WS-QT-DIAS-ATRASO.
           ADD 1             TO WS-QT-TIT-VENCIDOS.
           COMPUTE WS-VL-VENCIDO-CLI = WS-VL-VENCIDO-CLI
                   + REC-VL-TITULO - REC-VL-PAGO.
           IF WS-QT-DIAS-ATRASO GREATER WS-QT-MAIOR-ATRASO
              MOVE WS-QT-DIAS-ATRASO TO WS-QT-MAIOR-ATRASO.
           IF WS-QT-TIT-TABELA LESS 30
              ADD 1 TO WS-QT-TIT-TABELA
              MOVE REC-NR-DOCUMENTO
                   TO WS-TIT-NR-DOCUMENTO(WS-QT-TIT-TABELA)
              MOVE REC-DT-VENCIMENTO
                   TO WS-TIT-DT-VENCIMENTO(WS-QT-TIT-TABELA)
              MOVE WS-QT-DIAS-ATRASO
                   TO WS-TIT-QT-DIAS(WS-QT-TIT-TABELA)
              COMPUTE WS-TIT-VL-TITULO(WS-QT-TIT-TABELA) =
                      REC-VL-TITULO - REC-VL-PAGO.
           MOVE ZEROS TO WS-NR-NIVEL.
           IF WS-QT-DIAS-ATRASO NOT LESS WS-QT-DIAS-LEMBRETE
              MOVE 1 TO WS-NR-NIVEL.
           IF WS-QT-DIAS-ATRASO NOT LESS WS-QT-DIAS-NOTIFICACAO
              MOVE 2 TO WS-NR-NIVEL.
           IF WS-QT-DIAS-ATRASO NOT LESS WS-QT-DIAS-PRE-BLOQ
              MOVE 3 TO WS-NR-NIVEL.
           IF WS-NR-NIVEL GREATER ZEROS
              MOVE REC-CHAVE-RECEBER TO COB-CHAVE-COBRANCA
              MOVE "N" TO WS-IND-COBRANCA
              READ ARQ-COBRANCA
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "S" TO WS-IND-COBRANCA
              ELSE
                 MOVE REC-CHAVE-RECEBER TO COB-CHAVE-COBRANCA
                 MOVE ZEROS TO COB-NR-NIVEL
                               COB-DT-NIVEL(1)
                               COB-DT-NIVEL(2)
                               COB-DT-NIVEL(3)
              END-IF
              IF WS-NR-NIVEL GREATER COB-NR-NIVEL
                 PERFORM 21121-REGISTRA-NIVEL
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO.
       2112-SAIDA.
           EXIT.
      *
       21121-REGISTRA-NIVEL SECTION.
       21121.
           MOVE WS-NR-NIVEL       TO COB-NR-NIVEL.
           MOVE WS-DT-HOJE        TO COB-DT-NIVEL(WS-NR-NIVEL).
           MOVE WS-QT-DIAS-ATRASO TO COB-QT-DIAS-ATRASO.
           MOVE WS-TP-CANAL       TO COB-TP-CANAL.
           IF WS-COBRANCA-EXISTE
              REWRITE COB-REGISTRO
           ELSE
              WRITE COB-REGISTRO.
           IF WS-OPERACAO-BEM-SUCEDIDA
              ADD 1 TO WS-QT-TIT-NOVO-NIVEL
              IF WS-NR-NIVEL GREATER WS-NR-NIVEL-CARTA
                 MOVE WS-NR-NIVEL TO WS-NR-NIVEL-CARTA.
       21121-SAIDA.
           EXIT.
      *
       2113-FECHA-CLIENTE SECTION.
      * CLIENTE COM TITULO EM NIVEL NOVO RECEBE A CARTA NO TOM DO
      * MAIOR NIVEL ALCANCADO E ENTRA NA LISTA DO VENDEDOR
       2113.
           IF  WS-TEM-CLIENTE-ABERTO
           AND WS-NR-NIVEL-CARTA GREATER ZEROS
              PERFORM 99-NOME-EMPRESA
              PERFORM 21131-EMITE-CARTA
              IF WS-CANAL-EMAIL
                 ADD 1 TO WS-QT-EMAILS
              ELSE
                 ADD 1 TO WS-QT-CARTAS
              END-IF
              MOVE CLI-CD-EMPRESA      TO SOR-CD-EMPRESA
              MOVE CLI-CD-VENDEDOR     TO SOR-CD-VENDEDOR
              MOVE CLI-CD-CLIENTE      TO SOR-CD-CLIENTE
              MOVE CLI-DS-RAZAO-SOCIAL TO SOR-DS-RAZAO-SOCIAL
              MOVE WS-NR-NIVEL-CARTA   TO SOR-NR-NIVEL
              MOVE WS-QT-TIT-VENCIDOS  TO SOR-QT-TITULOS
              MOVE WS-QT-MAIOR-ATRASO  TO SOR-QT-MAIOR-ATRASO
              MOVE WS-VL-VENCIDO-CLI   TO SOR-VL-VENCIDO
              MOVE WS-TP-CANAL         TO SOR-TP-CANAL
              RELEASE REG-SORT.
           MOVE "N" TO WS-IND-TEM-CLIENTE.
           MOVE ZEROS TO WS-NR-NIVEL-CARTA.
       2113-SAIDA.
           EXIT.
      *
       21131-EMITE-CARTA SECTION.
      * A MESMA CARTA VAI PARA O SPOOL (UMA POR PAGINA) OU PARA A
      * FILA DE E-MAIL, CONFORME O CANAL DO CLIENTE
       21131.
           IF WS-CANAL-EMAIL
              PERFORM 99-CABECALHO-EMAIL.
           MOVE CAR-EMPRESA TO WS-LINHA-CARTA.
           PERFORM 99-EMITE-LINHA.
           MOVE SPACES TO WS-LINHA-CARTA.
           PERFORM 99-EMITE-LINHA.
           MOVE CLI-DS-RAZAO-SOCIAL TO CAR-DS-RAZAO.
           MOVE CAR-DESTINATARIO TO WS-LINHA-CARTA.
           PERFORM 99-EMITE-LINHA.
           MOVE CLI-DS-ENDERECO TO CAR-DS-ENDERECO.
           MOVE CAR-ENDERECO TO WS-LINHA-CARTA.
           PERFORM 99-EMITE-LINHA.
           MOVE CLI-DS-CIDADE TO CAR-DS-CIDADE.
           MOVE CLI-SG-UF     TO CAR-SG-UF.
           MOVE CLI-NR-CEP    TO CAR-NR-CEP.
           MOVE CAR-CIDADE TO WS-LINHA-CARTA.
           PERFORM 99-EMITE-LINHA.
           MOVE SPACES TO WS-LINHA-CARTA.
           PERFORM 99-EMITE-LINHA.
           MOVE CLI-CD-CLIENTE TO CAR-CD-CLIENTE.
           MOVE WS-TXT-ASSUNTO(WS-NR-NIVEL-CARTA) TO CAR-DS-ASSUNTO.
           MOVE CAR-REFERENCIA TO WS-LINHA-CARTA.
           PERFORM 99-EMITE-LINHA.
           MOVE SPACES TO WS-LINHA-CARTA.
           PERFORM 99-EMITE-LINHA.
           PERFORM 211311-EMITE-TEXTO
               VARYING WS-IX-TXT FROM 1 BY 1
               UNTIL WS-IX-TXT GREATER 3.
           MOVE SPACES TO WS-LINHA-CARTA.
           PERFORM 99-EMITE-LINHA.
           MOVE CAR-CAB-TITULOS TO WS-LINHA-CARTA.
           PERFORM 99-EMITE-LINHA.
           PERFORM 211312-EMITE-TITULO
               VARYING WS-IX-TIT FROM 1 BY 1
               UNTIL WS-IX-TIT GREATER WS-QT-TIT-TABELA.
           IF WS-QT-TIT-VENCIDOS GREATER WS-QT-TIT-TABELA
              COMPUTE WS-QT-TIT-FORA =
                      WS-QT-TIT-VENCIDOS - WS-QT-TIT-TABELA
              MOVE WS-QT-TIT-FORA TO CAR-QT-FORA
              MOVE CAR-OUTROS-TITULOS TO WS-LINHA-CARTA
              PERFORM 99-EMITE-LINHA.
           MOVE WS-VL-VENCIDO-CLI TO CAR-VL-TOTAL.
           MOVE CAR-TOTAL TO WS-LINHA-CARTA.
           PERFORM 99-EMITE-LINHA.
           MOVE SPACES TO WS-LINHA-CARTA.
           PERFORM 99-EMITE-LINHA.
           MOVE "Atenciosamente," TO WS-LINHA-CARTA.
           PERFORM 99-EMITE-LINHA.
           MOVE "Departamento Financeiro" TO WS-LINHA-CARTA.
           PERFORM 99-EMITE-LINHA.
           IF WS-CANAL-EMAIL
              MOVE SPACES TO COR-LINHA
              WRITE COR-LINHA
           ELSE
              MOVE SPACES TO LINHA
              WRITE LINHA BEFORE ADVANCING PAGE.
       21131-SAIDA.
           EXIT.
      *
       211311-EMITE-TEXTO SECTION.
       211311.
           MOVE WS-TXT-CORPO(WS-NR-NIVEL-CARTA, WS-IX-TXT)
                TO CAR-DS-TEXTO.
           MOVE CAR-TEXTO TO WS-LINHA-CARTA.
           PERFORM 99-EMITE-LINHA.
       211311-SAIDA.
           EXIT.
      *
       211312-EMITE-TITULO SECTION.
       211312.
           MOVE WS-TIT-NR-DOCUMENTO(WS-IX-TIT) TO CAR-NR-DOCUMENTO.
           MOVE WS-TIT-DT-VENCIMENTO(WS-IX-TIT) TO WS-DT-CONVERSAO.
           PERFORM 99-EDITA-DATA.
           MOVE WS-DT-EDITADA                  TO CAR-DT-VENCIMENTO.
           MOVE WS-TIT-QT-DIAS(WS-IX-TIT)      TO CAR-QT-DIAS.
           MOVE WS-TIT-VL-TITULO(WS-IX-TIT)    TO CAR-VL-TITULO.
           MOVE CAR-TITULO TO WS-LINHA-CARTA.
           PERFORM 99-EMITE-LINHA.
       211312-SAIDA.
           EXIT.
      *
       22-IMPRIME-LISTA-VENDEDOR SECTION.
      *-------------------------
      * UMA QUEBRA DE PAGINA POR VENDEDOR, PARA CADA UM RECEBER SO
      * A LISTA DA SUA CARTEIRA
       22.
           MOVE SPACE TO WS-FINAL-SORT.
           MOVE "S"   TO WS-IND-PRIMEIRO.
           PERFORM 221-IMPRIME-UM-CLIENTE
               UNTIL WS-FIM-SORT.
           IF NOT WS-PRIMEIRO-REGISTRO
              PERFORM 99-TOTAL-VENDEDOR
           ELSE
              MOVE "Nenhum Cliente em Novo Nivel de Cobranca."
                                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
       22-SAIDA.
           EXIT.
      *
       221-IMPRIME-UM-CLIENTE SECTION.
       221.
           PERFORM 99-LEITURA-SORT.
           IF NOT WS-FIM-SORT
              IF WS-PRIMEIRO-REGISTRO
              OR SOR-CD-EMPRESA  NOT EQUAL WS-CD-EMPRESA-VEN
              OR SOR-CD-VENDEDOR NOT EQUAL WS-CD-VENDEDOR-ANT
                 PERFORM 2211-QUEBRA-VENDEDOR
              END-IF
              MOVE SOR-CD-CLIENTE          TO WL-CD-CLIENTE
              MOVE SOR-DS-RAZAO-SOCIAL     TO WL-DS-RAZAO
              MOVE WS-NM-NIVEL(SOR-NR-NIVEL) TO WL-NM-NIVEL
              MOVE SOR-QT-TITULOS          TO WL-QT-TITULOS
              MOVE SOR-QT-MAIOR-ATRASO     TO WL-QT-ATRASO
              MOVE SOR-VL-VENCIDO          TO WL-VL-VENCIDO
              IF SOR-TP-CANAL EQUAL "E"
                 MOVE "E-MAIL" TO WL-DS-CANAL
              ELSE
                 MOVE "CARTA"  TO WL-DS-CANAL
              END-IF
              ADD 1              TO WS-QT-CLI-VENDEDOR
              ADD SOR-VL-VENCIDO TO WS-VL-VENCIDO-VEN
              MOVE LIN-01 TO WS-LINHA-IMPRESSAO
              PERFORM 99-IMPRIME-LINHA
           END-IF.
       221-SAIDA.
           EXIT.
      *
       2211-QUEBRA-VENDEDOR SECTION.
       2211.
           IF NOT WS-PRIMEIRO-REGISTRO
              PERFORM 99-TOTAL-VENDEDOR
              MOVE SPACES TO LINHA-VEN
              WRITE LINHA-VEN FROM CAB-04 BEFORE ADVANCING PAGE.
           MOVE "N" TO WS-IND-PRIMEIRO.
           MOVE SOR-CD-EMPRESA  TO WS-CD-EMPRESA-VEN
                                   WL-CD-EMPRESA-V.
           MOVE SOR-CD-VENDEDOR TO WS-CD-VENDEDOR-ANT
                                   WL-CD-VENDEDOR.
           PERFORM 99-NOME-VENDEDOR.
           MOVE ZEROS TO WS-QT-CLI-VENDEDOR
                         WS-VL-VENCIDO-VEN
                         WS-NR-PAG.
           MOVE 99 TO WS-NR-LIN.
       2211-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           IF NOT WS-FIM-ARQUIVO
              CLOSE ARQ-RECEBER
              CLOSE ARQ-CLIENTE
              CLOSE ARQ-COBRANCA
              IF WS-ARQ-VENDEDOR-OK
                 CLOSE ARQ-VENDEDOR
              END-IF
              IF WS-ARQ-EMPRESA-OK
                 CLOSE ARQ-EMPRESA
              END-IF
              PERFORM 99-FECHA-ARQUIVO-EMAILINV
           END-IF.
           IF NOT LK-MODO-BATCH
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
      * LINHA DA CARTA PARA O CANAL DO CLIENTE EM FECHAMENTO
       99-EMITE-LINHA.
           IF WS-CANAL-EMAIL
              MOVE WS-LINHA-CARTA TO COR-LINHA
              WRITE COR-LINHA
           ELSE
              WRITE LINHA FROM WS-LINHA-CARTA BEFORE ADVANCING 1.
      *
      * CABECALHO DA MENSAGEM NA FILA DE E-MAIL (ABERTA NA PRIMEIRA
      * CARTA DA RODADA)
       99-CABECALHO-EMAIL.
           IF NOT WS-CORREIO-ABERTO
              OPEN OUTPUT ARQ-CORREIO
              MOVE "S" TO WS-IND-CORREIO
           END-IF
           MOVE SPACES TO COR-LINHA
           STRING "To: " DELIMITED BY SIZE
                  CLI-DS-EMAIL DELIMITED BY SPACE
                  INTO COR-LINHA
           WRITE COR-LINHA
           MOVE "From: sistema-vendas@empresa.local"
                TO COR-LINHA
           WRITE COR-LINHA
           MOVE SPACES TO COR-LINHA
           STRING "Subject: " DELIMITED BY SIZE
                  WS-TXT-ASSUNTO(WS-NR-NIVEL-CARTA)
                                 DELIMITED BY "  "
                  " - "          DELIMITED BY SIZE
                  CLI-DS-RAZAO-SOCIAL DELIMITED BY "  "
                  INTO COR-LINHA
           WRITE COR-LINHA
           MOVE SPACES TO COR-LINHA
           WRITE COR-LINHA.
      *
      * RAZAO SOCIAL DA EMPRESA PARA O CABECALHO DA CARTA, RELIDA SO
      * QUANDO A EMPRESA DO CLIENTE MUDA
       99-NOME-EMPRESA.
           IF CLI-CD-EMPRESA NOT EQUAL EMP-CD-EMPRESA
           OR CAR-DS-EMPRESA EQUAL SPACES
              MOVE SPACES TO CAR-DS-EMPRESA
              MOVE CLI-CD-EMPRESA TO EMP-CD-EMPRESA
              IF WS-ARQ-EMPRESA-OK
                 READ ARQ-EMPRESA
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    MOVE EMP-DS-RAZAO-SOCIAL TO CAR-DS-EMPRESA
                 END-IF
                 MOVE "00" TO WS-ESTADO-ARQUIVO
              END-IF
              IF CAR-DS-EMPRESA EQUAL SPACES
                 MOVE "DEPARTAMENTO FINANCEIRO" TO CAR-DS-EMPRESA
              END-IF
              MOVE CLI-CD-EMPRESA TO EMP-CD-EMPRESA
           END-IF.
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
       99-TOTAL-VENDEDOR.
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 99-IMPRIME-LINHA
           MOVE WS-QT-CLI-VENDEDOR TO WL-QT-CLIENTES
           MOVE WS-VL-VENCIDO-VEN  TO WL-VL-TOTAL-VEN
           MOVE LIN-TOTAL TO WS-LINHA-IMPRESSAO
           PERFORM 99-IMPRIME-LINHA.
      *
       99-EDITA-DATA.
           MOVE WS-DT-CONV-DIA TO WS-DT-ED-DIA
           MOVE WS-DT-CONV-MES TO WS-DT-ED-MES
           MOVE WS-DT-CONV-ANO TO WS-DT-ED-ANO.
      *
       99-IMPRIME-LINHA.
           ADD 1 TO WS-NR-LIN
           IF WS-NR-LIN > 66
              ADD 1 TO WS-NR-PAG
              IF WS-NR-PAG > 1
                 MOVE SPACES TO LINHA-VEN
                 WRITE LINHA-VEN FROM CAB-04 BEFORE ADVANCING PAGE
              END-IF
              MOVE WS-NR-PAG TO WL-NR-PAGINA
              WRITE LINHA-VEN FROM CAB-01 BEFORE ADVANCING 1
              WRITE LINHA-VEN FROM CAB-02 BEFORE ADVANCING 1
              WRITE LINHA-VEN FROM CAB-03 BEFORE ADVANCING 1
              WRITE LINHA-VEN FROM CAB-04 BEFORE ADVANCING 1
              MOVE 5 TO WS-NR-LIN
           END-IF
           WRITE LINHA-VEN FROM WS-LINHA-IMPRESSAO BEFORE ADVANCING 1.
      *
      * SOBREPOE NOMES E A REGUA COM OS VALORES DO ARQUIVO CENTRAL
      * DE CONFIGURACAO (GV-CONFIG.PAR), QUANDO PRESENTES
       99-LE-CONFIGURACAO.
           MOVE "ARQ-CLIENTE" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-CLIENTE
           END-IF
           MOVE "ARQ-RECEBER" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-RECEBER
           END-IF
           MOVE "ARQ-COBRANCA" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-COBRANCA
           END-IF
           MOVE "ARQ-VENDEDOR" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-VENDEDOR
           END-IF
           MOVE "DIAS-COBRANCA-1" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              COMPUTE WS-VL-CONFIG-NUM =
                      FUNCTION NUMVAL (WS-CFG-VALOR)
              MOVE WS-VL-CONFIG-NUM TO WS-QT-DIAS-LEMBRETE
           END-IF
           MOVE "DIAS-COBRANCA-2" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              COMPUTE WS-VL-CONFIG-NUM =
                      FUNCTION NUMVAL (WS-CFG-VALOR)
              MOVE WS-VL-CONFIG-NUM TO WS-QT-DIAS-NOTIFICACAO
           END-IF
           MOVE "DIAS-COBRANCA-3" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              COMPUTE WS-VL-CONFIG-NUM =
                      FUNCTION NUMVAL (WS-CFG-VALOR)
              MOVE WS-VL-CONFIG-NUM TO WS-QT-DIAS-PRE-BLOQ
           END-IF.
      *
       990-CONSULTA-CONFIG.
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
      *
       COPY GV-SPOOLPD.CPY.
      *
       COPY GV-EMAILINVPD.CPY.
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
           MOVE "GV-COBRANCA" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
