000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-INDENIZA.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Indenizacao Rescisoria do Representante Autonomo
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Apura, para o vendedor desligado sem justa causa, a
      *     indenizacao da Lei 4.886/65 (art. 27, "j": 1/12 do total
      *     da retribuicao auferida durante a representacao) e o
      *     aviso previo (art. 34: 1/3 das comissoes dos tres meses
      *     anteriores, devido quando a relacao passou de seis
      *     meses), lendo todo o historico GV-COMISSAO.HIS do
      *     vendedor - fechamentos, overrides, ajustes, estornos e
      *     complementos/recuperacoes da garantia minima.
      *     O demonstrativo sai no spool, mes a mes, e o valor vai
      *     para a fila de aprovacao (GV-APROVACAO.DAT, tipo "I"):
      *     so a aprovacao por um segundo usuario (GV-APROVA) grava
      *     a linha "I" no historico, que a remessa (GV-PAGCOM) e a
      *     exportacao contabil (GV-EXPCONTABIL) levam adiante.
      *     Chamado pela transferencia de carteira do desligamento
      *     (GV-TRANSFERE) com o vendedor em LK-CD-CHAVE-CONSULTA;
      *     sem ela, pede o codigo.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - O reembolso de quilometragem ("K") nao
      *                   entra na base da indenizacao.
      *     15/Out/2026 - MCB - CPF do demonstrativo mascarado para o
      *                   operador sem permissao de ver dados pessoais;
      *                   o spool registra a mascara.
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
             organization       is indexed
             access mode        is dynamic
             record key         is FOR-CHAVE-VENDEDOR
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-FECHAMENTO ASSIGN TO DISK WID-ARQ-FECHAMENTO
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-APROVACAO ASSIGN TO DISK WID-ARQ-APROVACAO
             organization       is indexed
             access mode        is dynamic
             record key         is APR-NR-SOLICITACAO
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
       COPY GV-CADVEN.CPY.
       COPY GV-COMFECH.CPY.
       COPY GV-APROVACAO.CPY.
      *
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SOR-NR-COMPETENCIA     PIC 9(006).
           03 SOR-TP-LANCAMENTO      PIC X(001).
           03 SOR-VL-COMISSAO        PIC 9(013)V9(002).
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
           03 WID-ARQ-VENDEDOR       PIC X(60) VALUE "GV-VENDEDOR.DAT".
           03 WID-ARQ-FECHAMENTO     PIC X(20) VALUE "GV-COMISSAO.HIS".
           03 WID-ARQ-APROVACAO      PIC X(16) VALUE "GV-APROVACAO.DAT".
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
           03 WS-FINAL-FECHAMENTO    PIC X(01) VALUE SPACE.
              88 WS-FIM-FECHAMENTO             VALUE "F".
           03 WS-FINAL-SORT          PIC X(01) VALUE SPACE.
              88 WS-FIM-SORT                   VALUE "F".
           03 WS-MENSAGEM            PIC X(68).
           03 WS-RESPOSTA            PIC X(01).
              88 WS-SIM                        VALUE "S" "s".
              88 WS-NAO                        VALUE "N" "n".
           03 WS-CD-EMPRESA          PIC 9(002) VALUE ZEROS.
           03 WS-CD-VENDEDOR         PIC 9(007) VALUE ZEROS.
           03 WS-CD-EMPRESA-LINHA    PIC 9(002) VALUE ZEROS.
           03 WS-NR-LIN              PIC 9(03) VALUE 999.
           03 WS-NR-PAG              PIC 9(03) VALUE ZEROS.
           03 WS-IND-JA-INDENIZADO   PIC X(01) VALUE "N".
              88 WS-JA-INDENIZADO              VALUE "S".
           03 WS-IND-JA-SOLICITADO   PIC X(01) VALUE "N".
              88 WS-JA-SOLICITADO              VALUE "S".
           03 WS-IND-PRIMEIRO        PIC X(01) VALUE "S".
              88 WS-PRIMEIRA-COMPETENCIA       VALUE "S".
           03 WS-NR-COMPETENCIA-ANT  PIC 9(006) VALUE ZEROS.
           03 WS-NR-SOLICITACAO-NOVO PIC 9(007) VALUE ZEROS.
           03 WS-HR-AGORA-APR        PIC 9(008) VALUE ZEROS.
           03 WS-QT-ED1              PIC ZZZZZZ9.
      *
      * MESES CORRIDOS (AAAA * 12 + MM) PARA A DURACAO DA RELACAO E
      * PARA SEPARAR OS TRES ULTIMOS MESES DA BASE DO AVISO
           03 WS-NR-ANO-AUX          PIC 9(004) VALUE ZEROS.
           03 WS-NR-MES-AUX          PIC 9(002) VALUE ZEROS.
           03 WS-NR-MES-CORRIDO      PIC 9(006) VALUE ZEROS.
           03 WS-NR-MES-PRIMEIRO     PIC 9(006) VALUE ZEROS.
           03 WS-NR-MES-ULTIMO       PIC 9(006) VALUE ZEROS.
           03 WS-QT-MESES-RELACAO    PIC 9(004) VALUE ZEROS.
      *
      * VALORES DA COMPETENCIA CORRENTE E DA RELACAO INTEIRA
           03 WS-VL-MES-FECHAMENTO   PIC S9(013)V9(002) VALUE ZEROS.
           03 WS-VL-MES-OVERRIDE     PIC S9(013)V9(002) VALUE ZEROS.
           03 WS-VL-MES-AJUSTE       PIC S9(013)V9(002) VALUE ZEROS.
           03 WS-VL-MES-ESTORNO      PIC S9(013)V9(002) VALUE ZEROS.
           03 WS-VL-MES-TOTAL        PIC S9(013)V9(002) VALUE ZEROS.
           03 WS-VL-TOT-RELACAO      PIC S9(015)V9(002) VALUE ZEROS.
           03 WS-VL-BASE-AVISO       PIC S9(015)V9(002) VALUE ZEROS.
           03 WS-VL-INDENIZACAO      PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-VL-AVISO-PREVIO     PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-VL-TOTAL-DEVIDO     PIC 9(013)V9(002) VALUE ZEROS.
      *
      * LAYOUT DO DEMONSTRATIVO
       01  CAB-01.
           03 FILLER    PIC X(15) VALUE SPACES.
           03 FILLER    PIC X(62) VALUE
              "DEMONSTRATIVO DE INDENIZACAO E AVISO PREVIO - LEI 4.886".
           03 FILLER    PIC X(26) VALUE SPACES.
           03 FILLER    PIC X(05) VALUE "Pag: ".
           03 WL-NR-PAGINA  PIC ZZ9.
      *
       01  CAB-02.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 FILLER          PIC X(10) VALUE "Vendedor: ".
           03 WL-CD-VENDEDOR  PIC ZZZZZZ9.
           03 FILLER          PIC X(03) VALUE " - ".
           03 WL-NM-VENDEDOR  PIC X(040).
           03 FILLER          PIC X(06) VALUE " CPF: ".
           03 WL-NR-CPF       PIC X(014).
           03 FILLER          PIC X(10) VALUE " Empresa: ".
           03 WL-CD-EMPRESA   PIC Z9.
      *
       01  CAB-03.
           03 FILLER PIC X(113) VALUE IS ALL '='.
      *
       01  CAB-04.
           03 FILLER    PIC X(04) VALUE SPACES.
           03 FILLER    PIC X(09) VALUE "COMPET.".
           03 FILLER    PIC X(17) VALUE "      FECHAMENTO".
           03 FILLER    PIC X(17) VALUE "        OVERRIDE".
           03 FILLER    PIC X(17) VALUE "     AJUSTES +/-".
           03 FILLER    PIC X(17) VALUE "     ESTORNOS (-)".
           03 FILLER    PIC X(17) VALUE "     TOTAL DO MES".
           03 FILLER    PIC X(06) VALUE " AVISO".
      *
       01  LIN-01.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 WL-COMPETENCIA  PIC 9999/99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-VL-FECHAMENTO PIC -ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-VL-OVERRIDE  PIC -ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-VL-AJUSTE    PIC -ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-VL-ESTORNO   PIC -ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-VL-TOTAL-MES PIC -ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 WL-IN-AVISO     PIC X(01).
      *
       01  LIN-02.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 WL-DS-RESUMO    PIC X(054).
           03 WL-VL-RESUMO    PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  LIN-03.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 WL-DS-OBSERVACAO PIC X(100).
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-MASCARAWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
       SCREEN SECTION.
      *
       01  SST-LIMPA-TELA.
           03 LINE 22 COL 10 BLANK LINE.
           03 LINE 05 COL 01 BLANK LINE.
           03 LINE 04 COL 01 BLANK LINE.
           03 LINE 02 COL 20 VALUE
                             "                                   ".
      *
       01  SST-INDENIZA.
           03 LINE 02 COL 20 VALUE "Indenizacao Rescisoria do Vendedor".
           03 LINE 05 COL 07 VALUE "Vendedor Desligado (0 Sai): ".
           03 LINE 05 COL 35 USING WS-CD-VENDEDOR.
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
      * CHAMADO PELA TRANSFERENCIA DE CARTEIRA, O VENDEDOR JA VEM NA
      * CHAVE DE PRE-SELECAO; A EMPRESA E A DA RODADA OU A 1
       1.
           IF LK-CD-EMPRESA GREATER ZEROS
              MOVE LK-CD-EMPRESA TO WS-CD-EMPRESA
           ELSE
              MOVE 1 TO WS-CD-EMPRESA.
           IF LK-CD-CHAVE-CONSULTA GREATER ZEROS
              MOVE LK-CD-CHAVE-CONSULTA TO WS-CD-VENDEDOR
              DISPLAY SST-INDENIZA
           ELSE
              ACCEPT SST-INDENIZA.
           IF WS-CD-VENDEDOR EQUAL ZEROS
              MOVE "F" TO WS-FINAL-ARQUIVO
           ELSE
              OPEN INPUT ARQ-VENDEDOR
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Arquivo de Vendedores Indisponivel."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 MOVE WS-CD-EMPRESA  TO FOR-CD-EMPRESA
                 MOVE WS-CD-VENDEDOR TO FOR-CD-VENDEDOR
                 PERFORM 99-LER-VENDEDOR
                 IF NOT WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "F" TO WS-FINAL-ARQUIVO
                    MOVE "Vendedor nao Encontrado." TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                    CLOSE ARQ-VENDEDOR
                 ELSE
                    PERFORM 11-ABRE-HISTORICO
                 END-IF
              END-IF
           END-IF.
       1-SAIDA.
           EXIT.
      *
       11-ABRE-HISTORICO SECTION.
      *-----------------
       11.
           OPEN INPUT ARQ-FECHAMENTO.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "F"  TO WS-FINAL-ARQUIVO
              MOVE "00" TO WS-ESTADO-ARQUIVO
              MOVE "Nenhum Fechamento Registrado (Ver GV-FECHACOM)."
                                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              CLOSE ARQ-VENDEDOR
           ELSE
              OPEN I-O ARQ-APROVACAO
              IF WS-ESTADO-ARQUIVO EQUAL "35"
                 OPEN OUTPUT ARQ-APROVACAO
                 CLOSE ARQ-APROVACAO
                 OPEN I-O ARQ-APROVACAO
              END-IF
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "11-ABRE-HISTORICO" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-APROVACAO TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Fila de Aprovacao Indisponivel." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 CLOSE ARQ-VENDEDOR
                       ARQ-FECHAMENTO
              END-IF
           END-IF.
       11-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           PERFORM 21-VERIFICA-SOLICITACAO.
           MOVE "INDENIZA" TO WS-SPL-ID-RELATORIO.
           PERFORM 99-MARCA-SPOOL-MASCARA.
           PERFORM 99-PREPARA-SPOOL.
           OPEN OUTPUT RELATO.
           MOVE FOR-CD-VENDEDOR     TO WL-CD-VENDEDOR.
           MOVE FOR-NM-VENDEDOR     TO WL-NM-VENDEDOR.
           MOVE FOR-NR-CPF-VENDEDOR TO WS-MSC-NR-CPF.
           PERFORM 99-FORMATA-CPF.
           PERFORM 99-MASCARA-CPF.
           MOVE WS-MSC-TEXTO        TO WL-NR-CPF.
           MOVE WS-CD-EMPRESA       TO WL-CD-EMPRESA.
           SORT ARQ-SORT ON ASCENDING KEY SOR-NR-COMPETENCIA
                INPUT  PROCEDURE IS 22-CARREGA-HISTORICO
                OUTPUT PROCEDURE IS 23-DEMONSTRATIVO.
           PERFORM 24-APURA-INDENIZACAO.
           PERFORM 25-DECIDE-ENVIO.
           CLOSE RELATO.
       2-SAIDA.
           EXIT.
      *
       21-VERIFICA-SOLICITACAO SECTION.
      *-----------------------
      * UMA SOLICITACAO DE INDENIZACAO AINDA PENDENTE PARA O MESMO
      * VENDEDOR IMPEDE A SEGUNDA (O DEMONSTRATIVO AINDA SAI)
       21.
           MOVE "N" TO WS-IND-JA-SOLICITADO.
           MOVE ZEROS TO APR-NR-SOLICITACAO.
           START ARQ-APROVACAO KEY NOT LESS APR-NR-SOLICITACAO.
           PERFORM 211-CONFERE-UMA-SOLICITACAO
               UNTIL NOT WS-OPERACAO-BEM-SUCEDIDA
                  OR WS-JA-SOLICITADO.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       21-SAIDA.
           EXIT.
      *
       211-CONFERE-UMA-SOLICITACAO SECTION.
       211.
           READ ARQ-APROVACAO NEXT.
           IF WS-OPERACAO-BEM-SUCEDIDA
              IF  APR-ALT-INDENIZACAO
              AND APR-SIT-PENDENTE
              AND APR-CD-EMPRESA EQUAL WS-CD-EMPRESA
              AND APR-CHAVE      EQUAL WS-CD-VENDEDOR
                 MOVE "S" TO WS-IND-JA-SOLICITADO
              END-IF
           END-IF.
       211-SAIDA.
           EXIT.
      *
       22-CARREGA-HISTORICO SECTION.
      *--------------------
       22.
           MOVE "N"   TO WS-IND-JA-INDENIZADO.
           MOVE ZEROS TO WS-NR-MES-PRIMEIRO
                         WS-NR-MES-ULTIMO.
           MOVE SPACE TO WS-FINAL-FECHAMENTO.
           PERFORM 99-LER-FECHAMENTO.
           PERFORM 221-CARREGA-UMA-LINHA
               UNTIL WS-FIM-FECHAMENTO.
       22-SAIDA.
           EXIT.
      *
       221-CARREGA-UMA-LINHA SECTION.
      * TODA A RELACAO ENTRA: FECHAMENTO, OVERRIDE, AJUSTES E
      * ESTORNOS; UMA LINHA "I" JA GRAVADA INDICA INDENIZACAO PAGA.
      * O REEMBOLSO DE QUILOMETRAGEM "K" NAO E COMISSAO E FICA DE
      * FORA. LINHAS ANTIGAS SEM NATUREZA SAO NORMAIS E SEM EMPRESA
      * SAO DA EMPRESA 1
       221.
           IF  FEC-DELIMITADOR-12 EQUAL ";"
           AND FEC-CD-EMPRESA NUMERIC
              MOVE FEC-CD-EMPRESA TO WS-CD-EMPRESA-LINHA
           ELSE
              MOVE 1 TO WS-CD-EMPRESA-LINHA
           END-IF.
           IF  FEC-CD-VENDEDOR    EQUAL WS-CD-VENDEDOR
           AND WS-CD-EMPRESA-LINHA EQUAL WS-CD-EMPRESA
              IF FEC-DELIMITADOR-11 EQUAL ";"
                 MOVE FEC-TP-LANCAMENTO TO SOR-TP-LANCAMENTO
              ELSE
                 MOVE "N" TO SOR-TP-LANCAMENTO
              END-IF
              IF SOR-TP-LANCAMENTO EQUAL "I"
                 MOVE "S" TO WS-IND-JA-INDENIZADO
              ELSE
              IF SOR-TP-LANCAMENTO NOT EQUAL "K"
                 MOVE FEC-NR-COMPETENCIA TO SOR-NR-COMPETENCIA
                 MOVE FEC-VL-COMISSAO    TO SOR-VL-COMISSAO
                 PERFORM 99-CALCULA-MES-CORRIDO
                 IF WS-NR-MES-PRIMEIRO EQUAL ZEROS
                 OR WS-NR-MES-CORRIDO LESS WS-NR-MES-PRIMEIRO
                    MOVE WS-NR-MES-CORRIDO TO WS-NR-MES-PRIMEIRO
                 END-IF
                 IF WS-NR-MES-CORRIDO GREATER WS-NR-MES-ULTIMO
                    MOVE WS-NR-MES-CORRIDO TO WS-NR-MES-ULTIMO
                 END-IF
                 RELEASE REG-SORT
              END-IF
              END-IF
           END-IF.
           PERFORM 99-LER-FECHAMENTO.
       221-SAIDA.
           EXIT.
      *
       23-DEMONSTRATIVO SECTION.
      *----------------
      * UMA LINHA POR COMPETENCIA, SEPARANDO A NATUREZA DOS
      * LANCAMENTOS; OS TRES ULTIMOS MESES CORRIDOS DA RELACAO
      * FORMAM A BASE DO AVISO PREVIO (MARCADOS COM "*")
       23.
           MOVE ZEROS TO WS-VL-TOT-RELACAO
                         WS-VL-BASE-AVISO.
           MOVE "S"   TO WS-IND-PRIMEIRO.
           MOVE SPACE TO WS-FINAL-SORT.
           PERFORM 231-TRATA-UM-LANCAMENTO
               UNTIL WS-FIM-SORT.
           IF NOT WS-PRIMEIRA-COMPETENCIA
              PERFORM 232-IMPRIME-COMPETENCIA.
       23-SAIDA.
           EXIT.
      *
       231-TRATA-UM-LANCAMENTO SECTION.
       231.
           RETURN ARQ-SORT
               AT END MOVE "F" TO WS-FINAL-SORT
           END-RETURN.
           IF NOT WS-FIM-SORT
              IF SOR-NR-COMPETENCIA NOT EQUAL WS-NR-COMPETENCIA-ANT
              OR WS-PRIMEIRA-COMPETENCIA
                 IF NOT WS-PRIMEIRA-COMPETENCIA
                    PERFORM 232-IMPRIME-COMPETENCIA
                 END-IF
                 MOVE ZEROS TO WS-VL-MES-FECHAMENTO
                               WS-VL-MES-OVERRIDE
                               WS-VL-MES-AJUSTE
                               WS-VL-MES-ESTORNO
              END-IF
              MOVE "N" TO WS-IND-PRIMEIRO
              MOVE SOR-NR-COMPETENCIA TO WS-NR-COMPETENCIA-ANT
              IF SOR-TP-LANCAMENTO EQUAL "E"
                 SUBTRACT SOR-VL-COMISSAO FROM WS-VL-MES-ESTORNO
              ELSE
              IF SOR-TP-LANCAMENTO EQUAL "D" OR "R"
                 SUBTRACT SOR-VL-COMISSAO FROM WS-VL-MES-AJUSTE
              ELSE
              IF SOR-TP-LANCAMENTO EQUAL "A" OR "G"
                 ADD SOR-VL-COMISSAO TO WS-VL-MES-AJUSTE
              ELSE
              IF SOR-TP-LANCAMENTO EQUAL "O"
                 ADD SOR-VL-COMISSAO TO WS-VL-MES-OVERRIDE
              ELSE
                 ADD SOR-VL-COMISSAO TO WS-VL-MES-FECHAMENTO
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF.
       231-SAIDA.
           EXIT.
      *
       232-IMPRIME-COMPETENCIA SECTION.
       232.
           COMPUTE WS-VL-MES-TOTAL = WS-VL-MES-FECHAMENTO
                                   + WS-VL-MES-OVERRIDE
                                   + WS-VL-MES-AJUSTE
                                   + WS-VL-MES-ESTORNO.
           ADD WS-VL-MES-TOTAL TO WS-VL-TOT-RELACAO.
           MOVE WS-NR-COMPETENCIA-ANT TO SOR-NR-COMPETENCIA.
           PERFORM 99-CALCULA-MES-CORRIDO.
           MOVE SPACE TO WL-IN-AVISO.
           IF WS-NR-MES-CORRIDO + 2 NOT LESS WS-NR-MES-ULTIMO
              ADD WS-VL-MES-TOTAL TO WS-VL-BASE-AVISO
              MOVE "*" TO WL-IN-AVISO.
           MOVE WS-NR-COMPETENCIA-ANT TO WL-COMPETENCIA.
           MOVE WS-VL-MES-FECHAMENTO  TO WL-VL-FECHAMENTO.
           MOVE WS-VL-MES-OVERRIDE    TO WL-VL-OVERRIDE.
           MOVE WS-VL-MES-AJUSTE      TO WL-VL-AJUSTE.
           MOVE WS-VL-MES-ESTORNO     TO WL-VL-ESTORNO.
           MOVE WS-VL-MES-TOTAL       TO WL-VL-TOTAL-MES.
           PERFORM 99-IMPRIME-LINHA.
       232-SAIDA.
           EXIT.
      *
       24-APURA-INDENIZACAO SECTION.
      *--------------------
      * INDENIZACAO = 1/12 DO TOTAL DA RELACAO; AVISO PREVIO = 1/3
      * DOS TRES ULTIMOS MESES, SO PARA RELACAO DE MAIS DE SEIS
      * MESES. A DURACAO E CONTADA PELO HISTORICO DE COMISSAO
       24.
           MOVE ZEROS TO WS-VL-INDENIZACAO
                         WS-VL-AVISO-PREVIO
                         WS-QT-MESES-RELACAO.
           IF WS-NR-MES-ULTIMO GREATER ZEROS
              COMPUTE WS-QT-MESES-RELACAO =
                      WS-NR-MES-ULTIMO - WS-NR-MES-PRIMEIRO + 1.
           IF WS-VL-TOT-RELACAO GREATER ZEROS
              COMPUTE WS-VL-INDENIZACAO ROUNDED =
                      WS-VL-TOT-RELACAO / 12.
           IF  WS-QT-MESES-RELACAO GREATER 6
           AND WS-VL-BASE-AVISO GREATER ZEROS
              COMPUTE WS-VL-AVISO-PREVIO ROUNDED =
                      WS-VL-BASE-AVISO / 3.
           COMPUTE WS-VL-TOTAL-DEVIDO = WS-VL-INDENIZACAO
                                      + WS-VL-AVISO-PREVIO.
           IF WS-NR-PAG EQUAL ZEROS
              MOVE 1 TO WS-NR-PAG
              MOVE WS-NR-PAG TO WL-NR-PAGINA
              WRITE LINHA FROM CAB-01 BEFORE ADVANCING 1
              WRITE LINHA FROM CAB-02 BEFORE ADVANCING 1
              WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1.
           WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1.
           MOVE "Meses de Relacao (pelo Historico) ..............:"
                                      TO WL-DS-RESUMO.
           MOVE WS-QT-MESES-RELACAO   TO WL-VL-RESUMO.
           WRITE LINHA FROM LIN-02 BEFORE ADVANCING 1.
           MOVE "Total da Retribuicao na Relacao (Bruto) ........:"
                                      TO WL-DS-RESUMO.
           MOVE WS-VL-TOT-RELACAO     TO WL-VL-RESUMO.
           WRITE LINHA FROM LIN-02 BEFORE ADVANCING 1.
           MOVE "Indenizacao - 1/12 do Total (Art. 27, j) .......:"
                                      TO WL-DS-RESUMO.
           MOVE WS-VL-INDENIZACAO     TO WL-VL-RESUMO.
           WRITE LINHA FROM LIN-02 BEFORE ADVANCING 1.
           MOVE "Comissoes dos 3 Ultimos Meses (*) ..............:"
                                      TO WL-DS-RESUMO.
           MOVE WS-VL-BASE-AVISO      TO WL-VL-RESUMO.
           WRITE LINHA FROM LIN-02 BEFORE ADVANCING 1.
           MOVE "Aviso Previo - 1/3 dos 3 Ultimos Meses (Art. 34):"
                                      TO WL-DS-RESUMO.
           MOVE WS-VL-AVISO-PREVIO    TO WL-VL-RESUMO.
           WRITE LINHA FROM LIN-02 BEFORE ADVANCING 1.
           MOVE "TOTAL A PAGAR ..................................:"
                                      TO WL-DS-RESUMO.
           MOVE WS-VL-TOTAL-DEVIDO    TO WL-VL-RESUMO.
           WRITE LINHA FROM LIN-02 BEFORE ADVANCING 1.
           IF WS-QT-MESES-RELACAO NOT GREATER 6
              MOVE "Relacao ate Seis Meses - Aviso Previo nao Devido."
                                      TO WL-DS-OBSERVACAO
              WRITE LINHA FROM LIN-03 BEFORE ADVANCING 1.
       24-SAIDA.
           EXIT.
      *
       25-DECIDE-ENVIO SECTION.
      *---------------
      * O VALOR SO SEGUE PARA A FILA DE APROVACAO SE NAO HOUVER
      * INDENIZACAO JA LANCADA NEM SOLICITACAO PENDENTE
       25.
           MOVE SPACES TO WL-DS-OBSERVACAO.
           IF WS-JA-INDENIZADO
              MOVE "Indenizacao ja Lancada no Historico - Nao Enviada."
                                      TO WS-MENSAGEM
              MOVE WS-MENSAGEM        TO WL-DS-OBSERVACAO
              PERFORM 99-MENSAGEM
           ELSE
           IF WS-JA-SOLICITADO
              MOVE "Indenizacao ja Pendente de Aprovacao - Nao Enviada."
                                      TO WS-MENSAGEM
              MOVE WS-MENSAGEM        TO WL-DS-OBSERVACAO
              PERFORM 99-MENSAGEM
           ELSE
           IF WS-VL-TOTAL-DEVIDO EQUAL ZEROS
              MOVE "Sem Valor Devido - Nada a Enviar." TO WS-MENSAGEM
              MOVE WS-MENSAGEM        TO WL-DS-OBSERVACAO
              PERFORM 99-MENSAGEM
           ELSE
              MOVE "Demonstrativo no Spool - Enviar p/ Aprovacao (S/N)?"
                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              IF WS-SIM
                 PERFORM 99-GRAVA-SOLICITACAO
                 MOVE WS-NR-SOLICITACAO-NOVO TO WS-QT-ED1
                 MOVE SPACES TO WS-MENSAGEM
                 STRING "Enviado para Aprovacao - Solicitacao "
                        WS-QT-ED1
                        DELIMITED BY SIZE INTO WS-MENSAGEM
                 MOVE WS-MENSAGEM     TO WL-DS-OBSERVACAO
                 PERFORM 99-MENSAGEM
              ELSE
                 MOVE "Apenas Simulado - Nao Enviado para Aprovacao."
                                      TO WL-DS-OBSERVACAO
              END-IF
           END-IF
           END-IF
           END-IF.
           WRITE LINHA FROM LIN-03 BEFORE ADVANCING 1.
       25-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           IF NOT WS-FIM-ARQUIVO
              CLOSE ARQ-VENDEDOR
                    ARQ-FECHAMENTO
                    ARQ-APROVACAO.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
      *
       99-LER-VENDEDOR.
           READ ARQ-VENDEDOR.
      *
       99-LER-FECHAMENTO.
           READ ARQ-FECHAMENTO
               AT END MOVE "F" TO WS-FINAL-FECHAMENTO.
      *
      * COMPETENCIA AAAAMM DE SOR-NR-COMPETENCIA EM MESES CORRIDOS
       99-CALCULA-MES-CORRIDO.
           COMPUTE WS-NR-ANO-AUX = SOR-NR-COMPETENCIA / 100
           COMPUTE WS-NR-MES-AUX = SOR-NR-COMPETENCIA
                                 - WS-NR-ANO-AUX * 100
           COMPUTE WS-NR-MES-CORRIDO = WS-NR-ANO-AUX * 12
                                     + WS-NR-MES-AUX.
      *
      * GRAVA NA FILA DE APROVACAO A INDENIZACAO APURADA (QUATRO
      * OLHOS - QUEM CALCULOU NAO APROVA)
       99-GRAVA-SOLICITACAO.
           PERFORM 991-PROXIMO-NR-SOLICITACAO
           MOVE WS-NR-SOLICITACAO-NOVO TO APR-NR-SOLICITACAO
           MOVE "I"                 TO APR-TP-ALTERACAO
           MOVE WS-CD-EMPRESA       TO APR-CD-EMPRESA
           MOVE WS-CD-VENDEDOR      TO APR-CHAVE
           MOVE LK-CD-USUARIO       TO APR-CD-SOLICITANTE
           ACCEPT APR-DT-SOLICITACAO FROM DATE YYYYMMDD
           ACCEPT WS-HR-AGORA-APR FROM TIME
           MOVE WS-HR-AGORA-APR(1:6) TO APR-HR-SOLICITACAO
           MOVE "P"                 TO APR-SITUACAO
           MOVE SPACES              TO APR-CD-APROVADOR
           MOVE ZEROS               TO APR-DT-DECISAO
           MOVE SPACES              TO APR-DADOS-NOVOS
           MOVE WS-VL-INDENIZACAO   TO APR-VL-INDENIZACAO
           MOVE WS-VL-AVISO-PREVIO  TO APR-VL-AVISO-PREVIO
           WRITE APR-REGISTRO.
      *
       991-PROXIMO-NR-SOLICITACAO.
           MOVE 9999999 TO APR-NR-SOLICITACAO
           START ARQ-APROVACAO KEY NOT GREATER APR-NR-SOLICITACAO
           IF WS-OPERACAO-BEM-SUCEDIDA
              READ ARQ-APROVACAO PREVIOUS
              IF WS-OPERACAO-BEM-SUCEDIDA
                 COMPUTE WS-NR-SOLICITACAO-NOVO =
                         APR-NR-SOLICITACAO + 1
              ELSE
                 MOVE 1 TO WS-NR-SOLICITACAO-NOVO
              END-IF
           ELSE
              MOVE 1 TO WS-NR-SOLICITACAO-NOVO
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO.
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
              WRITE LINHA FROM CAB-04 BEFORE ADVANCING 1
              WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1
              MOVE 6 TO WS-NR-LIN
           END-IF
           WRITE LINHA FROM LIN-01 BEFORE ADVANCING 1.
      *
       COPY GV-SPOOLPD.CPY.
      *
       COPY GV-MASCARAPD.CPY.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-INDENIZA" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
