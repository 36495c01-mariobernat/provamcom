000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-REEMBKM.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Reembolso de Quilometragem por Visitas Confirmadas
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Apura, para a competencia informada (padrao: o mes
      *     anterior; em modo lote usada sem perguntar), o reembolso
      *     de quilometragem de cada vendedor a partir das visitas
      *     confirmadas no historico de contatos (CON-REGISTRO tipo
      *     visita). Cada visita vai para o vendedor dono do cliente
      *     na data (historico de carteira). Por vendedor e dia, as
      *     paradas sao ordenadas pelo vizinho mais proximo partindo
      *     da base do vendedor, como na folha de roteiro
      *     (GV-ROTEIRO), e a distancia e o grande circulo da base
      *     por cada cliente e de volta a base. O total de
      *     quilometros vezes o valor do km (chave REEMBOLSO-VL-KM de
      *     GV-CONFIG.PAR) e o reembolso do mes: sai o demonstrativo
      *     no spool, o valor fica em GV-REEMBOLSO.DAT e segue para a
      *     fila de aprovacao (tipo "K"). Aprovado em GV-APROVA, o
      *     fechamento de comissao (GV-FECHACOM) o lanca como linha
      *     propria, sem retencoes. Reembolso ja aprovado ou lancado
      *     nao e recalculado.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Visita com check-in fora da geocerca
      *                   nao entra na quilometragem.
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
           SELECT ARQ-CONTATO ASSIGN TO DISK WID-ARQ-CONTATO
             organization       is indexed
             access mode        is dynamic
             record key         is CON-CHAVE-CONTATO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
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
           SELECT ARQ-HISTCART ASSIGN TO DISK WID-ARQ-HISTCART
             organization       is indexed
             access mode        is dynamic
             record key         is HCT-CHAVE-HISTORICO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-REEMBOLSO ASSIGN TO DISK WID-ARQ-REEMBOLSO
             organization       is indexed
             access mode        is dynamic
             record key         is RMB-CHAVE-REEMBOLSO
             lock mode          is manual
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
       COPY GV-CONTATO.CPY.
       COPY GV-CADCLI.CPY.
       COPY GV-CADVEN.CPY.
       COPY GV-HISTCART.CPY.
       COPY GV-REEMBKM.CPY.
       COPY GV-APROVACAO.CPY.
      *
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SOR-CD-EMPRESA         PIC 9(002).
           03 SOR-CD-VENDEDOR        PIC 9(007).
           03 SOR-DT-VISITA          PIC 9(008).
           03 SOR-CD-CLIENTE         PIC 9(007).
           03 SOR-DS-RAZAO           PIC X(030).
           03 SOR-NR-LATITUDE        PIC S9(003)V9(008).
           03 SOR-NR-LONGITUDE       PIC S9(003)V9(008).
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
           03 WID-ARQ-CONTATO        PIC X(15) VALUE "GV-CONTATO.DAT".
           03 WID-ARQ-CLIENTE        PIC X(15) VALUE "GV-CLIENTE.DAT".
           03 WID-ARQ-VENDEDOR       PIC X(15) VALUE "GV-VENDEDOR.DAT".
           03 WID-ARQ-HISTCART       PIC X(20) VALUE "GV-HISTCART.DAT".
           03 WID-ARQ-REEMBOLSO      PIC X(16) VALUE "GV-REEMBOLSO.DAT".
           03 WID-ARQ-APROVACAO      PIC X(16) VALUE "GV-APROVACAO.DAT".
           03 WS01-ARQUIVO           PIC X(60) VALUE "IMPRESSAO.IMP".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-MENSAGEM            PIC X(68).
           03 WS-FINAL-ARQUIVO       PIC X(01) VALUE SPACE.
              88 WS-FIM-ARQUIVO                VALUE "F".
           03 WS-FINAL-SORT          PIC X(01) VALUE SPACE.
              88 WS-FIM-SORT                   VALUE "F".
           03 WS-FINAL-CONTATO       PIC X(01) VALUE SPACE.
              88 WS-FIM-CONTATO                VALUE "F".
           03 WS-NR-COMPETENCIA      PIC 9(006) VALUE ZEROS.
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-NR-LIN              PIC 9(03) VALUE 999.
           03 WS-NR-PAG              PIC 9(03) VALUE ZEROS.
           03 WS-LINHA-IMPRESSAO     PIC X(116) VALUE SPACES.
      *
      * VALOR DO KM RODADO (CHAVE REEMBOLSO-VL-KM, PADRAO 0,90)
           03 WS-VL-KM               PIC 9(003)V9(004) VALUE 0,90.
           03 WS-VL-CONFIG-DEC       PIC 9(005)V9(004) VALUE ZEROS.
      *
      * VENDEDOR E DIA EM APURACAO
           03 WS-CD-EMPRESA-ATU      PIC 9(002) VALUE ZEROS.
           03 WS-CD-VENDEDOR-ATU     PIC 9(007) VALUE ZEROS.
           03 WS-DT-VISITA-ATU       PIC 9(008) VALUE ZEROS.
           03 WS-IND-BASE            PIC X(01) VALUE "N".
              88 WS-BASE-VALIDA                VALUE "S".
           03 WS-QT-DIAS-VEND        PIC 9(003) VALUE ZEROS.
           03 WS-QT-VISITAS-VEND     PIC 9(005) VALUE ZEROS.
           03 WS-QT-METROS-VEND      PIC 9(012) VALUE ZEROS.
           03 WS-QT-METROS-DIA       PIC 9(011) VALUE ZEROS.
           03 WS-QT-KM-VEND          PIC 9(007)V9(001) VALUE ZEROS.
           03 WS-QT-KM-EXIBE         PIC 9(007)V9(001) VALUE ZEROS.
           03 WS-VL-REEMBOLSO        PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-DS-SITUACAO         PIC X(030) VALUE SPACES.
      *
      * ROTA DO DIA - VIZINHO MAIS PROXIMO A PARTIR DA BASE
           03 WS-QT-PARADAS          PIC 9(003) VALUE ZEROS.
           03 WS-QT-PENDENTES        PIC 9(003) VALUE ZEROS.
           03 WS-NR-PARADA           PIC 9(003) VALUE ZEROS.
           03 WS-IX-PARADA           PIC 9(003) VALUE ZEROS.
           03 WS-IX-ESCOLHIDO        PIC 9(003) VALUE ZEROS.
           03 WS-QT-MENOR-DIST       PIC 9(015) VALUE ZEROS.
           03 WS-QT-CALCULO          PIC 9(015) VALUE ZEROS.
           03 WS-NR-LAT-POSICAO      PIC S9(003)V9(008) VALUE ZEROS.
           03 WS-NR-LON-POSICAO      PIC S9(003)V9(008) VALUE ZEROS.
      *
      * FILA DE APROVACAO
           03 WS-NR-SOLICITACAO-NOVO PIC 9(007) VALUE ZEROS.
           03 WS-HR-AGORA-APR        PIC 9(008) VALUE ZEROS.
           03 WS-IND-SOLIC-ATUALIZADA PIC X(01) VALUE "N".
              88 WS-SOLIC-ATUALIZADA           VALUE "S".
      *
      * TOTAIS DA EXECUCAO
           03 WS-QT-VENDEDORES       PIC 9(05) VALUE ZEROS.
           03 WS-QT-ENVIADOS         PIC 9(05) VALUE ZEROS.
           03 WS-QT-MANTIDOS         PIC 9(05) VALUE ZEROS.
           03 WS-QT-SEM-BASE         PIC 9(05) VALUE ZEROS.
           03 WS-QT-SEM-DONO         PIC 9(05) VALUE ZEROS.
           03 WS-VL-TOTAL-ENVIADO    PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-QT-ED1              PIC ZZZZ9.
           03 WS-QT-ED2              PIC ZZZZ9.
           03 WS-QT-ED3              PIC ZZZZ9.
      *
       01  WS-LATITUDE-LONGITUDE.
           03 WS-LATITUDE1           PIC S9(003)V9(008).
           03 WS-LATITUDE2           PIC S9(003)V9(008).
           03 WS-LONGITUDE1          PIC S9(003)V9(008).
           03 WS-LONGITUDE2          PIC S9(003)V9(008).
      *
       01  WS-HAVERSINE.
           03 WS-RAIO-TERRA          USAGE COMP-2 VALUE 6371000.
           03 WS-LAT1-RAD            USAGE COMP-2.
           03 WS-LAT2-RAD            USAGE COMP-2.
           03 WS-DLAT-RAD            USAGE COMP-2.
           03 WS-DLON-RAD            USAGE COMP-2.
           03 WS-HAV-A               USAGE COMP-2.
           03 WS-HAV-C               USAGE COMP-2.
           03 WS-HAV-DISTANCIA       USAGE COMP-2.
      *
      * VISITAS DO DIA (SITUACAO: D=A VISITAR, S=JA NA ROTA,
      * X=CLIENTE SEM COORDENADAS - FORA DA QUILOMETRAGEM)
       01  WS-TAB-PARADAS.
           03 WS-PARADA-OCORRENCIA OCCURS 200 TIMES.
              05 WS-PAR-CD-CLIENTE   PIC 9(007).
              05 WS-PAR-RAZAO        PIC X(030).
              05 WS-PAR-LATITUDE     PIC S9(003)V9(008).
              05 WS-PAR-LONGITUDE    PIC S9(003)V9(008).
              05 WS-PAR-SITUACAO     PIC X(001).
      *
      * LAYOUT DO DEMONSTRATIVO
       01  CAB-01.
           03 FILLER            PIC X(04) VALUE SPACES.
           03 FILLER            PIC X(41) VALUE
              "REEMBOLSO DE QUILOMETRAGEM - COMPETENCIA ".
           03 WL-COMPETENCIA    PIC 9(06).
           03 FILLER            PIC X(17) VALUE "   VALOR DO KM: ".
           03 WL-VL-KM          PIC ZZ9,9999.
           03 FILLER            PIC X(28) VALUE SPACES.
           03 FILLER            PIC X(05) VALUE "Pag: ".
           03 WL-NR-PAGINA      PIC 9(03).
      *
       01  CAB-02.
           03 FILLER    PIC X(04) VALUE SPACES.
           03 FILLER    PIC X(09) VALUE "DATA".
           03 FILLER    PIC X(05) VALUE "PAR.".
           03 FILLER    PIC X(08) VALUE "CLIENTE".
           03 FILLER    PIC X(31) VALUE "RAZAO SOCIAL".
           03 FILLER    PIC X(12) VALUE " TRECHO (KM)".
      *
       01  CAB-03.
           03 FILLER PIC X(113) VALUE IS ALL '='.
      *
       01  LIN-VENDEDOR.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 FILLER          PIC X(10) VALUE "VENDEDOR: ".
           03 WL-CD-VENDEDOR  PIC ZZZZZZ9.
           03 FILLER          PIC X(03) VALUE " - ".
           03 WL-NM-VENDEDOR  PIC X(40).
           03 FILLER          PIC X(08) VALUE "  BASE: ".
           03 WL-LAT-BASE     PIC -ZZ9,99999999.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-LON-BASE     PIC -ZZ9,99999999.
      *
       01  LIN-PARADA.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 WL-DT-VISITA    PIC 9(08).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-NR-PARADA    PIC ZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-CD-CLIENTE   PIC ZZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-RAZAO        PIC X(30).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-KM-TRECHO    PIC ZZZ.ZZ9,9.
           03 WL-KM-TRECHO-X REDEFINES WL-KM-TRECHO PIC X(09).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-OBSERVACAO   PIC X(20).
      *
       01  LIN-DIA.
           03 FILLER          PIC X(17) VALUE SPACES.
           03 FILLER          PIC X(15) VALUE "VISITAS DO DIA:".
           03 WL-QT-VIS-DIA   PIC ZZ9.
           03 FILLER          PIC X(24) VALUE
              "  RETORNO A BASE (KM): ".
           03 WL-KM-RETORNO   PIC ZZZ.ZZ9,9.
           03 FILLER          PIC X(15) VALUE "   KM DO DIA: ".
           03 WL-KM-DIA       PIC ZZZ.ZZ9,9.
      *
       01  LIN-TOTAL-VEND.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 FILLER          PIC X(12) VALUE "TOTAL  DIAS ".
           03 WL-QT-DIAS      PIC ZZ9.
           03 FILLER          PIC X(10) VALUE "  VISITAS ".
           03 WL-QT-VISITAS   PIC ZZZZ9.
           03 FILLER          PIC X(05) VALUE "  KM ".
           03 WL-KM-TOTAL     PIC Z.ZZZ.ZZ9,9.
           03 FILLER          PIC X(12) VALUE "  REEMBOLSO ".
           03 WL-VL-REEMBOLSO PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-DS-SITUACAO  PIC X(30).
      *
       01  ROD-GERAL.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 FILLER          PIC X(12) VALUE "VENDEDORES: ".
           03 WL-QT-VENDEDORES PIC ZZZZ9.
           03 FILLER          PIC X(24) VALUE
              "  ENVIADOS P/APROVACAO: ".
           03 WL-QT-ENVIADOS  PIC ZZZZ9.
           03 FILLER          PIC X(15) VALUE "  VALOR TOTAL: ".
           03 WL-VL-TOTAL     PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(18) VALUE
              "  VISITAS S/DONO: ".
           03 WL-QT-SEM-DONO  PIC ZZZZ9.
      *
       COPY GV-HISTCARWS.CPY.
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-CONFIGWS.CPY.
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
           03 LINE 05 COL 01 BLANK LINE.
           03 LINE 04 COL 01 BLANK LINE.
           03 LINE 02 COL 25 VALUE "                                ".
      *
       01  SST-REEMBKM.
           03 LINE 02 COL 22 VALUE "Reembolso de Quilometragem".
           03 LINE 05 COL 07 VALUE "Competencia AAAAMM (0 Sai): ".
           03 LINE 05 COL 35 USING WS-NR-COMPETENCIA.
           03 LINE 07 COL 07 VALUE "Valor do Km..............: ".
           03 LINE 07 COL 35 PIC ZZ9,9999 FROM WS-VL-KM.
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
      * EM MODO LOTE E A USADA SEM PERGUNTAR
       1.
           PERFORM 99-LE-CONFIGURACAO.
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-NR-COMPETENCIA = WS-DT-HOJE / 100.
           IF WS-DT-HOJE(5:2) EQUAL "01"
              SUBTRACT 89 FROM WS-NR-COMPETENCIA
           ELSE
              SUBTRACT 1 FROM WS-NR-COMPETENCIA.
           IF NOT LK-MODO-BATCH
              ACCEPT SST-REEMBKM
              IF WS-NR-COMPETENCIA EQUAL ZEROS
                 MOVE "F" TO WS-FINAL-ARQUIVO.
           IF NOT WS-FIM-ARQUIVO
              OPEN INPUT ARQ-CONTATO
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "00" TO WS-ESTADO-ARQUIVO
                 MOVE "Nenhum Contato Registrado." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 OPEN INPUT ARQ-CLIENTE
                 OPEN INPUT ARQ-VENDEDOR
                 IF NOT WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "F" TO WS-FINAL-ARQUIVO
                    MOVE "Cadastros Indisponiveis." TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                    CLOSE ARQ-CONTATO
                 END-IF
              END-IF
           END-IF.
           IF NOT WS-FIM-ARQUIVO
              PERFORM 11-ABRE-GRAVACAO.
       1-SAIDA.
           EXIT.
      *
       11-ABRE-GRAVACAO SECTION.
      *----------------
      * O ARQUIVO DE REEMBOLSOS E A FILA DE APROVACAO NASCEM NA
      * PRIMEIRA EXECUCAO
       11.
           OPEN I-O ARQ-REEMBOLSO.
           IF WS-ESTADO-ARQUIVO EQUAL "35"
              OPEN OUTPUT ARQ-REEMBOLSO
              CLOSE ARQ-REEMBOLSO
              OPEN I-O ARQ-REEMBOLSO.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "11-ABRE-GRAVACAO" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-REEMBOLSO TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Reembolsos Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              CLOSE ARQ-CONTATO
                    ARQ-CLIENTE
                    ARQ-VENDEDOR
           ELSE
              OPEN I-O ARQ-APROVACAO
              IF WS-ESTADO-ARQUIVO EQUAL "35"
                 OPEN OUTPUT ARQ-APROVACAO
                 CLOSE ARQ-APROVACAO
                 OPEN I-O ARQ-APROVACAO
              END-IF
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "11-ABRE-GRAVACAO" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-APROVACAO TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Fila de Aprovacao Indisponivel." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 CLOSE ARQ-CONTATO
                       ARQ-CLIENTE
                       ARQ-VENDEDOR
                       ARQ-REEMBOLSO
              END-IF
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       11-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           MOVE WS-NR-COMPETENCIA TO WL-COMPETENCIA.
           MOVE WS-VL-KM          TO WL-VL-KM.
           MOVE "REEMBKM" TO WS-SPL-ID-RELATORIO.
           PERFORM 99-PREPARA-SPOOL.
           OPEN OUTPUT RELATO.
           PERFORM 99-ABRE-HISTCART-CONSULTA.
           SORT ARQ-SORT ON ASCENDING KEY SOR-CD-EMPRESA
                                          SOR-CD-VENDEDOR
                                          SOR-DT-VISITA
                                          SOR-CD-CLIENTE
                INPUT  PROCEDURE IS 21-SELECIONA-VISITAS
                OUTPUT PROCEDURE IS 22-APURA-REEMBOLSOS.
           PERFORM 99-FECHA-HISTCART.
           CLOSE RELATO.
           MOVE WS-QT-VENDEDORES TO WS-QT-ED1.
           MOVE WS-QT-ENVIADOS   TO WS-QT-ED2.
           MOVE WS-QT-MANTIDOS   TO WS-QT-ED3.
           MOVE SPACES TO WS-MENSAGEM.
           STRING "Vendedores: " WS-QT-ED1
                  " - P/ Aprovacao: " WS-QT-ED2
                  " - Mantidos: " WS-QT-ED3
                  DELIMITED BY SIZE INTO WS-MENSAGEM.
           PERFORM 99-MENSAGEM.
       2-SAIDA.
           EXIT.
      *
       21-SELECIONA-VISITAS SECTION.
      *--------------------
      * VISITAS CONFIRMADAS DA COMPETENCIA, CADA UMA COM O VENDEDOR
      * DONO DO CLIENTE NA DATA DA VISITA; VISITA COM CHECK-IN FORA
      * DA GEOCERCA NAO E REEMBOLSADA
       21.
           MOVE ZEROS TO CON-CHAVE-CONTATO
                         WS-ESTADO-ARQUIVO.
           MOVE SPACE TO WS-FINAL-CONTATO.
           START ARQ-CONTATO KEY NOT LESS CON-CHAVE-CONTATO.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "F" TO WS-FINAL-CONTATO.
           PERFORM 211-TRATA-UM-CONTATO
               UNTIL WS-FIM-CONTATO.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       21-SAIDA.
           EXIT.
      *
       211-TRATA-UM-CONTATO SECTION.
       211.
           READ ARQ-CONTATO NEXT.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "F" TO WS-FINAL-CONTATO
           ELSE
              IF  CON-CONTATO-VISITA
              AND NOT CON-GEO-FORA
              AND CON-DT-CONTATO(1:6) EQUAL WS-NR-COMPETENCIA
                 PERFORM 2111-LIBERA-VISITA
              END-IF
           END-IF.
       211-SAIDA.
           EXIT.
      *
       2111-LIBERA-VISITA SECTION.
       2111.
           MOVE CON-CD-EMPRESA TO CLI-CD-EMPRESA.
           MOVE CON-CD-CLIENTE TO CLI-CD-CLIENTE.
           PERFORM 99-LER-CLIENTE.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              ADD 1 TO WS-QT-SEM-DONO
           ELSE
              MOVE CLI-CD-EMPRESA  TO WS-HCT-CD-EMPRESA
              MOVE CLI-CD-CLIENTE  TO WS-HCT-CD-CLIENTE
              MOVE CON-DT-CONTATO  TO WS-HCT-DT-REFERENCIA
              MOVE CLI-CD-VENDEDOR TO WS-HCT-CD-VENDEDOR
              PERFORM 99-BUSCA-DONO-CLIENTE
              IF WS-HCT-CD-VENDEDOR EQUAL ZEROS
                 ADD 1 TO WS-QT-SEM-DONO
              ELSE
                 MOVE CLI-CD-EMPRESA      TO SOR-CD-EMPRESA
                 MOVE WS-HCT-CD-VENDEDOR  TO SOR-CD-VENDEDOR
                 MOVE CON-DT-CONTATO      TO SOR-DT-VISITA
                 MOVE CLI-CD-CLIENTE      TO SOR-CD-CLIENTE
                 MOVE CLI-DS-RAZAO-SOCIAL TO SOR-DS-RAZAO
                 MOVE CLI-NR-LATITUDE     TO SOR-NR-LATITUDE
                 MOVE CLI-NR-LONGITUDE    TO SOR-NR-LONGITUDE
                 RELEASE REG-SORT
              END-IF
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       2111-SAIDA.
           EXIT.
      *
       22-APURA-REEMBOLSOS SECTION.
      *-------------------
       22.
           PERFORM 99-LEITURA-SORT.
           PERFORM 221-APURA-UM-VENDEDOR
               UNTIL WS-FIM-SORT.
           IF WS-NR-PAG EQUAL ZEROS
              PERFORM 99-IMPRIME-CABECALHO.
           MOVE WS-QT-VENDEDORES    TO WL-QT-VENDEDORES.
           MOVE WS-QT-ENVIADOS      TO WL-QT-ENVIADOS.
           MOVE WS-VL-TOTAL-ENVIADO TO WL-VL-TOTAL.
           MOVE WS-QT-SEM-DONO      TO WL-QT-SEM-DONO.
           WRITE LINHA FROM CAB-03    BEFORE ADVANCING 1.
           WRITE LINHA FROM ROD-GERAL BEFORE ADVANCING 1.
       22-SAIDA.
           EXIT.
      *
       221-APURA-UM-VENDEDOR SECTION.
      *---------------------
      * BASE DO VENDEDOR SEM COORDENADAS NAO PERMITE MEDIR A ROTA:
      * AS VISITAS SAO LISTADAS E O REEMBOLSO NAO E APURADO
       221.
           ADD 1 TO WS-QT-VENDEDORES.
           MOVE SOR-CD-EMPRESA  TO WS-CD-EMPRESA-ATU
                                   FOR-CD-EMPRESA.
           MOVE SOR-CD-VENDEDOR TO WS-CD-VENDEDOR-ATU
                                   FOR-CD-VENDEDOR.
           PERFORM 99-LER-VENDEDOR.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "*** VENDEDOR NAO CADASTRADO ***" TO FOR-NM-VENDEDOR
              MOVE ZEROS TO FOR-NR-LATITUDE
                            FOR-NR-LONGITUDE
              MOVE "00"  TO WS-ESTADO-ARQUIVO.
           IF  FOR-NR-LATITUDE  EQUAL ZEROS
           AND FOR-NR-LONGITUDE EQUAL ZEROS
              MOVE "N" TO WS-IND-BASE
           ELSE
              MOVE "S" TO WS-IND-BASE.
           MOVE ZEROS TO WS-QT-DIAS-VEND
                         WS-QT-VISITAS-VEND
                         WS-QT-METROS-VEND.
           IF WS-NR-LIN GREATER 58
              PERFORM 99-IMPRIME-CABECALHO.
           MOVE FOR-CD-VENDEDOR  TO WL-CD-VENDEDOR.
           MOVE FOR-NM-VENDEDOR  TO WL-NM-VENDEDOR.
           MOVE FOR-NR-LATITUDE  TO WL-LAT-BASE.
           MOVE FOR-NR-LONGITUDE TO WL-LON-BASE.
           MOVE LIN-VENDEDOR TO WS-LINHA-IMPRESSAO.
           PERFORM 99-IMPRIME-LINHA.
           PERFORM 2211-APURA-UM-DIA
               UNTIL WS-FIM-SORT
                  OR SOR-CD-EMPRESA  NOT EQUAL WS-CD-EMPRESA-ATU
                  OR SOR-CD-VENDEDOR NOT EQUAL WS-CD-VENDEDOR-ATU.
           COMPUTE WS-QT-KM-VEND ROUNDED = WS-QT-METROS-VEND / 1000.
           COMPUTE WS-VL-REEMBOLSO ROUNDED = WS-QT-KM-VEND * WS-VL-KM.
           IF NOT WS-BASE-VALIDA
              MOVE ZEROS TO WS-QT-KM-VEND
                            WS-VL-REEMBOLSO
              MOVE "BASE SEM COORDENADAS" TO WS-DS-SITUACAO
              ADD 1 TO WS-QT-SEM-BASE
           ELSE
              IF WS-VL-REEMBOLSO EQUAL ZEROS
                 MOVE "SEM QUILOMETRAGEM" TO WS-DS-SITUACAO
              ELSE
                 PERFORM 2212-GRAVA-REEMBOLSO
              END-IF
           END-IF.
           MOVE WS-QT-DIAS-VEND    TO WL-QT-DIAS.
           MOVE WS-QT-VISITAS-VEND TO WL-QT-VISITAS.
           MOVE WS-QT-KM-VEND      TO WL-KM-TOTAL.
           MOVE WS-VL-REEMBOLSO    TO WL-VL-REEMBOLSO.
           MOVE WS-DS-SITUACAO     TO WL-DS-SITUACAO.
           MOVE LIN-TOTAL-VEND TO WS-LINHA-IMPRESSAO.
           PERFORM 99-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA-IMPRESSAO.
           PERFORM 99-IMPRIME-LINHA.
       221-SAIDA.
           EXIT.
      *
       2211-APURA-UM-DIA SECTION.
      * CARREGA AS VISITAS DO DIA (UMA POR CLIENTE) E MONTA A ROTA
      * PELO VIZINHO MAIS PROXIMO, PARTINDO DA BASE E VOLTANDO A ELA
       2211.
           MOVE SOR-DT-VISITA TO WS-DT-VISITA-ATU.
           MOVE ZEROS TO WS-QT-PARADAS
                         WS-QT-PENDENTES
                         WS-QT-METROS-DIA.
           PERFORM 22111-CARREGA-UMA-VISITA
               UNTIL WS-FIM-SORT
                  OR SOR-CD-EMPRESA  NOT EQUAL WS-CD-EMPRESA-ATU
                  OR SOR-CD-VENDEDOR NOT EQUAL WS-CD-VENDEDOR-ATU
                  OR SOR-DT-VISITA   NOT EQUAL WS-DT-VISITA-ATU.
           ADD 1             TO WS-QT-DIAS-VEND.
           ADD WS-QT-PARADAS TO WS-QT-VISITAS-VEND.
           MOVE FOR-NR-LATITUDE  TO WS-NR-LAT-POSICAO.
           MOVE FOR-NR-LONGITUDE TO WS-NR-LON-POSICAO.
           MOVE ZEROS TO WS-NR-PARADA.
           PERFORM 22112-PROXIMA-PARADA
               UNTIL WS-QT-PENDENTES EQUAL ZEROS.
           PERFORM 22113-LISTA-SEM-COORDENADA
               VARYING WS-IX-PARADA FROM 1 BY 1
               UNTIL WS-IX-PARADA GREATER WS-QT-PARADAS.
           MOVE ZEROS TO WS-QT-CALCULO.
           IF WS-NR-PARADA GREATER ZEROS
              MOVE WS-NR-LAT-POSICAO TO WS-LATITUDE1
              MOVE WS-NR-LON-POSICAO TO WS-LONGITUDE1
              MOVE FOR-NR-LATITUDE   TO WS-LATITUDE2
              MOVE FOR-NR-LONGITUDE  TO WS-LONGITUDE2
              PERFORM 99-CALCULA-DISTANCIA
              ADD WS-QT-CALCULO TO WS-QT-METROS-DIA.
           ADD WS-QT-METROS-DIA TO WS-QT-METROS-VEND.
           MOVE WS-QT-PARADAS TO WL-QT-VIS-DIA.
           COMPUTE WS-QT-KM-EXIBE ROUNDED = WS-QT-CALCULO / 1000.
           MOVE WS-QT-KM-EXIBE TO WL-KM-RETORNO.
           COMPUTE WS-QT-KM-EXIBE ROUNDED = WS-QT-METROS-DIA / 1000.
           MOVE WS-QT-KM-EXIBE TO WL-KM-DIA.
           MOVE LIN-DIA TO WS-LINHA-IMPRESSAO.
           PERFORM 99-IMPRIME-LINHA.
       2211-SAIDA.
           EXIT.
      *
       22111-CARREGA-UMA-VISITA SECTION.
      * MAIS DE UMA VISITA AO MESMO CLIENTE NO DIA E UMA PARADA SO
       22111.
           IF WS-QT-PARADAS LESS 200
              IF WS-QT-PARADAS EQUAL ZEROS
              OR SOR-CD-CLIENTE NOT EQUAL
                                WS-PAR-CD-CLIENTE(WS-QT-PARADAS)
                 ADD 1 TO WS-QT-PARADAS
                 MOVE SOR-CD-CLIENTE
                      TO WS-PAR-CD-CLIENTE(WS-QT-PARADAS)
                 MOVE SOR-DS-RAZAO
                      TO WS-PAR-RAZAO(WS-QT-PARADAS)
                 MOVE SOR-NR-LATITUDE
                      TO WS-PAR-LATITUDE(WS-QT-PARADAS)
                 MOVE SOR-NR-LONGITUDE
                      TO WS-PAR-LONGITUDE(WS-QT-PARADAS)
                 IF  SOR-NR-LATITUDE  EQUAL ZEROS
                 AND SOR-NR-LONGITUDE EQUAL ZEROS
                 OR  NOT WS-BASE-VALIDA
                    MOVE "X" TO WS-PAR-SITUACAO(WS-QT-PARADAS)
                 ELSE
                    MOVE "D" TO WS-PAR-SITUACAO(WS-QT-PARADAS)
                    ADD 1 TO WS-QT-PENDENTES.
           PERFORM 99-LEITURA-SORT.
       22111-SAIDA.
           EXIT.
      *
       22112-PROXIMA-PARADA SECTION.
       22112.
           MOVE 999999999999999 TO WS-QT-MENOR-DIST.
           MOVE ZEROS           TO WS-IX-ESCOLHIDO.
           PERFORM 221121-COMPARA-DISTANCIA
               VARYING WS-IX-PARADA FROM 1 BY 1
               UNTIL WS-IX-PARADA GREATER WS-QT-PARADAS.
           IF WS-IX-ESCOLHIDO GREATER ZEROS
              ADD 1 TO WS-NR-PARADA
              ADD WS-QT-MENOR-DIST TO WS-QT-METROS-DIA
              MOVE WS-DT-VISITA-ATU TO WL-DT-VISITA
              MOVE WS-NR-PARADA     TO WL-NR-PARADA
              MOVE WS-PAR-CD-CLIENTE(WS-IX-ESCOLHIDO)
                   TO WL-CD-CLIENTE
              MOVE WS-PAR-RAZAO(WS-IX-ESCOLHIDO) TO WL-RAZAO
              COMPUTE WS-QT-KM-EXIBE ROUNDED = WS-QT-MENOR-DIST / 1000
              MOVE WS-QT-KM-EXIBE TO WL-KM-TRECHO
              MOVE SPACES         TO WL-OBSERVACAO
              MOVE LIN-PARADA TO WS-LINHA-IMPRESSAO
              PERFORM 99-IMPRIME-LINHA
              MOVE WS-PAR-LATITUDE(WS-IX-ESCOLHIDO)
                   TO WS-NR-LAT-POSICAO
              MOVE WS-PAR-LONGITUDE(WS-IX-ESCOLHIDO)
                   TO WS-NR-LON-POSICAO
              MOVE "S" TO WS-PAR-SITUACAO(WS-IX-ESCOLHIDO)
              SUBTRACT 1 FROM WS-QT-PENDENTES
           ELSE
              MOVE ZEROS TO WS-QT-PENDENTES.
       22112-SAIDA.
           EXIT.
      *
       221121-COMPARA-DISTANCIA SECTION.
       221121.
           IF WS-PAR-SITUACAO(WS-IX-PARADA) EQUAL "D"
              MOVE WS-NR-LAT-POSICAO TO WS-LATITUDE1
              MOVE WS-NR-LON-POSICAO TO WS-LONGITUDE1
              MOVE WS-PAR-LATITUDE(WS-IX-PARADA)  TO WS-LATITUDE2
              MOVE WS-PAR-LONGITUDE(WS-IX-PARADA) TO WS-LONGITUDE2
              PERFORM 99-CALCULA-DISTANCIA
              IF WS-QT-CALCULO LESS WS-QT-MENOR-DIST
                 MOVE WS-QT-CALCULO TO WS-QT-MENOR-DIST
                 MOVE WS-IX-PARADA  TO WS-IX-ESCOLHIDO.
       221121-SAIDA.
           EXIT.
      *
       22113-LISTA-SEM-COORDENADA SECTION.
      * VISITA A CLIENTE SEM COORDENADAS (OU DE VENDEDOR SEM BASE)
      * CONTA COMO VISITA DO DIA MAS NAO ENTRA NA QUILOMETRAGEM
       22113.
           IF WS-PAR-SITUACAO(WS-IX-PARADA) EQUAL "X"
              MOVE WS-DT-VISITA-ATU TO WL-DT-VISITA
              MOVE ZEROS            TO WL-NR-PARADA
              MOVE WS-PAR-CD-CLIENTE(WS-IX-PARADA) TO WL-CD-CLIENTE
              MOVE WS-PAR-RAZAO(WS-IX-PARADA)      TO WL-RAZAO
              MOVE SPACES            TO WL-KM-TRECHO-X
              IF WS-BASE-VALIDA
                 MOVE "SEM COORDENADAS" TO WL-OBSERVACAO
              ELSE
                 MOVE "NAO MEDIDA"      TO WL-OBSERVACAO
              END-IF
              MOVE LIN-PARADA TO WS-LINHA-IMPRESSAO
              PERFORM 99-IMPRIME-LINHA.
       22113-SAIDA.
           EXIT.
      *
       2212-GRAVA-REEMBOLSO SECTION.
      *--------------------
      * REEMBOLSO JA APROVADO OU LANCADO NO FECHAMENTO FICA COMO
      * ESTA; PENDENTE OU RECUSADO E RECALCULADO E VOLTA PARA A FILA
       2212.
           MOVE WS-CD-EMPRESA-ATU  TO RMB-CD-EMPRESA.
           MOVE WS-CD-VENDEDOR-ATU TO RMB-CD-VENDEDOR.
           MOVE WS-NR-COMPETENCIA  TO RMB-NR-COMPETENCIA.
           PERFORM 99-LER-REEMBOLSO.
           IF  WS-OPERACAO-BEM-SUCEDIDA
           AND (RMB-SIT-APROVADO OR RMB-SIT-LANCADO)
              ADD 1 TO WS-QT-MANTIDOS
              MOVE RMB-QT-KM        TO WS-QT-KM-VEND
              MOVE RMB-VL-REEMBOLSO TO WS-VL-REEMBOLSO
              IF RMB-SIT-APROVADO
                 MOVE "JA APROVADO - MANTIDO" TO WS-DS-SITUACAO
              ELSE
                 MOVE "JA LANCADO - MANTIDO"  TO WS-DS-SITUACAO
              END-IF
           ELSE
              IF WS-OPERACAO-BEM-SUCEDIDA
                 PERFORM 22121-ENFILEIRA-APROVACAO
                 PERFORM 99-MONTA-REEMBOLSO
                 PERFORM 99-REGRAVA-REEMBOLSO
              ELSE
                 MOVE "00"  TO WS-ESTADO-ARQUIVO
                 MOVE ZEROS TO RMB-NR-SOLICITACAO
                 PERFORM 22121-ENFILEIRA-APROVACAO
                 PERFORM 99-MONTA-REEMBOLSO
                 PERFORM 99-GRAVA-REEMBOLSO
              END-IF
              ADD 1 TO WS-QT-ENVIADOS
              ADD WS-VL-REEMBOLSO TO WS-VL-TOTAL-ENVIADO
              MOVE "ENVIADO PARA APROVACAO" TO WS-DS-SITUACAO
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       2212-SAIDA.
           EXIT.
      *
       22121-ENFILEIRA-APROVACAO SECTION.
      * A SOLICITACAO AINDA PENDENTE DO CALCULO ANTERIOR E ATUALIZADA
      * COM OS VALORES NOVOS; SEM ELA (OU JA DECIDIDA) ABRE OUTRA
       22121.
           MOVE "N" TO WS-IND-SOLIC-ATUALIZADA.
           IF RMB-NR-SOLICITACAO GREATER ZEROS
              MOVE RMB-NR-SOLICITACAO TO APR-NR-SOLICITACAO
              READ ARQ-APROVACAO
              IF  WS-OPERACAO-BEM-SUCEDIDA
              AND APR-ALT-REEMBOLSO
              AND APR-SIT-PENDENTE
                 PERFORM 99-MONTA-SOLICITACAO
                 REWRITE APR-REGISTRO
                 MOVE "S" TO WS-IND-SOLIC-ATUALIZADA
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
           IF NOT WS-SOLIC-ATUALIZADA
              PERFORM 991-PROXIMO-NR-SOLICITACAO
              MOVE WS-NR-SOLICITACAO-NOVO TO APR-NR-SOLICITACAO
              PERFORM 99-MONTA-SOLICITACAO
              WRITE APR-REGISTRO
              MOVE WS-NR-SOLICITACAO-NOVO TO RMB-NR-SOLICITACAO.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       22121-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           IF NOT WS-FIM-ARQUIVO
              CLOSE ARQ-CONTATO
                    ARQ-CLIENTE
                    ARQ-VENDEDOR
                    ARQ-REEMBOLSO
                    ARQ-APROVACAO.
           IF NOT LK-MODO-BATCH
              DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
      *
       99-LER-CLIENTE.
           READ ARQ-CLIENTE.
      *
       99-LER-VENDEDOR.
           READ ARQ-VENDEDOR.
      *
       99-LER-REEMBOLSO.
           READ ARQ-REEMBOLSO.
      *
       99-GRAVA-REEMBOLSO.
           WRITE RMB-REGISTRO.
      *
       99-REGRAVA-REEMBOLSO.
           REWRITE RMB-REGISTRO.
      *
       99-LEITURA-SORT.
           RETURN ARQ-SORT
               AT END
                  MOVE "F" TO WS-FINAL-SORT.
      *
      * REGISTRO DO REEMBOLSO COM O CALCULO CORRENTE, PENDENTE DE
      * APROVACAO (A CHAVE E O NUMERO DA SOLICITACAO JA MONTADOS)
       99-MONTA-REEMBOLSO.
           MOVE WS-QT-DIAS-VEND    TO RMB-QT-DIAS
           MOVE WS-QT-VISITAS-VEND TO RMB-QT-VISITAS
           MOVE WS-QT-KM-VEND      TO RMB-QT-KM
           MOVE WS-VL-KM           TO RMB-VL-KM
           MOVE WS-VL-REEMBOLSO    TO RMB-VL-REEMBOLSO
           MOVE "P"                TO RMB-SITUACAO
           MOVE WS-DT-HOJE         TO RMB-DT-CALCULO
           MOVE LK-CD-USUARIO      TO RMB-CD-USUARIO
           MOVE SPACES             TO RMB-CD-APROVADOR
           MOVE ZEROS              TO RMB-DT-DECISAO
                                      RMB-NR-COMP-LANCAMENTO.
      *
      * SOLICITACAO DE APROVACAO DO REEMBOLSO (QUATRO OLHOS - QUEM
      * CALCULOU NAO APROVA)
       99-MONTA-SOLICITACAO.
           MOVE "K"                 TO APR-TP-ALTERACAO
           MOVE WS-CD-EMPRESA-ATU   TO APR-CD-EMPRESA
           MOVE WS-CD-VENDEDOR-ATU  TO APR-CHAVE
           MOVE LK-CD-USUARIO       TO APR-CD-SOLICITANTE
           MOVE WS-DT-HOJE          TO APR-DT-SOLICITACAO
           ACCEPT WS-HR-AGORA-APR FROM TIME
           MOVE WS-HR-AGORA-APR(1:6) TO APR-HR-SOLICITACAO
           MOVE "P"                 TO APR-SITUACAO
           MOVE SPACES              TO APR-CD-APROVADOR
           MOVE ZEROS               TO APR-DT-DECISAO
           MOVE SPACES              TO APR-DADOS-NOVOS
           MOVE WS-NR-COMPETENCIA   TO APR-NR-COMP-REEMBOLSO
           MOVE WS-QT-KM-VEND       TO APR-QT-KM-REEMBOLSO
           MOVE WS-VL-REEMBOLSO     TO APR-VL-REEMBOLSO.
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
       99-CALCULA-DISTANCIA.
           COMPUTE WS-LAT1-RAD = WS-LATITUDE1 * 3,14159265358979
                                  / 180.
           COMPUTE WS-LAT2-RAD = WS-LATITUDE2 * 3,14159265358979
                                  / 180.
           COMPUTE WS-DLAT-RAD = (WS-LATITUDE2 - WS-LATITUDE1)
                                  * 3,14159265358979 / 180.
           COMPUTE WS-DLON-RAD = (WS-LONGITUDE2 - WS-LONGITUDE1)
                                  * 3,14159265358979 / 180.
           COMPUTE WS-HAV-A =
                   (FUNCTION SIN (WS-DLAT-RAD / 2) *
                    FUNCTION SIN (WS-DLAT-RAD / 2))
                 + (FUNCTION COS (WS-LAT1-RAD) *
                    FUNCTION COS (WS-LAT2-RAD) *
                    FUNCTION SIN (WS-DLON-RAD / 2) *
                    FUNCTION SIN (WS-DLON-RAD / 2)).
           COMPUTE WS-HAV-C = 2 * FUNCTION ASIN (FUNCTION SQRT
                                                 (WS-HAV-A)).
           COMPUTE WS-HAV-DISTANCIA = WS-RAIO-TERRA * WS-HAV-C.
           COMPUTE WS-QT-CALCULO = WS-HAV-DISTANCIA.
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
       99-IMPRIME-LINHA.
           ADD 1 TO WS-NR-LIN
           IF WS-NR-LIN > 66
              PERFORM 99-IMPRIME-CABECALHO
           END-IF
           WRITE LINHA FROM WS-LINHA-IMPRESSAO BEFORE ADVANCING 1.
      *
       COPY GV-HISTCARPD.CPY.
      *
       COPY GV-SPOOLPD.CPY.
      *
      * VALOR DO KM RODADO NO ARQUIVO CENTRAL DE CONFIGURACAO
       99-LE-CONFIGURACAO.
           MOVE "REEMBOLSO-VL-KM" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              COMPUTE WS-VL-CONFIG-DEC = FUNCTION NUMVAL (WS-CFG-VALOR)
              IF  WS-VL-CONFIG-DEC GREATER ZEROS
              AND WS-VL-CONFIG-DEC LESS 1000
                 MOVE WS-VL-CONFIG-DEC TO WS-VL-KM
              END-IF
           END-IF.
      *
       990-CONSULTA-CONFIG.
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
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
           MOVE "GV-REEMBKM" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
