000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-RETCOBRANCA.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Baixa do Retorno da Cobranca Bancaria
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Le o arquivo de retorno da cobranca do banco (CNAB 400:
      *     header "0", detalhes "1" e trailer "9" com a quantidade
      *     de titulos e o total pago) e baixa no master de contas
      *     a receber (GV-RECEBER.CPY) cada liquidacao (ocorrencias
      *     06, 15 e 17), localizando o titulo pelo numero do
      *     documento (chave alternada) e, havendo mais de um titulo
      *     com o mesmo documento, pela empresa/cliente gravados no
      *     campo de uso da empresa. O pagamento baixa primeiro os
      *     juros/mora, depois o principal (com desconto e
      *     abatimento); principal abaixo do saldo fica como baixa
      *     parcial e o titulo continua aberto. Titulo inexistente,
      *     documento ambiguo, titulo ja liquidado ou a mesma
      *     liquidacao (data e valor) repetida sao rejeitados. Como
      *     na carga do contas a receber (GV-CARGAREC), trailer que
      *     nao confere descarta o arquivo inteiro. O relatorio de
      *     conferencia vai para o spool com os titulos baixados,
      *     as rejeicoes e o resumo dos totais de controle para o
      *     fechamento com o extrato bancario.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RECEBER ASSIGN TO DISK WID-ARQ-RECEBER
             organization       is indexed
             access mode        is dynamic
             record key         is REC-CHAVE-RECEBER
             alternate record key is REC-NR-DOCUMENTO
                                with duplicates
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-RETORNO ASSIGN TO DISK WID-ARQ-RETORNO
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
       COPY GV-RECEBER.CPY.
      *
      * RETORNO DA COBRANCA - CNAB 400. SO OS CAMPOS USADOS NA BAIXA
      * ESTAO NOMEADOS; OS VALORES VEM COM 2 DECIMAIS IMPLICITAS E
      * AS DATAS EM DDMMAA
       FD  ARQ-RETORNO
           LABEL RECORD IS STANDARD.
       01  RCB-REGISTRO.
           03 RCB-TIPO               PIC X(001).
              88 RCB-TIPO-HEADER               VALUE "0".
              88 RCB-TIPO-DETALHE              VALUE "1".
              88 RCB-TIPO-TRAILER              VALUE "9".
           03 RCB-DADOS              PIC X(399).
           03 RCB-DADOS-HEADER REDEFINES RCB-DADOS.
              05 RCB-CD-OPERACAO     PIC X(001).
                 88 RCB-OPERACAO-RETORNO       VALUE "2".
              05 RCB-LT-OPERACAO     PIC X(007).
              05 RCB-CD-SERVICO      PIC X(002).
              05 FILLER              PIC X(083).
              05 RCB-DT-GRAVACAO     PIC 9(006).
              05 FILLER              PIC X(300).
           03 RCB-DADOS-DETALHE REDEFINES RCB-DADOS.
              05 FILLER              PIC X(036).
      * USO DA EMPRESA - DEVOLVIDO PELO BANCO COMO FOI NA REMESSA
              05 RCB-USO-EMPRESA.
                 07 RCB-CTL-EMPRESA  PIC 9(002).
                 07 RCB-CTL-CLIENTE  PIC 9(007).
                 07 FILLER           PIC X(016).
              05 FILLER              PIC X(008).
              05 RCB-NOSSO-NUMERO    PIC X(012).
              05 FILLER              PIC X(026).
              05 RCB-CD-OCORRENCIA   PIC X(002).
                 88 RCB-LIQUIDACAO             VALUE "06" "15" "17".
              05 RCB-DT-OCORRENCIA.
                 07 RCB-DIA-OCORRENCIA PIC 9(002).
                 07 RCB-MES-OCORRENCIA PIC 9(002).
                 07 RCB-ANO-OCORRENCIA PIC 9(002).
              05 RCB-NR-DOCUMENTO    PIC X(010).
              05 RCB-NR-DOCUMENTO-NUM REDEFINES RCB-NR-DOCUMENTO
                                     PIC 9(010).
              05 FILLER              PIC X(020).
              05 RCB-DT-VENCIMENTO   PIC 9(006).
              05 RCB-VL-TITULO       PIC 9(011)V9(002).
              05 FILLER              PIC X(010).
              05 RCB-VL-DESPESAS     PIC 9(011)V9(002).
              05 FILLER              PIC X(039).
              05 RCB-VL-ABATIMENTO   PIC 9(011)V9(002).
              05 RCB-VL-DESCONTO     PIC 9(011)V9(002).
              05 RCB-VL-PAGO         PIC 9(011)V9(002).
              05 RCB-VL-JUROS        PIC 9(011)V9(002).
              05 FILLER              PIC X(016).
              05 RCB-DT-CREDITO      PIC 9(006).
              05 FILLER              PIC X(093).
              05 RCB-NR-SEQUENCIAL   PIC 9(006).
           03 RCB-DADOS-TRAILER REDEFINES RCB-DADOS.
              05 FILLER              PIC X(016).
              05 RCB-QT-TITULOS      PIC 9(008).
              05 RCB-VL-TOTAL-PAGO   PIC 9(012)V9(002).
              05 FILLER              PIC X(355).
              05 RCB-NR-SEQ-TRAILER  PIC 9(006).
      *
      * UMA LINHA POR LIQUIDACAO TRATADA: SECAO 1 = BAIXADA,
      * SECAO 2 = REJEITADA, NA ORDEM DO ARQUIVO DE RETORNO
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SOR-NR-SECAO           PIC 9(001).
           03 SOR-NR-SEQUENCIA       PIC 9(007).
           03 SOR-CD-EMPRESA         PIC 9(002).
           03 SOR-CD-CLIENTE         PIC 9(007).
           03 SOR-NR-DOCUMENTO       PIC X(010).
           03 SOR-CD-OCORRENCIA      PIC X(002).
           03 SOR-DT-PAGAMENTO       PIC 9(008).
           03 SOR-VL-PAGO            PIC 9(013)V9(002).
           03 SOR-VL-PRINCIPAL       PIC 9(013)V9(002).
           03 SOR-VL-JUROS           PIC 9(013)V9(002).
           03 SOR-VL-SALDO           PIC 9(013)V9(002).
           03 SOR-DS-SITUACAO        PIC X(022).
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
           03 WID-ARQ-RECEBER        PIC X(60) VALUE "GV-RECEBER.DAT".
           03 WID-ARQ-RETORNO        PIC X(40) VALUE SPACES.
           03 WS01-ARQUIVO           PIC X(60) VALUE "IMPRESSAO.IMP".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00".
              88 WS-GRAVACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-FINAL-ARQUIVO       PIC X(01) VALUE SPACE.
              88 WS-FIM-ARQUIVO                VALUE "F".
           03 WS-FINAL-SORT          PIC X(01) VALUE SPACE.
              88 WS-FIM-SORT                   VALUE "F".
           03 WS-MENSAGEM            PIC X(68).
           03 WS-IND-ENTRADA-LIDA    PIC X(01) VALUE "N".
              88 WS-ENTRADA-LIDA               VALUE "S".
           03 WS-IND-TEM-HEADER      PIC X(01) VALUE "N".
              88 WS-TEM-HEADER                 VALUE "S".
           03 WS-IND-TEM-TRAILER     PIC X(01) VALUE "N".
              88 WS-TEM-TRAILER                VALUE "S".
           03 WS-IND-CONFERE         PIC X(01) VALUE "N".
              88 WS-TOTAIS-CONFEREM            VALUE "S".
           03 WS-IND-FIM-DOCUMENTO   PIC X(01) VALUE "N".
              88 WS-FIM-DOCUMENTO              VALUE "S".
           03 WS-QT-DETALHES         PIC 9(008) VALUE ZEROS.
           03 WS-VL-SOMA-PAGO        PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-QT-TRAILER          PIC 9(008) VALUE ZEROS.
           03 WS-VL-TRAILER          PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-NR-SEQUENCIA        PIC 9(007) VALUE ZEROS.
           03 WS-NR-SECAO-ANT        PIC 9(001) VALUE ZEROS.
           03 WS-NR-DOCUMENTO-BUSCA  PIC 9(009) VALUE ZEROS.
           03 WS-QT-CANDIDATOS       PIC 9(005) VALUE ZEROS.
           03 WS-QT-EXATOS           PIC 9(005) VALUE ZEROS.
           03 WS-CHAVE-PRIMEIRO      PIC X(018) VALUE SPACES.
           03 WS-CHAVE-EXATO         PIC X(018) VALUE SPACES.
           03 WS-DS-REJEICAO         PIC X(022) VALUE SPACES.
           03 WS-DT-PAGAMENTO        PIC 9(008) VALUE ZEROS.
           03 WS-DT-PAGAMENTO-R REDEFINES WS-DT-PAGAMENTO.
              05 WS-SEC-PAGAMENTO    PIC 9(002).
              05 WS-ANO-PAGAMENTO    PIC 9(002).
              05 WS-MES-PAGAMENTO    PIC 9(002).
              05 WS-DIA-PAGAMENTO    PIC 9(002).
           03 WS-VL-SALDO            PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-VL-PRINCIPAL        PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-VL-JUROS            PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-VL-CALCULO          PIC S9(015)V9(002) VALUE ZEROS.
           03 WS-NR-LIN              PIC 9(03) VALUE 999.
           03 WS-NR-PAG              PIC 9(03) VALUE ZEROS.
           03 WS-QT-ED1              PIC ZZZZZZ9.
           03 WS-QT-ED2              PIC ZZZZZZ9.
           03 WS-QT-ED3              PIC ZZZZZZ9.
      *
      * TOTAIS DE CONTROLE DO RETORNO PARA O FECHAMENTO COM O EXTRATO
       01  WS-TOTAIS-CONTROLE.
           03 WS-QT-LIQUIDACOES      PIC 9(007) VALUE ZEROS.
           03 WS-VL-LIQUIDACOES      PIC 9(015)V9(002) VALUE ZEROS.
           03 WS-VL-DESPESAS         PIC 9(015)V9(002) VALUE ZEROS.
           03 WS-VL-LIQUIDO          PIC 9(015)V9(002) VALUE ZEROS.
           03 WS-QT-BAIXA-TOTAL      PIC 9(007) VALUE ZEROS.
           03 WS-VL-BAIXA-TOTAL      PIC 9(015)V9(002) VALUE ZEROS.
           03 WS-QT-BAIXA-PARCIAL    PIC 9(007) VALUE ZEROS.
           03 WS-VL-BAIXA-PARCIAL    PIC 9(015)V9(002) VALUE ZEROS.
           03 WS-VL-TOT-PRINCIPAL    PIC 9(015)V9(002) VALUE ZEROS.
           03 WS-VL-TOT-JUROS        PIC 9(015)V9(002) VALUE ZEROS.
           03 WS-VL-TOT-DESCONTOS    PIC 9(015)V9(002) VALUE ZEROS.
           03 WS-QT-REJEITADAS       PIC 9(007) VALUE ZEROS.
           03 WS-VL-REJEITADAS       PIC 9(015)V9(002) VALUE ZEROS.
           03 WS-QT-IGNORADAS        PIC 9(007) VALUE ZEROS.
      *
      * LAYOUT DO RELATORIO DE CONFERENCIA DO RETORNO DA COBRANCA
       01  CAB-01.
           02 FILLER            PIC X(10) VALUE SPACES.
           02 FILLER            PIC X(31) VALUE
                                   "RETORNO DA COBRANCA BANCARIA".
           02 FILLER            PIC X(09) VALUE "Arquivo: ".
           02 WL-NM-ARQUIVO     PIC X(40) VALUE SPACES.
           02 FILLER            PIC X(14) VALUE SPACES.
           02 FILLER            PIC X(05) VALUE "Pag: ".
           02 WL-NR-PAGINA      PIC 9(03) VALUE ZEROS.
      *
       01  CAB-02.
           03 FILLER    PIC X(13) VALUE "  EM CLIENTE ".
           03 FILLER    PIC X(14) VALUE "DOCUMENTO  OC ".
           03 FILLER    PIC X(11) VALUE "DT.PAGTO".
           03 FILLER    PIC X(15) VALUE "          PAGO".
           03 FILLER    PIC X(15) VALUE "     PRINCIPAL".
           03 FILLER    PIC X(11) VALUE "      JUROS".
           03 FILLER    PIC X(15) VALUE "    SALDO TIT.".
           03 FILLER    PIC X(22) VALUE " SITUACAO".
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
           03 WL-NR-DOCUMENTO PIC X(010).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-CD-OCORRENCIA PIC X(002).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-DT-PAGAMENTO.
              05 WL-DIA-PAGTO PIC 99.
              05 FILLER       PIC X(01) VALUE "/".
              05 WL-MES-PAGTO PIC 99.
              05 FILLER       PIC X(01) VALUE "/".
              05 WL-ANO-PAGTO PIC 9999.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VL-PAGO      PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VL-PRINCIPAL PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VL-JUROS     PIC ZZZZZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VL-SALDO     PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-DS-SITUACAO  PIC X(022).
      *
       01  LIN-SECAO.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-DS-SECAO     PIC X(040).
           03 FILLER          PIC X(074) VALUE SPACES.
      *
       01  LIN-02.
           03 FILLER          PIC X(05) VALUE SPACES.
           03 WL-TOT-TITULO   PIC X(40).
           03 WL-TOT-QTDE     PIC ZZZZZZ9.
           03 FILLER          PIC X(03) VALUE SPACES.
           03 WL-TOT-VALOR    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(44) VALUE SPACES.
      *
       01  LIN-03.
           03 FILLER          PIC X(05) VALUE SPACES.
           03 WL-TOT-TITULO-V PIC X(40).
           03 FILLER          PIC X(10) VALUE SPACES.
           03 WL-TOT-VALOR-V  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(44) VALUE SPACES.
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
           03 LINE 05 COL 01 BLANK LINE.
           03 LINE 02 COL 24 VALUE "                              ".
      *
       01  SST-RETORNO-COBRANCA.
           03 LINE 02 COL 24 VALUE "Retorno da Cobranca Bancaria".
           03 LINE 05 COL 07 VALUE "Arquivo de Retorno (CNAB 400): ".
           03 LINE 05 COL 38 USING WID-ARQ-RETORNO.
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
           ACCEPT SST-RETORNO-COBRANCA.
           IF WID-ARQ-RETORNO EQUAL SPACES
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Retorno nao Informado." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              OPEN I-O ARQ-RECEBER
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-RECEBER TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Master de Contas a Receber Indisponivel."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM.
       1-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           IF NOT WS-FIM-ARQUIVO
              PERFORM 21-CONCILIA-TOTAIS
              IF NOT WS-ENTRADA-LIDA
                 CONTINUE
              ELSE
              IF NOT WS-TOTAIS-CONFEREM
                 MOVE
                 "Header/Trailer nao Confere - Nenhuma Baixa Efetuada!"
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 PERFORM 22-BAIXA-PAGAMENTOS
              END-IF
              END-IF
           END-IF.
       2-SAIDA.
           EXIT.
      *
       21-CONCILIA-TOTAIS SECTION.
      *------------------
      * PRIMEIRA PASSAGEM: O ARQUIVO TEM DE SER UM RETORNO DE
      * COBRANCA (HEADER "0" + "2") E O TRAILER TEM DE BATER COM A
      * QUANTIDADE DE DETALHES E O TOTAL PAGO
       21.
           MOVE "N" TO WS-IND-CONFERE
                       WS-IND-TEM-HEADER
                       WS-IND-TEM-TRAILER
                       WS-IND-ENTRADA-LIDA.
           MOVE ZEROS TO WS-QT-DETALHES
                         WS-VL-SOMA-PAGO.
           OPEN INPUT ARQ-RETORNO.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "Arquivo de Retorno nao Encontrado." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              MOVE "S"   TO WS-IND-ENTRADA-LIDA
              MOVE SPACE TO WS-FINAL-ARQUIVO
              PERFORM 99-LER-RETORNO
              IF  NOT WS-FIM-ARQUIVO
              AND RCB-TIPO-HEADER
              AND RCB-OPERACAO-RETORNO
                 MOVE "S" TO WS-IND-TEM-HEADER
              END-IF
              PERFORM 211-ACUMULA-REGISTRO
                  UNTIL WS-FIM-ARQUIVO
              CLOSE ARQ-RETORNO
              IF  WS-TEM-HEADER
              AND WS-TEM-TRAILER
              AND WS-QT-TRAILER EQUAL WS-QT-DETALHES
              AND WS-VL-TRAILER EQUAL WS-VL-SOMA-PAGO
                 MOVE "S" TO WS-IND-CONFERE
              END-IF
              MOVE SPACE TO WS-FINAL-ARQUIVO
              MOVE "00"  TO WS-ESTADO-ARQUIVO
           END-IF.
       21-SAIDA.
           EXIT.
      *
       211-ACUMULA-REGISTRO SECTION.
       211.
           IF RCB-TIPO-DETALHE
              ADD 1 TO WS-QT-DETALHES
              IF RCB-VL-PAGO NUMERIC
                 ADD RCB-VL-PAGO TO WS-VL-SOMA-PAGO
              END-IF
           ELSE
              IF RCB-TIPO-TRAILER
                 MOVE "S" TO WS-IND-TEM-TRAILER
                 IF RCB-QT-TITULOS NUMERIC
                    MOVE RCB-QT-TITULOS TO WS-QT-TRAILER
                 ELSE
                    MOVE ZEROS TO WS-QT-TRAILER
                 END-IF
                 IF RCB-VL-TOTAL-PAGO NUMERIC
                    MOVE RCB-VL-TOTAL-PAGO TO WS-VL-TRAILER
                 ELSE
                    MOVE ZEROS TO WS-VL-TRAILER
                 END-IF
              END-IF
           END-IF.
           PERFORM 99-LER-RETORNO.
       211-SAIDA.
           EXIT.
      *
       22-BAIXA-PAGAMENTOS SECTION.
      *-------------------
      * SEGUNDA PASSAGEM: BAIXA AS LIQUIDACOES E CLASSIFICA A
      * CONFERENCIA EM BAIXADAS E REJEITADAS PARA O RELATORIO
       22.
           INITIALIZE WS-TOTAIS-CONTROLE.
           MOVE ZEROS TO WS-NR-SEQUENCIA
                         WS-NR-PAG.
           MOVE 999 TO WS-NR-LIN.
           MOVE WID-ARQ-RETORNO TO WL-NM-ARQUIVO.
           MOVE "RETCOBR" TO WS-SPL-ID-RELATORIO.
           PERFORM 99-PREPARA-SPOOL.
           OPEN OUTPUT RELATO.
           SORT ARQ-SORT ON ASCENDING KEY SOR-NR-SECAO
                                          SOR-NR-SEQUENCIA
                INPUT  PROCEDURE IS 221-TRATA-RETORNO
                OUTPUT PROCEDURE IS 222-IMPRIME-CONFERENCIA.
           CLOSE RELATO.
           COMPUTE WS-QT-ED1 = WS-QT-BAIXA-TOTAL + WS-QT-BAIXA-PARCIAL.
           MOVE WS-QT-BAIXA-PARCIAL TO WS-QT-ED2.
           MOVE WS-QT-REJEITADAS    TO WS-QT-ED3.
           MOVE SPACES TO WS-MENSAGEM.
           STRING "Baixados: "         DELIMITED BY SIZE
                  WS-QT-ED1            DELIMITED BY SIZE
                  " (Parciais: "       DELIMITED BY SIZE
                  WS-QT-ED2            DELIMITED BY SIZE
                  ") Rejeitados: "     DELIMITED BY SIZE
                  WS-QT-ED3            DELIMITED BY SIZE
                  " - Ver Spool."      DELIMITED BY SIZE
                  INTO WS-MENSAGEM.
           PERFORM 99-MENSAGEM.
       22-SAIDA.
           EXIT.
      *
       221-TRATA-RETORNO SECTION.
      *-----------------
       221.
           OPEN INPUT ARQ-RETORNO.
           MOVE SPACE TO WS-FINAL-ARQUIVO.
           PERFORM 99-LER-RETORNO.
           PERFORM 2211-TRATA-DETALHE
               UNTIL WS-FIM-ARQUIVO.
           CLOSE ARQ-RETORNO.
           MOVE SPACE TO WS-FINAL-ARQUIVO.
       221-SAIDA.
           EXIT.
      *
       2211-TRATA-DETALHE SECTION.
      * SO AS OCORRENCIAS DE LIQUIDACAO BAIXAM TITULO; AS DEMAIS
      * (ENTRADA CONFIRMADA, BAIXA POR DEVOLUCAO ETC.) SAO CONTADAS
      * NO RESUMO
       2211.
           IF RCB-TIPO-DETALHE
              IF RCB-LIQUIDACAO
                 PERFORM 22111-TRATA-LIQUIDACAO
              ELSE
                 ADD 1 TO WS-QT-IGNORADAS
              END-IF
           END-IF.
           PERFORM 99-LER-RETORNO.
       2211-SAIDA.
           EXIT.
      *
       22111-TRATA-LIQUIDACAO SECTION.
       22111.
           ADD 1 TO WS-NR-SEQUENCIA.
           ADD 1 TO WS-QT-LIQUIDACOES.
           MOVE SPACES TO WS-DS-REJEICAO.
           INITIALIZE REG-SORT.
           MOVE WS-NR-SEQUENCIA   TO SOR-NR-SEQUENCIA.
           MOVE RCB-NR-DOCUMENTO  TO SOR-NR-DOCUMENTO.
           MOVE RCB-CD-OCORRENCIA TO SOR-CD-OCORRENCIA.
           IF  RCB-CTL-EMPRESA NUMERIC
           AND RCB-CTL-CLIENTE NUMERIC
              MOVE RCB-CTL-EMPRESA TO SOR-CD-EMPRESA
              MOVE RCB-CTL-CLIENTE TO SOR-CD-CLIENTE
           END-IF.
           IF RCB-VL-PAGO NUMERIC
              ADD  RCB-VL-PAGO TO WS-VL-LIQUIDACOES
              MOVE RCB-VL-PAGO TO SOR-VL-PAGO
           END-IF.
           IF RCB-VL-DESPESAS NUMERIC
              ADD RCB-VL-DESPESAS TO WS-VL-DESPESAS
           END-IF.
           IF RCB-NR-DOCUMENTO-NUM NOT NUMERIC
           OR RCB-NR-DOCUMENTO-NUM GREATER 999999999
           OR RCB-DT-OCORRENCIA NOT NUMERIC
           OR RCB-VL-PAGO NOT NUMERIC
           OR RCB-VL-JUROS NOT NUMERIC
           OR RCB-VL-DESCONTO NOT NUMERIC
           OR RCB-VL-ABATIMENTO NOT NUMERIC
              MOVE "DADOS NAO NUMERICOS" TO WS-DS-REJEICAO
           ELSE
              MOVE 20                 TO WS-SEC-PAGAMENTO
              MOVE RCB-ANO-OCORRENCIA TO WS-ANO-PAGAMENTO
              MOVE RCB-MES-OCORRENCIA TO WS-MES-PAGAMENTO
              MOVE RCB-DIA-OCORRENCIA TO WS-DIA-PAGAMENTO
              MOVE WS-DT-PAGAMENTO    TO SOR-DT-PAGAMENTO
              MOVE RCB-NR-DOCUMENTO-NUM TO WS-NR-DOCUMENTO-BUSCA
              PERFORM 99-LOCALIZA-TITULO
              IF WS-DS-REJEICAO EQUAL SPACES
                 PERFORM 221111-BAIXA-TITULO
              END-IF
           END-IF.
           IF WS-DS-REJEICAO EQUAL SPACES
              MOVE 1 TO SOR-NR-SECAO
           ELSE
              MOVE 2 TO SOR-NR-SECAO
              MOVE WS-DS-REJEICAO TO SOR-DS-SITUACAO
              ADD 1 TO WS-QT-REJEITADAS
              ADD SOR-VL-PAGO TO WS-VL-REJEITADAS
           END-IF.
           RELEASE REG-SORT.
       22111-SAIDA.
           EXIT.
      *
       221111-BAIXA-TITULO SECTION.
      * O TITULO LOCALIZADO ESTA EM REC-REGISTRO. TITULO JA PAGO OU
      * COM ESTA MESMA LIQUIDACAO (DATA E VALOR) JA BAIXADA E
      * LIQUIDACAO EM DUPLICIDADE. O VALOR PAGO COBRE PRIMEIRO OS
      * JUROS/MORA; O RESTO, MAIS DESCONTO E ABATIMENTO CONCEDIDOS,
      * BAIXA O PRINCIPAL. O QUE PASSAR DO SALDO DO TITULO E
      * TRATADO COMO ACRESCIMO E SOMA AOS JUROS RECEBIDOS
       221111.
           MOVE REC-CD-EMPRESA TO SOR-CD-EMPRESA.
           MOVE REC-CD-CLIENTE TO SOR-CD-CLIENTE.
           IF REC-TIT-PAGO
              MOVE "TITULO JA LIQUIDADO" TO WS-DS-REJEICAO
           ELSE
           IF  REC-DT-PAGAMENTO EQUAL WS-DT-PAGAMENTO
           AND REC-VL-ULTIMO-PAGTO EQUAL RCB-VL-PAGO
              MOVE "LIQUIDACAO DUPLICADA" TO WS-DS-REJEICAO
           ELSE
              COMPUTE WS-VL-SALDO = REC-VL-TITULO - REC-VL-PAGO
              MOVE RCB-VL-JUROS TO WS-VL-JUROS
              COMPUTE WS-VL-CALCULO = RCB-VL-PAGO + RCB-VL-DESCONTO
                      + RCB-VL-ABATIMENTO - RCB-VL-JUROS
              IF WS-VL-CALCULO LESS ZEROS
                 MOVE RCB-VL-PAGO TO WS-VL-JUROS
                 MOVE ZEROS       TO WS-VL-CALCULO
              END-IF
              IF WS-VL-CALCULO GREATER WS-VL-SALDO
                 COMPUTE WS-VL-JUROS = WS-VL-JUROS
                         + WS-VL-CALCULO - WS-VL-SALDO
                 MOVE WS-VL-SALDO TO WS-VL-CALCULO
              END-IF
              MOVE WS-VL-CALCULO TO WS-VL-PRINCIPAL
              ADD WS-VL-PRINCIPAL     TO REC-VL-PAGO
              ADD WS-VL-JUROS         TO REC-VL-JUROS
              MOVE WS-DT-PAGAMENTO    TO REC-DT-PAGAMENTO
              MOVE RCB-VL-PAGO        TO REC-VL-ULTIMO-PAGTO
              IF REC-VL-PAGO NOT LESS REC-VL-TITULO
                 MOVE "P" TO REC-SITUACAO
              END-IF
              REWRITE REC-REGISTRO
              IF NOT WS-GRAVACAO-BEM-SUCEDIDA
                 MOVE "ERRO NA GRAVACAO" TO WS-DS-REJEICAO
              ELSE
                 PERFORM 2211111-ACUMULA-BAIXA
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF
           END-IF.
       221111-SAIDA.
           EXIT.
      *
       2211111-ACUMULA-BAIXA SECTION.
       2211111.
           MOVE WS-VL-PRINCIPAL TO SOR-VL-PRINCIPAL.
           MOVE WS-VL-JUROS     TO SOR-VL-JUROS.
           COMPUTE SOR-VL-SALDO = REC-VL-TITULO - REC-VL-PAGO.
           ADD WS-VL-PRINCIPAL  TO WS-VL-TOT-PRINCIPAL.
           ADD WS-VL-JUROS      TO WS-VL-TOT-JUROS.
           ADD RCB-VL-DESCONTO RCB-VL-ABATIMENTO
                                TO WS-VL-TOT-DESCONTOS.
           IF REC-TIT-PAGO
              MOVE "BAIXA TOTAL"   TO SOR-DS-SITUACAO
              ADD 1                TO WS-QT-BAIXA-TOTAL
              ADD RCB-VL-PAGO      TO WS-VL-BAIXA-TOTAL
           ELSE
              MOVE "BAIXA PARCIAL" TO SOR-DS-SITUACAO
              ADD 1                TO WS-QT-BAIXA-PARCIAL
              ADD RCB-VL-PAGO      TO WS-VL-BAIXA-PARCIAL
           END-IF.
       2211111-SAIDA.
           EXIT.
      *
       222-IMPRIME-CONFERENCIA SECTION.
      *-----------------------
       222.
           MOVE ZEROS TO WS-NR-SECAO-ANT.
           MOVE SPACE TO WS-FINAL-SORT.
           PERFORM 99-LEITURA-SORT.
           PERFORM 2221-IMPRIME-UMA-LINHA
               UNTIL WS-FIM-SORT.
           PERFORM 2222-IMPRIME-RESUMO.
       222-SAIDA.
           EXIT.
      *
       2221-IMPRIME-UMA-LINHA SECTION.
       2221.
           IF SOR-NR-SECAO NOT EQUAL WS-NR-SECAO-ANT
              MOVE SOR-NR-SECAO TO WS-NR-SECAO-ANT
              IF SOR-NR-SECAO EQUAL 1
                 MOVE "TITULOS BAIXADOS" TO WL-DS-SECAO
              ELSE
                 MOVE "LIQUIDACOES REJEITADAS" TO WL-DS-SECAO
              END-IF
              MOVE SPACES TO WS-LINHA-IMPRESSAO
              PERFORM 99-IMPRIME-LINHA
              MOVE LIN-SECAO TO WS-LINHA-IMPRESSAO
              PERFORM 99-IMPRIME-LINHA
           END-IF.
           MOVE SOR-CD-EMPRESA    TO WL-CD-EMPRESA.
           MOVE SOR-CD-CLIENTE    TO WL-CD-CLIENTE.
           MOVE SOR-NR-DOCUMENTO  TO WL-NR-DOCUMENTO.
           MOVE SOR-CD-OCORRENCIA TO WL-CD-OCORRENCIA.
           MOVE SOR-DT-PAGAMENTO  TO WS-DT-PAGAMENTO.
           MOVE WS-DIA-PAGAMENTO  TO WL-DIA-PAGTO.
           MOVE WS-MES-PAGAMENTO  TO WL-MES-PAGTO.
           MOVE SOR-DT-PAGAMENTO(1:4) TO WL-ANO-PAGTO.
           MOVE SOR-VL-PAGO       TO WL-VL-PAGO.
           MOVE SOR-VL-PRINCIPAL  TO WL-VL-PRINCIPAL.
           MOVE SOR-VL-JUROS      TO WL-VL-JUROS.
           MOVE SOR-VL-SALDO      TO WL-VL-SALDO.
           MOVE SOR-DS-SITUACAO   TO WL-DS-SITUACAO.
           MOVE LIN-01 TO WS-LINHA-IMPRESSAO.
           PERFORM 99-IMPRIME-LINHA.
           PERFORM 99-LEITURA-SORT.
       2221-SAIDA.
           EXIT.
      *
       2222-IMPRIME-RESUMO SECTION.
      * TOTAIS DE CONTROLE: O LIQUIDO CREDITADO (PAGO MENOS AS
      * DESPESAS DE COBRANCA) E O QUE APARECE NO EXTRATO BANCARIO
       2222.
           COMPUTE WS-VL-LIQUIDO = WS-VL-LIQUIDACOES - WS-VL-DESPESAS.
           MOVE SPACES TO WS-LINHA-IMPRESSAO.
           PERFORM 99-IMPRIME-LINHA.
           MOVE "RESUMO DO RETORNO" TO WL-DS-SECAO.
           MOVE LIN-SECAO TO WS-LINHA-IMPRESSAO.
           PERFORM 99-IMPRIME-LINHA.
           MOVE "Liquidacoes no Arquivo ...............:"
                                         TO WL-TOT-TITULO.
           MOVE WS-QT-LIQUIDACOES        TO WL-TOT-QTDE.
           MOVE WS-VL-LIQUIDACOES        TO WL-TOT-VALOR.
           MOVE LIN-02 TO WS-LINHA-IMPRESSAO.
           PERFORM 99-IMPRIME-LINHA.
           MOVE "Titulos com Baixa Total ..............:"
                                         TO WL-TOT-TITULO.
           MOVE WS-QT-BAIXA-TOTAL        TO WL-TOT-QTDE.
           MOVE WS-VL-BAIXA-TOTAL        TO WL-TOT-VALOR.
           MOVE LIN-02 TO WS-LINHA-IMPRESSAO.
           PERFORM 99-IMPRIME-LINHA.
           MOVE "Titulos com Baixa Parcial ............:"
                                         TO WL-TOT-TITULO.
           MOVE WS-QT-BAIXA-PARCIAL      TO WL-TOT-QTDE.
           MOVE WS-VL-BAIXA-PARCIAL      TO WL-TOT-VALOR.
           MOVE LIN-02 TO WS-LINHA-IMPRESSAO.
           PERFORM 99-IMPRIME-LINHA.
           MOVE "Liquidacoes Rejeitadas ...............:"
                                         TO WL-TOT-TITULO.
           MOVE WS-QT-REJEITADAS         TO WL-TOT-QTDE.
           MOVE WS-VL-REJEITADAS         TO WL-TOT-VALOR.
           MOVE LIN-02 TO WS-LINHA-IMPRESSAO.
           PERFORM 99-IMPRIME-LINHA.
           MOVE "Principal Baixado ....................:"
                                         TO WL-TOT-TITULO-V.
           MOVE WS-VL-TOT-PRINCIPAL      TO WL-TOT-VALOR-V.
           MOVE LIN-03 TO WS-LINHA-IMPRESSAO.
           PERFORM 99-IMPRIME-LINHA.
           MOVE "Juros/Mora Recebidos .................:"
                                         TO WL-TOT-TITULO-V.
           MOVE WS-VL-TOT-JUROS          TO WL-TOT-VALOR-V.
           MOVE LIN-03 TO WS-LINHA-IMPRESSAO.
           PERFORM 99-IMPRIME-LINHA.
           MOVE "Descontos e Abatimentos Concedidos ...:"
                                         TO WL-TOT-TITULO-V.
           MOVE WS-VL-TOT-DESCONTOS      TO WL-TOT-VALOR-V.
           MOVE LIN-03 TO WS-LINHA-IMPRESSAO.
           PERFORM 99-IMPRIME-LINHA.
           MOVE "Despesas de Cobranca .................:"
                                         TO WL-TOT-TITULO-V.
           MOVE WS-VL-DESPESAS           TO WL-TOT-VALOR-V.
           MOVE LIN-03 TO WS-LINHA-IMPRESSAO.
           PERFORM 99-IMPRIME-LINHA.
           MOVE "Liquido Creditado pelo Banco .........:"
                                         TO WL-TOT-TITULO-V.
           MOVE WS-VL-LIQUIDO            TO WL-TOT-VALOR-V.
           MOVE LIN-03 TO WS-LINHA-IMPRESSAO.
           PERFORM 99-IMPRIME-LINHA.
           MOVE "Outras Ocorrencias (sem Baixa) .......:"
                                         TO WL-TOT-TITULO.
           MOVE WS-QT-IGNORADAS          TO WL-TOT-QTDE.
           MOVE ZEROS                    TO WL-TOT-VALOR.
           MOVE LIN-02 TO WS-LINHA-IMPRESSAO.
           PERFORM 99-IMPRIME-LINHA.
           MOVE "Trailer do Banco (Titulos/Total Pago) :"
                                         TO WL-TOT-TITULO.
           MOVE WS-QT-TRAILER            TO WL-TOT-QTDE.
           MOVE WS-VL-TRAILER            TO WL-TOT-VALOR.
           MOVE LIN-02 TO WS-LINHA-IMPRESSAO.
           PERFORM 99-IMPRIME-LINHA.
       2222-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           IF NOT WS-FIM-ARQUIVO
              CLOSE ARQ-RECEBER.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
      *
       99-LER-RETORNO.
           READ ARQ-RETORNO
               AT END MOVE "F" TO WS-FINAL-ARQUIVO.
      *
       99-LEITURA-SORT.
           RETURN ARQ-SORT
               AT END
                  MOVE "F" TO WS-FINAL-SORT.
      *
      * LOCALIZA O TITULO PELO DOCUMENTO (CHAVE ALTERNADA). UM SO
      * TITULO COM O DOCUMENTO E ACEITO DIRETO; COM MAIS DE UM,
      * DECIDE A EMPRESA/CLIENTE DO CAMPO DE USO DA EMPRESA. O
      * ESCOLHIDO E RELIDO PELA CHAVE PRINCIPAL PARA A REGRAVACAO
       99-LOCALIZA-TITULO.
           MOVE ZEROS  TO WS-QT-CANDIDATOS
                          WS-QT-EXATOS
           MOVE SPACES TO WS-CHAVE-PRIMEIRO
                          WS-CHAVE-EXATO
           MOVE "N"    TO WS-IND-FIM-DOCUMENTO
           MOVE WS-NR-DOCUMENTO-BUSCA TO REC-NR-DOCUMENTO
           START ARQ-RECEBER KEY EQUAL REC-NR-DOCUMENTO
           IF WS-OPERACAO-BEM-SUCEDIDA
              PERFORM 991-EXAMINA-CANDIDATO
                  UNTIL WS-FIM-DOCUMENTO
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO
           IF WS-QT-CANDIDATOS EQUAL ZEROS
              MOVE "TITULO NAO ENCONTRADO" TO WS-DS-REJEICAO
           ELSE
              IF WS-QT-CANDIDATOS EQUAL 1
                 MOVE WS-CHAVE-PRIMEIRO TO REC-CHAVE-RECEBER
              ELSE
                 IF WS-QT-EXATOS EQUAL 1
                    MOVE WS-CHAVE-EXATO TO REC-CHAVE-RECEBER
                 ELSE
                    MOVE "DOCUMENTO AMBIGUO" TO WS-DS-REJEICAO
                 END-IF
              END-IF
           END-IF
           IF WS-DS-REJEICAO EQUAL SPACES
              READ ARQ-RECEBER KEY IS REC-CHAVE-RECEBER
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "TITULO NAO ENCONTRADO" TO WS-DS-REJEICAO
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
      *
      * A LEITURA PELA CHAVE ALTERNADA DEVOLVE "02" QUANDO HA OUTRO
      * TITULO COM O MESMO DOCUMENTO EM SEGUIDA
       991-EXAMINA-CANDIDATO.
           READ ARQ-RECEBER NEXT
           IF NOT WS-GRAVACAO-BEM-SUCEDIDA
           OR REC-NR-DOCUMENTO NOT EQUAL WS-NR-DOCUMENTO-BUSCA
              MOVE "S" TO WS-IND-FIM-DOCUMENTO
           ELSE
              ADD 1 TO WS-QT-CANDIDATOS
              IF WS-QT-CANDIDATOS EQUAL 1
                 MOVE REC-CHAVE-RECEBER TO WS-CHAVE-PRIMEIRO
              END-IF
              IF  RCB-CTL-EMPRESA NUMERIC
              AND RCB-CTL-CLIENTE NUMERIC
              AND REC-CD-EMPRESA EQUAL RCB-CTL-EMPRESA
              AND REC-CD-CLIENTE EQUAL RCB-CTL-CLIENTE
                 ADD 1 TO WS-QT-EXATOS
                 MOVE REC-CHAVE-RECEBER TO WS-CHAVE-EXATO
              END-IF
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
      * SOBREPOE O NOME DO MASTER COM O VALOR DO ARQUIVO CENTRAL DE
      * CONFIGURACAO (GV-CONFIG.PAR), QUANDO PRESENTE
       99-LE-CONFIGURACAO.
           MOVE "ARQ-RECEBER" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-RECEBER
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
           MOVE "GV-RETCOBRANCA" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
