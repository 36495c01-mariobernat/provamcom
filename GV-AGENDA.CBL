      *     EM ATRASO; os que vencem dentro do horizonte saem na
      *     sequencia. Sem politica para a classe vale o padrao de
      *     GV-CONFIG.PAR (chave AGENDA-DIAS-PADRAO, padrao 30).
      *     Cada visita recebe a data sugerida: o primeiro dia util
      *     (GV-DIAUTIL), a partir do limite ou de hoje, em que a
      *     janela de recebimento do cliente (GV-JANELA.DAT) admite
      *     a visita; a agenda sai nessa ordem, com a faixa de
      *     horario do cliente.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Data sugerida da visita pelo dia
      *                   util e pela janela de recebimento do
      *                   cliente (GV-JANELA.DAT), com a faixa de
      *                   horario; agenda ordenada pela data.
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *     15/Out/2026 - MCB - Agenda de um vendedor lida direto
      *                   pela chave alternada empresa + vendedor do
      *                   cadastro de clientes (GV-CADCLI.CPY).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             record key         is CLI-CHAVE-CLIENTE
             alternate record key is CLI-NR-CNPJ-CLIENTE
                                with duplicates
             alternate record key is CLI-CHAVE-CARTEIRA =
                                CLI-CD-EMPRESA CLI-CD-VENDEDOR
                                with duplicates
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
             record key         is FRQ-CHAVE-FREQUENCIA
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-JANELA ASSIGN TO DISK WID-ARQ-JANELA
             organization       is indexed
             access mode        is dynamic
             record key         is JAN-CHAVE-JANELA
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-SORT ASSIGN TO DISK.
           SELECT ARQ-SPOOL-CAT ASSIGN TO DISK WID-ARQ-SPOOL-CAT
             organization       is line sequential
       COPY GV-CADCLI.CPY.
       COPY GV-CADVEN.CPY.
       COPY GV-FREQPOL.CPY.
       COPY GV-JANELA.CPY.
      *
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SOR-CD-VENDEDOR        PIC 9(007).
           03 SOR-DT-VISITA          PIC 9(008).
           03 SOR-IN-PRIORIDADE      PIC X(001).
           03 SOR-DT-LIMITE          PIC 9(008).
           03 SOR-CD-CLIENTE         PIC 9(007).
           03 SOR-RAZAO              PIC X(040).
           03 SOR-CLASSE             PIC X(001).
           03 SOR-DT-CONTATO         PIC 9(008).
           03 SOR-IN-JANELA          PIC X(001).
           03 SOR-HR-INICIO          PIC 9(004).
           03 SOR-HR-FIM             PIC 9(004).
      *
       FD  RELATO
           VALUE OF FILE-ID IS WS01-ARQUIVO
           03 WID-ARQ-VENDEDOR       PIC X(60) VALUE "GV-VENDEDOR.DAT".
           03 WID-ARQ-FREQUENCIA     PIC X(18) VALUE
                                      "GV-FREQUENCIA.DAT".
           03 WID-ARQ-JANELA         PIC X(13) VALUE "GV-JANELA.DAT".
           03 WS01-ARQUIVO           PIC X(60) VALUE "IMPRESSAO.IMP".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-VL-CONFIG-NUM       PIC 9(008) VALUE ZEROS.
           03 WS-IND-ARQ-FREQ        PIC X(01) VALUE "N".
              88 WS-ARQ-FREQ-OK                VALUE "S".
           03 WS-IND-ARQ-JANELA      PIC X(01) VALUE "N".
              88 WS-ARQ-JANELA-OK              VALUE "S".
      * DATA SUGERIDA DA VISITA: PRIMEIRO DIA UTIL ACEITO PELA JANELA
      * DO CLIENTE, PROCURADO EM ATE DUAS SEMANAS
           03 WS-DT-VISITA           PIC 9(008) VALUE ZEROS.
           03 WS-DT-SEM-VISITA       PIC 9(008) VALUE 99999999.
           03 WS-QT-DIAS-BUSCA       PIC 9(003) VALUE ZEROS.
           03 WS-NR-DIA-SEMANA       PIC 9(001) VALUE ZEROS.
           03 WS-IN-DIAS-JANELA      PIC X(007) VALUE "SSSSSSS".
           03 WS-IND-DIA-ACHADO      PIC X(01) VALUE "N".
              88 WS-DIA-ACHADO                 VALUE "S".
           03 WS-HR-AUX              PIC 9(004) VALUE ZEROS.
           03 WS-HR-AUX-R REDEFINES WS-HR-AUX.
              05 WS-HH-AUX           PIC 9(002).
              05 WS-MM-AUX           PIC 9(002).
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-DT-HORIZONTE        PIC 9(008) VALUE ZEROS.
           03 WS-NR-DIA-AUX          PIC 9(009) VALUE ZEROS.
       01  CAB-02.
           03 FILLER    PIC X(04) VALUE SPACES.
           03 FILLER    PIC X(08) VALUE " CLIENTE".
           03 FILLER    PIC X(31) VALUE " RAZAO SOCIAL".
           03 FILLER    PIC X(04) VALUE "CLA ".
           03 FILLER    PIC X(10) VALUE "ULT.CONT  ".
           03 FILLER    PIC X(10) VALUE "LIMITE    ".
           03 FILLER    PIC X(10) VALUE "VISITA    ".
           03 FILLER    PIC X(13) VALUE "HORARIO".
           03 FILLER    PIC X(12) VALUE "SITUACAO".
           03 FILLER    PIC X(14) VALUE SPACES.
      *
       01  CAB-03.
           03 FILLER PIC X(116) VALUE IS ALL '='.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 WL-CD-CLIENTE   PIC ZZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-RAZAO        PIC X(30).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-CLASSE       PIC X(01).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-DT-LIMITE    PIC 9(08).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-DT-VISITA    PIC X(08).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-HORARIO.
              05 WL-HH-INICIO PIC 9(02).
              05 FILLER       PIC X(01) VALUE ":".
              05 WL-MM-INICIO PIC 9(02).
              05 FILLER       PIC X(01) VALUE "-".
              05 WL-HH-FIM    PIC 9(02).
              05 FILLER       PIC X(01) VALUE ":".
              05 WL-MM-FIM    PIC 9(02).
           03 WL-DS-HORARIO REDEFINES WL-HORARIO PIC X(11).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-SITUACAO     PIC X(12).
           03 FILLER          PIC X(15) VALUE SPACES.
      *
       COPY GV-DIAUTILWS.CPY.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
                TO WS-DT-HORIZONTE.
           OPEN INPUT ARQ-CLIENTE.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Clientes Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           OPEN INPUT ARQ-VENDEDOR.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Vendedores Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           ELSE
              MOVE "N" TO WS-IND-ARQ-FREQ
              MOVE "00" TO WS-ESTADO-ARQUIVO.
           OPEN INPUT ARQ-JANELA.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-JANELA
           ELSE
              MOVE "N" TO WS-IND-ARQ-JANELA
              MOVE "00" TO WS-ESTADO-ARQUIVO.
       1-SAIDA.
           EXIT.
      *
              OPEN OUTPUT RELATO
              MOVE "S" TO WS-IND-PRIMEIRO
              SORT ARQ-SORT ON ASCENDING KEY SOR-CD-VENDEDOR
                                             SOR-DT-VISITA
                                             SOR-IN-PRIORIDADE
                                             SOR-DT-LIMITE
                   INPUT  PROCEDURE IS 21-CARREGA-CARTEIRAS
           EXIT.
      *
       21-CARREGA-CARTEIRAS SECTION.
      * UM VENDEDOR INFORMADO: SO A CARTEIRA DELE, LIDA PELA CHAVE DA
      * CARTEIRA (EMPRESA + VENDEDOR); TODOS: O CADASTRO INTEIRO
       21.
           MOVE ZEROS TO CLI-CHAVE-CLIENTE
                         WS-ESTADO-ARQUIVO.
           IF WS-CD-VENDEDOR-INF GREATER ZEROS
              MOVE 1                  TO CLI-CD-EMPRESA
              MOVE WS-CD-VENDEDOR-INF TO CLI-CD-VENDEDOR
              START ARQ-CLIENTE KEY EQUAL CLI-CHAVE-CARTEIRA
           ELSE
              START ARQ-CLIENTE KEY NOT LESS CLI-CHAVE-CLIENTE
           END-IF.
           PERFORM 211-AVALIA-UM-CLIENTE
               UNTIL NOT WS-OPERACAO-BEM-SUCEDIDA.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       211-AVALIA-UM-CLIENTE SECTION.
      * CLIENTE ENTRA NA AGENDA QUANDO O LIMITE DE REVISITA DA SUA
      * CLASSE (ULTIMO CONTATO + DIAS DA POLITICA) CAI DENTRO DO
      * HORIZONTE; SEM CONTATO REGISTRADO O CLIENTE JA ESTA VENCIDO.
      * A VISITA E SUGERIDA NO PRIMEIRO DIA POSSIVEL PELA JANELA
       211.
           READ ARQ-CLIENTE NEXT.
           IF  WS-OPERACAO-BEM-SUCEDIDA
           AND WS-CD-VENDEDOR-INF GREATER ZEROS
           AND (CLI-CD-EMPRESA  NOT EQUAL 1
           OR   CLI-CD-VENDEDOR NOT EQUAL WS-CD-VENDEDOR-INF)
              MOVE "10" TO WS-ESTADO-ARQUIVO.
           IF WS-OPERACAO-BEM-SUCEDIDA
              IF  CLI-SIT-ATIVO
              AND CLI-CD-VENDEDOR GREATER ZEROS
                    MOVE CLI-DS-RAZAO-SOCIAL   TO SOR-RAZAO
                    MOVE CLI-CD-CLASSE-ABC     TO SOR-CLASSE
                    MOVE CLI-DT-ULTIMO-CONTATO TO SOR-DT-CONTATO
                    PERFORM 99-OBTEM-JANELA
                    PERFORM 99-SUGERE-DATA-VISITA
                    MOVE WS-DT-VISITA          TO SOR-DT-VISITA
                    RELEASE REG-SORT
                 END-IF
              END-IF
              MOVE SOR-CLASSE     TO WL-CLASSE
              MOVE SOR-DT-CONTATO TO WL-DT-CONTATO
              MOVE SOR-DT-LIMITE  TO WL-DT-LIMITE
              IF SOR-DT-VISITA EQUAL WS-DT-SEM-VISITA
                 MOVE "SEM DIA"     TO WL-DT-VISITA
              ELSE
                 MOVE SOR-DT-VISITA TO WL-DT-VISITA
              END-IF
              IF SOR-IN-JANELA EQUAL "S"
                 MOVE SOR-HR-INICIO TO WS-HR-AUX
                 MOVE WS-HH-AUX     TO WL-HH-INICIO
                 MOVE WS-MM-AUX     TO WL-MM-INICIO
                 MOVE SOR-HR-FIM    TO WS-HR-AUX
                 MOVE WS-HH-AUX     TO WL-HH-FIM
                 MOVE WS-MM-AUX     TO WL-MM-FIM
              ELSE
                 MOVE "LIVRE"       TO WL-DS-HORARIO
              END-IF
              IF SOR-IN-PRIORIDADE EQUAL "0"
                 MOVE "EM ATRASO"   TO WL-SITUACAO
              ELSE
              IF WS-ARQ-FREQ-OK
                 CLOSE ARQ-FREQUENCIA
              END-IF
              IF WS-ARQ-JANELA-OK
                 CLOSE ARQ-JANELA
              END-IF
           END-IF.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
      *
      * JANELA DE RECEBIMENTO DO CLIENTE POSICIONADO; SEM REGISTRO
      * O CLIENTE RECEBE EM QUALQUER DIA E HORARIO
       99-OBTEM-JANELA.
           MOVE "SSSSSSS" TO WS-IN-DIAS-JANELA
           MOVE "N"       TO SOR-IN-JANELA
           MOVE ZEROS     TO SOR-HR-INICIO
           MOVE 2359      TO SOR-HR-FIM
           IF WS-ARQ-JANELA-OK
              MOVE CLI-CD-EMPRESA TO JAN-CD-EMPRESA
              MOVE CLI-CD-CLIENTE TO JAN-CD-CLIENTE
              READ ARQ-JANELA
              IF WS-OPERACAO-BEM-SUCEDIDA
                 PERFORM 991-OBTEM-UM-DIA
                     VARYING WS-NR-DIA-SEMANA FROM 1 BY 1
                     UNTIL WS-NR-DIA-SEMANA GREATER 7
                 MOVE "S"           TO SOR-IN-JANELA
                 MOVE JAN-HR-INICIO TO SOR-HR-INICIO
                 MOVE JAN-HR-FIM    TO SOR-HR-FIM
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
      *
       991-OBTEM-UM-DIA.
           MOVE JAN-IN-DIA-SEMANA(WS-NR-DIA-SEMANA)
                TO WS-IN-DIAS-JANELA(WS-NR-DIA-SEMANA:1).
      *
      * PRIMEIRO DIA UTIL, A PARTIR DO LIMITE (OU DE HOJE, PARA OS
      * ATRASADOS), CUJO DIA DA SEMANA A JANELA ADMITE; SEM DIA
      * POSSIVEL EM DUAS SEMANAS A VISITA FICA SEM DATA E VAI PARA
      * O FIM DA AGENDA DO VENDEDOR
       99-SUGERE-DATA-VISITA.
           IF WS-DT-LIMITE LESS WS-DT-HOJE
              MOVE WS-DT-HOJE   TO WS-DT-VISITA
           ELSE
              MOVE WS-DT-LIMITE TO WS-DT-VISITA
           END-IF
           MOVE "N"   TO WS-IND-DIA-ACHADO
           MOVE ZEROS TO WS-QT-DIAS-BUSCA
           PERFORM 992-TESTA-DIA-VISITA
               UNTIL WS-DIA-ACHADO
                  OR WS-QT-DIAS-BUSCA GREATER 14
           IF NOT WS-DIA-ACHADO
              MOVE WS-DT-SEM-VISITA TO WS-DT-VISITA.
      *
      * O DIA 1 DO CALENDARIO INTERNO (INTEGER-OF-DATE) E SEGUNDA
       992-TESTA-DIA-VISITA.
           MOVE "V"          TO WS-DU-FUNCAO
           MOVE WS-DT-VISITA TO WS-DU-DT-REFERENCIA
           CALL WS-NM-PROG-DIAUTIL USING WS-DU-PARAMETROS
           COMPUTE WS-NR-DIA-SEMANA =
                   FUNCTION MOD
                   (FUNCTION INTEGER-OF-DATE (WS-DT-VISITA) 7)
           IF WS-NR-DIA-SEMANA EQUAL ZEROS
              MOVE 7 TO WS-NR-DIA-SEMANA
           END-IF
           IF  WS-DU-E-DIA-UTIL
           AND WS-IN-DIAS-JANELA(WS-NR-DIA-SEMANA:1) EQUAL "S"
              MOVE "S" TO WS-IND-DIA-ACHADO
           ELSE
              ADD 1 TO WS-QT-DIAS-BUSCA
              COMPUTE WS-NR-DIA-AUX =
                      FUNCTION INTEGER-OF-DATE (WS-DT-VISITA) + 1
              MOVE FUNCTION DATE-OF-INTEGER (WS-NR-DIA-AUX)
                   TO WS-DT-VISITA.
      *
       99-ABRE-VENDEDOR.
           MOVE 1                  TO FOR-CD-EMPRESA
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-AGENDA" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
