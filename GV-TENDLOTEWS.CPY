      *
      * AREA DA APURACAO DA TENDENCIA DA JANELA DE LOTE
      * (GV-TENDLOTEPD.CPY). AS ULTIMAS WS-TDL-QT-NOITES-PEDIDAS
      * DATAS DE CADEIA DO JORNAL GV-RUNCTL.LOG (SEGMENTOS DA
      * ROTACAO INCLUSIVE) FORMAM A TABELA DE NOITES; CADA PASSO E
      * CADA EMPRESA (SOMA DOS PASSOS DISTRIB-NN, RELCLI-NN E
      * RELVEN-NN) TEM O TEMPO DE CADA NOITE, EM SEGUNDOS. A DURACAO
      * DA CADEIA VAI DO INICIO DO PRIMEIRO PASSO AO FIM DA LINHA
      * *CADEIA*; NOITE SEM ESSA LINHA (CADEIA EM CURSO OU
      * ABORTADA) NAO ENTRA NA TENDENCIA DA CADEIA. A TENDENCIA E A
      * RETA DE MINIMOS QUADRADOS SOBRE AS NOITES (SEGUNDOS POR
      * NOITE) E O ESTOURO E PROJETADO CONTRA O FIM DA JANELA
      * (CHAVE LOTE-HR-FIM-JANELA, HHMM, PADRAO 0600) A PARTIR DO
      * INICIO MEDIO DA CADEIA. HORA ANTERIOR AO MEIO-DIA CONTA COMO
      * MADRUGADA DA NOITE ANTERIOR
       01  WS-TENDENCIA-LOTE.
           03 WS-TDL-QT-NOITES-PEDIDAS PIC 9(003) VALUE 30.
           03 WS-TDL-HR-FIM-JANELA   PIC 9(004) VALUE 0600.
           03 WS-TDL-HR-FIM-JANELA-R REDEFINES WS-TDL-HR-FIM-JANELA.
              05 WS-TDL-HR-JANELA-HORA   PIC 9(002).
              05 WS-TDL-HR-JANELA-MINUTO PIC 9(002).
           03 WS-TDL-VL-CONFIG-NUM   PIC 9(006) VALUE ZEROS.
           03 WS-TDL-DT-REFERENCIA   PIC 9(008) VALUE ZEROS.
           03 WS-TDL-NM-ARQ-VIVO     PIC X(040) VALUE SPACES.
           03 WS-TDL-IND-FIM-ROTACAO PIC X(001) VALUE "N".
              88 WS-TDL-FIM-ROTACAO             VALUE "S".
           03 WS-TDL-IND-FIM-JORNAL  PIC X(001) VALUE "N".
              88 WS-TDL-FIM-JORNAL              VALUE "S".
           03 WS-TDL-IND-PASSADA     PIC X(001) VALUE "D".
              88 WS-TDL-PASSADA-DATAS           VALUE "D".
              88 WS-TDL-PASSADA-TEMPOS          VALUE "T".
           03 WS-TDL-HR-AUX          PIC 9(006) VALUE ZEROS.
           03 WS-TDL-HR-AUX-R REDEFINES WS-TDL-HR-AUX.
              05 WS-TDL-HR-AUX-HORA  PIC 9(002).
              05 WS-TDL-HR-AUX-MINUTO PIC 9(002).
              05 WS-TDL-HR-AUX-SEGUNDO PIC 9(002).
           03 WS-TDL-NR-SEGUNDOS     PIC 9(006) VALUE ZEROS.
           03 WS-TDL-SG-INI-LINHA    PIC 9(006) VALUE ZEROS.
           03 WS-TDL-SG-FIM-LINHA    PIC 9(006) VALUE ZEROS.
           03 WS-TDL-SG-DURACAO      PIC 9(006) VALUE ZEROS.
           03 WS-TDL-NM-LINHA        PIC X(015) VALUE SPACES.
           03 WS-TDL-TP-LINHA        PIC X(001) VALUE SPACE.
           03 WS-TDL-CD-EMPRESA      PIC X(002) VALUE SPACES.
           03 WS-TDL-IX-NOITE        PIC 9(004) COMP VALUE ZEROS.
           03 WS-TDL-IX-AUX          PIC 9(004) COMP VALUE ZEROS.
           03 WS-TDL-IX-PASSO        PIC 9(004) COMP VALUE ZEROS.
           03 WS-TDL-IX-ACHOU        PIC 9(004) COMP VALUE ZEROS.
           03 WS-TDL-IX-BASE         PIC 9(004) COMP VALUE ZEROS.
           03 WS-TDL-QT-NOITES       PIC 9(004) COMP VALUE ZEROS.
           03 WS-TDL-QT-PASSOS       PIC 9(004) COMP VALUE ZEROS.
      *
      * ESTATISTICAS DA SERIE EM WS-TDL-TAB-SERIE (CADEIA OU UMA
      * LINHA DA TABELA DE PASSOS)
           03 WS-TDL-QT-PONTOS       PIC 9(004) COMP VALUE ZEROS.
           03 WS-TDL-QT-RECENTES     PIC 9(004) COMP VALUE ZEROS.
           03 WS-TDL-NR-ULT-X        PIC 9(004) COMP VALUE ZEROS.
           03 WS-TDL-SM-X            PIC 9(007) VALUE ZEROS.
           03 WS-TDL-SM-XX           PIC 9(009) VALUE ZEROS.
           03 WS-TDL-SM-Y            PIC 9(012) VALUE ZEROS.
           03 WS-TDL-SM-XY           PIC 9(015) VALUE ZEROS.
           03 WS-TDL-SM-RECENTES     PIC 9(012) VALUE ZEROS.
           03 WS-TDL-VL-DIVISOR      PIC S9(012) VALUE ZEROS.
           03 WS-TDL-VL-ULTIMO       PIC 9(006) VALUE ZEROS.
           03 WS-TDL-VL-MAXIMO       PIC 9(006) VALUE ZEROS.
           03 WS-TDL-VL-MEDIA-7      PIC 9(006) VALUE ZEROS.
           03 WS-TDL-VL-MEDIA-N      PIC 9(006) VALUE ZEROS.
           03 WS-TDL-VL-INCLINACAO   PIC S9(007)V9(004) VALUE ZEROS.
           03 WS-TDL-VL-INTERCEPTO   PIC S9(009)V9(004) VALUE ZEROS.
           03 WS-TDL-PC-CRESCIMENTO  PIC S9(005)V9(001) VALUE ZEROS.
      *
      * PROJECAO DA CADEIA
           03 WS-TDL-QT-NOITES-30D   PIC 9(005) VALUE ZEROS.
           03 WS-TDL-QT-COMPLETAS    PIC 9(004) COMP VALUE ZEROS.
           03 WS-TDL-SM-INICIO       PIC 9(009) VALUE ZEROS.
           03 WS-TDL-SG-INICIO-MEDIO PIC 9(006) VALUE ZEROS.
           03 WS-TDL-SG-FIM-JANELA   PIC 9(006) VALUE ZEROS.
           03 WS-TDL-SG-DISPONIVEL   PIC 9(006) VALUE ZEROS.
           03 WS-TDL-SG-TENDENCIA    PIC S9(007) VALUE ZEROS.
           03 WS-TDL-QT-NOITES-ESTOURO PIC 9(005) VALUE ZEROS.
           03 WS-TDL-QT-UTEIS-CONTADOS PIC 9(005) VALUE ZEROS.
           03 WS-TDL-NR-DIA-AUX      PIC 9(009) VALUE ZEROS.
           03 WS-TDL-DT-ESTOURO      PIC 9(008) VALUE ZEROS.
           03 WS-TDL-IN-PROJECAO     PIC X(001) VALUE SPACE.
              88 WS-TDL-SEM-HISTORICO           VALUE "H".
              88 WS-TDL-JA-ESTOURA              VALUE "E".
              88 WS-TDL-ESTOURO-PREVISTO        VALUE "P".
              88 WS-TDL-SEM-ESTOURO             VALUE "N".
           03 WS-TDL-IN-ALERTA       PIC X(001) VALUE "N".
              88 WS-TDL-ALERTA-30-DIAS          VALUE "S".
      *
      * ESTATISTICAS DA CADEIA GUARDADAS PARA O RELATORIO
           03 WS-TDL-CAD-ULTIMO      PIC 9(006) VALUE ZEROS.
           03 WS-TDL-CAD-MAXIMO      PIC 9(006) VALUE ZEROS.
           03 WS-TDL-CAD-MEDIA-7     PIC 9(006) VALUE ZEROS.
           03 WS-TDL-CAD-MEDIA-N     PIC 9(006) VALUE ZEROS.
           03 WS-TDL-CAD-INCLINACAO  PIC S9(007)V9(004) VALUE ZEROS.
           03 WS-TDL-CAD-CRESCIMENTO PIC S9(005)V9(001) VALUE ZEROS.
      *
       01  WS-TDL-TAB-NOITES.
           03 WS-TDL-NOITE OCCURS 60 TIMES.
              05 WS-TDL-DT-NOITE     PIC 9(008).
              05 WS-TDL-IN-INICIADA  PIC X(001).
                 88 WS-TDL-NOITE-INICIADA       VALUE "S".
              05 WS-TDL-IN-COMPLETA  PIC X(001).
                 88 WS-TDL-NOITE-COMPLETA       VALUE "S".
              05 WS-TDL-SG-INICIO    PIC 9(006).
              05 WS-TDL-SG-FIM-REL   PIC 9(006).
      *
      * "P" PASSO DA CADEIA, "E" EMPRESA (PASSADA PARTICIONADA)
       01  WS-TDL-TAB-PASSOS.
           03 WS-TDL-PASSO OCCURS 50 TIMES.
              05 WS-TDL-NM-PASSO     PIC X(015).
              05 WS-TDL-TP-PASSO     PIC X(001).
                 88 WS-TDL-LINHA-PASSO          VALUE "P".
                 88 WS-TDL-LINHA-EMPRESA        VALUE "E".
              05 WS-TDL-PASSO-NOITE OCCURS 60 TIMES.
                 07 WS-TDL-IN-RODOU  PIC X(001).
                    88 WS-TDL-PASSO-RODOU       VALUE "S".
                 07 WS-TDL-SG-PASSO  PIC 9(006).
      *
       01  WS-TDL-TAB-SERIE.
           03 WS-TDL-SERIE OCCURS 60 TIMES.
              05 WS-TDL-IN-PONTO     PIC X(001).
                 88 WS-TDL-HA-PONTO             VALUE "S".
              05 WS-TDL-VL-PONTO     PIC 9(006).
