      * JORNAL DE CONTROLE DA CADEIA EM LOTE (GV-RUNCTL.LOG) - UMA
      * LINHA POR PASSO EXECUTADO, COM DATA DA CADEIA, INICIO, FIM E
      * SITUACAO, GRAVADA POR GV-LOTE. OS PASSOS QUE DEVOLVEM TOTAIS
      * DE CONTROLE (LK-CD-ARQ-CONTROLE) TRAZEM AINDA OS REGISTROS
      * LIDOS E GRAVADOS COM A SOMA DAS CHAVES DE CADA LADO, E O
      * PASSO BARRADO NA CONFERENCIA DOS TOTAIS LEVA O MOTIVO EM
      * RCT-DS-OCORRENCIA. LINHAS ANTERIORES AOS TOTAIS TERMINAM NA
      * SITUACAO (O RESTANTE E LIDO EM BRANCO)
       FD  ARQ-RUNCTL
           LABEL RECORD IS STANDARD.
       01  RCT-REGISTRO.
           03 RCT-DT-CADEIA          PIC 9(008).
           03 RCT-DELIMITADOR-1      PIC X(001).
           03 RCT-NM-PASSO           PIC X(015).
           03 RCT-DELIMITADOR-2      PIC X(001).
           03 RCT-HR-INICIO          PIC 9(006).
           03 RCT-DELIMITADOR-3      PIC X(001).
           03 RCT-HR-FIM             PIC 9(006).
           03 RCT-DELIMITADOR-4      PIC X(001).
           03 RCT-SITUACAO           PIC X(001).
              88 RCT-PASSO-OK                   VALUE "S".
              88 RCT-PASSO-ERRO                 VALUE "E".
      * TOTAIS DE CONTROLE DO PASSO ("CLI" = CLIENTES, "VEN" =
      * VENDEDORES; EM BRANCO, PASSO SEM TOTAIS)
           03 RCT-DELIMITADOR-5      PIC X(001).
           03 RCT-CD-ARQ-CONTROLE    PIC X(003).
              88 RCT-SEM-CONTROLE               VALUE SPACES.
           03 RCT-DELIMITADOR-6      PIC X(001).
           03 RCT-QT-ENTRADA         PIC 9(009).
           03 RCT-DELIMITADOR-7      PIC X(001).
           03 RCT-VL-CHAVE-ENTRADA   PIC 9(015).
           03 RCT-DELIMITADOR-8      PIC X(001).
           03 RCT-QT-SAIDA           PIC 9(009).
           03 RCT-DELIMITADOR-9      PIC X(001).
           03 RCT-VL-CHAVE-SAIDA     PIC 9(015).
           03 RCT-DELIMITADOR-10     PIC X(001).
           03 RCT-DS-OCORRENCIA      PIC X(060).
