      * REGUA DE COBRANCA - UM REGISTRO POR TITULO DO CONTAS A
      * RECEBER (MESMA CHAVE DE GV-RECEBER.CPY) QUE JA RECEBEU CARTA
      * DE COBRANCA, COM O NIVEL ALCANCADO E A DATA DE ENVIO DE CADA
      * NIVEL. MANTIDO POR GV-COBRANCA: O TITULO SO VOLTA A SER
      * COBRADO QUANDO PASSA PARA UM NIVEL ACIMA DO REGISTRADO. FICA
      * FORA DO GV-RECEBER.DAT PORQUE AQUELE E RECARREGADO DO
      * EXTRATO DE FATURAMENTO POR GV-CARGAREC
       FD  ARQ-COBRANCA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-COBRANCA.
      *
       01  COB-REGISTRO.
           03 COB-CHAVE-COBRANCA.
              05 COB-CD-EMPRESA      PIC  9(002).
              05 COB-CD-CLIENTE      PIC  9(007).
              05 COB-NR-DOCUMENTO    PIC  9(009).
           03 COB-NR-NIVEL           PIC  9(001).
              88 COB-NIVEL-LEMBRETE             VALUE 1.
              88 COB-NIVEL-NOTIFICACAO          VALUE 2.
              88 COB-NIVEL-PRE-BLOQUEIO         VALUE 3.
           03 COB-DT-NIVEL           PIC  9(008) OCCURS 3 TIMES.
           03 COB-QT-DIAS-ATRASO     PIC  9(005).
           03 COB-TP-CANAL           PIC  X(001).
              88 COB-CANAL-EMAIL                VALUE "E".
              88 COB-CANAL-CARTA                VALUE "C".
      *
