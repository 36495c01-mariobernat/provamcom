      * JORNAL DO FECHAMENTO DO MES (GV-FECHAMES.LOG), SEPARADO DO
      * JORNAL DA CADEIA NOTURNA (GV-RUNCTL.LOG) - UMA LINHA POR
      * EVENTO DE UM PASSO DO FECHAMENTO DE UMA EMPRESA E COMPETENCIA,
      * GRAVADA PELO CONTROLE DO FECHAMENTO (GV-FECHAMES): INICIO DA
      * EXECUCAO, CONCLUSAO, FALHA E REABERTURA CONTROLADA (COM O
      * MOTIVO). A SITUACAO DE CADA PASSO E A DO ULTIMO EVENTO DELE
      * NO JORNAL - INICIO SEM CONCLUSAO NEM FALHA E EXECUCAO
      * INTERROMPIDA
       FD  ARQ-FECHAMES
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-FECHAMES.
      *
       01  FMS-REGISTRO.
           03 FMS-CD-EMPRESA         PIC 9(002).
           03 FMS-NR-COMPETENCIA     PIC 9(006).
           03 FMS-CD-PASSO           PIC 9(002).
           03 FMS-TP-EVENTO          PIC X(001).
              88 FMS-EVENTO-INICIO             VALUE "I".
              88 FMS-EVENTO-CONCLUSAO          VALUE "C".
              88 FMS-EVENTO-FALHA              VALUE "F".
              88 FMS-EVENTO-REABERTURA         VALUE "R".
           03 FMS-DATA               PIC 9(008).
           03 FMS-HORA               PIC 9(008).
           03 FMS-CD-USUARIO         PIC X(008).
           03 FMS-NM-PROGRAMA        PIC X(015).
           03 FMS-DS-MOTIVO          PIC X(040).
      *
