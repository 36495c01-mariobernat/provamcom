      * PRESENCA DE CONCORRENTES NO CLIENTE - UM REGISTRO POR CLIENTE
      * E CONCORRENTE, COM O VALOR MENSAL ESTIMADO QUE O CLIENTE
      * COMPRA DAQUELE CONCORRENTE E A DATA EM QUE FOI OBSERVADO; A
      * OBSERVACAO MAIS RECENTE SUBSTITUI A ANTERIOR. MANTIDO POR
      * GV-CADPRESENCA (TELA) E GV-CARGACONC (CARGA DE CAMPO), LIDO
      * PELO RELATORIO DE PARTICIPACAO NA CARTEIRA (GV-RELPARTIC)
       FD  ARQ-PRESENCA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-PRESENCA.
      *
       01  PCC-REGISTRO.
           03 PCC-CHAVE-PRESENCA.
              05 PCC-CD-EMPRESA      PIC  9(002).
              05 PCC-CD-CLIENTE      PIC  9(007).
              05 PCC-CD-CONCORRENTE  PIC  9(003).
           03 PCC-VL-COMPRA-MENSAL   PIC  9(011)V9(002).
           03 PCC-DT-OBSERVACAO      PIC  9(008).
           03 PCC-CD-USUARIO         PIC  X(008).
           03 PCC-TP-ORIGEM          PIC  X(001).
              88 PCC-ORIGEM-TELA                VALUE "T".
              88 PCC-ORIGEM-CARGA               VALUE "C".
      *
