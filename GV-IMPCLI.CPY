      *
       01  ARQ-REGISTRO-CLIENTE.
           03 ARQ-CD-CLIENTE         PIC  9(007).
           03 ARQ-NR-CNPJ-CLIENTE    PIC  X(015).
           03 ARQ-DS-RAZAO-SOCIAL    PIC  X(040).
           03 ARQ-NR-LATITUDE        PIC S9(003)V9(008).
           03 ARQ-NR-LONGITUDE       PIC S9(003)V9(008).
           03 ARQ-CD-SEGMENTO        PIC  9(003).
      * INSCRICAO ESTADUAL (OPCIONAL; EM BRANCO MANTEM A ATUAL)
           03 ARQ-NR-INSC-ESTADUAL   PIC  X(020).
      *
       01  ARQ-LINHA-CLIENTE         PIC  X(160).
      *
