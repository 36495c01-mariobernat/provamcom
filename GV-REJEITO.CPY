              88 REJ-ENT-VENDEDOR               VALUE "V".
           03 REJ-CHAVE              PIC 9(007).
           03 REJ-NR-DOCUMENTO       PIC 9(015).
      * CNPJ DO CLIENTE REJEITADO (PODE SER ALFANUMERICO)
           03 REJ-NR-CNPJ REDEFINES REJ-NR-DOCUMENTO
                                     PIC X(015).
           03 REJ-MOTIVO             PIC X(060).
      *
