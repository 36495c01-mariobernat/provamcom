      * AREA DA CONSULTA DE E-MAIL DEVOLVIDO (GV-EMAILINVPD.CPY):
      * ARQUIVO GV-EMAILINV.DAT OPCIONAL - SEM ELE NENHUM ENDERECO E
      * TIDO COMO INVALIDO
       01  WS-EMAIL-DEVOLVIDO.
           03 WID-ARQ-EMAILINV       PIC X(15) VALUE "GV-EMAILINV.DAT".
           03 WS-EMI-IND-ARQ-EMAILINV PIC X(001) VALUE "N".
              88 WS-EMI-ARQ-EMAILINV-OK         VALUE "S".
           03 WS-EMI-IND-INVALIDO    PIC X(001) VALUE "N".
              88 WS-EMI-EMAIL-INVALIDO          VALUE "S".
      *
