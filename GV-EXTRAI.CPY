           03 EXT-CLI-DELIMITADOR-01    PIC  X(001).
           03 EXT-CLI-CD-CLIENTE        PIC  9(007).
           03 EXT-CLI-DELIMITADOR-02    PIC  X(001).
           03 EXT-CLI-NR-CNPJ-CLIENTE   PIC  X(015).
           03 EXT-CLI-DELIMITADOR-03    PIC  X(001).
           03 EXT-CLI-DS-RAZAO-SOCIAL   PIC  X(040).
           03 EXT-CLI-DELIMITADOR-04    PIC  X(001).
