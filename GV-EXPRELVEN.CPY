      * ARQUIVO DE EXPORTACAO CSV DO RELATORIO DE VENDEDORES; O CPF
      * SAI MASCARADO PARA QUEM NAO VE DADOS PESSOAIS
       FD  ARQ-EXPORTACAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-EXPORTACAO.
           03 ARQ-DELIMITADOR-1      PIC  X(001).
           03 ARQ-NM-VENDEDOR        PIC  X(040).
           03 ARQ-DELIMITADOR-2      PIC  X(001).
           03 ARQ-NR-CPF-VENDEDOR    PIC  X(011).
           03 ARQ-DELIMITADOR-3      PIC  X(001).
           03 ARQ-NR-LATITUDE        PIC S9(003)V9(008).
           03 ARQ-DELIMITADOR-4      PIC  X(001).
