      * GERADO, COM A IDENTIFICACAO, DATA/HORA, OPERADOR, SITUACAO
      * (A=DISPONIVEL, E=EXCLUIDO) E O NOME UNICO DO ARQUIVO DE
      * IMPRESSAO. MANTIDO POR 99-PREPARA-SPOOL (GV-SPOOLPD.CPY) E
      * ADMINISTRADO POR GV-SPOOL. O INDICADOR DE MASCARA DIZ SE OS
      * DADOS PESSOAIS SAIRAM MASCARADOS (M) OU COMPLETOS (C) PARA
      * O OPERADOR; EM BRANCO NOS RELATORIOS SEM DADOS PESSOAIS
       FD  ARQ-SPOOL-CAT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-SPOOL-CAT.
              88 SPL-REL-EXCLUIDO               VALUE "E".
           03 SPL-DELIMITADOR-5      PIC X(001).
           03 SPL-NM-ARQUIVO         PIC X(060).
           03 SPL-DELIMITADOR-6      PIC X(001).
           03 SPL-IN-MASCARA         PIC X(001).
              88 SPL-DADOS-MASCARADOS           VALUE "M".
              88 SPL-DADOS-COMPLETOS            VALUE "C".
      *
