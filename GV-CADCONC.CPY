      * CADASTRO DE CONCORRENTES - EMPRESAS QUE DISPUTAM A CARTEIRA
      * DE CLIENTES; MANTIDO POR GV-CADCONCORR, VALIDA O CODIGO NO
      * REGISTRO DE PRESENCA DE CONCORRENTES (TELA E CARGA DE CAMPO)
      * E NOMEIA O CONCORRENTE NOS RELATORIOS
       FD  ARQ-CONCORRENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-CONCORRENTE.
      *
       01  CCR-REGISTRO.
           03 CCR-CD-CONCORRENTE     PIC 9(003).
           03 CCR-NM-CONCORRENTE     PIC X(030).
           03 CCR-SITUACAO           PIC X(001).
              88 CCR-SIT-ATIVO                  VALUE "A".
              88 CCR-SIT-INATIVO                VALUE "I".
      *
