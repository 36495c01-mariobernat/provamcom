      * CADASTRO DE SEGMENTOS DE CLIENTE (CANAL) - TIPO DE NEGOCIO
      * DO CLIENTE (BAR, SUPERMERCADO, DISTRIBUIDOR...) E O GRUPO DE
      * CANAL A QUE PERTENCE; MANTIDO POR GV-CADSEGMENTO, VALIDA O
      * CODIGO DIGITADO NO CADASTRO, NA IMPORTACAO E NA ALTERACAO EM
      * MASSA DE CLIENTES E NOMEIA O SEGMENTO NOS RELATORIOS
       FD  ARQ-SEGMENTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-SEGMENTO.
      *
       01  SEG-REGISTRO.
           03 SEG-CD-SEGMENTO        PIC 9(003).
           03 SEG-DS-SEGMENTO        PIC X(030).
           03 SEG-NM-GRUPO-CANAL     PIC X(015).
           03 SEG-SITUACAO           PIC X(001).
              88 SEG-SIT-ATIVO                  VALUE "A".
              88 SEG-SIT-INATIVO                VALUE "I".
      *
