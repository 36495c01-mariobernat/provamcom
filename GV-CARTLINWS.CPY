      * AREA DA CARTEIRA POR LINHA DE PRODUTO (GV-CARTLIN.CPY,
      * ROTINAS EM GV-CARTLINPD.CPY)
       01  WS-CARTEIRA-LINHA.
      * CLIENTE E LINHA EM CONSULTA
           03 WS-CLN-CD-EMPRESA      PIC 9(002) VALUE ZEROS.
           03 WS-CLN-CD-CLIENTE      PIC 9(007) VALUE ZEROS.
           03 WS-CLN-CD-LINHA        PIC X(010) VALUE SPACES.
      * DONO DA LINHA NO CLIENTE (CONSULTA)
           03 WS-CLN-CD-VENDEDOR     PIC 9(007) VALUE ZEROS.
           03 WS-CLN-IND-ACHOU       PIC X(001) VALUE "N".
              88 WS-CLN-ACHOU                   VALUE "S".
           03 WS-CLN-IND-ARQ         PIC X(001) VALUE "N".
              88 WS-CLN-ARQ-OK                  VALUE "S".
      * CLIENTE PERTENCE A CARTEIRA DO VENDEDOR EM TRATAMENTO (GERAL
      * PELO CADASTRO DO CLIENTE; ESPECIALISTA PELA LINHA DELE)
           03 WS-CLN-IND-CARTEIRA    PIC X(001) VALUE "N".
              88 WS-CLN-DA-CARTEIRA             VALUE "S".
      *
