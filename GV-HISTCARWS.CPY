      * AREA DO HISTORICO DA CARTEIRA DO CLIENTE (GV-HISTCART.CPY,
      * ROTINAS EM GV-HISTCARPD.CPY)
       01  WS-HISTORICO-CARTEIRA.
      * CLIENTE E DATA EM CONSULTA
           03 WS-HCT-CD-EMPRESA      PIC 9(002) VALUE ZEROS.
           03 WS-HCT-CD-CLIENTE      PIC 9(007) VALUE ZEROS.
           03 WS-HCT-DT-REFERENCIA   PIC 9(008) VALUE ZEROS.
      * DONO NA DATA (CONSULTA) OU NOVO DONO (REGISTRO)
           03 WS-HCT-CD-VENDEDOR     PIC 9(007) VALUE ZEROS.
      * DONO ANTERIOR A TROCA, PARA O CLIENTE AINDA SEM HISTORICO
           03 WS-HCT-CD-VENDEDOR-ANT PIC 9(007) VALUE ZEROS.
           03 WS-HCT-IND-NOVO        PIC X(001) VALUE "N".
              88 WS-HCT-CLIENTE-NOVO            VALUE "S".
           03 WS-HCT-NM-PROGRAMA     PIC X(015) VALUE SPACES.
           03 WS-HCT-CD-USUARIO      PIC X(008) VALUE SPACES.
           03 WS-HCT-DT-VESPERA      PIC 9(008) VALUE ZEROS.
           03 WS-HCT-IND-ACHOU       PIC X(001) VALUE "N".
              88 WS-HCT-ACHOU                   VALUE "S".
           03 WS-HCT-IND-ARQ         PIC X(001) VALUE "N".
              88 WS-HCT-ARQ-OK                  VALUE "S".
