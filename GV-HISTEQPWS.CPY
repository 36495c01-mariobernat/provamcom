      * AREA DO HISTORICO DATADO DE SUPERVISOR/REGIAO DO VENDEDOR
      * (GV-HISTEQUIPE.CPY, ROTINAS EM GV-HISTEQPPD.CPY)
       01  WS-HISTORICO-EQUIPE.
      * VENDEDOR E DATA EM CONSULTA
           03 WS-HEQ-CD-EMPRESA      PIC 9(002) VALUE ZEROS.
           03 WS-HEQ-CD-VENDEDOR     PIC 9(007) VALUE ZEROS.
           03 WS-HEQ-DT-REFERENCIA   PIC 9(008) VALUE ZEROS.
      * EQUIPE VIGENTE NA DATA (CONSULTA) OU NOVA EQUIPE (REGISTRO)
           03 WS-HEQ-CD-SUPERVISOR   PIC 9(007) VALUE ZEROS.
           03 WS-HEQ-CD-REGIAO       PIC 9(003) VALUE ZEROS.
      * EQUIPE ANTERIOR A TROCA, PARA O VENDEDOR AINDA SEM HISTORICO
           03 WS-HEQ-CD-SUPERVISOR-ANT PIC 9(007) VALUE ZEROS.
           03 WS-HEQ-CD-REGIAO-ANT   PIC 9(003) VALUE ZEROS.
           03 WS-HEQ-TP-ORIGEM       PIC X(001) VALUE SPACE.
              88 WS-HEQ-ORIGEM-NOVO             VALUE "I" "M".
           03 WS-HEQ-CD-USUARIO      PIC X(008) VALUE SPACES.
           03 WS-HEQ-DT-VESPERA      PIC 9(008) VALUE ZEROS.
           03 WS-HEQ-IND-ACHOU       PIC X(001) VALUE "N".
              88 WS-HEQ-ACHOU                   VALUE "S".
           03 WS-HEQ-IND-ARQ         PIC X(001) VALUE "N".
              88 WS-HEQ-ARQ-OK                  VALUE "S".
