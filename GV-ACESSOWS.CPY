      * AREA DE CHAMADA DO REGISTRO DE ACESSO (GV-REGACESSO): O
      * PROGRAMA QUE EXIBE UM REGISTRO INDIVIDUAL INFORMA O PROPRIO
      * NOME, O TIPO DO REGISTRO, SE VEM DO ARQUIVO MORTO, EMPRESA,
      * CODIGO E DOCUMENTO (CPF EM WS-ACS-NR-CPF) E CHAMA A ROTINA
      * COM A LINKAGE-DADOS DA SESSAO; DATA, HORA E OPERADOR SAO
      * PREENCHIDOS PELA ROTINA
       01  WS-ACS-PARAMETROS.
           03 WS-ACS-NM-PROGRAMA     PIC X(015) VALUE SPACES.
           03 WS-ACS-TP-REGISTRO     PIC X(001) VALUE SPACE.
           03 WS-ACS-IN-ARQUIVO-MORTO PIC X(001) VALUE "N".
           03 WS-ACS-CD-EMPRESA      PIC 9(002) VALUE ZEROS.
           03 WS-ACS-CD-CHAVE        PIC 9(007) VALUE ZEROS.
           03 WS-ACS-NR-DOCUMENTO    PIC X(015) VALUE SPACES.
           03 WS-ACS-NR-CPF REDEFINES WS-ACS-NR-DOCUMENTO
                                     PIC 9(015).
       01  WS-NM-PROG-ACESSO         PIC X(012) VALUE "GV-REGACESSO".
      *
