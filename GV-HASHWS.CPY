      * AREA DE CALCULO DO HASH DE SENHA: O PROGRAMA INFORMA O
      * USUARIO, A SENHA DIGITADA E O SALT GRAVADO NO CADASTRO E
      * CHAMA GV-HASHSENHA, QUE DEVOLVE O HASH PARA COMPARACAO. COM
      * O SALT ZERADO (SENHA NOVA) A ROTINA SORTEIA UM SALT NOVO E O
      * DEVOLVE JUNTO COM O HASH PARA GRAVACAO
       01  WS-HSH-PARAMETROS.
           03 WS-HSH-CD-USUARIO      PIC X(008).
           03 WS-HSH-SENHA           PIC X(008).
           03 WS-HSH-NR-SALT         PIC 9(008).
           03 WS-HSH-CD-HASH         PIC 9(018).
       01  WS-NM-PROG-HASH           PIC X(012) VALUE "GV-HASHSENHA".
      *
