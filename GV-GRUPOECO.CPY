      * CADASTRO DE GRUPOS ECONOMICOS - UM REGISTRO POR RAIZ DE CNPJ
      * (OITO PRIMEIROS CARACTERES SIGNIFICATIVOS, QUE NO CNPJ
      * ALFANUMERICO PODEM CONTER LETRAS) COM DOIS OU MAIS
      * CLIENTES ATIVOS. RECONSTRUIDO POR GV-GRUPOCNPJ A PARTIR DO
      * CADASTRO DE CLIENTES. O CAMPO GRP-CD-VENDEDOR E RASCUNHO DA
      * RODADA DE DISTRIBUICAO: O PRIMEIRO MEMBRO PROCESSADO FIXA O
           VALUE OF FILE-STATUS IS WID-ARQ-GRUPO.
      *
       01  GRP-REGISTRO.
           03 GRP-NR-RAIZ-CNPJ       PIC X(008).
           03 GRP-DS-GRUPO           PIC X(040).
           03 GRP-QT-MEMBROS         PIC 9(005).
           03 GRP-CD-VENDEDOR        PIC 9(007).
