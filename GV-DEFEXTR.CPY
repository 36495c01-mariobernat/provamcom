      * DEFINICOES NOMEADAS DA EXTRACAO AD HOC DOS CADASTROS
      * (GV-EXTRACAD): BASE DA EXTRACAO (UMA LINHA POR CLIENTE OU POR
      * VENDEDOR), CAMPOS DE SAIDA NA ORDEM DAS COLUNAS DO CSV,
      * CONDICOES DE FILTRO LIGADAS POR E/O (O "E" AGRUPA ANTES DO
      * "O") E ATE TRES CAMPOS DE ORDENACAO. OS CODIGOS DE CAMPO SAO
      * OS DO CATALOGO DO GV-EXTRACAD. O NOME E O MESMO QUE O
      * AGENDADOR (GV-AGENDALOTE) MANDA EM LK-NM-PERFIL
       FD  ARQ-DEFEXTR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-DEFEXTR.
      *
       01  DEX-REGISTRO.
           03 DEX-NM-DEFINICAO       PIC  X(008).
      * PARTE EDITAVEL DA DEFINICAO (MESMO DESENHO DA AREA DE TELA
      * WS-DEF-DADOS DO GV-EXTRACAD)
           03 DEX-DADOS-DEFINICAO.
              05 DEX-DS-TITULO       PIC  X(040).
              05 DEX-TP-BASE         PIC  X(001).
                 88 DEX-BASE-CLIENTE            VALUE "C".
                 88 DEX-BASE-VENDEDOR           VALUE "V".
              05 DEX-CD-CAMPO-SAIDA  PIC  9(002) OCCURS 12 TIMES.
      * OPERADORES: "= ", "<>", "> ", "< ", ">=", "<=" E "CT"
      * (CONTEM, SO EM CAMPO TEXTO); CONECTOR COM A CONDICAO
      * SEGUINTE: "E" OU "O" (EM BRANCO NA ULTIMA)
              05 DEX-CONDICAO        OCCURS 6 TIMES.
                 07 DEX-CD-CAMPO-FILTRO PIC 9(002).
                 07 DEX-CD-OPERADOR  PIC  X(002).
                 07 DEX-DS-VALOR-FILTRO PIC X(040).
                 07 DEX-IN-CONECTOR  PIC  X(001).
              05 DEX-ORDEM           OCCURS 3 TIMES.
                 07 DEX-CD-CAMPO-ORDEM PIC 9(002).
                 07 DEX-IN-SENTIDO   PIC  X(001).
           03 DEX-CD-USUARIO         PIC  X(008).
           03 DEX-DT-ALTERACAO       PIC  9(008).
      *
