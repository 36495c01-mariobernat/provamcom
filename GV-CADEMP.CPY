       01  EMP-REGISTRO-EMPRESA.
           03 EMP-CD-EMPRESA         PIC  9(002).
           03 EMP-DS-RAZAO-SOCIAL    PIC  X(040).
           03 EMP-NR-CNPJ            PIC  X(015).
           03 EMP-SITUACAO           PIC  X(001).
              88 EMP-SIT-ATIVA                  VALUE "A".
              88 EMP-SIT-INATIVA                VALUE "I".
      * BASE DA COMISSAO DOS VENDEDORES DA EMPRESA: NA DATA DA VENDA
      * (PADRAO - TAMBEM PARA REGISTROS ANTIGOS EM BRANCO) OU NO
      * RECEBIMENTO, QUANDO O FECHAMENTO (GV-FECHACOM) SO LIBERA A
      * COMISSAO DAS VENDAS COM TITULO PAGO E MANTEM O RESTANTE
      * PENDENTE EM GV-COMPEND.DAT
           03 EMP-TP-BASE-COMISSAO   PIC  X(001).
              88 EMP-BASE-VENDA                 VALUE "V" SPACE.
              88 EMP-BASE-RECEBIMENTO           VALUE "R".
      *
