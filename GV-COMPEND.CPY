      * COMISSAO PENDENTE DE RECEBIMENTO - EMPRESAS COM BASE DE
      * COMISSAO NO RECEBIMENTO (EMP-TP-BASE-COMISSAO "R"). UM
      * REGISTRO POR VENDA (MESMA EMPRESA/CLIENTE/DOCUMENTO DO
      * TITULO EM GV-RECEBER.CPY) E VENDEDOR CREDITADO - O CLIENTE
      * COM SPLIT GERA UM PARA O TITULAR E OUTRO PARA O SECUNDARIO.
      * O FECHAMENTO (GV-FECHACOM) INCLUI AS VENDAS DA COMPETENCIA
      * COMO PENDENTES E LIBERA AS QUE TEM O TITULO PAGO; ESTORNO DE
      * VENDA AINDA PENDENTE CANCELA O REGISTRO. O EXTRATO
      * (GV-EXTRATOCOM) MOSTRA O SALDO PENDENTE DO VENDEDOR
       FD  ARQ-COMPEND
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-COMPEND.
      *
       01  CPD-REGISTRO.
           03 CPD-CHAVE-PENDENTE.
              05 CPD-CD-EMPRESA      PIC  9(002).
              05 CPD-CD-CLIENTE      PIC  9(007).
              05 CPD-NR-DOCUMENTO    PIC  9(009).
              05 CPD-CD-VENDEDOR     PIC  9(007).
           03 CPD-DT-VENDA           PIC  9(008).
           03 CPD-NR-COMP-ORIGEM     PIC  9(006).
           03 CPD-VL-VENDA           PIC  9(013)V9(002).
           03 CPD-PC-COMISSAO        PIC  9(003)V9(002).
           03 CPD-VL-COMISSAO        PIC  9(013)V9(002).
           03 CPD-SITUACAO           PIC  X(001).
              88 CPD-PENDENTE                   VALUE "P".
              88 CPD-LIBERADA                   VALUE "L".
              88 CPD-CANCELADA                  VALUE "C".
      * COMPETENCIA EM QUE A COMISSAO FOI LIBERADA (OU CANCELADA
      * PELO ESTORNO); ZEROS ENQUANTO PENDENTE
           03 CPD-NR-COMP-LIBERACAO  PIC  9(006).
      *
