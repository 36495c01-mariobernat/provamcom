      * COMISSAO DE VENDAS EM COBERTURA DE AUSENCIA - UM REGISTRO POR
      * COMPETENCIA, EMPRESA, VENDEDOR DE COBERTURA E TITULAR AUSENTE.
      * O CALCULO DE COMISSAO (GV-COMISSAO) ACUMULA NA COMPETENCIA
      * ZERO (PERIODO EM ABERTO) O VALOR DAS VENDAS COBERTAS, A PARTE
      * CREDITADA AO VENDEDOR DE COBERTURA E A COMISSAO DELA; O
      * FECHAMENTO (GV-FECHACOM) TRANSFERE O REGISTRO PARA A
      * COMPETENCIA FECHADA - A COMISSAO JA ESTA NA LINHA "N" DO
      * VENDEDOR DE COBERTURA. O EXTRATO (GV-EXTRATOCOM) MOSTRA O
      * BLOCO DE COBERTURA DOS DOIS LADOS
       FD  ARQ-COMCOBER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-COMCOBER.
      *
       01  CCB-REGISTRO.
           03 CCB-CHAVE-COBERTURA.
              05 CCB-NR-COMPETENCIA  PIC  9(006).
              05 CCB-CD-EMPRESA      PIC  9(002).
              05 CCB-CD-COBERTURA    PIC  9(007).
              05 CCB-CD-TITULAR      PIC  9(007).
      * VALOR DAS VENDAS DO TITULAR NA AUSENCIA, PARTE CREDITADA AO
      * VENDEDOR DE COBERTURA E A COMISSAO APURADA SOBRE ELA
           03 CCB-VL-VENDA-COBERTA   PIC  9(013)V9(002).
           03 CCB-VL-VENDA-REPASSE   PIC  9(013)V9(002).
           03 CCB-VL-COMISSAO        PIC  9(013)V9(002).
           03 CCB-QT-VENDAS          PIC  9(005).
      * REGRA EM VIGOR NO ULTIMO LANCAMENTO (I/P/N E PERCENTUAL)
           03 CCB-TP-REGRA           PIC  X(001).
           03 CCB-PC-REPASSE         PIC  9(003)V9(002).
      *
