      * COMPETENCIA), ESTORNO DE CANCELAMENTO (VALOR POSITIVO
      * QUE REDUZ O PAGAMENTO), OVERRIDE DE SUPERVISOR SOBRE O
      * VOLUME DA EQUIPE (SOMA AO PAGAMENTO DO SUPERVISOR) OU
      * AJUSTE MANUAL (GV-CADAJUSTE: "A" CREDITA, "D" DEBITA) OU
      * INDENIZACAO RESCISORIA DO REPRESENTANTE ("I", GRAVADA PELA
      * APROVACAO EM GV-APROVA - SOMA AO PAGAMENTO, NAO E COMISSAO
      * DO PERIODO) OU GARANTIA MINIMA ("G" COMPLEMENTA O MES ABAIXO
      * DA GARANTIA, "R" RECUPERA O COMPLEMENTO NOS MESES ACIMA DELA -
      * AMBAS GRAVADAS PELO FECHAMENTO) OU REEMBOLSO DE
      * QUILOMETRAGEM ("K", APROVADO E DOBRADO PELO FECHAMENTO - SOMA
      * AO PAGAMENTO, SEM RETENCOES, NAO E COMISSAO NEM RENDIMENTO);
      * LINHAS ANTIGAS SEM O CAMPO VALEM COMO NORMAIS
           03 FEC-DELIMITADOR-11     PIC X(001).
           03 FEC-TP-LANCAMENTO      PIC X(001).
              88 FEC-LANC-OVERRIDE             VALUE "O".
              88 FEC-LANC-AJUSTE-CRED          VALUE "A".
              88 FEC-LANC-AJUSTE-DEB           VALUE "D".
              88 FEC-LANC-INDENIZACAO          VALUE "I".
              88 FEC-LANC-GARANTIA             VALUE "G".
              88 FEC-LANC-RECUPERA-GAR         VALUE "R".
              88 FEC-LANC-REEMBOLSO            VALUE "K".
      * EMPRESA FONTE PAGADORA DA LINHA (INFORME DE RENDIMENTOS -
      * GV-INFORME); LINHAS ANTIGAS SEM O CAMPO SAO DA EMPRESA 1
           03 FEC-DELIMITADOR-12     PIC X(001).
           03 FEC-CD-EMPRESA         PIC 9(002).
      *
