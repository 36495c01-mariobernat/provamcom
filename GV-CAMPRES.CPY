      * RESULTADO CONGELADO DA APURACAO FINAL DE UMA CAMPANHA DE
      * VENDAS (GV-CAMPANHA.DAT) - UM REGISTRO POR POSICAO DA
      * CLASSIFICACAO, COM A PONTUACAO, O PREMIO DA FAIXA E, QUANDO
      * LANCADO, A CHAVE DO AJUSTE DE COMISSAO GERADO. GRAVADO POR
      * GV-RANKCAMP E REIMPRESSO POR ELE DEPOIS DE APURADA
       FD  ARQ-CAMPRES
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-CAMPRES.
      *
       01  CRS-REGISTRO-RESULTADO.
           03 CRS-CHAVE-RESULTADO.
              05 CRS-CD-CAMPANHA     PIC  9(004).
              05 CRS-NR-POSICAO      PIC  9(005).
           03 CRS-CD-EMPRESA         PIC  9(002).
           03 CRS-CD-VENDEDOR        PIC  9(007).
           03 CRS-VL-PONTUACAO       PIC  9(013)V9(002).
           03 CRS-VL-PREMIO          PIC  9(011)V9(002).
           03 CRS-NR-COMPETENCIA-AJU PIC  9(006).
           03 CRS-NR-SEQ-AJUSTE      PIC  9(003).
      *
