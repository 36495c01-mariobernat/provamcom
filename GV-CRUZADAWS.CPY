      *
      * AREA DAS OPORTUNIDADES DE VENDA CRUZADA (GV-CRUZADAPD.CPY).
      * OS CLIENTES ATIVOS SAO AGRUPADOS EM PARES PELA CLASSE ABC E
      * PELA REGIAO; PARA CADA GRUPO E CADA LINHA DE PRODUTO CONTA
      * QUANTOS CLIENTES COMPRARAM A LINHA NOS ULTIMOS DOZE MESES
      * (DETALHE DE VENDAS, ESTORNO REDUZ) E QUANTO ELES GERARAM.
      * LACUNA DO CLIENTE: LINHA QUE ELE NAO COMPROU NA JANELA E QUE
      * MAIS DO QUE O PERCENTUAL DE PARES COMPRA (CHAVE
      * CRUZADA-PC-PARES DE GV-CONFIG.PAR, PADRAO 50% - "A MAIORIA"),
      * ORDENADA PELA RECEITA MEDIA QUE OS PARES COMPRADORES GERAM
      * NA LINHA
       01  WS-VENDA-CRUZADA.
           03 WS-VCZ-DT-HOJE         PIC 9(008) VALUE ZEROS.
           03 WS-VCZ-DT-CORTE        PIC 9(008) VALUE ZEROS.
           03 WS-VCZ-PC-PARES        PIC 9(003)V9(002) VALUE 50,00.
           03 WS-VCZ-VL-CONFIG-NUM   PIC 9(005)V9(002) VALUE ZEROS.
           03 WS-VCZ-IND-ARQ-VENDAS  PIC X(001) VALUE "N".
              88 WS-VCZ-ARQ-VENDAS-OK           VALUE "S".
           03 WS-VCZ-IND-ARQ-PRODUTO PIC X(001) VALUE "N".
              88 WS-VCZ-ARQ-PRODUTO-OK          VALUE "S".
           03 WS-VCZ-IND-FIM         PIC X(001) VALUE "N".
              88 WS-VCZ-FIM-LEITURA             VALUE "S".
           03 WS-VCZ-IX-LIN          PIC 9(004) COMP VALUE ZEROS.
           03 WS-VCZ-IX-GRP          PIC 9(004) COMP VALUE ZEROS.
           03 WS-VCZ-IX-LAC          PIC 9(004) COMP VALUE ZEROS.
           03 WS-VCZ-IX-POS          PIC 9(004) COMP VALUE ZEROS.
           03 WS-VCZ-IX-ACHOU        PIC 9(004) COMP VALUE ZEROS.
           03 WS-VCZ-VL-MEDIO        PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-VCZ-PC-COMPRA       PIC 9(003)V9(002) VALUE ZEROS.
      * LINHAS DE PRODUTO DO CADASTRO (GV-PRODUTO.DAT) E A RECEITA
      * DO CLIENTE EM CADA UMA NA JANELA
           03 WS-VCZ-QT-LINHAS       PIC 9(004) COMP VALUE ZEROS.
           03 WS-VCZ-TB-LINHA                   OCCURS 50 TIMES.
              05 WS-VCZ-CD-LINHA     PIC X(010).
              05 WS-VCZ-VL-CLIENTE   PIC S9(013)V9(002).
      * GRUPOS DE PARES - CLASSE ABC x REGIAO
           03 WS-VCZ-QT-GRUPOS       PIC 9(004) COMP VALUE ZEROS.
           03 WS-VCZ-GRUPO                      OCCURS 300 TIMES.
              05 WS-VCZ-GRP-CLASSE   PIC X(001).
              05 WS-VCZ-GRP-REGIAO   PIC 9(003).
              05 WS-VCZ-GRP-QT-CLIENTES
                                     PIC 9(007) COMP.
              05 WS-VCZ-GRP-LINHA               OCCURS 50 TIMES.
                 07 WS-VCZ-GRP-QT-COMPRADORES
                                     PIC 9(007) COMP.
                 07 WS-VCZ-GRP-VL-RECEITA
                                     PIC 9(015)V9(002).
      * LACUNAS DO CLIENTE APURADO, DA MAIOR PARA A MENOR RECEITA
      * MEDIA DOS PARES
           03 WS-VCZ-QT-LACUNAS      PIC 9(004) COMP VALUE ZEROS.
           03 WS-VCZ-LACUNA                     OCCURS 50 TIMES.
              05 WS-VCZ-LAC-CD-LINHA PIC X(010).
              05 WS-VCZ-LAC-PC-PARES PIC 9(003)V9(002).
              05 WS-VCZ-LAC-VL-MEDIO PIC 9(013)V9(002).
      *
