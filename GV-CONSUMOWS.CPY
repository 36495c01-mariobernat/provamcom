      *
      * AREA DO CALCULO DE CONSUMO DE CONTRATO (GV-CONSUMOPD.CPY).
      * O CRONOGRAMA PREVISTO DISTRIBUI CTR-VL-CONTRATO EM PARCELAS
      * MENSAIS IGUAIS DA COMPETENCIA DO INICIO A DO FIM DA VIGENCIA
      * (A ULTIMA ABSORVE O ARREDONDAMENTO); O REALIZADO SAO AS
      * VENDAS DO CLIENTE NO DETALHE (GV-VENDADET, ESTORNO REDUZ)
      * DENTRO DA VIGENCIA ATE A COMPETENCIA DE REFERENCIA. CONTRATO
      * ATRASADO: REALIZADO ABAIXO DO PREVISTO ATE A REFERENCIA MENOS
      * A TOLERANCIA (CHAVE CONTRATO-PC-ATRASO DE GV-CONFIG.PAR,
      * PADRAO 20%)
       01  WS-CONSUMO-CONTRATO.
           03 WS-CNS-NR-COMPETENCIA  PIC 9(006) VALUE ZEROS.
           03 WS-CNS-PC-TOLERANCIA   PIC 9(003)V9(002) VALUE 20,00.
           03 WS-CNS-VL-CONFIG-NUM   PIC 9(005)V9(002) VALUE ZEROS.
           03 WS-CNS-NR-AAAAMM       PIC 9(006) VALUE ZEROS.
           03 WS-CNS-NR-ANO          PIC 9(004) VALUE ZEROS.
           03 WS-CNS-NR-MES-CORRIDO  PIC 9(006) VALUE ZEROS.
           03 WS-CNS-NR-MES-INICIO   PIC 9(006) VALUE ZEROS.
           03 WS-CNS-NR-MES-FIM      PIC 9(006) VALUE ZEROS.
           03 WS-CNS-NR-MES-REF      PIC 9(006) VALUE ZEROS.
           03 WS-CNS-NR-MES-VENDA    PIC 9(006) VALUE ZEROS.
           03 WS-CNS-QT-MESES        PIC 9(004) COMP VALUE ZEROS.
           03 WS-CNS-QT-DECORRIDOS   PIC 9(004) COMP VALUE ZEROS.
           03 WS-CNS-IX-MES          PIC 9(004) COMP VALUE ZEROS.
           03 WS-CNS-VL-PARCELA      PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-CNS-VL-ULTIMA       PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-CNS-VL-PREV-MES     PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-CNS-VL-PREVISTO     PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-CNS-VL-REALIZADO    PIC S9(013)V9(002) VALUE ZEROS.
           03 WS-CNS-PC-CONSUMIDO    PIC S9(005)V9(001) VALUE ZEROS.
           03 WS-CNS-VL-FALTA-PLANO  PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-CNS-VL-PROJETADO    PIC S9(013)V9(002) VALUE ZEROS.
           03 WS-CNS-VL-FALTA-PROJ   PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-CNS-VL-LIMIAR       PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-CNS-IND-ATRASADO    PIC X(001) VALUE "N".
              88 WS-CNS-ATRASADO                VALUE "S".
           03 WS-CNS-IND-FIM         PIC X(001) VALUE "N".
              88 WS-CNS-FIM-LEITURA             VALUE "S".
      * REALIZADO POR MES DA VIGENCIA (ATE 20 ANOS)
           03 WS-CNS-VL-MES          PIC S9(013)V9(002)
                                     OCCURS 240 TIMES.
      *
