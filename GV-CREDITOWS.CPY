      * AREA DO CALCULO DE EXPOSICAO DE CREDITO DO CLIENTE
      * (GV-CREDITOPD.CPY). EXPOSICAO = TITULOS EM ABERTO NO CONTAS A
      * RECEBER + VENDAS DO DETALHE AINDA SEM TITULO (NAO FATURADAS)
      * DENTRO DA JANELA DE FATURAMENTO (CHAVE DIAS-NAO-FATURADO DE
      * GV-CONFIG.PAR, PADRAO 90 DIAS - VENDA MAIS ANTIGA SEM TITULO
      * E TIDA COMO FATURADA/BAIXADA)
       01  WS-CREDITO-CLIENTE.
           03 WS-CRD-CD-EMPRESA      PIC 9(002) VALUE ZEROS.
           03 WS-CRD-CD-CLIENTE      PIC 9(007) VALUE ZEROS.
      * VALOR DA VENDA EM CRITICA (ESTORNO INFORMA ZERO)
           03 WS-CRD-VL-VENDA        PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-CRD-VL-LIMITE       PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-CRD-VL-TITULOS      PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-CRD-VL-NAO-FATURADO PIC S9(013)V9(002) VALUE ZEROS.
           03 WS-CRD-VL-EXPOSICAO    PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-CRD-PC-USO          PIC 9(005)V9(002) VALUE ZEROS.
           03 WS-CRD-QT-DIAS         PIC 9(003) VALUE 90.
           03 WS-CRD-DT-CORTE        PIC 9(008) VALUE ZEROS.
           03 WS-CRD-DT-HOJE         PIC 9(008) VALUE ZEROS.
           03 WS-CRD-NR-DIA          PIC 9(007) VALUE ZEROS.
           03 WS-CRD-VL-CONFIG-NUM   PIC 9(005) VALUE ZEROS.
      * CHAVE DO DETALHE EM CORRECAO - FICA FORA DA SOMA PARA NAO
      * CONTAR O VALOR ANTIGO JUNTO COM O NOVO
           03 WS-CRD-CHAVE-IGNORAR   PIC X(026) VALUE SPACES.
           03 WS-CRD-IMAGEM-VENDA    PIC X(150) VALUE SPACES.
           03 WS-CRD-IND-EXCEDE      PIC X(001) VALUE "N".
              88 WS-CRD-EXCEDE-LIMITE           VALUE "S".
           03 WS-CRD-IND-ARQ-LIMITE  PIC X(001) VALUE "N".
              88 WS-CRD-ARQ-LIMITE-OK           VALUE "S".
           03 WS-CRD-IND-ARQ-RECEBER PIC X(001) VALUE "N".
              88 WS-CRD-ARQ-RECEBER-OK          VALUE "S".
           03 WS-CRD-IND-FIM         PIC X(001) VALUE "N".
              88 WS-CRD-FIM-LEITURA             VALUE "S".
           03 WS-CRD-IND-FATURADA    PIC X(001) VALUE "N".
              88 WS-CRD-VENDA-FATURADA          VALUE "S".
      *
