      * AREA DA COBERTURA DE AUSENCIAS NA COMISSAO (GV-AUSENCIAPD.CPY
      * E GV-COBERTURAPD.CPY). VENDA DA CARTEIRA DE VENDEDOR AUSENTE
      * (GV-AUSENCIA.DAT) CUJA DATA CAI NO PERIODO DA AUSENCIA E
      * CREDITADA AO VENDEDOR DE COBERTURA CONFORME A REGRA DA CHAVE
      * COBERTURA-REGRA DE GV-CONFIG.PAR: "I" INTEGRAL (PADRAO), "P"
      * PERCENTUAL (COBERTURA-PC AO VENDEDOR DE COBERTURA, PADRAO 50%,
      * O RESTANTE FICA COM O TITULAR) OU "N" NENHUMA (TUDO NO TITULAR)
       01  WS-COBERTURA-AUSENCIA.
           03 WS-COB-TP-REGRA        PIC X(001) VALUE "I".
              88 WS-COB-REGRA-INTEGRAL          VALUE "I".
              88 WS-COB-REGRA-PERCENTUAL        VALUE "P".
              88 WS-COB-REGRA-NENHUMA           VALUE "N".
              88 WS-COB-REGRA-VALIDA            VALUE "I" "P" "N".
           03 WS-COB-PC-REPASSE      PIC 9(003)V9(002) VALUE 50,00.
           03 WS-COB-VL-CONFIG-NUM   PIC 9(005)V9(002) VALUE ZEROS.
      * VENDA EM CONSULTA: EMPRESA, VENDEDOR CREDITADO, DATA E VALOR
           03 WS-COB-CD-EMPRESA      PIC 9(002) VALUE ZEROS.
           03 WS-COB-CD-VENDEDOR     PIC 9(007) VALUE ZEROS.
           03 WS-COB-DT-VENDA        PIC 9(008) VALUE ZEROS.
           03 WS-COB-VL-VENDA        PIC 9(013)V9(002) VALUE ZEROS.
      * RESULTADO: VENDEDOR DE COBERTURA (ZEROS SEM AUSENCIA COBERTA)
      * E A PARTE DE CADA UM NO VALOR DA VENDA
           03 WS-COB-CD-COBERTURA    PIC 9(007) VALUE ZEROS.
           03 WS-COB-VL-REPASSE      PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-COB-VL-TITULAR      PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-COB-IND-ARQ-AUSENCIA PIC X(001) VALUE "N".
              88 WS-COB-ARQ-AUSENCIA-OK         VALUE "S".
