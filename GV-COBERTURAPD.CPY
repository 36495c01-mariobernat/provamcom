      *
      * REGRA DE DIVISAO DA VENDA COBERTA (AREA EM GV-COBERTURAWS.CPY).
      * QUEM COPIA DECLARA A CONSULTA 990-CONSULTA-CONFIG
      *
      * REGRA E PERCENTUAL DE GV-CONFIG.PAR, QUANDO PRESENTES E
      * VALIDOS (PERCENTUAL ATE 100%)
       99-LE-REGRA-COBERTURA.
           MOVE "COBERTURA-REGRA" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR(1:1) NOT EQUAL SPACE
              MOVE WS-CFG-VALOR(1:1) TO WS-COB-TP-REGRA
              IF NOT WS-COB-REGRA-VALIDA
                 MOVE "I" TO WS-COB-TP-REGRA
              END-IF
           END-IF
           MOVE "COBERTURA-PC" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              COMPUTE WS-COB-VL-CONFIG-NUM =
                      FUNCTION NUMVAL (WS-CFG-VALOR)
              IF WS-COB-VL-CONFIG-NUM NOT GREATER 100
                 MOVE WS-COB-VL-CONFIG-NUM TO WS-COB-PC-REPASSE
              END-IF
           END-IF.
      *
      * DIVIDE WS-COB-VL-VENDA ENTRE O VENDEDOR DE COBERTURA
      * (WS-COB-VL-REPASSE) E O TITULAR (WS-COB-VL-TITULAR, POR
      * DIFERENCA); SEM COBERTURA TUDO FICA COM O TITULAR
       99-REPARTE-COBERTURA.
           MOVE ZEROS TO WS-COB-VL-REPASSE
           IF WS-COB-CD-COBERTURA GREATER ZEROS
              IF WS-COB-REGRA-INTEGRAL
                 MOVE WS-COB-VL-VENDA TO WS-COB-VL-REPASSE
              ELSE
                 IF WS-COB-REGRA-PERCENTUAL
                    COMPUTE WS-COB-VL-REPASSE ROUNDED =
                            WS-COB-VL-VENDA * WS-COB-PC-REPASSE / 100
                 END-IF
              END-IF
           END-IF
           COMPUTE WS-COB-VL-TITULAR =
                   WS-COB-VL-VENDA - WS-COB-VL-REPASSE.
