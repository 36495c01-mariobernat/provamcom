      * CALCULO DO DIGITO VERIFICADOR
      * CNPJ (NUMERICO OU ALFANUMERICO) EM WS-CNPJ NO FORMATO DO
      * CADASTRO; DEVOLVE EM (14:2) OS DIGITOS CALCULADOS - QUEM CHAMA
      * COMPARA COM O VALOR ORIGINAL. CARACTER INVALIDO NA RAIZ OU NA
      * FILIAL, OU MAIS DE 14 CARACTERES, DEVOLVE "**" NOS DIGITOS.
       99-VALIDA-CNPJ.
           MOVE "S" TO WS-IND-CNPJ-VALIDO.
           IF WS-CNPJ-POS (01) NOT EQUAL "0"
              MOVE "N" TO WS-IND-CNPJ-VALIDO.
      *
           MOVE ZEROS TO WS-AGRUPA.
           MOVE 1 TO WS-DESLOC-PESO-CNPJ.
           PERFORM 99-SOMA-CARACTER-CNPJ
               VARYING WS-IX-CNPJ FROM 1 BY 1
               UNTIL WS-IX-CNPJ GREATER 12.
           PERFORM 99-CALCULA-DV-CNPJ.
           MOVE WS-RESTO TO WS-DIG14.
      *
           MOVE ZEROS TO WS-AGRUPA.
           MOVE 0 TO WS-DESLOC-PESO-CNPJ.
           PERFORM 99-SOMA-CARACTER-CNPJ
               VARYING WS-IX-CNPJ FROM 1 BY 1
               UNTIL WS-IX-CNPJ GREATER 13.
           PERFORM 99-CALCULA-DV-CNPJ.
           MOVE WS-RESTO TO WS-DIG15.
      *
           IF NOT WS-CNPJ-CARACTERES-OK
              MOVE "**" TO WS-CNPJ (14:2).
      *
      * SOMA PONDERADA DE UM CARACTER (WS-IX-CNPJ = POSICAO NOS 14
      * CARACTERES SIGNIFICATIVOS)
       99-SOMA-CARACTER-CNPJ.
           MOVE WS-CNPJ-POS (WS-IX-CNPJ + 1) TO WS-CARACTER-CNPJ.
           PERFORM 99-VALOR-CARACTER-CNPJ.
           COMPUTE WS-AGRUPA = WS-AGRUPA +
                  (WS-VL-CARACTER-CNPJ *
                   WS-PESO-CNPJ (WS-IX-CNPJ + WS-DESLOC-PESO-CNPJ)).
      *
       99-VALOR-CARACTER-CNPJ.
           MOVE ZEROS TO WS-QT-POS-CNPJ.
           INSPECT WS-TB-NUMEROS-CNPJ TALLYING WS-QT-POS-CNPJ
               FOR CHARACTERS BEFORE INITIAL WS-CARACTER-CNPJ.
           IF WS-QT-POS-CNPJ LESS 10
              MOVE WS-QT-POS-CNPJ TO WS-VL-CARACTER-CNPJ
           ELSE
              MOVE ZEROS TO WS-QT-POS-CNPJ
              INSPECT WS-TB-LETRAS-CNPJ TALLYING WS-QT-POS-CNPJ
                  FOR CHARACTERS BEFORE INITIAL WS-CARACTER-CNPJ
              IF WS-QT-POS-CNPJ LESS 26
                 COMPUTE WS-VL-CARACTER-CNPJ = WS-QT-POS-CNPJ + 17
              ELSE
                 MOVE ZEROS TO WS-VL-CARACTER-CNPJ
                 MOVE "N" TO WS-IND-CNPJ-VALIDO.
      *
       99-CALCULA-DV-CNPJ.
           DIVIDE WS-AGRUPA BY 11 GIVING WS-RESULTADO
               REMAINDER WS-RESTO.
           IF WS-RESTO LESS 2
              MOVE 0 TO WS-RESTO
           ELSE
              COMPUTE WS-RESTO = 11 - WS-RESTO.
      *
      * NORMALIZA O CNPJ DIGITADO EM WS-CNPJ-ENTRADA: DESPREZA PONTOS,
      * BARRA, HIFEN E BRANCOS, PASSA AS LETRAS PARA MAIUSCULAS E
      * ALINHA A DIREITA EM WS-CNPJ COMPLETANDO COM ZEROS
       99-NORMALIZA-CNPJ.
           INSPECT WS-CNPJ-ENTRADA CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE ZEROS TO WS-CNPJ.
           MOVE 15 TO WS-IX-DESTINO-CNPJ.
           PERFORM 99-NORMALIZA-POSICAO-CNPJ
               VARYING WS-IX-CNPJ FROM 18 BY -1
               UNTIL WS-IX-CNPJ LESS 1.
      *
       99-NORMALIZA-POSICAO-CNPJ.
           IF WS-CNPJ-ENT-POS (WS-IX-CNPJ) NOT EQUAL SPACE AND
              WS-CNPJ-ENT-POS (WS-IX-CNPJ) NOT EQUAL "."   AND
              WS-CNPJ-ENT-POS (WS-IX-CNPJ) NOT EQUAL "/"   AND
              WS-CNPJ-ENT-POS (WS-IX-CNPJ) NOT EQUAL "-"
              IF WS-IX-DESTINO-CNPJ GREATER ZEROS
                 MOVE WS-CNPJ-ENT-POS (WS-IX-CNPJ)
                   TO WS-CNPJ-POS (WS-IX-DESTINO-CNPJ)
                 SUBTRACT 1 FROM WS-IX-DESTINO-CNPJ
              ELSE
                 MOVE "*" TO WS-CNPJ-POS (01).
      *
       99-VALIDA-CPF.
           COMPUTE WS-AGRUPA = ((WS-DIG01 * 1) +
                             (WS-RESULTADO * 11).
           IF WS-RESTO = 10
              MOVE 0 TO WS-RESTO.
           MOVE WS-RESTO TO WS-DIG10.
      *
           COMPUTE WS-AGRUPA = ((WS-DIG01 * 0) +
                                (WS-DIG02 * 1) +
                             (WS-RESULTADO * 11).
           IF WS-RESTO = 10
              MOVE 0 TO WS-RESTO.
           MOVE WS-RESTO TO WS-DIG11.
      *
