      *
      * MASCARA DE DADOS PESSOAIS SOBRE WS-MSC-TEXTO (AREA EM
      * GV-MASCARAWS.CPY), CONFORME A PERMISSAO DO OPERADOR RECEBIDA
      * EM LK-IN-DADOS-PESSOAIS (GV-LINKAGE.CPY). QUEM EMITE
      * RELATORIO NO SPOOL EXECUTA 99-MARCA-SPOOL-MASCARA
      * (GV-SPOOLPD.CPY) ANTES DE 99-PREPARA-SPOOL
      *
       99-FORMATA-CPF.
           MOVE SPACES TO WS-MSC-TEXTO
           STRING WS-MSC-NR-CPF(1:3)  "."
                  WS-MSC-NR-CPF(4:3)  "."
                  WS-MSC-NR-CPF(7:3)  "-"
                  WS-MSC-NR-CPF(10:2)
                  DELIMITED BY SIZE INTO WS-MSC-TEXTO.
      *
       99-FORMATA-CNPJ.
           MOVE SPACES TO WS-MSC-TEXTO
           STRING WS-MSC-NR-CNPJ(1:2)  "."
                  WS-MSC-NR-CNPJ(3:3)  "."
                  WS-MSC-NR-CNPJ(6:3)  "/"
                  WS-MSC-NR-CNPJ(9:4)  "-"
                  WS-MSC-NR-CNPJ(13:2)
                  DELIMITED BY SIZE INTO WS-MSC-TEXTO.
      *
       99-MASCARA-CPF.
           IF NOT LK-VE-DADOS-PESSOAIS
              PERFORM 995-CONTA-SIGNIFICATIVOS
              MOVE 1 TO WS-MSC-NR-INICIO-1
              MOVE 3 TO WS-MSC-NR-FIM-1
              COMPUTE WS-MSC-NR-INICIO-2 = WS-MSC-QT-SIGNIFICATIVOS - 1
              MOVE WS-MSC-QT-SIGNIFICATIVOS TO WS-MSC-NR-FIM-2
              PERFORM 996-APLICA-MASCARA
           END-IF.
      *
       99-MASCARA-CNPJ.
           IF NOT LK-VE-DADOS-PESSOAIS
              PERFORM 995-CONTA-SIGNIFICATIVOS
              MOVE 1 TO WS-MSC-NR-INICIO-1
              MOVE 2 TO WS-MSC-NR-FIM-1
              COMPUTE WS-MSC-NR-INICIO-2 = WS-MSC-QT-SIGNIFICATIVOS - 5
              MOVE WS-MSC-QT-SIGNIFICATIVOS TO WS-MSC-NR-FIM-2
              PERFORM 996-APLICA-MASCARA
           END-IF.
      *
      * CONTA BANCARIA, TELEFONE E CHAVE ALEATORIA: SO OS 4 ULTIMOS
       99-MASCARA-CONTA.
           IF NOT LK-VE-DADOS-PESSOAIS
              PERFORM 995-CONTA-SIGNIFICATIVOS
              MOVE 1 TO WS-MSC-NR-INICIO-1
              COMPUTE WS-MSC-NR-FIM-1 = WS-MSC-QT-SIGNIFICATIVOS - 4
              MOVE ZEROS TO WS-MSC-NR-INICIO-2
                            WS-MSC-NR-FIM-2
              PERFORM 996-APLICA-MASCARA
           END-IF.
      *
       99-MASCARA-TELEFONE.
           PERFORM 99-MASCARA-CONTA.
      *
      * E-MAIL: PRIMEIRA LETRA + ASTERISCOS ATE A ARROBA + DOMINIO;
      * SEM ARROBA, TRATADO COMO TEXTO LIVRE (4 ULTIMOS)
       99-MASCARA-EMAIL.
           IF NOT LK-VE-DADOS-PESSOAIS
              MOVE ZEROS TO WS-MSC-IX-ARROBA
              INSPECT WS-MSC-TEXTO TALLYING WS-MSC-IX-ARROBA
                      FOR CHARACTERS BEFORE INITIAL "@"
              IF WS-MSC-IX-ARROBA NOT LESS 80
                 PERFORM 99-MASCARA-CONTA
              ELSE
                 PERFORM 997-MASCARA-LOCAL-EMAIL
                     VARYING WS-MSC-IX-CARACTER FROM 2 BY 1
                     UNTIL WS-MSC-IX-CARACTER GREATER WS-MSC-IX-ARROBA
              END-IF
           END-IF.
      *
      * CHAVE PIX PELO TIPO EM WS-MSC-TP-CHAVE-PIX
       99-MASCARA-PIX.
           IF WS-MSC-TP-CHAVE-PIX EQUAL "C"
              PERFORM 99-MASCARA-CPF
           ELSE
           IF WS-MSC-TP-CHAVE-PIX EQUAL "J"
              PERFORM 99-MASCARA-CNPJ
           ELSE
           IF WS-MSC-TP-CHAVE-PIX EQUAL "E"
              PERFORM 99-MASCARA-EMAIL
           ELSE
              PERFORM 99-MASCARA-CONTA
           END-IF
           END-IF
           END-IF.
      *
       995-CONTA-SIGNIFICATIVOS.
           MOVE ZEROS TO WS-MSC-QT-SIGNIFICATIVOS
           PERFORM 9951-CONTA-UM-CARACTER
               VARYING WS-MSC-IX-CARACTER FROM 1 BY 1
               UNTIL WS-MSC-IX-CARACTER GREATER 80.
      *
       9951-CONTA-UM-CARACTER.
           MOVE WS-MSC-TEXTO(WS-MSC-IX-CARACTER:1) TO WS-MSC-CARACTER
           IF NOT WS-MSC-SEPARADOR
              ADD 1 TO WS-MSC-QT-SIGNIFICATIVOS
           END-IF.
      *
      * TROCA POR "*" OS CARACTERES SIGNIFICATIVOS CUJA ORDEM CAI
      * NAS FAIXAS INICIO-1/FIM-1 E INICIO-2/FIM-2
       996-APLICA-MASCARA.
           MOVE ZEROS TO WS-MSC-NR-ORDEM
           PERFORM 9961-MASCARA-UM-CARACTER
               VARYING WS-MSC-IX-CARACTER FROM 1 BY 1
               UNTIL WS-MSC-IX-CARACTER GREATER 80.
      *
       9961-MASCARA-UM-CARACTER.
           MOVE WS-MSC-TEXTO(WS-MSC-IX-CARACTER:1) TO WS-MSC-CARACTER
           IF NOT WS-MSC-SEPARADOR
              ADD 1 TO WS-MSC-NR-ORDEM
              IF (WS-MSC-NR-ORDEM NOT LESS WS-MSC-NR-INICIO-1
              AND WS-MSC-NR-ORDEM NOT GREATER WS-MSC-NR-FIM-1)
              OR (WS-MSC-NR-ORDEM NOT LESS WS-MSC-NR-INICIO-2
              AND WS-MSC-NR-ORDEM NOT GREATER WS-MSC-NR-FIM-2)
                 MOVE "*" TO WS-MSC-TEXTO(WS-MSC-IX-CARACTER:1)
              END-IF
           END-IF.
      *
       997-MASCARA-LOCAL-EMAIL.
           MOVE "*" TO WS-MSC-TEXTO(WS-MSC-IX-CARACTER:1).
