                  WS-SPL-HR-GERACAO(1:6)  DELIMITED BY SIZE
                  "-"                     DELIMITED BY SIZE
                  LK-CD-USUARIO           DELIMITED BY SPACE
                  WS-SPL-EXTENSAO         DELIMITED BY SIZE
                  INTO WS01-ARQUIVO
           OPEN EXTEND ARQ-SPOOL-CAT
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
           MOVE LK-CD-USUARIO           TO SPL-CD-USUARIO
           MOVE "A"                     TO SPL-SITUACAO
           MOVE WS01-ARQUIVO            TO SPL-NM-ARQUIVO
           MOVE WS-SPL-IN-MASCARA       TO SPL-IN-MASCARA
           MOVE ";" TO SPL-DELIMITADOR-1 SPL-DELIMITADOR-2
                       SPL-DELIMITADOR-3 SPL-DELIMITADOR-4
                       SPL-DELIMITADOR-5 SPL-DELIMITADOR-6
           WRITE SPL-REGISTRO
           CLOSE ARQ-SPOOL-CAT
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
      * RELATORIO COM DADOS PESSOAIS: REGISTRA NO CATALOGO SE ELES
      * SAIRAM MASCARADOS (M) OU COMPLETOS (C) PARA O OPERADOR;
      * EXECUTADO ANTES DE 99-PREPARA-SPOOL
       99-MARCA-SPOOL-MASCARA.
           IF LK-VE-DADOS-PESSOAIS
              MOVE "C" TO WS-SPL-IN-MASCARA
           ELSE
              MOVE "M" TO WS-SPL-IN-MASCARA
           END-IF.
      *
