      *
      * TENDENCIA DA JANELA DE LOTE (AREA EM GV-TENDLOTEWS.CPY). QUEM
      * COPIA DECLARA ARQ-RUNCTL (GV-RUNCTL.CPY, WID-ARQ-RUNCTL COM
      * 40 POSICOES) E ARQ-ROTACAO (GV-ROTCAT.CPY) COM STATUS EM
      * WS-RESULTADO-ACESSO, A CONSULTA 990-CONSULTA-CONFIG E A AREA
      * DO GV-DIAUTIL (GV-DIAUTILWS.CPY); WS-TDL-DT-REFERENCIA TRAZ A
      * DATA DE HOJE. 99-LE-PARAMETROS-JANELA VEM ANTES, PARA O
      * CHAMADOR PODER MUDAR O NUMERO DE NOITES
      *
       99-LE-PARAMETROS-JANELA.
           MOVE "LOTE-HR-FIM-JANELA" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              COMPUTE WS-TDL-VL-CONFIG-NUM =
                      FUNCTION NUMVAL (WS-CFG-VALOR)
              IF WS-TDL-VL-CONFIG-NUM LESS 2400
                 MOVE WS-TDL-VL-CONFIG-NUM TO WS-TDL-HR-FIM-JANELA
              END-IF
           END-IF
           MOVE "TENDENCIA-NOITES" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              COMPUTE WS-TDL-VL-CONFIG-NUM =
                      FUNCTION NUMVAL (WS-CFG-VALOR)
              IF  WS-TDL-VL-CONFIG-NUM GREATER 2
              AND WS-TDL-VL-CONFIG-NUM NOT GREATER 60
                 MOVE WS-TDL-VL-CONFIG-NUM TO WS-TDL-QT-NOITES-PEDIDAS
              END-IF
           END-IF.
      *
      * DUAS PASSADAS PELO JORNAL: A PRIMEIRA FIXA AS ULTIMAS NOITES,
      * A SEGUNDA SOMA OS TEMPOS DELAS
       99-APURA-TENDENCIA-LOTE.
           INITIALIZE WS-TDL-TAB-NOITES
                      WS-TDL-TAB-PASSOS
           MOVE ZEROS TO WS-TDL-QT-NOITES
                         WS-TDL-QT-PASSOS
           MOVE "D" TO WS-TDL-IND-PASSADA
           PERFORM 99-TDL-VARRE-JORNAIS
           MOVE "T" TO WS-TDL-IND-PASSADA
           PERFORM 99-TDL-VARRE-JORNAIS
           MOVE "D"                  TO WS-DU-FUNCAO
           MOVE WS-TDL-DT-REFERENCIA TO WS-DU-DT-REFERENCIA
           COMPUTE WS-TDL-NR-DIA-AUX =
                   FUNCTION INTEGER-OF-DATE (WS-TDL-DT-REFERENCIA)
                 + 30
           MOVE FUNCTION DATE-OF-INTEGER (WS-TDL-NR-DIA-AUX)
                TO WS-DU-DT-FIM
           CALL WS-NM-PROG-DIAUTIL USING WS-DU-PARAMETROS
           MOVE WS-DU-QT-DIAS TO WS-TDL-QT-NOITES-30D
           PERFORM 99-TDL-PROJETA-CADEIA.
      *
      * SEGMENTOS DA ROTACAO (TIPO RCT) NA ORDEM DO CATALOGO E
      * DEPOIS O JORNAL VIVO
       99-TDL-VARRE-JORNAIS.
           MOVE WID-ARQ-RUNCTL TO WS-TDL-NM-ARQ-VIVO
           MOVE "N" TO WS-TDL-IND-FIM-ROTACAO
           OPEN INPUT ARQ-ROTACAO
           IF WS-OPERACAO-BEM-SUCEDIDA
              PERFORM 99-TDL-TRATA-SEGMENTO
                  UNTIL WS-TDL-FIM-ROTACAO
              CLOSE ARQ-ROTACAO
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO
           MOVE WS-TDL-NM-ARQ-VIVO TO WID-ARQ-RUNCTL
           PERFORM 99-TDL-LE-JORNAL.
      *
       99-TDL-TRATA-SEGMENTO.
           READ ARQ-ROTACAO
               AT END MOVE "S" TO WS-TDL-IND-FIM-ROTACAO
           END-READ
           IF NOT WS-TDL-FIM-ROTACAO
              IF ROT-TP-ARQUIVO EQUAL "RCT"
                 MOVE ROT-NM-ARQUIVO TO WID-ARQ-RUNCTL
                 PERFORM 99-TDL-LE-JORNAL
              END-IF
           END-IF.
      *
       99-TDL-LE-JORNAL.
           OPEN INPUT ARQ-RUNCTL
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "N" TO WS-TDL-IND-FIM-JORNAL
              PERFORM 99-TDL-TRATA-LINHA
                  UNTIL WS-TDL-FIM-JORNAL
              CLOSE ARQ-RUNCTL
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
       99-TDL-TRATA-LINHA.
           READ ARQ-RUNCTL
               AT END MOVE "S" TO WS-TDL-IND-FIM-JORNAL
           END-READ
           IF  NOT WS-TDL-FIM-JORNAL
           AND RCT-NM-PASSO NOT EQUAL "*DIA-NAO-UTIL*"
              IF WS-TDL-PASSADA-DATAS
                 PERFORM 99-TDL-GUARDA-NOITE
              ELSE
                 PERFORM 99-TDL-ACUMULA-LINHA
              END-IF
           END-IF.
      *
      * DATA NOVA ENTRA NO FIM DA TABELA; CHEIA, A MAIS ANTIGA SAI
       99-TDL-GUARDA-NOITE.
           MOVE "N" TO WS-TDL-TP-LINHA
           IF WS-TDL-QT-NOITES EQUAL ZEROS
              MOVE "S" TO WS-TDL-TP-LINHA
           ELSE
              IF RCT-DT-CADEIA GREATER
                 WS-TDL-DT-NOITE(WS-TDL-QT-NOITES)
                 MOVE "S" TO WS-TDL-TP-LINHA
              END-IF
           END-IF
           IF WS-TDL-TP-LINHA EQUAL "S"
              IF WS-TDL-QT-NOITES LESS WS-TDL-QT-NOITES-PEDIDAS
                 ADD 1 TO WS-TDL-QT-NOITES
              ELSE
                 PERFORM 99-TDL-DESLOCA-NOITE
                     VARYING WS-TDL-IX-AUX FROM 1 BY 1
                     UNTIL WS-TDL-IX-AUX NOT LESS WS-TDL-QT-NOITES
              END-IF
              MOVE RCT-DT-CADEIA TO WS-TDL-DT-NOITE(WS-TDL-QT-NOITES)
           END-IF.
      *
       99-TDL-DESLOCA-NOITE.
           MOVE WS-TDL-DT-NOITE(WS-TDL-IX-AUX + 1)
                TO WS-TDL-DT-NOITE(WS-TDL-IX-AUX).
      *
      * O FIM DE CADA LINHA E MEDIDO A PARTIR DO INICIO DA NOITE -
      * HORA MENOR QUE O INICIO JA E DEPOIS DA MEIA-NOITE
       99-TDL-ACUMULA-LINHA.
           MOVE ZEROS TO WS-TDL-IX-NOITE
           PERFORM 99-TDL-COMPARA-NOITE
               VARYING WS-TDL-IX-AUX FROM 1 BY 1
               UNTIL WS-TDL-IX-AUX GREATER WS-TDL-QT-NOITES
                  OR WS-TDL-IX-NOITE GREATER ZEROS
           IF WS-TDL-IX-NOITE GREATER ZEROS
              MOVE RCT-HR-INICIO TO WS-TDL-HR-AUX
              PERFORM 99-TDL-CONVERTE-HORA
              MOVE WS-TDL-NR-SEGUNDOS TO WS-TDL-SG-INI-LINHA
              MOVE RCT-HR-FIM TO WS-TDL-HR-AUX
              PERFORM 99-TDL-CONVERTE-HORA
              MOVE WS-TDL-NR-SEGUNDOS TO WS-TDL-SG-FIM-LINHA
              IF NOT WS-TDL-NOITE-INICIADA(WS-TDL-IX-NOITE)
                 MOVE "S" TO WS-TDL-IN-INICIADA(WS-TDL-IX-NOITE)
                 MOVE WS-TDL-SG-INI-LINHA
                      TO WS-TDL-SG-INICIO(WS-TDL-IX-NOITE)
                         WS-TDL-SG-FIM-REL(WS-TDL-IX-NOITE)
              END-IF
              IF WS-TDL-NR-SEGUNDOS LESS
                 WS-TDL-SG-INICIO(WS-TDL-IX-NOITE)
                 ADD 86400 TO WS-TDL-NR-SEGUNDOS
              END-IF
              IF WS-TDL-NR-SEGUNDOS GREATER
                 WS-TDL-SG-FIM-REL(WS-TDL-IX-NOITE)
                 MOVE WS-TDL-NR-SEGUNDOS
                      TO WS-TDL-SG-FIM-REL(WS-TDL-IX-NOITE)
              END-IF
              IF RCT-NM-PASSO EQUAL "*CADEIA*"
                 MOVE "S" TO WS-TDL-IN-COMPLETA(WS-TDL-IX-NOITE)
              END-IF
              IF RCT-NM-PASSO(1:1) NOT EQUAL "*"
                 PERFORM 99-TDL-ACUMULA-PASSO
              END-IF
           END-IF.
      *
       99-TDL-COMPARA-NOITE.
           IF WS-TDL-DT-NOITE(WS-TDL-IX-AUX) EQUAL RCT-DT-CADEIA
              MOVE WS-TDL-IX-AUX TO WS-TDL-IX-NOITE.
      *
       99-TDL-CONVERTE-HORA.
           COMPUTE WS-TDL-NR-SEGUNDOS = WS-TDL-HR-AUX-HORA * 3600
                                      + WS-TDL-HR-AUX-MINUTO * 60
                                      + WS-TDL-HR-AUX-SEGUNDO.
      *
      * O PASSO DE UMA PASSADA POR EMPRESA SOMA TAMBEM NA LINHA DA
      * EMPRESA
       99-TDL-ACUMULA-PASSO.
           IF WS-TDL-SG-FIM-LINHA LESS WS-TDL-SG-INI-LINHA
              COMPUTE WS-TDL-SG-DURACAO = WS-TDL-SG-FIM-LINHA + 86400
                                        - WS-TDL-SG-INI-LINHA
           ELSE
              COMPUTE WS-TDL-SG-DURACAO = WS-TDL-SG-FIM-LINHA
                                        - WS-TDL-SG-INI-LINHA
           END-IF
           MOVE RCT-NM-PASSO TO WS-TDL-NM-LINHA
           MOVE "P"          TO WS-TDL-TP-LINHA
           PERFORM 99-TDL-SOMA-LINHA
           MOVE SPACES TO WS-TDL-CD-EMPRESA
           IF RCT-NM-PASSO(1:8) EQUAL "DISTRIB-"
              MOVE RCT-NM-PASSO(9:2) TO WS-TDL-CD-EMPRESA
           END-IF
           IF RCT-NM-PASSO(1:7) EQUAL "RELCLI-"
           OR RCT-NM-PASSO(1:7) EQUAL "RELVEN-"
              MOVE RCT-NM-PASSO(8:2) TO WS-TDL-CD-EMPRESA
           END-IF
           IF WS-TDL-CD-EMPRESA NOT EQUAL SPACES
              MOVE SPACES TO WS-TDL-NM-LINHA
              STRING "EMPRESA " WS-TDL-CD-EMPRESA DELIMITED BY SIZE
                     INTO WS-TDL-NM-LINHA
              MOVE "E" TO WS-TDL-TP-LINHA
              PERFORM 99-TDL-SOMA-LINHA
           END-IF.
      *
       99-TDL-SOMA-LINHA.
           MOVE ZEROS TO WS-TDL-IX-ACHOU
           PERFORM 99-TDL-COMPARA-PASSO
               VARYING WS-TDL-IX-AUX FROM 1 BY 1
               UNTIL WS-TDL-IX-AUX GREATER WS-TDL-QT-PASSOS
                  OR WS-TDL-IX-ACHOU GREATER ZEROS
           IF  WS-TDL-IX-ACHOU EQUAL ZEROS
           AND WS-TDL-QT-PASSOS LESS 50
              ADD 1 TO WS-TDL-QT-PASSOS
              MOVE WS-TDL-QT-PASSOS TO WS-TDL-IX-ACHOU
              MOVE WS-TDL-NM-LINHA  TO WS-TDL-NM-PASSO(WS-TDL-IX-ACHOU)
              MOVE WS-TDL-TP-LINHA  TO WS-TDL-TP-PASSO(WS-TDL-IX-ACHOU)
           END-IF
           IF WS-TDL-IX-ACHOU GREATER ZEROS
              MOVE "S" TO WS-TDL-IN-RODOU(WS-TDL-IX-ACHOU,
                                          WS-TDL-IX-NOITE)
              ADD WS-TDL-SG-DURACAO
                  TO WS-TDL-SG-PASSO(WS-TDL-IX-ACHOU, WS-TDL-IX-NOITE)
           END-IF.
      *
       99-TDL-COMPARA-PASSO.
           IF WS-TDL-NM-PASSO(WS-TDL-IX-AUX) EQUAL WS-TDL-NM-LINHA
              MOVE WS-TDL-IX-AUX TO WS-TDL-IX-ACHOU.
      *
      * SERIE DA CADEIA: DURACAO DAS NOITES COMPLETAS
       99-TDL-SERIE-CADEIA.
           INITIALIZE WS-TDL-TAB-SERIE
           PERFORM 99-TDL-PONTO-CADEIA
               VARYING WS-TDL-IX-AUX FROM 1 BY 1
               UNTIL WS-TDL-IX-AUX GREATER WS-TDL-QT-NOITES.
      *
       99-TDL-PONTO-CADEIA.
           IF WS-TDL-NOITE-COMPLETA(WS-TDL-IX-AUX)
              MOVE "S" TO WS-TDL-IN-PONTO(WS-TDL-IX-AUX)
              COMPUTE WS-TDL-VL-PONTO(WS-TDL-IX-AUX) =
                      WS-TDL-SG-FIM-REL(WS-TDL-IX-AUX)
                    - WS-TDL-SG-INICIO(WS-TDL-IX-AUX)
           END-IF.
      *
      * SERIE DA LINHA WS-TDL-IX-PASSO DA TABELA DE PASSOS
       99-TDL-SERIE-PASSO.
           INITIALIZE WS-TDL-TAB-SERIE
           PERFORM 99-TDL-PONTO-PASSO
               VARYING WS-TDL-IX-AUX FROM 1 BY 1
               UNTIL WS-TDL-IX-AUX GREATER WS-TDL-QT-NOITES.
      *
       99-TDL-PONTO-PASSO.
           IF WS-TDL-PASSO-RODOU(WS-TDL-IX-PASSO, WS-TDL-IX-AUX)
              MOVE "S" TO WS-TDL-IN-PONTO(WS-TDL-IX-AUX)
              MOVE WS-TDL-SG-PASSO(WS-TDL-IX-PASSO, WS-TDL-IX-AUX)
                   TO WS-TDL-VL-PONTO(WS-TDL-IX-AUX)
           END-IF.
      *
      * ULTIMO, MAXIMO, MEDIA DAS 7 ULTIMAS E DE TODAS, RETA DE
      * TENDENCIA (X = POSICAO DA NOITE NA TABELA) E CRESCIMENTO
      * PROJETADO PARA AS NOITES UTEIS DOS PROXIMOS 30 DIAS
       99-TDL-ESTATISTICA.
           MOVE ZEROS TO WS-TDL-QT-PONTOS WS-TDL-NR-ULT-X
                         WS-TDL-SM-X WS-TDL-SM-XX WS-TDL-SM-Y
                         WS-TDL-SM-XY WS-TDL-VL-ULTIMO WS-TDL-VL-DIVISOR
                         WS-TDL-VL-MAXIMO WS-TDL-VL-MEDIA-N
                         WS-TDL-VL-MEDIA-7 WS-TDL-VL-INCLINACAO
                         WS-TDL-VL-INTERCEPTO WS-TDL-PC-CRESCIMENTO
           PERFORM 99-TDL-SOMA-PONTO
               VARYING WS-TDL-IX-AUX FROM 1 BY 1
               UNTIL WS-TDL-IX-AUX GREATER WS-TDL-QT-NOITES
           IF WS-TDL-QT-PONTOS GREATER ZEROS
              COMPUTE WS-TDL-VL-MEDIA-N =
                      WS-TDL-SM-Y / WS-TDL-QT-PONTOS
              MOVE WS-TDL-QT-NOITES TO WS-TDL-IX-BASE
              PERFORM 99-TDL-MEDIA-MOVEL
           END-IF
           IF WS-TDL-QT-PONTOS GREATER 2
              COMPUTE WS-TDL-VL-DIVISOR =
                      WS-TDL-QT-PONTOS * WS-TDL-SM-XX
                    - WS-TDL-SM-X * WS-TDL-SM-X
              IF WS-TDL-VL-DIVISOR GREATER ZEROS
                 COMPUTE WS-TDL-VL-INCLINACAO ROUNDED =
                        (WS-TDL-QT-PONTOS * WS-TDL-SM-XY
                       - WS-TDL-SM-X * WS-TDL-SM-Y)
                       / WS-TDL-VL-DIVISOR
                 COMPUTE WS-TDL-VL-INTERCEPTO ROUNDED =
                        (WS-TDL-SM-Y
                       - WS-TDL-VL-INCLINACAO * WS-TDL-SM-X)
                       / WS-TDL-QT-PONTOS
                 IF WS-TDL-VL-MEDIA-N GREATER ZEROS
                    COMPUTE WS-TDL-PC-CRESCIMENTO ROUNDED =
                            WS-TDL-VL-INCLINACAO
                          * WS-TDL-QT-NOITES-30D * 100
                          / WS-TDL-VL-MEDIA-N
                 END-IF
              END-IF
           END-IF.
      *
       99-TDL-SOMA-PONTO.
           IF WS-TDL-HA-PONTO(WS-TDL-IX-AUX)
              ADD 1 TO WS-TDL-QT-PONTOS
              MOVE WS-TDL-IX-AUX TO WS-TDL-NR-ULT-X
              MOVE WS-TDL-VL-PONTO(WS-TDL-IX-AUX) TO WS-TDL-VL-ULTIMO
              ADD WS-TDL-IX-AUX TO WS-TDL-SM-X
              COMPUTE WS-TDL-SM-XX = WS-TDL-SM-XX
                                   + WS-TDL-IX-AUX * WS-TDL-IX-AUX
              ADD WS-TDL-VL-PONTO(WS-TDL-IX-AUX) TO WS-TDL-SM-Y
              COMPUTE WS-TDL-SM-XY = WS-TDL-SM-XY
                    + WS-TDL-IX-AUX * WS-TDL-VL-PONTO(WS-TDL-IX-AUX)
              IF WS-TDL-VL-PONTO(WS-TDL-IX-AUX) GREATER
                 WS-TDL-VL-MAXIMO
                 MOVE WS-TDL-VL-PONTO(WS-TDL-IX-AUX)
                      TO WS-TDL-VL-MAXIMO
              END-IF
           END-IF.
      *
      * MEDIA MOVEL: ATE 7 PONTOS DA SERIE TERMINANDO NA NOITE
      * WS-TDL-IX-BASE
       99-TDL-MEDIA-MOVEL.
           MOVE ZEROS TO WS-TDL-QT-RECENTES WS-TDL-SM-RECENTES
                         WS-TDL-VL-MEDIA-7
           PERFORM 99-TDL-SOMA-RECENTE
               VARYING WS-TDL-IX-AUX FROM WS-TDL-IX-BASE BY -1
               UNTIL WS-TDL-IX-AUX LESS 1
                  OR WS-TDL-QT-RECENTES EQUAL 7
           IF WS-TDL-QT-RECENTES GREATER ZEROS
              COMPUTE WS-TDL-VL-MEDIA-7 =
                      WS-TDL-SM-RECENTES / WS-TDL-QT-RECENTES
           END-IF.
      *
       99-TDL-SOMA-RECENTE.
           IF WS-TDL-HA-PONTO(WS-TDL-IX-AUX)
              ADD 1 TO WS-TDL-QT-RECENTES
              ADD WS-TDL-VL-PONTO(WS-TDL-IX-AUX) TO WS-TDL-SM-RECENTES
           END-IF.
      *
      * PROJECAO DO FIM DA CADEIA CONTRA O FIM DA JANELA: NOITES
      * UTEIS ATE A RETA DE TENDENCIA ALCANCAR A JANELA DISPONIVEL
      * (FIM DA JANELA MENOS O INICIO MEDIO)
       99-TDL-PROJETA-CADEIA.
           PERFORM 99-TDL-SERIE-CADEIA
           PERFORM 99-TDL-ESTATISTICA
           MOVE WS-TDL-VL-ULTIMO      TO WS-TDL-CAD-ULTIMO
           MOVE WS-TDL-VL-MAXIMO      TO WS-TDL-CAD-MAXIMO
           MOVE WS-TDL-VL-MEDIA-7     TO WS-TDL-CAD-MEDIA-7
           MOVE WS-TDL-VL-MEDIA-N     TO WS-TDL-CAD-MEDIA-N
           MOVE WS-TDL-VL-INCLINACAO  TO WS-TDL-CAD-INCLINACAO
           MOVE WS-TDL-PC-CRESCIMENTO TO WS-TDL-CAD-CRESCIMENTO
           MOVE WS-TDL-QT-PONTOS      TO WS-TDL-QT-COMPLETAS
           MOVE ZEROS TO WS-TDL-SM-INICIO WS-TDL-SG-INICIO-MEDIO
                         WS-TDL-SG-DISPONIVEL WS-TDL-SG-TENDENCIA
                         WS-TDL-QT-NOITES-ESTOURO WS-TDL-DT-ESTOURO
           MOVE "N" TO WS-TDL-IN-ALERTA
           PERFORM 99-TDL-SOMA-INICIO
               VARYING WS-TDL-IX-AUX FROM 1 BY 1
               UNTIL WS-TDL-IX-AUX GREATER WS-TDL-QT-NOITES
           COMPUTE WS-TDL-SG-FIM-JANELA =
                   WS-TDL-HR-JANELA-HORA * 3600
                 + WS-TDL-HR-JANELA-MINUTO * 60
           IF WS-TDL-QT-COMPLETAS LESS 3
           OR WS-TDL-VL-DIVISOR NOT GREATER ZEROS
              MOVE "H" TO WS-TDL-IN-PROJECAO
           ELSE
              COMPUTE WS-TDL-SG-INICIO-MEDIO =
                      WS-TDL-SM-INICIO / WS-TDL-QT-COMPLETAS
              IF WS-TDL-SG-FIM-JANELA LESS 43200
                 ADD 86400 TO WS-TDL-SG-FIM-JANELA
              END-IF
              IF WS-TDL-SG-FIM-JANELA LESS WS-TDL-SG-INICIO-MEDIO
                 ADD 86400 TO WS-TDL-SG-FIM-JANELA
              END-IF
              COMPUTE WS-TDL-SG-DISPONIVEL =
                      WS-TDL-SG-FIM-JANELA - WS-TDL-SG-INICIO-MEDIO
              COMPUTE WS-TDL-SG-TENDENCIA ROUNDED =
                      WS-TDL-VL-INTERCEPTO
                    + WS-TDL-VL-INCLINACAO * WS-TDL-NR-ULT-X
              IF WS-TDL-SG-TENDENCIA NOT LESS WS-TDL-SG-DISPONIVEL
                 MOVE "E" TO WS-TDL-IN-PROJECAO
                 MOVE WS-TDL-DT-REFERENCIA TO WS-TDL-DT-ESTOURO
                 MOVE "S" TO WS-TDL-IN-ALERTA
              ELSE
                 IF WS-TDL-VL-INCLINACAO GREATER ZEROS
                    MOVE "P" TO WS-TDL-IN-PROJECAO
                    PERFORM 99-TDL-NOITES-ATE-ESTOURO
                 ELSE
                    MOVE "N" TO WS-TDL-IN-PROJECAO
                 END-IF
              END-IF
           END-IF.
      *
      * INICIO ANTES DO MEIO-DIA E MADRUGADA DA NOITE ANTERIOR
       99-TDL-SOMA-INICIO.
           IF WS-TDL-NOITE-COMPLETA(WS-TDL-IX-AUX)
              ADD WS-TDL-SG-INICIO(WS-TDL-IX-AUX) TO WS-TDL-SM-INICIO
              IF WS-TDL-SG-INICIO(WS-TDL-IX-AUX) LESS 43200
                 ADD 86400 TO WS-TDL-SM-INICIO
              END-IF
           END-IF.
      *
      * ESTOURO ALEM DE 260 NOITES UTEIS (UM ANO) FICA SEM DATA
       99-TDL-NOITES-ATE-ESTOURO.
           COMPUTE WS-TDL-QT-NOITES-ESTOURO ROUNDED =
                  (WS-TDL-SG-DISPONIVEL - WS-TDL-SG-TENDENCIA)
                 / WS-TDL-VL-INCLINACAO
               ON SIZE ERROR
                  MOVE 99999 TO WS-TDL-QT-NOITES-ESTOURO
           END-COMPUTE
           IF WS-TDL-QT-NOITES-ESTOURO EQUAL ZEROS
              MOVE 1 TO WS-TDL-QT-NOITES-ESTOURO
           END-IF
           IF WS-TDL-QT-NOITES-ESTOURO NOT GREATER WS-TDL-QT-NOITES-30D
              MOVE "S" TO WS-TDL-IN-ALERTA
           END-IF
           IF WS-TDL-QT-NOITES-ESTOURO NOT GREATER 260
              MOVE ZEROS TO WS-TDL-QT-UTEIS-CONTADOS
              COMPUTE WS-TDL-NR-DIA-AUX =
                      FUNCTION INTEGER-OF-DATE (WS-TDL-DT-REFERENCIA)
              PERFORM 99-TDL-AVANCA-DIA
                  UNTIL WS-TDL-QT-UTEIS-CONTADOS NOT LESS
                        WS-TDL-QT-NOITES-ESTOURO
           END-IF.
      *
       99-TDL-AVANCA-DIA.
           ADD 1 TO WS-TDL-NR-DIA-AUX
           MOVE FUNCTION DATE-OF-INTEGER (WS-TDL-NR-DIA-AUX)
                TO WS-TDL-DT-ESTOURO
           MOVE "V"               TO WS-DU-FUNCAO
           MOVE WS-TDL-DT-ESTOURO TO WS-DU-DT-REFERENCIA
           CALL WS-NM-PROG-DIAUTIL USING WS-DU-PARAMETROS
           IF WS-DU-E-DIA-UTIL
              ADD 1 TO WS-TDL-QT-UTEIS-CONTADOS
           END-IF.
      *
