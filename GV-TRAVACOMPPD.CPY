      *
      * TRAVA DE LANCAMENTO EM COMPETENCIA FECHADA (AREA EM
      * GV-TRAVACOMPWS.CPY). QUEM COPIA DECLARA ARQ-FECHAMENTO
      * (GV-COMFECH.CPY) E ARQ-LANCTARDIO (GV-LANCTARD.CPY) COM STATUS
      * EM WS-RESULTADO-ACESSO, A CONSULTA 990-CONSULTA-CONFIG E
      * RECEBE LINKAGE-DADOS (GV-LINKAGE)
      *
      * LE A ACAO CONFIGURADA E CARREGA AS COMPETENCIAS FECHADAS DO
      * HISTORICO (SEM HISTORICO NENHUMA ESTA FECHADA); CALCULA A
      * DATA DE LANCAMENTO DAS VENDAS REDATADAS
       99-CARREGA-TRAVA-COMPETENCIA.
           MOVE "COMP-FECHADA-ACAO" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR(1:1) NOT EQUAL SPACE
              MOVE WS-CFG-VALOR(1:1) TO WS-TRV-TP-ACAO
              IF NOT WS-TRV-ACAO-VALIDA
                 MOVE "R" TO WS-TRV-TP-ACAO
              END-IF
           END-IF
           MOVE "ARQ-LANCTARDIO" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-LANCTARDIO
           END-IF
           ACCEPT WS-TRV-DT-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-TRV-QT-FECHADAS
                         WS-TRV-NR-ULTIMA-FECHADA
           OPEN INPUT ARQ-FECHAMENTO
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE SPACE TO WS-TRV-IND-FIM-HIST
              PERFORM 991-LE-HISTORICO-TRAVA
              PERFORM 992-ANOTA-COMP-FECHADA
                  UNTIL WS-TRV-FIM-HISTORICO
              CLOSE ARQ-FECHAMENTO
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO
           MOVE WS-TRV-DT-HOJE TO WS-TRV-DT-ABERTA
           COMPUTE WS-TRV-NR-COMP-VENDA = WS-TRV-DT-HOJE / 100
           PERFORM 993-PROCURA-COMP-FECHADA
           IF WS-TRV-COMP-FECHADA
              MOVE WS-TRV-NR-ULTIMA-FECHADA TO WS-TRV-NR-COMP-ABERTA
              IF WS-TRV-NR-COMP-ABERTA(5:2) EQUAL "12"
                 ADD 89 TO WS-TRV-NR-COMP-ABERTA
              ELSE
                 ADD 1 TO WS-TRV-NR-COMP-ABERTA
              END-IF
              COMPUTE WS-TRV-DT-ABERTA =
                      WS-TRV-NR-COMP-ABERTA * 100 + 1
           END-IF
           MOVE "N" TO WS-TRV-IND-FECHADA.
      *
      * A COMPETENCIA DE WS-TRV-DT-VENDA ESTA FECHADA? SE ESTA, A
      * ACAO A REGISTRAR FICA EM WS-TRV-TP-REGISTRO E, NA REDATACAO,
      * A NOVA DATA DA VENDA EM WS-TRV-DT-LANCAMENTO
       99-CONFERE-TRAVA-COMPETENCIA.
           COMPUTE WS-TRV-NR-COMP-VENDA = WS-TRV-DT-VENDA / 100
           PERFORM 993-PROCURA-COMP-FECHADA
           MOVE WS-TRV-TP-ACAO TO WS-TRV-TP-REGISTRO
           IF WS-TRV-COMP-FECHADA
           AND WS-TRV-ACAO-REDATA
              MOVE WS-TRV-DT-ABERTA TO WS-TRV-DT-LANCAMENTO
           ELSE
              MOVE ZEROS TO WS-TRV-DT-LANCAMENTO
           END-IF.
      *
      * GRAVA NO LOG DE LANCAMENTOS TARDIOS A VENDA CONFERIDA POR
      * ULTIMO (DADOS EM WS-TRV-CD-EMPRESA A WS-TRV-VL-VENDA),
      * CRIANDO O ARQUIVO NA PRIMEIRA VEZ
       99-REGISTRA-LANCTO-TARDIO.
           OPEN EXTEND ARQ-LANCTARDIO
           IF WS-ESTADO-ARQUIVO EQUAL "35"
              OPEN OUTPUT ARQ-LANCTARDIO
           END-IF
           IF WS-OPERACAO-BEM-SUCEDIDA
              ACCEPT LTA-DATA FROM DATE YYYYMMDD
              ACCEPT LTA-HORA FROM TIME
              MOVE LK-CD-USUARIO        TO LTA-CD-USUARIO
              MOVE WS-TRV-NM-PROGRAMA   TO LTA-NM-PROGRAMA
              MOVE WS-TRV-TP-REGISTRO   TO LTA-TP-ACAO
              MOVE WS-TRV-CD-EMPRESA    TO LTA-CD-EMPRESA
              MOVE WS-TRV-CD-CLIENTE    TO LTA-CD-CLIENTE
              MOVE WS-TRV-NR-DOCUMENTO  TO LTA-NR-DOCUMENTO
              MOVE WS-TRV-CD-VENDEDOR   TO LTA-CD-VENDEDOR
              MOVE WS-TRV-VL-VENDA      TO LTA-VL-VENDA
              MOVE WS-TRV-DT-VENDA      TO LTA-DT-ORIGINAL
              MOVE WS-TRV-NR-COMP-VENDA TO LTA-NR-COMP-FECHADA
              IF WS-TRV-REGISTRO-REDATA
                 MOVE WS-TRV-DT-LANCAMENTO TO LTA-DT-LANCAMENTO
              ELSE
                 MOVE ZEROS TO LTA-DT-LANCAMENTO
              END-IF
              WRITE LTA-REGISTRO
              CLOSE ARQ-LANCTARDIO
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
       991-LE-HISTORICO-TRAVA.
           READ ARQ-FECHAMENTO
               AT END MOVE "F" TO WS-TRV-IND-FIM-HIST.
      *
      * A LINHA DE INDENIZACAO RESCISORIA ("I", GRAVADA NA APROVACAO
      * ANTES DO FECHAMENTO) NAO FECHA A COMPETENCIA
       992-ANOTA-COMP-FECHADA.
           IF  FEC-NR-COMPETENCIA NUMERIC
           AND (FEC-DELIMITADOR-11 NOT EQUAL ";"
            OR  NOT FEC-LANC-INDENIZACAO)
              MOVE FEC-NR-COMPETENCIA TO WS-TRV-NR-COMP-VENDA
              PERFORM 993-PROCURA-COMP-FECHADA
              IF  NOT WS-TRV-COMP-FECHADA
              AND WS-TRV-QT-FECHADAS LESS 600
                 ADD 1 TO WS-TRV-QT-FECHADAS
                 MOVE FEC-NR-COMPETENCIA
                      TO WS-TRV-NR-FECHADA(WS-TRV-QT-FECHADAS)
              END-IF
              IF FEC-NR-COMPETENCIA GREATER WS-TRV-NR-ULTIMA-FECHADA
                 MOVE FEC-NR-COMPETENCIA TO WS-TRV-NR-ULTIMA-FECHADA
              END-IF
           END-IF
           PERFORM 991-LE-HISTORICO-TRAVA.
      *
       993-PROCURA-COMP-FECHADA.
           MOVE "N" TO WS-TRV-IND-FECHADA
           PERFORM 9931-COMPARA-COMP-FECHADA
               VARYING WS-TRV-IX-FECHADA FROM 1 BY 1
               UNTIL WS-TRV-IX-FECHADA GREATER WS-TRV-QT-FECHADAS
                  OR WS-TRV-COMP-FECHADA.
      *
       9931-COMPARA-COMP-FECHADA.
           IF WS-TRV-NR-FECHADA(WS-TRV-IX-FECHADA) EQUAL
                                             WS-TRV-NR-COMP-VENDA
              MOVE "S" TO WS-TRV-IND-FECHADA.
