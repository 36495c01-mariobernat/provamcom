      *     velhas que RETENCAO-SPOOL (padrao 3 meses) sao marcadas
      *     como excluidas - a remocao fisica dos SPL-*.IMP segue
      *     com a operacao.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Rotacao do log de acesso a dados
      *                   pessoais (GV-ACESSO.LOG, tipo ACS), com
      *                   retencao pela chave RETENCAO-ACESSO (padrao
      *                   12 meses).
      *     15/Out/2026 - MCB - Rotacao do log central de erros de
      *                   arquivo (GV-ERRO.LOG, tipo ERR), com retencao
      *                   pela chave RETENCAO-ERRO (padrao 6 meses).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03 WS-QT-RET-AUDITORIA    PIC 9(003) VALUE 12.
           03 WS-QT-RET-RUNCTL       PIC 9(003) VALUE 6.
           03 WS-QT-RET-SPOOL        PIC 9(003) VALUE 3.
           03 WS-QT-RET-ACESSO       PIC 9(003) VALUE 12.
           03 WS-QT-RET-ERRO         PIC 9(003) VALUE 6.
      *
      * PARAMETROS DA ROTACAO DO LOG CORRENTE
           03 WS-TP-ARQ-CORRENTE     PIC X(003) VALUE SPACES.
           MOVE 1                 TO WS-NR-POS-DATA.
           MOVE WS-QT-RET-RUNCTL  TO WS-QT-MESES-RECUO.
           PERFORM 21-ROTACIONA-UM-LOG.
           MOVE "ACS"             TO WS-TP-ARQ-CORRENTE.
           MOVE "GV-ACESSO.LOG"   TO WID-ARQ-LOG-VIVO.
           MOVE "GV-ACESSO"       TO WS-NM-BASE-SEGMENTO.
           MOVE 1                 TO WS-NR-POS-DATA.
           MOVE WS-QT-RET-ACESSO  TO WS-QT-MESES-RECUO.
           PERFORM 21-ROTACIONA-UM-LOG.
           MOVE "ERR"             TO WS-TP-ARQ-CORRENTE.
           MOVE "GV-ERRO.LOG"     TO WID-ARQ-LOG-VIVO.
           MOVE "GV-ERRO"         TO WS-NM-BASE-SEGMENTO.
           MOVE 1                 TO WS-NR-POS-DATA.
           MOVE WS-QT-RET-ERRO    TO WS-QT-MESES-RECUO.
           PERFORM 21-ROTACIONA-UM-LOG.
           PERFORM 22-ARQUIVA-TROCAS.
           PERFORM 23-EXPURGA-SPOOL.
           MOVE WS-QT-ARQUIVADAS-TOT TO WS-QT-ED1.
              COMPUTE WS-VL-CONFIG-NUM =
                      FUNCTION NUMVAL (WS-CFG-VALOR)
              MOVE WS-VL-CONFIG-NUM TO WS-QT-RET-SPOOL
           END-IF
           MOVE "RETENCAO-ACESSO" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              COMPUTE WS-VL-CONFIG-NUM =
                      FUNCTION NUMVAL (WS-CFG-VALOR)
              MOVE WS-VL-CONFIG-NUM TO WS-QT-RET-ACESSO
           END-IF
           MOVE "RETENCAO-ERRO" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              COMPUTE WS-VL-CONFIG-NUM =
                      FUNCTION NUMVAL (WS-CFG-VALOR)
              MOVE WS-VL-CONFIG-NUM TO WS-QT-RET-ERRO
           END-IF.
      *
       990-CONSULTA-CONFIG.
