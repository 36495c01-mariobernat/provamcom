      *     A propria cadeia em lote (GV-LOTE) vira o modo para LOTE
      *     no inicio e devolve a ONLINE no fim; esta tela cobre a
      *     passagem manual para ENCERRANDO e os casos de socorro.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Motivo obrigatorio na troca
      *                   do modo, gravado com o operador no historico
      *                   da configuracao (GV-CFGHIST.LOG).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              88 WS-FIM-PROGRAMA               VALUE 0 9.
              88 WS-OPCAO-VALIDA               VALUE 1 2 3.
           03 WS-MODO-ATUAL          PIC X(10) VALUE SPACES.
           03 WS-DS-MOTIVO           PIC X(40) VALUE SPACES.
           03 WS-MENSAGEM            PIC X(68) VALUE SPACES.
      *
       COPY GV-CONFIGWS.CPY.
      -                           "a)".
           03 LINE 12 COL 10 VALUE "Informe o Novo Modo (0 Retorna): ".
           03 LINE 12 COL 43 PIC 9(01) USING WS-OPCAO AUTO.
           03 LINE 14 COL 10 VALUE "Motivo: ".
           03 LINE 14 COL 18 USING WS-DS-MOTIVO.
      *
       01  SST-MENSAGEM.
           03 LINE 22 COL 11 USING WS-MENSAGEM.
      *------------------
       2.
           PERFORM 99-CONSULTA-MODO.
           MOVE SPACES TO WS-DS-MOTIVO.
           ACCEPT SST-MODO-OPERACAO.
      * A TROCA FICA NO HISTORICO DA CONFIGURACAO COM O MOTIVO
           IF WS-OPCAO-VALIDA
              IF WS-DS-MOTIVO EQUAL SPACES
                 MOVE "Informe o Motivo da Troca." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 PERFORM 21-TROCA-MODO
              END-IF
           END-IF.
       2-SAIDA.
           EXIT.
      *
       21-TROCA-MODO SECTION.
      *-------------
       21.
           MOVE "MODO-OPERACAO" TO WS-GCF-CHAVE.
           IF WS-MODO-P-ONLINE
              MOVE "ONLINE"     TO WS-GCF-VALOR.
           IF WS-MODO-P-ENCERRANDO
              MOVE "ENCERRANDO" TO WS-GCF-VALOR.
           IF WS-MODO-P-LOTE
              MOVE "LOTE"       TO WS-GCF-VALOR.
           MOVE LK-CD-USUARIO   TO WS-GCF-CD-USUARIO.
           MOVE "GV-MODOOPER"   TO WS-GCF-NM-PROGRAMA.
           MOVE WS-DS-MOTIVO    TO WS-GCF-DS-MOTIVO.
           CALL WS-NM-PROG-GRAVACFG USING WS-GCF-PARAMETROS.
           MOVE "Modo de Operacao Alterado." TO WS-MENSAGEM.
           PERFORM 99-MENSAGEM.
       21-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
