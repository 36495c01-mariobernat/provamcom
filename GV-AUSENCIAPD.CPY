      *
      * CONSULTA DE AUSENCIA COBERTA NA DATA DA VENDA (AREA EM
      * GV-COBERTURAWS.CPY). QUEM COPIA DECLARA ARQ-AUSENCIA
      * (GV-AUSENCIA.CPY) COM STATUS EM WS-RESULTADO-ACESSO
      *
      * ABRE O CADASTRO DE AUSENCIAS (OPCIONAL: SEM ELE NENHUMA
      * VENDA E TIDA COMO COBERTA)
       99-ABRE-ARQUIVO-AUSENCIA.
           MOVE "N" TO WS-COB-IND-ARQ-AUSENCIA
           OPEN INPUT ARQ-AUSENCIA
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-COB-IND-ARQ-AUSENCIA
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
       99-FECHA-ARQUIVO-AUSENCIA.
           IF WS-COB-ARQ-AUSENCIA-OK
              CLOSE ARQ-AUSENCIA
           END-IF.
      *
      * O VENDEDOR EM WS-COB-CD-VENDEDOR ESTAVA AUSENTE, COM
      * COBERTURA INFORMADA, EM WS-COB-DT-VENDA? A AUSENCIA QUE
      * INTERESSA E A ULTIMA INICIADA ATE A DATA; O VENDEDOR DE
      * COBERTURA VOLTA EM WS-COB-CD-COBERTURA (ZEROS QUANDO NAO HA)
       99-BUSCA-COBERTURA.
           MOVE ZEROS TO WS-COB-CD-COBERTURA
           IF WS-COB-ARQ-AUSENCIA-OK
              MOVE WS-COB-CD-EMPRESA  TO AUS-CD-EMPRESA
              MOVE WS-COB-CD-VENDEDOR TO AUS-CD-VENDEDOR
              MOVE WS-COB-DT-VENDA    TO AUS-DT-INICIO
              START ARQ-AUSENCIA KEY NOT GREATER AUS-CHAVE-AUSENCIA
              IF WS-OPERACAO-BEM-SUCEDIDA
                 READ ARQ-AUSENCIA PREVIOUS
                 IF  WS-OPERACAO-BEM-SUCEDIDA
                 AND AUS-CD-EMPRESA  EQUAL WS-COB-CD-EMPRESA
                 AND AUS-CD-VENDEDOR EQUAL WS-COB-CD-VENDEDOR
                 AND AUS-DT-FIM NOT LESS WS-COB-DT-VENDA
                 AND AUS-CD-COBERTURA GREATER ZEROS
                 AND AUS-CD-COBERTURA NOT EQUAL WS-COB-CD-VENDEDOR
                    MOVE AUS-CD-COBERTURA TO WS-COB-CD-COBERTURA
                 END-IF
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
