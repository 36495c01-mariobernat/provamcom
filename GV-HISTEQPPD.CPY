      *
      * HISTORICO DATADO DE SUPERVISOR/REGIAO DO VENDEDOR (AREA EM
      * GV-HISTEQPWS.CPY). QUEM COPIA DECLARA ARQ-HISTEQUIPE
      * (GV-HISTEQUIPE.CPY) COM STATUS EM WS-RESULTADO-ACESSO
      *
      * ABRE O HISTORICO PARA CONSULTA (OPCIONAL: SEM ELE VALE A
      * EQUIPE DO CADASTRO, COMO ANTES)
       99-ABRE-HISTEQUIPE-CONSULTA.
           MOVE "N" TO WS-HEQ-IND-ARQ
           OPEN INPUT ARQ-HISTEQUIPE
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-HEQ-IND-ARQ
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
      * ABRE O HISTORICO PARA GRAVACAO, CRIANDO-O NA PRIMEIRA VEZ
       99-ABRE-HISTEQUIPE-GRAVACAO.
           MOVE "N" TO WS-HEQ-IND-ARQ
           OPEN I-O ARQ-HISTEQUIPE
           IF WS-ESTADO-ARQUIVO EQUAL "35"
              OPEN OUTPUT ARQ-HISTEQUIPE
              CLOSE ARQ-HISTEQUIPE
              OPEN I-O ARQ-HISTEQUIPE
           END-IF
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-HEQ-IND-ARQ
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
       99-FECHA-HISTEQUIPE.
           IF WS-HEQ-ARQ-OK
              CLOSE ARQ-HISTEQUIPE
              MOVE "N" TO WS-HEQ-IND-ARQ
           END-IF.
      *
      * EQUIPE DO VENDEDOR WS-HEQ-CD-EMPRESA/WS-HEQ-CD-VENDEDOR EM
      * WS-HEQ-DT-REFERENCIA: O PERIODO QUE INTERESSA E O ULTIMO
      * INICIADO ATE A DATA. SEM PERIODO QUE CUBRA A DATA FICAM
      * WS-HEQ-CD-SUPERVISOR/WS-HEQ-CD-REGIAO COMO O CHAMADOR OS
      * CARREGOU (A EQUIPE DO CADASTRO)
       99-BUSCA-ATRIBUICAO.
           MOVE "N" TO WS-HEQ-IND-ACHOU
           IF WS-HEQ-ARQ-OK
              MOVE WS-HEQ-CD-EMPRESA    TO HEQ-CD-EMPRESA
              MOVE WS-HEQ-CD-VENDEDOR   TO HEQ-CD-VENDEDOR
              MOVE WS-HEQ-DT-REFERENCIA TO HEQ-DT-INICIO
              START ARQ-HISTEQUIPE KEY NOT GREATER HEQ-CHAVE-HISTORICO
              IF WS-OPERACAO-BEM-SUCEDIDA
                 READ ARQ-HISTEQUIPE PREVIOUS
                 IF  WS-OPERACAO-BEM-SUCEDIDA
                 AND HEQ-CD-EMPRESA  EQUAL WS-HEQ-CD-EMPRESA
                 AND HEQ-CD-VENDEDOR EQUAL WS-HEQ-CD-VENDEDOR
                 AND HEQ-DT-FIM NOT LESS WS-HEQ-DT-REFERENCIA
                    MOVE "S"               TO WS-HEQ-IND-ACHOU
                    MOVE HEQ-CD-SUPERVISOR TO WS-HEQ-CD-SUPERVISOR
                    MOVE HEQ-CD-REGIAO     TO WS-HEQ-CD-REGIAO
                 END-IF
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
      *
      * ULTIMO PERIODO GRAVADO DO VENDEDOR (FICA EM HEQ-REGISTRO)
       99-BUSCA-ULTIMO-PERIODO.
           MOVE "N" TO WS-HEQ-IND-ACHOU
           MOVE WS-HEQ-CD-EMPRESA  TO HEQ-CD-EMPRESA
           MOVE WS-HEQ-CD-VENDEDOR TO HEQ-CD-VENDEDOR
           MOVE 99999999           TO HEQ-DT-INICIO
           START ARQ-HISTEQUIPE KEY NOT GREATER HEQ-CHAVE-HISTORICO
           IF WS-OPERACAO-BEM-SUCEDIDA
              READ ARQ-HISTEQUIPE PREVIOUS
              IF  WS-OPERACAO-BEM-SUCEDIDA
              AND HEQ-CD-EMPRESA  EQUAL WS-HEQ-CD-EMPRESA
              AND HEQ-CD-VENDEDOR EQUAL WS-HEQ-CD-VENDEDOR
                 MOVE "S" TO WS-HEQ-IND-ACHOU
              END-IF
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
      * REGISTRA A EQUIPE WS-HEQ-CD-SUPERVISOR/WS-HEQ-CD-REGIAO DO
      * VENDEDOR A PARTIR DE HOJE. SEM MUDANCA NADA E GRAVADO; TROCA
      * NO MESMO DIA CORRIGE O PERIODO DO DIA; SENAO O PERIODO ABERTO
      * E ENCERRADO ONTEM. VENDEDOR JA EXISTENTE SEM HISTORICO (ANTES
      * DA CARGA INICIAL) GANHA ANTES UM PERIODO DESDE SEMPRE COM A
      * EQUIPE ANTERIOR (WS-HEQ-CD-SUPERVISOR-ANT/WS-HEQ-CD-REGIAO-ANT)
       99-REGISTRA-ATRIBUICAO.
           IF WS-HEQ-ARQ-OK
              ACCEPT WS-HEQ-DT-REFERENCIA FROM DATE YYYYMMDD
              COMPUTE WS-HEQ-DT-VESPERA = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE (WS-HEQ-DT-REFERENCIA)
                       - 1)
              PERFORM 99-BUSCA-ULTIMO-PERIODO
              IF WS-HEQ-ACHOU
                 PERFORM 99-ENCERRA-PERIODO-EQUIPE
              ELSE
                 IF  NOT WS-HEQ-ORIGEM-NOVO
                 AND (WS-HEQ-CD-SUPERVISOR NOT EQUAL
                                          WS-HEQ-CD-SUPERVISOR-ANT
                  OR  WS-HEQ-CD-REGIAO NOT EQUAL WS-HEQ-CD-REGIAO-ANT)
                    MOVE ZEROS                  TO HEQ-DT-INICIO
                    MOVE WS-HEQ-DT-VESPERA      TO HEQ-DT-FIM
                    MOVE WS-HEQ-CD-SUPERVISOR-ANT TO HEQ-CD-SUPERVISOR
                    MOVE WS-HEQ-CD-REGIAO-ANT   TO HEQ-CD-REGIAO
                    MOVE "S"                    TO HEQ-TP-ORIGEM
                    PERFORM 99-GRAVA-PERIODO-EQUIPE
                    MOVE "S"                    TO WS-HEQ-IND-ACHOU
                 END-IF
                 IF WS-HEQ-ACHOU OR WS-HEQ-ORIGEM-NOVO
                    MOVE WS-HEQ-DT-REFERENCIA   TO HEQ-DT-INICIO
                    MOVE 99999999               TO HEQ-DT-FIM
                    MOVE WS-HEQ-CD-SUPERVISOR   TO HEQ-CD-SUPERVISOR
                    MOVE WS-HEQ-CD-REGIAO       TO HEQ-CD-REGIAO
                    MOVE WS-HEQ-TP-ORIGEM       TO HEQ-TP-ORIGEM
                    PERFORM 99-GRAVA-PERIODO-EQUIPE
                 END-IF
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
      *
      * TROCA SOBRE O ULTIMO PERIODO JA LIDO EM HEQ-REGISTRO
       99-ENCERRA-PERIODO-EQUIPE.
           IF HEQ-CD-SUPERVISOR NOT EQUAL WS-HEQ-CD-SUPERVISOR
           OR HEQ-CD-REGIAO     NOT EQUAL WS-HEQ-CD-REGIAO
              IF HEQ-DT-INICIO EQUAL WS-HEQ-DT-REFERENCIA
                 MOVE WS-HEQ-CD-SUPERVISOR TO HEQ-CD-SUPERVISOR
                 MOVE WS-HEQ-CD-REGIAO     TO HEQ-CD-REGIAO
                 MOVE WS-HEQ-TP-ORIGEM     TO HEQ-TP-ORIGEM
                 MOVE WS-HEQ-CD-USUARIO    TO HEQ-CD-USUARIO
                 ACCEPT HEQ-DT-REGISTRO FROM DATE YYYYMMDD
                 REWRITE HEQ-REGISTRO
              ELSE
                 MOVE WS-HEQ-DT-VESPERA    TO HEQ-DT-FIM
                 REWRITE HEQ-REGISTRO
                 MOVE WS-HEQ-DT-REFERENCIA TO HEQ-DT-INICIO
                 MOVE 99999999             TO HEQ-DT-FIM
                 MOVE WS-HEQ-CD-SUPERVISOR TO HEQ-CD-SUPERVISOR
                 MOVE WS-HEQ-CD-REGIAO     TO HEQ-CD-REGIAO
                 MOVE WS-HEQ-TP-ORIGEM     TO HEQ-TP-ORIGEM
                 PERFORM 99-GRAVA-PERIODO-EQUIPE
              END-IF
           END-IF.
      *
       99-GRAVA-PERIODO-EQUIPE.
           MOVE WS-HEQ-CD-EMPRESA  TO HEQ-CD-EMPRESA
           MOVE WS-HEQ-CD-VENDEDOR TO HEQ-CD-VENDEDOR
           MOVE WS-HEQ-CD-USUARIO  TO HEQ-CD-USUARIO
           ACCEPT HEQ-DT-REGISTRO FROM DATE YYYYMMDD
           WRITE HEQ-REGISTRO.
