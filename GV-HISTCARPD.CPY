      *
      * HISTORICO DA CARTEIRA DO CLIENTE (AREA EM GV-HISTCARWS.CPY).
      * QUEM COPIA DECLARA ARQ-HISTCART (GV-HISTCART.CPY) COM STATUS
      * EM WS-RESULTADO-ACESSO, O CADASTRO DE CLIENTES (GV-CADCLI.CPY)
      * E RECEBE LINKAGE-DADOS (GV-LINKAGE)
      *
      * ABRE O HISTORICO PARA CONSULTA (OPCIONAL: SEM ELE VALE O
      * VENDEDOR DO CADASTRO, COMO ANTES)
       99-ABRE-HISTCART-CONSULTA.
           MOVE "N" TO WS-HCT-IND-ARQ
           OPEN INPUT ARQ-HISTCART
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-HCT-IND-ARQ
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
      * ABRE O HISTORICO PARA GRAVACAO, CRIANDO-O NA PRIMEIRA VEZ
       99-ABRE-HISTCART-GRAVACAO.
           MOVE "N" TO WS-HCT-IND-ARQ
           OPEN I-O ARQ-HISTCART
           IF WS-ESTADO-ARQUIVO EQUAL "35"
              OPEN OUTPUT ARQ-HISTCART
              CLOSE ARQ-HISTCART
              OPEN I-O ARQ-HISTCART
           END-IF
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-HCT-IND-ARQ
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
       99-FECHA-HISTCART.
           IF WS-HCT-ARQ-OK
              CLOSE ARQ-HISTCART
              MOVE "N" TO WS-HCT-IND-ARQ
           END-IF.
      *
      * DONO DO CLIENTE WS-HCT-CD-EMPRESA/WS-HCT-CD-CLIENTE EM
      * WS-HCT-DT-REFERENCIA: O PERIODO QUE INTERESSA E O ULTIMO
      * INICIADO ATE A DATA. SEM PERIODO QUE CUBRA A DATA FICA
      * WS-HCT-CD-VENDEDOR COMO O CHAMADOR O CARREGOU (O VENDEDOR
      * DO CADASTRO)
       99-BUSCA-DONO-CLIENTE.
           MOVE "N" TO WS-HCT-IND-ACHOU
           IF WS-HCT-ARQ-OK
              MOVE WS-HCT-CD-EMPRESA    TO HCT-CD-EMPRESA
              MOVE WS-HCT-CD-CLIENTE    TO HCT-CD-CLIENTE
              MOVE WS-HCT-DT-REFERENCIA TO HCT-DT-INICIO
              START ARQ-HISTCART KEY NOT GREATER HCT-CHAVE-HISTORICO
              IF WS-OPERACAO-BEM-SUCEDIDA
                 READ ARQ-HISTCART PREVIOUS
                 IF  WS-OPERACAO-BEM-SUCEDIDA
                 AND HCT-CD-EMPRESA EQUAL WS-HCT-CD-EMPRESA
                 AND HCT-CD-CLIENTE EQUAL WS-HCT-CD-CLIENTE
                 AND HCT-DT-FIM NOT LESS WS-HCT-DT-REFERENCIA
                    MOVE "S"             TO WS-HCT-IND-ACHOU
                    MOVE HCT-CD-VENDEDOR TO WS-HCT-CD-VENDEDOR
                 END-IF
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
      *
      * ULTIMO PERIODO GRAVADO DO CLIENTE (FICA EM HCT-REGISTRO)
       99-BUSCA-ULTIMO-DONO.
           MOVE "N" TO WS-HCT-IND-ACHOU
           MOVE WS-HCT-CD-EMPRESA TO HCT-CD-EMPRESA
           MOVE WS-HCT-CD-CLIENTE TO HCT-CD-CLIENTE
           MOVE 99999999          TO HCT-DT-INICIO
           START ARQ-HISTCART KEY NOT GREATER HCT-CHAVE-HISTORICO
           IF WS-OPERACAO-BEM-SUCEDIDA
              READ ARQ-HISTCART PREVIOUS
              IF  WS-OPERACAO-BEM-SUCEDIDA
              AND HCT-CD-EMPRESA EQUAL WS-HCT-CD-EMPRESA
              AND HCT-CD-CLIENTE EQUAL WS-HCT-CD-CLIENTE
                 MOVE "S" TO WS-HCT-IND-ACHOU
              END-IF
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
      * REGISTRA O CLIENTE COM O VENDEDOR CLI-CD-VENDEDOR A PARTIR DE
      * HOJE. O CHAMADOR GUARDA EM WS-HCT-CD-VENDEDOR-ANT O VENDEDOR
      * DE ANTES DA TROCA E MARCA WS-HCT-IND-NOVO NA INCLUSAO. SEM
      * MUDANCA NADA E GRAVADO; TROCA NO MESMO DIA CORRIGE O PERIODO
      * DO DIA; SENAO O PERIODO ABERTO E ENCERRADO ONTEM. CLIENTE JA
      * EXISTENTE SEM HISTORICO GANHA ANTES UM PERIODO DESDE SEMPRE
      * COM O VENDEDOR ANTERIOR
       99-REGISTRA-CARTEIRA.
           MOVE CLI-CD-EMPRESA  TO WS-HCT-CD-EMPRESA
           MOVE CLI-CD-CLIENTE  TO WS-HCT-CD-CLIENTE
           MOVE CLI-CD-VENDEDOR TO WS-HCT-CD-VENDEDOR
           MOVE LK-CD-USUARIO   TO WS-HCT-CD-USUARIO
           IF WS-HCT-ARQ-OK
              ACCEPT WS-HCT-DT-REFERENCIA FROM DATE YYYYMMDD
              COMPUTE WS-HCT-DT-VESPERA = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE (WS-HCT-DT-REFERENCIA)
                       - 1)
              PERFORM 99-BUSCA-ULTIMO-DONO
              IF WS-HCT-ACHOU
                 PERFORM 99-ENCERRA-PERIODO-CARTEIRA
              ELSE
                 IF  NOT WS-HCT-CLIENTE-NOVO
                 AND WS-HCT-CD-VENDEDOR NOT EQUAL
                                        WS-HCT-CD-VENDEDOR-ANT
                    MOVE ZEROS                  TO HCT-DT-INICIO
                    MOVE WS-HCT-DT-VESPERA      TO HCT-DT-FIM
                    MOVE WS-HCT-CD-VENDEDOR-ANT TO HCT-CD-VENDEDOR
                    PERFORM 99-GRAVA-PERIODO-CARTEIRA
                    MOVE "S"                    TO WS-HCT-IND-ACHOU
                 END-IF
                 IF WS-HCT-ACHOU OR WS-HCT-CLIENTE-NOVO
                    MOVE WS-HCT-DT-REFERENCIA   TO HCT-DT-INICIO
                    MOVE 99999999               TO HCT-DT-FIM
                    MOVE WS-HCT-CD-VENDEDOR     TO HCT-CD-VENDEDOR
                    PERFORM 99-GRAVA-PERIODO-CARTEIRA
                 END-IF
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF
           MOVE "N" TO WS-HCT-IND-NOVO.
      *
      * TROCA SOBRE O ULTIMO PERIODO JA LIDO EM HCT-REGISTRO
       99-ENCERRA-PERIODO-CARTEIRA.
           IF HCT-CD-VENDEDOR NOT EQUAL WS-HCT-CD-VENDEDOR
              IF HCT-DT-INICIO EQUAL WS-HCT-DT-REFERENCIA
                 MOVE WS-HCT-CD-VENDEDOR TO HCT-CD-VENDEDOR
                 MOVE WS-HCT-NM-PROGRAMA TO HCT-NM-PROGRAMA
                 MOVE WS-HCT-CD-USUARIO  TO HCT-CD-USUARIO
                 ACCEPT HCT-DT-REGISTRO FROM DATE YYYYMMDD
                 REWRITE HCT-REGISTRO
              ELSE
                 MOVE WS-HCT-DT-VESPERA    TO HCT-DT-FIM
                 REWRITE HCT-REGISTRO
                 MOVE WS-HCT-DT-REFERENCIA TO HCT-DT-INICIO
                 MOVE 99999999             TO HCT-DT-FIM
                 MOVE WS-HCT-CD-VENDEDOR   TO HCT-CD-VENDEDOR
                 PERFORM 99-GRAVA-PERIODO-CARTEIRA
              END-IF
           END-IF.
      *
       99-GRAVA-PERIODO-CARTEIRA.
           MOVE WS-HCT-CD-EMPRESA  TO HCT-CD-EMPRESA
           MOVE WS-HCT-CD-CLIENTE  TO HCT-CD-CLIENTE
           MOVE WS-HCT-NM-PROGRAMA TO HCT-NM-PROGRAMA
           MOVE WS-HCT-CD-USUARIO  TO HCT-CD-USUARIO
           ACCEPT HCT-DT-REGISTRO FROM DATE YYYYMMDD
           WRITE HCT-REGISTRO.
