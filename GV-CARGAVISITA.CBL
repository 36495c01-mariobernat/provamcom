      *     (GV-CADCONTATO). Rejeitados saem em VISITA-REJ.LOG com o
      *     motivo. O cumprimento do roteiro emitido e conferido a
      *     parte por GV-RELVISITA.
      *     A confirmacao traz tambem o check-in do aparelho
      *     (latitude, longitude e hora): a distancia ate as
      *     coordenadas do cliente classifica a visita como dentro
      *     do raio (chave VISITA-RAIO-GEOCERCA de GV-CONFIG.PAR, em
      *     metros, padrao 300), fora do raio ou sem coordenadas, e
      *     so a visita dentro do raio avanca a data do ultimo
      *     contato. As visitas fora do raio saem no spool por
      *     vendedor, com a distancia encontrada.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Check-in do aparelho (latitude,
      *                   longitude e hora) conferido contra as
      *                   coordenadas do cliente: dentro do raio,
      *                   fora do raio ou sem coordenadas; so a
      *                   visita dentro do raio avanca o ultimo
      *                   contato e as de fora saem no spool por
      *                   vendedor (GEOCERCA).
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *     15/Out/2026 - MCB - Chave alternada da carteira
      *                   (empresa + vendedor) no cadastro de clientes
      *                   (GV-CADCLI.CPY).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             record key         is CLI-CHAVE-CLIENTE
             alternate record key is CLI-NR-CNPJ-CLIENTE
                                with duplicates
             alternate record key is CLI-CHAVE-CARTEIRA =
                                CLI-CD-EMPRESA CLI-CD-VENDEDOR
                                with duplicates
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
             organization       is line sequential.
           SELECT ARQ-AUDITORIA ASSIGN TO DISK WID-ARQ-AUDITORIA
             organization       is line sequential.
           SELECT ARQ-SORT ASSIGN TO DISK.
           SELECT ARQ-SPOOL-CAT ASSIGN TO DISK WID-ARQ-SPOOL-CAT
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT RELATO   ASSIGN TO DISK.
      *
       DATA DIVISION.
       FILE SECTION.
           03 CRG-CD-CLIENTE         PIC 9(007).
           03 CRG-DT-VISITA          PIC 9(008).
           03 CRG-CD-RESULTADO       PIC X(001).
      * CHECK-IN DO APARELHO: COORDENADAS COM SINAL E VIRGULA
      * (EX. -023,55052000) E HORA HHMMSS; EM BRANCO NOS ARQUIVOS
      * SEM CHECK-IN
           03 CRG-DS-LATITUDE        PIC X(013).
           03 CRG-DS-LONGITUDE       PIC X(013).
           03 CRG-HR-CHECKIN         PIC X(006).
           03 FILLER                 PIC X(010).
      *
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SOR-CD-VENDEDOR        PIC 9(007).
           03 SOR-DT-VISITA          PIC 9(008).
           03 SOR-HR-CONTATO         PIC 9(006).
           03 SOR-CD-CLIENTE         PIC 9(007).
           03 SOR-DS-RAZAO           PIC X(040).
           03 SOR-QT-DISTANCIA       PIC 9(008).
      *
       FD  RELATO
           VALUE OF FILE-ID IS WS01-ARQUIVO
           LABEL RECORD IS  OMITTED.
       01  LINHA                       PIC X(116).
      *
       COPY GV-SPOOLFD.CPY.
      *
       WORKING-STORAGE SECTION.
      *
           03 WID-ARQ-CARGA          PIC X(40) VALUE SPACES.
           03 WID-ARQ-REJEICAO       PIC X(20) VALUE "VISITA-REJ.LOG".
           03 WID-ARQ-AUDITORIA      PIC X(60) VALUE "GV-AUDITORIA.LOG".
           03 WS01-ARQUIVO           PIC X(60) VALUE "IMPRESSAO.IMP".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-QT-ED1              PIC ZZZZZZ9.
           03 WS-QT-ED2              PIC ZZZZZZ9.
           03 WS-DS-NOTA-VISITA      PIC X(40) VALUE SPACES.
      * RAIO DA GEOCERCA EM METROS (CHAVE VISITA-RAIO-GEOCERCA)
           03 WS-QT-RAIO-GEOCERCA    PIC 9(005) VALUE 300.
           03 WS-QT-CONFIG           PIC S9(007) VALUE ZEROS.
           03 WS-QT-DENTRO           PIC 9(07) VALUE ZEROS.
           03 WS-QT-FORA             PIC 9(07) VALUE ZEROS.
           03 WS-QT-SEM-COORDENADA   PIC 9(07) VALUE ZEROS.
           03 WS-QT-ED3              PIC ZZZZZZ9.
           03 WS-QT-CALCULO          PIC 9(015) VALUE ZEROS.
           03 WS-VL-LAT-CHECKIN      PIC S9(005)V9(008) VALUE ZEROS.
           03 WS-VL-LON-CHECKIN      PIC S9(005)V9(008) VALUE ZEROS.
           03 WS-FINAL-SORT          PIC X(01) VALUE SPACE.
              88 WS-FIM-SORT                   VALUE "F".
           03 WS-CD-VENDEDOR-ANT     PIC 9(007) VALUE ZEROS.
           03 WS-IND-PRIMEIRO        PIC X(01) VALUE "S".
              88 WS-PRIMEIRO-VENDEDOR          VALUE "S".
           03 WS-QT-FORA-VEND        PIC 9(05) VALUE ZEROS.
           03 WS-NR-LIN              PIC 9(03) VALUE 999.
           03 WS-NR-PAG              PIC 9(03) VALUE ZEROS.
      *
       01  WS-LATITUDE-LONGITUDE.
           03 WS-LATITUDE1           PIC S9(003)V9(008).
           03 WS-LATITUDE2           PIC S9(003)V9(008).
           03 WS-LONGITUDE1          PIC S9(003)V9(008).
           03 WS-LONGITUDE2          PIC S9(003)V9(008).
      *
       01  WS-HAVERSINE.
           03 WS-RAIO-TERRA          USAGE COMP-2 VALUE 6371000.
           03 WS-LAT1-RAD            USAGE COMP-2.
           03 WS-LAT2-RAD            USAGE COMP-2.
           03 WS-DLAT-RAD            USAGE COMP-2.
           03 WS-DLON-RAD            USAGE COMP-2.
           03 WS-HAV-A               USAGE COMP-2.
           03 WS-HAV-C               USAGE COMP-2.
           03 WS-HAV-DISTANCIA       USAGE COMP-2.
      *
      * LAYOUT DO RELATORIO DE VISITAS FORA DA GEOCERCA
       01  CAB-01.
           02 FILLER            PIC X(26) VALUE SPACES.
           02 FILLER            PIC X(50) VALUE
              "VISITAS FORA DA GEOCERCA - CHECK-IN X CLIENTE".
           02 FILLER            PIC X(07) VALUE "Raio: ".
           02 WL-QT-RAIO        PIC ZZZZ9.
           02 FILLER            PIC X(02) VALUE " m".
           02 FILLER            PIC X(18) VALUE SPACES.
           02 FILLER            PIC X(05) VALUE "Pag: ".
           02 WL-NR-PAGINA      PIC 9(03) VALUE ZEROS.
      *
       01  CAB-02.
           03 FILLER    PIC X(04) VALUE SPACES.
           03 FILLER    PIC X(10) VALUE "VISITA".
           03 FILLER    PIC X(08) VALUE "HORA".
           03 FILLER    PIC X(09) VALUE " CLIENTE".
           03 FILLER    PIC X(42) VALUE "  RAZAO SOCIAL".
           03 FILLER    PIC X(15) VALUE "  DISTANCIA (M)".
           03 FILLER    PIC X(28) VALUE SPACES.
      *
       01  CAB-03.
           03 FILLER PIC X(116) VALUE IS ALL '='.
      *
       01  CAB-VENDEDOR.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 FILLER          PIC X(10) VALUE "VENDEDOR: ".
           03 WL-CD-VENDEDOR  PIC ZZZZZZ9.
           03 FILLER          PIC X(03) VALUE " - ".
           03 WL-NM-VENDEDOR  PIC X(40).
           03 FILLER          PIC X(52) VALUE SPACES.
      *
       01  LIN-01.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 WL-DT-VISITA    PIC 9(08).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-HR-CONTATO   PIC 99B99B99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-CD-CLIENTE   PIC ZZZZZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-DS-RAZAO     PIC X(40).
           03 FILLER          PIC X(04) VALUE SPACES.
           03 WL-QT-DISTANCIA PIC ZZ.ZZZ.ZZ9.
           03 FILLER          PIC X(30) VALUE SPACES.
      *
       01  LIN-SUBTOTAL.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 FILLER          PIC X(26) VALUE
              "VISITAS FORA DA GEOCERCA:".
           03 WL-QT-FORA-VEND PIC ZZZZ9.
           03 FILLER          PIC X(81) VALUE SPACES.
      *
       01  LIN-TOTAL.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 FILLER          PIC X(20) VALUE "VISITAS DENTRO....:".
           03 WL-QT-DENTRO    PIC ZZZZZZ9.
           03 FILLER          PIC X(18) VALUE "   FORA..........:".
           03 WL-QT-FORA      PIC ZZZZZZ9.
           03 FILLER          PIC X(18) VALUE "   SEM COORDENADA:".
           03 WL-QT-SEM-COORD PIC ZZZZZZ9.
           03 FILLER          PIC X(35) VALUE SPACES.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
           ELSE
              OPEN I-O ARQ-CLIENTE
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Arquivo de Clientes Indisponivel."
                                                      TO WS-MENSAGEM
                 CLOSE ARQ-CONTATO
                 OPEN I-O ARQ-CONTATO
              ELSE
                 MOVE "11-ABRE-CONTATO" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-CONTATO TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Historico de Contatos Indisponivel."
                                                      TO WS-MENSAGEM
              ELSE
                 OPEN OUTPUT ARQ-REJEICAO
                 OPEN EXTEND ARQ-AUDITORIA
                 MOVE "GEOCERCA" TO WS-SPL-ID-RELATORIO
                 PERFORM 99-PREPARA-SPOOL
                 OPEN OUTPUT RELATO
                 MOVE WS-QT-RAIO-GEOCERCA TO WL-QT-RAIO
                 MOVE "S" TO WS-IND-PRIMEIRO
                 SORT ARQ-SORT ON ASCENDING KEY SOR-CD-VENDEDOR
                                                SOR-DT-VISITA
                                                SOR-HR-CONTATO
                                                SOR-CD-CLIENTE
                      INPUT  PROCEDURE IS 20-CARREGA-CONFIRMACOES
                      OUTPUT PROCEDURE IS 22-IMPRIME-FORA-GEOCERCA
                 CLOSE RELATO
                 CLOSE ARQ-CARGA
                 CLOSE ARQ-REJEICAO
                 CLOSE ARQ-AUDITORIA
                 MOVE SPACE TO WS-FINAL-ARQUIVO
                 MOVE WS-QT-VALIDAS    TO WS-QT-ED1
                 MOVE WS-QT-REJEITADAS TO WS-QT-ED2
                 MOVE WS-QT-FORA       TO WS-QT-ED3
                 STRING "Registradas: "
                        WS-QT-ED1 DELIMITED BY SIZE
                        " Rejeitadas: " DELIMITED BY SIZE
                        WS-QT-ED2 DELIMITED BY SIZE
                        " Fora da Geocerca: " DELIMITED BY SIZE
                        WS-QT-ED3 DELIMITED BY SIZE
                        INTO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 MOVE "F" TO WS-FINAL-ARQUIVO
           END-IF.
       2-SAIDA.
           EXIT.
      *
       20-CARREGA-CONFIRMACOES SECTION.
      *-----------------------
       20.
           PERFORM 99-LER-CARGA.
           PERFORM 21-TRATA-CONFIRMACAO
               UNTIL WS-FIM-ARQUIVO.
       20-SAIDA.
           EXIT.
      *
       21-TRATA-CONFIRMACAO SECTION.
      *--------------------
           EXIT.
      *
       211-REGISTRA-VISITA SECTION.
      * GRAVA O CONTATO DE VISITA COM A CONFERENCIA DA GEOCERCA E,
      * SO PARA VISITA DENTRO DO RAIO, AVANCA A DATA DO ULTIMO
      * CONTATO QUANDO A VISITA E MAIS RECENTE, COM IMAGENS DE
      * AUDITORIA. A HORA DO CONTATO E A DO CHECK-IN, QUANDO HOUVER
       211.
           ACCEPT WS-HR-AGORA FROM TIME.
           MOVE 1                 TO CON-CD-EMPRESA.
           MOVE CRG-CD-CLIENTE    TO CON-CD-CLIENTE.
           MOVE CRG-DT-VISITA     TO CON-DT-CONTATO.
           IF  CRG-HR-CHECKIN NUMERIC
           AND CRG-HR-CHECKIN LESS "240000"
              MOVE CRG-HR-CHECKIN    TO CON-HR-CONTATO
           ELSE
              MOVE WS-HR-AGORA(1:6)  TO CON-HR-CONTATO
           END-IF.
           MOVE LK-CD-USUARIO     TO CON-CD-USUARIO.
           MOVE "V"               TO CON-TP-CONTATO.
           MOVE SPACES            TO WS-DS-NOTA-VISITA.
                  CRG-CD-RESULTADO DELIMITED BY SIZE
                  INTO WS-DS-NOTA-VISITA.
           MOVE WS-DS-NOTA-VISITA TO CON-DS-NOTA.
           PERFORM 2111-CONFERE-GEOCERCA.
           PERFORM 99-GRAVA-REGISTRO-CONTATO.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              ADD 1 TO WS-QT-REJEITADAS
              PERFORM 99-GRAVA-REJEICAO
           ELSE
              ADD 1 TO WS-QT-VALIDAS
              IF CON-GEO-FORA
                 ADD 1 TO WS-QT-FORA
                 MOVE CRG-CD-VENDEDOR     TO SOR-CD-VENDEDOR
                 MOVE CON-DT-CONTATO      TO SOR-DT-VISITA
                 MOVE CON-HR-CONTATO      TO SOR-HR-CONTATO
                 MOVE CON-CD-CLIENTE      TO SOR-CD-CLIENTE
                 MOVE CLI-DS-RAZAO-SOCIAL TO SOR-DS-RAZAO
                 MOVE CON-QT-DISTANCIA    TO SOR-QT-DISTANCIA
                 RELEASE REG-SORT
              ELSE
              IF CON-GEO-SEM-COORDENADA
                 ADD 1 TO WS-QT-SEM-COORDENADA
              ELSE
                 ADD 1 TO WS-QT-DENTRO
              END-IF
              END-IF
              IF  CON-GEO-DENTRO
              AND CRG-DT-VISITA GREATER CLI-DT-ULTIMO-CONTATO
                 MOVE "C"                  TO AUD-TIPO-ENTIDADE
                 MOVE "A"                  TO AUD-TIPO-OPERACAO
                 MOVE "A"                  TO AUD-IMAGEM
           END-IF.
       211-SAIDA.
           EXIT.
      *
       2111-CONFERE-GEOCERCA SECTION.
      * DISTANCIA DO CHECK-IN ATE O CLIENTE. CLIENTE SEM COORDENADAS
      * OU CHECK-IN AUSENTE OU FORA DE FAIXA NAO PODE SER CONFERIDO
       2111.
           MOVE ZEROS TO CON-QT-DISTANCIA
                         WS-VL-LAT-CHECKIN
                         WS-VL-LON-CHECKIN.
           IF  CRG-DS-LATITUDE  NOT EQUAL SPACES
           AND CRG-DS-LONGITUDE NOT EQUAL SPACES
              COMPUTE WS-VL-LAT-CHECKIN =
                      FUNCTION NUMVAL (CRG-DS-LATITUDE)
              COMPUTE WS-VL-LON-CHECKIN =
                      FUNCTION NUMVAL (CRG-DS-LONGITUDE)
           END-IF.
           IF (CLI-NR-LATITUDE   EQUAL ZEROS
           AND CLI-NR-LONGITUDE  EQUAL ZEROS)
           OR (WS-VL-LAT-CHECKIN EQUAL ZEROS
           AND WS-VL-LON-CHECKIN EQUAL ZEROS)
           OR WS-VL-LAT-CHECKIN GREATER 90
           OR WS-VL-LAT-CHECKIN LESS -90
           OR WS-VL-LON-CHECKIN GREATER 180
           OR WS-VL-LON-CHECKIN LESS -180
              MOVE "S" TO CON-SIT-GEOCERCA
           ELSE
              MOVE WS-VL-LAT-CHECKIN TO WS-LATITUDE1
              MOVE WS-VL-LON-CHECKIN TO WS-LONGITUDE1
              MOVE CLI-NR-LATITUDE   TO WS-LATITUDE2
              MOVE CLI-NR-LONGITUDE  TO WS-LONGITUDE2
              PERFORM 99-CALCULA-DISTANCIA
              IF WS-QT-CALCULO GREATER 99999999
                 MOVE 99999999      TO CON-QT-DISTANCIA
              ELSE
                 MOVE WS-QT-CALCULO TO CON-QT-DISTANCIA
              END-IF
              IF CON-QT-DISTANCIA GREATER WS-QT-RAIO-GEOCERCA
                 MOVE "F" TO CON-SIT-GEOCERCA
              ELSE
                 MOVE "D" TO CON-SIT-GEOCERCA
              END-IF
           END-IF.
       2111-SAIDA.
           EXIT.
      *
       22-IMPRIME-FORA-GEOCERCA SECTION.
      *------------------------
       22.
           MOVE SPACE TO WS-FINAL-SORT.
           PERFORM 221-IMPRIME-UMA-VISITA
               UNTIL WS-FIM-SORT.
           IF NOT WS-PRIMEIRO-VENDEDOR
              PERFORM 99-FECHA-VENDEDOR.
           MOVE WS-QT-DENTRO         TO WL-QT-DENTRO.
           MOVE WS-QT-FORA           TO WL-QT-FORA.
           MOVE WS-QT-SEM-COORDENADA TO WL-QT-SEM-COORD.
           MOVE SPACES TO LINHA.
           PERFORM 99-SALTA-LINHA.
           WRITE LINHA BEFORE ADVANCING 1.
           WRITE LINHA FROM LIN-TOTAL BEFORE ADVANCING 1.
           ADD 2 TO WS-NR-LIN.
       22-SAIDA.
           EXIT.
      *
       221-IMPRIME-UMA-VISITA SECTION.
       221.
           RETURN ARQ-SORT
               AT END MOVE "F" TO WS-FINAL-SORT
           END-RETURN.
           IF NOT WS-FIM-SORT
              IF WS-PRIMEIRO-VENDEDOR
              OR SOR-CD-VENDEDOR NOT EQUAL WS-CD-VENDEDOR-ANT
                 IF NOT WS-PRIMEIRO-VENDEDOR
                    PERFORM 99-FECHA-VENDEDOR
                 END-IF
                 MOVE SOR-CD-VENDEDOR TO WS-CD-VENDEDOR-ANT
                 PERFORM 99-ABRE-VENDEDOR
              END-IF
              MOVE "N" TO WS-IND-PRIMEIRO
              ADD 1 TO WS-QT-FORA-VEND
              MOVE SOR-DT-VISITA    TO WL-DT-VISITA
              MOVE SOR-HR-CONTATO   TO WL-HR-CONTATO
              MOVE SOR-CD-CLIENTE   TO WL-CD-CLIENTE
              MOVE SOR-DS-RAZAO     TO WL-DS-RAZAO
              MOVE SOR-QT-DISTANCIA TO WL-QT-DISTANCIA
              PERFORM 99-SALTA-LINHA
              WRITE LINHA FROM LIN-01 BEFORE ADVANCING 1
              ADD 1 TO WS-NR-LIN
           END-IF.
       221-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
      *
       99-GRAVA-REGISTRO-CONTATO.
           WRITE CON-REGISTRO.
      *
       99-ABRE-VENDEDOR.
           MOVE ZEROS TO WS-QT-FORA-VEND
           MOVE 1                  TO FOR-CD-EMPRESA
           MOVE WS-CD-VENDEDOR-ANT TO FOR-CD-VENDEDOR
           PERFORM 99-LER-VENDEDOR
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "*** VENDEDOR NAO CADASTRADO ***" TO FOR-NM-VENDEDOR
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF
           MOVE WS-CD-VENDEDOR-ANT TO WL-CD-VENDEDOR
           MOVE FOR-NM-VENDEDOR    TO WL-NM-VENDEDOR
           MOVE SPACES TO LINHA
           PERFORM 99-SALTA-LINHA
           WRITE LINHA BEFORE ADVANCING 1
           WRITE LINHA FROM CAB-VENDEDOR BEFORE ADVANCING 1
           ADD 2 TO WS-NR-LIN.
      *
       99-FECHA-VENDEDOR.
           MOVE WS-QT-FORA-VEND TO WL-QT-FORA-VEND
           PERFORM 99-SALTA-LINHA
           WRITE LINHA FROM LIN-SUBTOTAL BEFORE ADVANCING 1
           ADD 1 TO WS-NR-LIN.
      *
       99-SALTA-LINHA.
           IF WS-NR-LIN > 66
              ADD 1 TO WS-NR-PAG
              IF WS-NR-PAG > 1
                 MOVE SPACES TO LINHA
                 WRITE LINHA FROM CAB-03 BEFORE ADVANCING PAGE
              END-IF
              MOVE WS-NR-PAG TO WL-NR-PAGINA
              WRITE LINHA FROM CAB-01 BEFORE ADVANCING 1
              WRITE LINHA FROM CAB-02 BEFORE ADVANCING 1
              WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1
              MOVE 4 TO WS-NR-LIN
           END-IF.
      *
       99-CALCULA-DISTANCIA.
           COMPUTE WS-LAT1-RAD = WS-LATITUDE1 * 3,14159265358979
                                  / 180.
           COMPUTE WS-LAT2-RAD = WS-LATITUDE2 * 3,14159265358979
                                  / 180.
           COMPUTE WS-DLAT-RAD = (WS-LATITUDE2 - WS-LATITUDE1)
                                  * 3,14159265358979 / 180.
           COMPUTE WS-DLON-RAD = (WS-LONGITUDE2 - WS-LONGITUDE1)
                                  * 3,14159265358979 / 180.
           COMPUTE WS-HAV-A =
                   (FUNCTION SIN (WS-DLAT-RAD / 2) *
                    FUNCTION SIN (WS-DLAT-RAD / 2))
                 + (FUNCTION COS (WS-LAT1-RAD) *
                    FUNCTION COS (WS-LAT2-RAD) *
                    FUNCTION SIN (WS-DLON-RAD / 2) *
                    FUNCTION SIN (WS-DLON-RAD / 2)).
           COMPUTE WS-HAV-C = 2 * FUNCTION ASIN (FUNCTION SQRT
                                                 (WS-HAV-A)).
           COMPUTE WS-HAV-DISTANCIA = WS-RAIO-TERRA * WS-HAV-C.
           COMPUTE WS-QT-CALCULO = WS-HAV-DISTANCIA.
      *
       99-GRAVA-REJEICAO.
           ACCEPT REJ-DATA FROM DATE YYYYMMDD.
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-AUDITORIA
           END-IF
           MOVE "VISITA-RAIO-GEOCERCA" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              COMPUTE WS-QT-CONFIG = FUNCTION NUMVAL (WS-CFG-VALOR)
              IF  WS-QT-CONFIG GREATER ZEROS
              AND WS-QT-CONFIG LESS 100000
                 MOVE WS-QT-CONFIG TO WS-QT-RAIO-GEOCERCA
              END-IF
           END-IF.
      *
       990-CONSULTA-CONFIG.
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
      *
       COPY GV-SPOOLPD.CPY.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-CARGAVISITA" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
