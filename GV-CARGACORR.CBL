000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-CARGACORR.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Carga de Correcoes Cadastrais do Campo
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Le o arquivo de retorno do aparelho do vendedor
      *     (RETORNO-NNNNNNN.CSV), devolvido sob o mesmo envelope
      *     H/T do pacote de campo (GV-EXPCARTEIRA): header
      *     H;data;hora;vendedor, detalhes
      *     D;cliente;item;valor1;valor2 e trailer T;quantidade;hash
      *     (soma dos codigos de cliente, modulo 10**15). Itens: E =
      *     endereco e CEP, F = telefone, M = e-mail, G = latitude e
      *     longitude (magnitude, como na carga GPS), I = inscricao
      *     estadual e X = cliente encerrado. Trailer que nao
      *     confere ou retorno ja carregado (GV-RETORNO.CTL) descarta
      *     o arquivo inteiro.
      *     Cada correcao e validada - cliente da carteira do
      *     vendedor, CEP com cobertura na base postal (GV-DNE.DAT),
      *     coordenada pelas barreiras de plausibilidade da carga
      *     GPS - e a valida entra na fila de aprovacao
      *     (GV-APROVACAO.DAT, tipo "F") com o vendedor como
      *     solicitante; o operador do escritorio aceita ou recusa
      *     em GV-APROVA. Rejeitadas saem em RETORNO-REJ.LOG com o
      *     motivo.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *     15/Out/2026 - MCB - Chave alternada da carteira
      *                   (empresa + vendedor) no cadastro de clientes
      *                   (GV-CADCLI.CPY).
      *     15/Out/2026 - MCB - Item "I" - inscricao estadual do
      *                   cliente, criticada pelo GV-VALIDAIE contra
      *                   a UF do cadastro e comparada com a de
      *                   GV-INSCEST.DAT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
             organization       is indexed
             access mode        is dynamic
             record key         is CLI-CHAVE-CLIENTE
             alternate record key is CLI-NR-CNPJ-CLIENTE
                                with duplicates
             alternate record key is CLI-CHAVE-CARTEIRA =
                                CLI-CD-EMPRESA CLI-CD-VENDEDOR
                                with duplicates
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
             organization       is indexed
             access mode        is dynamic
             record key         is FOR-CHAVE-VENDEDOR
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-DNE ASSIGN TO DISK WID-ARQ-DNE
             organization       is indexed
             access mode        is dynamic
             record key         is DNE-NR-CEP-PREFIXO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-APROVACAO ASSIGN TO DISK WID-ARQ-APROVACAO
             organization       is indexed
             access mode        is dynamic
             record key         is APR-NR-SOLICITACAO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-INSCEST ASSIGN TO DISK WID-ARQ-INSCEST
             organization       is indexed
             access mode        is dynamic
             record key         is IES-CHAVE-INSCEST
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-CARGA ASSIGN TO DISK WID-ARQ-CARGA
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-CONTROLE ASSIGN TO DISK WID-ARQ-CONTROLE
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-REJEICAO ASSIGN TO DISK WID-ARQ-REJEICAO
             organization       is line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-CADCLI.CPY.
       COPY GV-CADVEN.CPY.
       COPY GV-DNE.CPY.
       COPY GV-APROVACAO.CPY.
       COPY GV-REJEITO.CPY.
       COPY GV-INSCEST.CPY.
      *
      * ARQUIVO DE RETORNO DO CAMPO - ENVELOPE H/T E DETALHES "D"
       FD  ARQ-CARGA
           LABEL RECORD IS STANDARD.
       01  RET-LINHA                 PIC X(240).
      *
      * RETORNOS JA CARREGADOS - UMA LINHA POR ARQUIVO ACEITO, COM O
      * VENDEDOR E A DATA/HORA DO HEADER, CONTRA A CARGA EM DOBRO
       FD  ARQ-CONTROLE
           LABEL RECORD IS STANDARD.
       01  RTC-REGISTRO.
           03 RTC-CD-VENDEDOR        PIC 9(007).
           03 RTC-DELIMITADOR-1      PIC X(001).
           03 RTC-DT-ENVIO           PIC 9(008).
           03 RTC-DELIMITADOR-2      PIC X(001).
           03 RTC-HR-ENVIO           PIC 9(006).
           03 RTC-DELIMITADOR-3      PIC X(001).
           03 RTC-QT-REGISTROS       PIC 9(007).
           03 RTC-DELIMITADOR-4      PIC X(001).
           03 RTC-DT-CARGA           PIC 9(008).
           03 RTC-DELIMITADOR-5      PIC X(001).
           03 RTC-CD-USUARIO         PIC X(008).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-CLIENTE        PIC X(60) VALUE "GV-CLIENTE.DAT".
           03 WID-ARQ-VENDEDOR       PIC X(60) VALUE "GV-VENDEDOR.DAT".
           03 WID-ARQ-DNE            PIC X(15) VALUE "GV-DNE.DAT".
           03 WID-ARQ-APROVACAO      PIC X(16) VALUE "GV-APROVACAO.DAT".
           03 WID-ARQ-CARGA          PIC X(20) VALUE SPACES.
           03 WID-ARQ-CONTROLE       PIC X(15) VALUE "GV-RETORNO.CTL".
           03 WID-ARQ-REJEICAO       PIC X(16) VALUE "RETORNO-REJ.LOG".
           03 WID-ARQ-INSCEST        PIC X(15) VALUE "GV-INSCEST.DAT".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-FINAL-ARQUIVO       PIC X(01) VALUE SPACE.
              88 WS-FIM-ARQUIVO                VALUE "F".
           03 WS-FINAL-CONTROLE      PIC X(01) VALUE SPACE.
              88 WS-FIM-CONTROLE               VALUE "F".
           03 WS-MENSAGEM            PIC X(68).
           03 WS-ERRO                PIC X(60).
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-CD-EMPRESA-INF      PIC 9(002) VALUE 1.
           03 WS-CD-VENDEDOR-INF     PIC 9(007) VALUE ZEROS.
           03 WS-CD-SOLICITANTE.
              05 FILLER              PIC X(001) VALUE "V".
              05 WS-CD-VENDEDOR-SOL  PIC 9(007) VALUE ZEROS.
           03 WS-QT-ENFILEIRADAS     PIC 9(07) VALUE ZEROS.
           03 WS-QT-REJEITADAS       PIC 9(07) VALUE ZEROS.
           03 WS-QT-ED1              PIC ZZZZZZ9.
           03 WS-QT-ED2              PIC ZZZZZZ9.
           03 WS-QT-RAIO-SALTO       PIC 9(008) VALUE 300000.
           03 WS-VL-CONFIG-NUM       PIC 9(008) VALUE ZEROS.
           03 WS-QT-CALCULO          PIC 9(015) VALUE ZEROS.
           03 WS-QT-ARROBAS          PIC 9(003) VALUE ZEROS.
           03 WS-QT-TAMANHO          PIC 9(003) VALUE ZEROS.
           03 WS-NR-SOLICITACAO-NOVO PIC 9(007) VALUE ZEROS.
           03 WS-HR-AGORA-APR        PIC 9(008) VALUE ZEROS.
           03 WS-NR-LATITUDE-CRG     PIC 9(003)V9(008) VALUE ZEROS.
           03 WS-NR-LONGITUDE-CRG    PIC 9(003)V9(008) VALUE ZEROS.
           03 WS-NR-CEP-CRG          PIC 9(008) VALUE ZEROS.
           03 WS-IND-UF-TABELA       PIC X(01) VALUE "N".
              88 WS-UF-NA-TABELA               VALUE "S".
           03 WS-IND-ARQ-INSCEST     PIC X(01) VALUE "N".
              88 WS-ARQ-INSCEST-OK             VALUE "S".
      *
      * CONFERENCIA DO ENVELOPE (PRIMEIRA PASSAGEM): HEADER DO
      * VENDEDOR INFORMADO, QUANTIDADE E HASH DOS DETALHES CONTRA O
      * TRAILER E RETORNO AINDA NAO CARREGADO
           03 WS-IND-TEM-HEADER      PIC X(01) VALUE "N".
              88 WS-TEM-HEADER                 VALUE "S".
           03 WS-IND-TEM-TRAILER     PIC X(01) VALUE "N".
              88 WS-TEM-TRAILER                VALUE "S".
           03 WS-IND-JA-CARREGADO    PIC X(01) VALUE "N".
              88 WS-RETORNO-JA-CARREGADO       VALUE "S".
           03 WS-DT-ENVIO            PIC 9(008) VALUE ZEROS.
           03 WS-HR-ENVIO            PIC 9(006) VALUE ZEROS.
           03 WS-CD-VENDEDOR-HDR     PIC 9(007) VALUE ZEROS.
           03 WS-QT-DETALHES         PIC 9(007) VALUE ZEROS.
           03 WS-QT-TRAILER          PIC 9(007) VALUE ZEROS.
           03 WS-VL-HASH-DETALHES    PIC 9(015) VALUE ZEROS.
           03 WS-VL-HASH-TRAILER     PIC 9(015) VALUE ZEROS.
           03 WS-VL-DIVIDENDO        PIC 9(018) VALUE ZEROS.
           03 WS-VL-TRABALHO         PIC 9(018) VALUE ZEROS.
           03 WS-CD-CLIENTE-HASH     PIC 9(007) VALUE ZEROS.
      *
      * CAMPOS DE UMA LINHA DO RETORNO, SEPARADOS POR ";"
       01  WS-CAMPOS-RETORNO.
           03 WS-RET-CAMPO OCCURS 5 TIMES PIC X(040).
       01  WS-RET-CAMPOS-R REDEFINES WS-CAMPOS-RETORNO.
           03 WS-RET-TIPO            PIC X(040).
           03 WS-RET-CHAVE           PIC X(040).
           03 WS-RET-ITEM            PIC X(040).
           03 WS-RET-VALOR1          PIC X(040).
           03 WS-RET-VALOR2          PIC X(040).
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
      * TABELA DE REFERENCIA DAS CAPITAIS POR UF
       COPY GV-GEOCEP.CPY.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-VALIDAIEWS.CPY.
      *
       COPY GV-LINKAGE.
      *
       SCREEN SECTION.
      *
       01  SST-LIMPA-TELA.
           03 LINE 22 COL 10 BLANK LINE.
           03 LINE 12 COL 01 BLANK LINE.
           03 LINE 11 COL 01 BLANK LINE.
           03 LINE 10 COL 01 BLANK LINE.
           03 LINE 09 COL 01 BLANK LINE.
           03 LINE 08 COL 01 BLANK LINE.
           03 LINE 07 COL 01 BLANK LINE.
           03 LINE 06 COL 01 BLANK LINE.
           03 LINE 05 COL 01 BLANK LINE.
           03 LINE 04 COL 01 BLANK LINE.
           03 LINE 02 COL 25 VALUE "                                ".
      *
       01  SST-CARGA-CORRECAO.
           03 LINE 02 COL 20 VALUE "Carga de Correcoes do Campo".
           03 LINE 05 COL 07 VALUE "Empresa: ".
           03 LINE 05 COL 16 USING WS-CD-EMPRESA-INF.
           03 LINE 06 COL 07 VALUE "Vendedor: ".
           03 LINE 06 COL 17 USING WS-CD-VENDEDOR-INF.
           03 LINE 08 COL 07 VALUE "Salto Maximo em Metros: ".
           03 LINE 08 COL 31 USING WS-QT-RAIO-SALTO.
      *
       01  SST-MENSAGEM.
           03 LINE 22 COL 11 USING WS-MENSAGEM.
      *
       PROCEDURE DIVISION USING LINKAGE-DADOS.
      *
       0-MODULO-CONTROLE SECTION.
      *-----------------
       0.
           PERFORM 1-MODULO-INICIAL.
           PERFORM 2-MODULO-PRINCIPAL.
           PERFORM 3-MODULO-FINAL.
       0-SAIDA.
           EXIT PROGRAM.
      *
       1-MODULO-INICIAL SECTION.
      *----------------
      * O VENDEDOR DA TELA DA NOME AO ARQUIVO DE RETORNO; SEM A BASE
      * POSTAL NAO HA COMO VALIDAR ENDERECO E A CARGA NAO RODA
       1.
           PERFORM 99-LE-CONFIGURACAO.
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           ACCEPT SST-CARGA-CORRECAO.
           IF WS-CD-EMPRESA-INF EQUAL ZEROS
              MOVE 1 TO WS-CD-EMPRESA-INF.
           MOVE WS-CD-VENDEDOR-INF TO WS-CD-VENDEDOR-SOL.
           MOVE SPACES TO WID-ARQ-CARGA.
           STRING "RETORNO-"         DELIMITED BY SIZE
                  WS-CD-VENDEDOR-INF DELIMITED BY SIZE
                  ".CSV"             DELIMITED BY SIZE
                  INTO WID-ARQ-CARGA.
           OPEN INPUT ARQ-VENDEDOR.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Vendedores Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              MOVE WS-CD-EMPRESA-INF  TO FOR-CD-EMPRESA
              MOVE WS-CD-VENDEDOR-INF TO FOR-CD-VENDEDOR
              READ ARQ-VENDEDOR
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Vendedor nao Encontrado." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              END-IF
              CLOSE ARQ-VENDEDOR
              MOVE "00" TO WS-ESTADO-ARQUIVO
              IF NOT WS-FIM-ARQUIVO
                 PERFORM 11-ABRE-CADASTROS
              END-IF
           END-IF.
       1-SAIDA.
           EXIT.
      *
       11-ABRE-CADASTROS SECTION.
      *-----------------
       11.
           OPEN INPUT ARQ-CLIENTE.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "11-ABRE-CADASTROS" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Clientes Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              OPEN INPUT ARQ-DNE
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "11-ABRE-CADASTROS" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-DNE TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Base Postal (GV-DNE.DAT) Indisponivel."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 CLOSE ARQ-CLIENTE
              ELSE
                 OPEN I-O ARQ-APROVACAO
                 IF WS-ESTADO-ARQUIVO EQUAL "35"
                    OPEN OUTPUT ARQ-APROVACAO
                    CLOSE ARQ-APROVACAO
                    OPEN I-O ARQ-APROVACAO
                 END-IF
                 IF NOT WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "11-ABRE-CADASTROS" TO WS-ERR-NM-PARAGRAFO
                    MOVE WID-ARQ-APROVACAO TO WS-ERR-NM-ARQUIVO
                    PERFORM 99-REGISTRA-ERRO
                    MOVE "F" TO WS-FINAL-ARQUIVO
                    MOVE "Fila de Aprovacao Indisponivel."
                                                      TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                    CLOSE ARQ-CLIENTE
                          ARQ-DNE
                 ELSE
                    PERFORM 111-ABRE-INSCRICAO.
       11-SAIDA.
           EXIT.
      *
       111-ABRE-INSCRICAO SECTION.
      * SEM O ARQUIVO DE INSCRICOES NENHUM CLIENTE TEM INSCRICAO E
      * A PROPOSTA NAO E COMPARADA COM A ATUAL
       111.
           MOVE "N" TO WS-IND-ARQ-INSCEST.
           OPEN INPUT ARQ-INSCEST.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-INSCEST.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       111-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           IF NOT WS-FIM-ARQUIVO
              PERFORM 21-CONFERE-ENVELOPE
              IF NOT WS-TEM-HEADER
                 CONTINUE
              ELSE
              IF WS-RETORNO-JA-CARREGADO
                 MOVE "Retorno ja Carregado - Nenhuma Correcao Lida!"
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
              IF NOT WS-TEM-TRAILER
              OR WS-QT-TRAILER NOT EQUAL WS-QT-DETALHES
              OR WS-VL-HASH-TRAILER NOT EQUAL WS-VL-HASH-DETALHES
                 MOVE
                 "Trailer nao Confere - Nenhuma Correcao Aproveitada!"
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 PERFORM 22-VALIDA-E-ENFILEIRA
                 PERFORM 23-ANOTA-RETORNO
                 MOVE WS-QT-ENFILEIRADAS TO WS-QT-ED1
                 MOVE WS-QT-REJEITADAS   TO WS-QT-ED2
                 MOVE SPACES TO WS-MENSAGEM
                 STRING "Correcoes na Fila: "
                        WS-QT-ED1 DELIMITED BY SIZE
                        "  Rejeitadas: " DELIMITED BY SIZE
                        WS-QT-ED2 DELIMITED BY SIZE
                        INTO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              END-IF
              END-IF
              END-IF
           END-IF.
       2-SAIDA.
           EXIT.
      *
       21-CONFERE-ENVELOPE SECTION.
      *-------------------
      * PRIMEIRA PASSAGEM: O HEADER TEM DE SER DO VENDEDOR INFORMADO;
      * QUANTIDADE E HASH DOS DETALHES SAO CONFERIDOS COM O TRAILER
       21.
           MOVE "N" TO WS-IND-TEM-HEADER
                       WS-IND-TEM-TRAILER
                       WS-IND-JA-CARREGADO.
           MOVE ZEROS TO WS-QT-DETALHES
                         WS-VL-HASH-DETALHES.
           OPEN INPUT ARQ-CARGA.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "00" TO WS-ESTADO-ARQUIVO
              MOVE SPACES TO WS-MENSAGEM
              STRING "Arquivo " WID-ARQ-CARGA " nao Encontrado."
                     DELIMITED BY SIZE
                     INTO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              MOVE SPACE TO WS-FINAL-ARQUIVO
              PERFORM 99-LER-CARGA
              IF NOT WS-FIM-ARQUIVO
                 PERFORM 99-DESMEMBRA-LINHA
                 PERFORM 211-CONFERE-HEADER
              END-IF
              IF NOT WS-TEM-HEADER
                 MOVE "Header Ausente ou de Outro Vendedor!"
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 PERFORM 99-LER-CARGA
                 PERFORM 212-ACUMULA-REGISTRO
                     UNTIL WS-FIM-ARQUIVO
                 PERFORM 213-PROCURA-CONTROLE
              END-IF
              CLOSE ARQ-CARGA
              MOVE SPACE TO WS-FINAL-ARQUIVO
              MOVE "00"  TO WS-ESTADO-ARQUIVO
           END-IF.
       21-SAIDA.
           EXIT.
      *
       211-CONFERE-HEADER SECTION.
       211.
           IF  WS-RET-TIPO EQUAL "H"
           AND WS-RET-CHAVE(1:8) NUMERIC
           AND WS-RET-ITEM(1:6) NUMERIC
           AND WS-RET-VALOR1(1:7) NUMERIC
              MOVE WS-RET-CHAVE(1:8)  TO WS-DT-ENVIO
              MOVE WS-RET-ITEM(1:6)   TO WS-HR-ENVIO
              MOVE WS-RET-VALOR1(1:7) TO WS-CD-VENDEDOR-HDR
              IF WS-CD-VENDEDOR-HDR EQUAL WS-CD-VENDEDOR-INF
                 MOVE "S" TO WS-IND-TEM-HEADER.
       211-SAIDA.
           EXIT.
      *
       212-ACUMULA-REGISTRO SECTION.
      * MESMO HASH DO PACOTE: SOMA DOS CODIGOS DE CLIENTE DOS
      * DETALHES, MODULO 10**15
       212.
           PERFORM 99-DESMEMBRA-LINHA.
           IF WS-RET-TIPO EQUAL "D"
              ADD 1 TO WS-QT-DETALHES
              IF WS-RET-CHAVE(1:7) NUMERIC
                 MOVE WS-RET-CHAVE(1:7) TO WS-CD-CLIENTE-HASH
                 COMPUTE WS-VL-DIVIDENDO =
                         WS-VL-HASH-DETALHES + WS-CD-CLIENTE-HASH
                 DIVIDE WS-VL-DIVIDENDO BY 1000000000000000
                        GIVING    WS-VL-TRABALHO
                        REMAINDER WS-VL-HASH-DETALHES
              END-IF
           ELSE
              IF WS-RET-TIPO EQUAL "T"
                 MOVE "S" TO WS-IND-TEM-TRAILER
                 IF WS-RET-CHAVE(1:7) NUMERIC
                    MOVE WS-RET-CHAVE(1:7) TO WS-QT-TRAILER
                 ELSE
                    MOVE ZEROS TO WS-QT-TRAILER
                 END-IF
                 IF WS-RET-ITEM(1:15) NUMERIC
                    MOVE WS-RET-ITEM(1:15) TO WS-VL-HASH-TRAILER
                 ELSE
                    MOVE ZEROS TO WS-VL-HASH-TRAILER
                 END-IF
              END-IF
           END-IF.
           PERFORM 99-LER-CARGA.
       212-SAIDA.
           EXIT.
      *
       213-PROCURA-CONTROLE SECTION.
      * O MESMO HEADER (VENDEDOR, DATA E HORA DO ENVIO) JA ACEITO
      * ANTES INDICA REENVIO DO MESMO ARQUIVO
       213.
           MOVE SPACE TO WS-FINAL-CONTROLE.
           OPEN INPUT ARQ-CONTROLE.
           IF WS-OPERACAO-BEM-SUCEDIDA
              PERFORM 2131-COMPARA-CONTROLE
                  UNTIL WS-FIM-CONTROLE
                     OR WS-RETORNO-JA-CARREGADO
              CLOSE ARQ-CONTROLE
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       213-SAIDA.
           EXIT.
      *
       2131-COMPARA-CONTROLE SECTION.
       2131.
           READ ARQ-CONTROLE
               AT END MOVE "F" TO WS-FINAL-CONTROLE
           END-READ.
           IF NOT WS-FIM-CONTROLE
              IF  RTC-CD-VENDEDOR EQUAL WS-CD-VENDEDOR-HDR
              AND RTC-DT-ENVIO    EQUAL WS-DT-ENVIO
              AND RTC-HR-ENVIO    EQUAL WS-HR-ENVIO
                 MOVE "S" TO WS-IND-JA-CARREGADO.
       2131-SAIDA.
           EXIT.
      *
       22-VALIDA-E-ENFILEIRA SECTION.
      *---------------------
      * SEGUNDA PASSAGEM: CADA CORRECAO VALIDA VIRA UMA SOLICITACAO
      * PENDENTE NA FILA; AS DEMAIS SAEM COM O MOTIVO
       22.
           OPEN INPUT ARQ-CARGA.
           OPEN OUTPUT ARQ-REJEICAO.
           MOVE SPACE TO WS-FINAL-ARQUIVO.
           PERFORM 99-LER-CARGA.
           PERFORM 221-TRATA-CORRECAO
               UNTIL WS-FIM-ARQUIVO.
           CLOSE ARQ-CARGA
                 ARQ-REJEICAO.
           MOVE SPACE TO WS-FINAL-ARQUIVO.
           MOVE "00"  TO WS-ESTADO-ARQUIVO.
       22-SAIDA.
           EXIT.
      *
       221-TRATA-CORRECAO SECTION.
      *------------------
       221.
           PERFORM 99-DESMEMBRA-LINHA.
           IF WS-RET-TIPO EQUAL "D"
              MOVE SPACES TO WS-ERRO
              IF  WS-RET-CHAVE(1:7) NUMERIC
              AND WS-RET-CHAVE(8:1) EQUAL SPACE
                 MOVE WS-CD-EMPRESA-INF TO CLI-CD-EMPRESA
                 MOVE WS-RET-CHAVE(1:7) TO CLI-CD-CLIENTE
                 PERFORM 99-LER-CLIENTE
                 IF NOT WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "00" TO WS-ESTADO-ARQUIVO
                    MOVE "Cliente Inexistente no Cadastro" TO WS-ERRO
                 ELSE
                    IF CLI-CD-VENDEDOR NOT EQUAL WS-CD-VENDEDOR-INF
                       MOVE "Cliente Fora da Carteira do Vendedor"
                                                      TO WS-ERRO
                    ELSE
                       IF CLI-SIT-INATIVO
                          MOVE "Cliente ja Inativo no Cadastro"
                                                      TO WS-ERRO
                       ELSE
                          PERFORM 2211-VALIDA-ITEM
                       END-IF
                    END-IF
                 END-IF
              ELSE
                 MOVE "Codigo do Cliente nao Numerico" TO WS-ERRO
              END-IF
              IF WS-ERRO EQUAL SPACES
                 PERFORM 2212-ENFILEIRA-CORRECAO
              ELSE
                 ADD 1 TO WS-QT-REJEITADAS
                 MOVE "C"                TO REJ-TIPO-ENTIDADE
                 IF WS-RET-CHAVE(1:7) NUMERIC
                    MOVE WS-RET-CHAVE(1:7) TO REJ-CHAVE
                 ELSE
                    MOVE ZEROS TO REJ-CHAVE
                 END-IF
                 MOVE ZEROS              TO REJ-NR-DOCUMENTO
                 MOVE WS-ERRO            TO REJ-MOTIVO
                 PERFORM 99-GRAVA-REJEICAO
              END-IF
           END-IF.
           PERFORM 99-LER-CARGA.
       221-SAIDA.
           EXIT.
      *
       2211-VALIDA-ITEM SECTION.
      * ENDERECO: LOGRADOURO E CEP COM PREFIXO NA BASE POSTAL.
      * TELEFONE: AO MENOS DEZ DIGITOS (DDD E NUMERO). E-MAIL: UM
      * UNICO "@", SEM BRANCOS. COORDENADA: AS BARREIRAS DA CARGA
      * GPS. INSCRICAO ESTADUAL: A CRITICA DA UF DO CLIENTE.
      * CORRECAO IGUAL AO CADASTRO NAO VAI PARA A FILA
       2211.
           IF WS-RET-ITEM EQUAL "E"
              IF WS-RET-VALOR1 EQUAL SPACES
                 MOVE "Endereco Proposto em Branco" TO WS-ERRO
              ELSE
              IF WS-RET-VALOR2(1:8) NOT NUMERIC
              OR WS-RET-VALOR2(9:1) NOT EQUAL SPACE
                 MOVE "CEP Proposto Invalido (8 Digitos)" TO WS-ERRO
              ELSE
                 MOVE WS-RET-VALOR2(1:8) TO WS-NR-CEP-CRG
                 MOVE WS-RET-VALOR2(1:5) TO DNE-NR-CEP-PREFIXO
                 READ ARQ-DNE
                 IF NOT WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "00" TO WS-ESTADO-ARQUIVO
                    MOVE "CEP sem Cobertura na Base Postal (DNE)"
                                                      TO WS-ERRO
                 ELSE
                    IF  WS-RET-VALOR1 EQUAL CLI-DS-ENDERECO
                    AND WS-NR-CEP-CRG EQUAL CLI-NR-CEP
                       MOVE "Endereco Igual ao do Cadastro" TO WS-ERRO
                    END-IF
                 END-IF
              END-IF
              END-IF
           ELSE
           IF WS-RET-ITEM EQUAL "F"
              IF WS-RET-VALOR1(1:10) NOT NUMERIC
              OR WS-RET-VALOR1(14:27) NOT EQUAL SPACES
                 MOVE "Telefone Proposto Invalido" TO WS-ERRO
              ELSE
                 IF WS-RET-VALOR1(1:13) EQUAL CLI-DS-TELEFONE
                    MOVE "Telefone Igual ao do Cadastro" TO WS-ERRO
                 END-IF
              END-IF
           ELSE
           IF WS-RET-ITEM EQUAL "M"
              MOVE ZEROS TO WS-QT-ARROBAS
              INSPECT WS-RET-VALOR1(1:34) TALLYING WS-QT-ARROBAS
                      FOR ALL "@"
              IF WS-QT-ARROBAS NOT EQUAL 1
              OR WS-RET-VALOR1(1:1) EQUAL "@"
              OR WS-RET-VALOR1(1:1) EQUAL SPACE
              OR WS-RET-VALOR1(35:6) NOT EQUAL SPACES
                 MOVE "E-mail Proposto Invalido" TO WS-ERRO
              ELSE
                 MOVE ZEROS TO WS-QT-TAMANHO
                 INSPECT WS-RET-VALOR1(1:35) TALLYING WS-QT-TAMANHO
                         FOR CHARACTERS BEFORE INITIAL SPACE
                 IF WS-RET-VALOR1(WS-QT-TAMANHO + 1:35 - WS-QT-TAMANHO)
                                                    NOT EQUAL SPACES
                    MOVE "E-mail Proposto Invalido" TO WS-ERRO
                 ELSE
                    IF WS-RET-VALOR1(1:34) EQUAL CLI-DS-EMAIL
                       MOVE "E-mail Igual ao do Cadastro" TO WS-ERRO
                    END-IF
                 END-IF
              END-IF
           ELSE
           IF WS-RET-ITEM EQUAL "G"
              IF WS-RET-VALOR1 EQUAL SPACES
              OR WS-RET-VALOR2 EQUAL SPACES
                 MOVE "Coordenada Proposta Incompleta" TO WS-ERRO
              ELSE
                 COMPUTE WS-NR-LATITUDE-CRG =
                         FUNCTION NUMVAL (WS-RET-VALOR1)
                 COMPUTE WS-NR-LONGITUDE-CRG =
                         FUNCTION NUMVAL (WS-RET-VALOR2)
                 PERFORM 22111-BARREIRAS-PLAUSIBILIDADE
              END-IF
           ELSE
           IF WS-RET-ITEM EQUAL "I"
              PERFORM 22112-CRITICA-INSCRICAO
           ELSE
           IF WS-RET-ITEM NOT EQUAL "X"
              MOVE "Item de Correcao Desconhecido" TO WS-ERRO.
       2211-SAIDA.
           EXIT.
      *
       22111-BARREIRAS-PLAUSIBILIDADE SECTION.
      * MESMAS BARREIRAS DA CARGA GPS (GV-CARGAGPS): DENTRO DO
      * TERRITORIO, DIFERENTE DO PADRAO DA CAPITAL DA UF DO CLIENTE
      * E SALTO DENTRO DO RAIO CONFIGURADO
       22111.
           IF WS-NR-LATITUDE-CRG EQUAL ZEROS
           OR WS-NR-LATITUDE-CRG GREATER 34,00000000
           OR WS-NR-LONGITUDE-CRG LESS 30,00000000
           OR WS-NR-LONGITUDE-CRG GREATER 74,00000000
              MOVE "Coordenada Fora do Territorio Nacional" TO WS-ERRO
           ELSE
              MOVE "N" TO WS-IND-UF-TABELA
              PERFORM 221111-CONFERE-CAPITAL
                  VARYING WS-IX-UF FROM 1 BY 1
                  UNTIL WS-IX-UF GREATER 27
                     OR WS-UF-NA-TABELA
              IF WS-UF-NA-TABELA
                 MOVE "Coordenada e o Padrao da Capital da UF"
                                                      TO WS-ERRO
              ELSE
                 IF CLI-NR-LATITUDE NOT EQUAL ZEROS
                 OR CLI-NR-LONGITUDE NOT EQUAL ZEROS
                    MOVE CLI-NR-LATITUDE     TO WS-LATITUDE1
                    MOVE CLI-NR-LONGITUDE    TO WS-LONGITUDE1
                    MOVE WS-NR-LATITUDE-CRG  TO WS-LATITUDE2
                    MOVE WS-NR-LONGITUDE-CRG TO WS-LONGITUDE2
                    PERFORM 99-CALCULA-DISTANCIA
                    IF WS-QT-CALCULO GREATER WS-QT-RAIO-SALTO
                       MOVE "Salto Maior que o Raio Configurado"
                                                      TO WS-ERRO
                    END-IF
                 END-IF
              END-IF
           END-IF.
       22111-SAIDA.
           EXIT.
      *
       221111-CONFERE-CAPITAL SECTION.
       221111.
           IF  WS-TAB-SIGLA(WS-IX-UF) EQUAL CLI-SG-UF
           AND WS-TAB-LATITUDE(WS-IX-UF) EQUAL WS-NR-LATITUDE-CRG
           AND WS-TAB-LONGITUDE(WS-IX-UF) EQUAL WS-NR-LONGITUDE-CRG
              MOVE "S" TO WS-IND-UF-TABELA.
       221111-SAIDA.
           EXIT.
      *
       22112-CRITICA-INSCRICAO SECTION.
      * A INSCRICAO PROPOSTA E CRITICADA CONTRA A UF DO CADASTRO
      * ("ISENTO" E ACEITO) E VAI NORMALIZADA PARA A FILA
       22112.
           IF WS-RET-VALOR1 EQUAL SPACES
              MOVE "Inscricao Estadual Proposta em Branco" TO WS-ERRO
           ELSE
           IF WS-RET-VALOR1(21:20) NOT EQUAL SPACES
              MOVE "Inscricao Estadual Proposta Invalida" TO WS-ERRO
           ELSE
              MOVE CLI-SG-UF           TO WS-VIE-SG-UF
              MOVE WS-RET-VALOR1(1:20) TO WS-VIE-NR-ENTRADA
              CALL WS-NM-PROG-VALIDAIE USING WS-VIE-PARAMETROS
              IF WS-VIE-UF-INVALIDA
                 MOVE "Cliente sem UF Valida para a Inscricao"
                                                      TO WS-ERRO
              ELSE
              IF NOT WS-VIE-IE-ACEITA
                 STRING "Inscricao Estadual: " DELIMITED BY SIZE
                        WS-VIE-DS-CRITICA      DELIMITED BY "  "
                        INTO WS-ERRO
              ELSE
              IF WS-ARQ-INSCEST-OK
                 MOVE CLI-CD-EMPRESA TO IES-CD-EMPRESA
                 MOVE CLI-CD-CLIENTE TO IES-CD-CLIENTE
                 READ ARQ-INSCEST
                 IF  WS-OPERACAO-BEM-SUCEDIDA
                 AND IES-NR-INSC-ESTADUAL EQUAL WS-VIE-NR-INSCRICAO
                 AND IES-SG-UF EQUAL CLI-SG-UF
                    MOVE "Inscricao Igual a do Cadastro" TO WS-ERRO
                 END-IF
                 MOVE "00" TO WS-ESTADO-ARQUIVO
              END-IF
              END-IF
              END-IF
           END-IF
           END-IF.
       22112-SAIDA.
           EXIT.
      *
       2212-ENFILEIRA-CORRECAO SECTION.
      * O SOLICITANTE E O PROPRIO VENDEDOR (V+CODIGO) - NENHUM
      * USUARIO DO ESCRITORIO E O AUTOR, ENTAO QUALQUER OPERADOR
      * PODE DECIDIR
       2212.
           PERFORM 99-PROXIMO-NR-SOLICITACAO.
           MOVE WS-NR-SOLICITACAO-NOVO TO APR-NR-SOLICITACAO.
           MOVE "F"                 TO APR-TP-ALTERACAO.
           MOVE CLI-CD-EMPRESA      TO APR-CD-EMPRESA.
           MOVE CLI-CD-CLIENTE      TO APR-CHAVE.
           MOVE WS-CD-SOLICITANTE   TO APR-CD-SOLICITANTE.
           ACCEPT APR-DT-SOLICITACAO FROM DATE YYYYMMDD.
           ACCEPT WS-HR-AGORA-APR FROM TIME.
           MOVE WS-HR-AGORA-APR(1:6) TO APR-HR-SOLICITACAO.
           MOVE "P"                 TO APR-SITUACAO.
           MOVE SPACES              TO APR-CD-APROVADOR
                                       APR-DADOS-NOVOS.
           MOVE ZEROS               TO APR-DT-DECISAO.
           MOVE WS-RET-ITEM(1:1)    TO APR-TP-CAMPO.
           IF APR-CAMPO-ENDERECO
              MOVE WS-RET-VALOR1 TO APR-DS-ENDERECO
              MOVE WS-NR-CEP-CRG TO APR-NR-CEP
           ELSE
           IF APR-CAMPO-TELEFONE
              MOVE WS-RET-VALOR1(1:13) TO APR-DS-TELEFONE
           ELSE
           IF APR-CAMPO-EMAIL
              MOVE WS-RET-VALOR1(1:34) TO APR-DS-EMAIL
           ELSE
           IF APR-CAMPO-COORDENADA
              MOVE WS-NR-LATITUDE-CRG  TO APR-NR-LATITUDE
              MOVE WS-NR-LONGITUDE-CRG TO APR-NR-LONGITUDE
           ELSE
           IF APR-CAMPO-INSCRICAO
              MOVE WS-VIE-NR-INSCRICAO TO APR-NR-INSC-ESTADUAL.
           WRITE APR-REGISTRO.
           IF WS-OPERACAO-BEM-SUCEDIDA
              ADD 1 TO WS-QT-ENFILEIRADAS
           ELSE
              ADD 1 TO WS-QT-REJEITADAS
              MOVE "C"            TO REJ-TIPO-ENTIDADE
              MOVE CLI-CD-CLIENTE TO REJ-CHAVE
              MOVE ZEROS          TO REJ-NR-DOCUMENTO
              MOVE "Falha na Gravacao da Fila de Aprovacao"
                                  TO REJ-MOTIVO
              PERFORM 99-GRAVA-REJEICAO.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       2212-SAIDA.
           EXIT.
      *
       23-ANOTA-RETORNO SECTION.
      *----------------
      * O ARQUIVO ACEITO FICA REGISTRADO CONTRA O REENVIO
       23.
           OPEN EXTEND ARQ-CONTROLE.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
           AND WS-ESTADO-ARQUIVO EQUAL "35"
              CLOSE ARQ-CONTROLE
              OPEN OUTPUT ARQ-CONTROLE.
           MOVE WS-CD-VENDEDOR-HDR TO RTC-CD-VENDEDOR.
           MOVE WS-DT-ENVIO        TO RTC-DT-ENVIO.
           MOVE WS-HR-ENVIO        TO RTC-HR-ENVIO.
           MOVE WS-QT-DETALHES     TO RTC-QT-REGISTROS.
           MOVE WS-DT-HOJE         TO RTC-DT-CARGA.
           MOVE LK-CD-USUARIO      TO RTC-CD-USUARIO.
           MOVE ";" TO RTC-DELIMITADOR-1 RTC-DELIMITADOR-2
                       RTC-DELIMITADOR-3 RTC-DELIMITADOR-4
                       RTC-DELIMITADOR-5.
           WRITE RTC-REGISTRO.
           CLOSE ARQ-CONTROLE.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       23-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           IF NOT WS-FIM-ARQUIVO
              CLOSE ARQ-CLIENTE
              CLOSE ARQ-DNE
              CLOSE ARQ-APROVACAO
              IF WS-ARQ-INSCEST-OK
                 CLOSE ARQ-INSCEST.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
      *
       99-LER-CARGA.
           READ ARQ-CARGA
               AT END MOVE "F" TO WS-FINAL-ARQUIVO.
      *
       99-DESMEMBRA-LINHA.
           MOVE SPACES TO WS-CAMPOS-RETORNO
           UNSTRING RET-LINHA DELIMITED BY ";"
               INTO WS-RET-CAMPO(1) WS-RET-CAMPO(2)
                    WS-RET-CAMPO(3) WS-RET-CAMPO(4)
                    WS-RET-CAMPO(5).
      *
       99-LER-CLIENTE.
           READ ARQ-CLIENTE.
      *
       99-GRAVA-REJEICAO.
           ACCEPT REJ-DATA FROM DATE YYYYMMDD.
           ACCEPT REJ-HORA FROM TIME.
           WRITE REJ-REGISTRO.
      *
       99-PROXIMO-NR-SOLICITACAO.
           MOVE 9999999 TO APR-NR-SOLICITACAO
           START ARQ-APROVACAO KEY NOT GREATER APR-NR-SOLICITACAO
           IF WS-OPERACAO-BEM-SUCEDIDA
              READ ARQ-APROVACAO PREVIOUS
              IF WS-OPERACAO-BEM-SUCEDIDA
                 COMPUTE WS-NR-SOLICITACAO-NOVO =
                         APR-NR-SOLICITACAO + 1
              ELSE
                 MOVE 1 TO WS-NR-SOLICITACAO-NOVO
              END-IF
           ELSE
              MOVE 1 TO WS-NR-SOLICITACAO-NOVO
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
       99-CALCULA-DISTANCIA.
           COMPUTE WS-LAT1-RAD = WS-LATITUDE1 * 3,14159265358979
                                  / 180
           COMPUTE WS-LAT2-RAD = WS-LATITUDE2 * 3,14159265358979
                                  / 180
           COMPUTE WS-DLAT-RAD = (WS-LATITUDE2 - WS-LATITUDE1)
                                  * 3,14159265358979 / 180
           COMPUTE WS-DLON-RAD = (WS-LONGITUDE2 - WS-LONGITUDE1)
                                  * 3,14159265358979 / 180
           COMPUTE WS-HAV-A =
                   (FUNCTION SIN (WS-DLAT-RAD / 2) *
                    FUNCTION SIN (WS-DLAT-RAD / 2))
                 + (FUNCTION COS (WS-LAT1-RAD) *
                    FUNCTION COS (WS-LAT2-RAD) *
                    FUNCTION SIN (WS-DLON-RAD / 2) *
                    FUNCTION SIN (WS-DLON-RAD / 2))
           COMPUTE WS-HAV-C = 2 * FUNCTION ASIN (FUNCTION SQRT
                                                 (WS-HAV-A))
           COMPUTE WS-HAV-DISTANCIA = WS-RAIO-TERRA * WS-HAV-C
           COMPUTE WS-QT-CALCULO = WS-HAV-DISTANCIA.
      *
      * SOBREPOE NOMES E O RAIO DE SALTO COM OS VALORES DO ARQUIVO
      * CENTRAL DE CONFIGURACAO (GV-CONFIG.PAR), QUANDO PRESENTES
       99-LE-CONFIGURACAO.
           MOVE "ARQ-CLIENTE" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-CLIENTE
           END-IF
           MOVE "ARQ-VENDEDOR" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-VENDEDOR
           END-IF
           MOVE "RAIO-SALTO-GPS" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              COMPUTE WS-VL-CONFIG-NUM =
                      FUNCTION NUMVAL (WS-CFG-VALOR)
              MOVE WS-VL-CONFIG-NUM TO WS-QT-RAIO-SALTO
           END-IF.
      *
       990-CONSULTA-CONFIG.
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-CARGACORR" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
