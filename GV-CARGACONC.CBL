000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-CARGACONC.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Carga de Presenca de Concorrentes do Campo
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Le o arquivo simples de levantamento de concorrentes
      *     enviado pelo campo (detalhes D+empresa+cliente+
      *     concorrente+compra mensal estimada+data da observacao)
      *     e grava a presenca em GV-PRESCONC.DAT - mesmo registro
      *     mantido na tela (GV-CADPRESENCA). A observacao so
      *     substitui a registrada quando for da mesma data ou mais
      *     recente; compra mensal zero retira o concorrente do
      *     cliente. Rejeitados saem em CONCOR-REJ.LOG com o motivo
      *     e a carga termina com os totais de controle.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *     15/Out/2026 - MCB - Chave alternada da carteira
      *                   (empresa + vendedor) no cadastro de clientes
      *                   (GV-CADCLI.CPY).
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
           SELECT ARQ-CONCORRENTE ASSIGN TO DISK WID-ARQ-CONCORRENTE
             organization       is indexed
             access mode        is dynamic
             record key         is CCR-CD-CONCORRENTE
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-PRESENCA ASSIGN TO DISK WID-ARQ-PRESENCA
             organization       is indexed
             access mode        is dynamic
             record key         is PCC-CHAVE-PRESENCA
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-CARGA ASSIGN TO DISK WID-ARQ-CARGA
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-REJEICAO ASSIGN TO DISK WID-ARQ-REJEICAO
             organization       is line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-CADCLI.CPY.
       COPY GV-CADCONC.CPY.
       COPY GV-PRESCONC.CPY.
       COPY GV-REJEITO.CPY.
      *
       FD  ARQ-CARGA
           LABEL RECORD IS STANDARD.
       01  CRG-REGISTRO.
           03 CRG-TIPO               PIC X(001).
              88 CRG-TIPO-DETALHE              VALUE "D".
           03 CRG-CD-EMPRESA         PIC 9(002).
           03 CRG-CD-CLIENTE         PIC 9(007).
           03 CRG-CD-CONCORRENTE     PIC 9(003).
           03 CRG-VL-COMPRA-MENSAL   PIC 9(011)V9(002).
           03 CRG-DT-OBSERVACAO      PIC 9(008).
           03 FILLER                 PIC X(010).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-CLIENTE        PIC X(60) VALUE "GV-CLIENTE.DAT".
           03 WID-ARQ-CONCORRENTE    PIC X(19)
                                     VALUE "GV-CONCORRENTE.DAT".
           03 WID-ARQ-PRESENCA       PIC X(16) VALUE "GV-PRESCONC.DAT".
           03 WID-ARQ-CARGA          PIC X(40) VALUE SPACES.
           03 WID-ARQ-REJEICAO       PIC X(20) VALUE "CONCOR-REJ.LOG".
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
           03 WS-MENSAGEM            PIC X(68).
           03 WS-ERRO                PIC X(60).
           03 WS-DT-HOJE             PIC 9(08) VALUE ZEROS.
           03 WS-QT-GRAVADAS         PIC 9(07) VALUE ZEROS.
           03 WS-QT-RETIRADAS        PIC 9(07) VALUE ZEROS.
           03 WS-QT-ANTIGAS          PIC 9(07) VALUE ZEROS.
           03 WS-QT-REJEITADAS       PIC 9(07) VALUE ZEROS.
           03 WS-QT-ED1              PIC ZZZZZZ9.
           03 WS-QT-ED2              PIC ZZZZZZ9.
           03 WS-QT-ED3              PIC ZZZZZZ9.
           03 WS-QT-ED4              PIC ZZZZZZ9.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-ERROWS.CPY.
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
       01  SST-CARGA-CONCORRENTE.
           03 LINE 02 COL 22 VALUE "Carga de Presenca de Concorrentes".
           03 LINE 05 COL 07 VALUE "Arquivo de Levantamento: ".
           03 LINE 05 COL 32 USING WID-ARQ-CARGA.
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
       1.
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           PERFORM 99-LE-CONFIGURACAO.
           ACCEPT SST-CARGA-CONCORRENTE.
           IF WID-ARQ-CARGA EQUAL SPACES
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Levantamento nao Informado."
                                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              OPEN INPUT ARQ-CLIENTE
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Arquivo de Clientes Indisponivel."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 OPEN INPUT ARQ-CONCORRENTE
                 IF NOT WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                    MOVE WID-ARQ-CONCORRENTE TO WS-ERR-NM-ARQUIVO
                    PERFORM 99-REGISTRA-ERRO
                    CLOSE ARQ-CLIENTE
                    MOVE "F" TO WS-FINAL-ARQUIVO
                    MOVE "Arquivo de Concorrentes Indisponivel."
                                                      TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                 ELSE
                    PERFORM 11-ABRE-PRESENCA
                 END-IF
              END-IF
           END-IF.
       1-SAIDA.
           EXIT.
      *
       11-ABRE-PRESENCA SECTION.
      *----------------
       11.
           OPEN I-O ARQ-PRESENCA.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              IF WS-ESTADO-ARQUIVO EQUAL "35"
                 CLOSE ARQ-PRESENCA
                 OPEN OUTPUT ARQ-PRESENCA
                 CLOSE ARQ-PRESENCA
                 OPEN I-O ARQ-PRESENCA
              ELSE
                 MOVE "11-ABRE-PRESENCA" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-PRESENCA TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 CLOSE ARQ-CLIENTE
                 CLOSE ARQ-CONCORRENTE
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Presenca de Concorrentes Indisponivel."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM.
       11-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           IF NOT WS-FIM-ARQUIVO
              OPEN INPUT ARQ-CARGA
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "00" TO WS-ESTADO-ARQUIVO
                 MOVE "Arquivo de Levantamento nao Encontrado."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 OPEN OUTPUT ARQ-REJEICAO
                 PERFORM 99-LER-CARGA
                 PERFORM 21-TRATA-OBSERVACAO
                     UNTIL WS-FIM-ARQUIVO
                 CLOSE ARQ-CARGA
                 CLOSE ARQ-REJEICAO
                 MOVE SPACE TO WS-FINAL-ARQUIVO
                 MOVE WS-QT-GRAVADAS   TO WS-QT-ED1
                 MOVE WS-QT-RETIRADAS  TO WS-QT-ED2
                 MOVE WS-QT-ANTIGAS    TO WS-QT-ED3
                 MOVE WS-QT-REJEITADAS TO WS-QT-ED4
                 STRING "Gravadas: "
                        WS-QT-ED1 DELIMITED BY SIZE
                        " Retiradas: " DELIMITED BY SIZE
                        WS-QT-ED2 DELIMITED BY SIZE
                        " Antigas: " DELIMITED BY SIZE
                        WS-QT-ED3 DELIMITED BY SIZE
                        " Rejeitadas: " DELIMITED BY SIZE
                        WS-QT-ED4 DELIMITED BY SIZE
                        INTO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 MOVE "F" TO WS-FINAL-ARQUIVO
              END-IF
           END-IF.
       2-SAIDA.
           EXIT.
      *
       21-TRATA-OBSERVACAO SECTION.
      *-------------------
       21.
           IF CRG-TIPO-DETALHE
              MOVE SPACES TO WS-ERRO
              IF CRG-CD-EMPRESA NOT NUMERIC
              OR CRG-CD-CLIENTE NOT NUMERIC
              OR CRG-CD-CONCORRENTE NOT NUMERIC
              OR CRG-VL-COMPRA-MENSAL NOT NUMERIC
              OR CRG-DT-OBSERVACAO NOT NUMERIC
                 MOVE "Campos da Observacao nao Numericos" TO WS-ERRO
              ELSE
              IF CRG-DT-OBSERVACAO EQUAL ZEROS
              OR CRG-DT-OBSERVACAO GREATER WS-DT-HOJE
              OR CRG-DT-OBSERVACAO(5:2) LESS "01"
              OR CRG-DT-OBSERVACAO(5:2) GREATER "12"
              OR CRG-DT-OBSERVACAO(7:2) LESS "01"
              OR CRG-DT-OBSERVACAO(7:2) GREATER "31"
                 MOVE "Data da Observacao Invalida" TO WS-ERRO
              ELSE
                 MOVE CRG-CD-EMPRESA TO CLI-CD-EMPRESA
                 MOVE CRG-CD-CLIENTE TO CLI-CD-CLIENTE
                 PERFORM 99-LER-CLIENTE
                 IF NOT WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "Cliente Inexistente no Cadastro" TO WS-ERRO
                 ELSE
                    MOVE CRG-CD-CONCORRENTE TO CCR-CD-CONCORRENTE
                    PERFORM 99-LER-CONCORRENTE
                    IF NOT WS-OPERACAO-BEM-SUCEDIDA
                       MOVE "Concorrente Inexistente no Cadastro"
                                                          TO WS-ERRO
                    END-IF
                 END-IF
                 MOVE "00" TO WS-ESTADO-ARQUIVO
              END-IF
              END-IF
              IF WS-ERRO EQUAL SPACES
                 PERFORM 211-APLICA-OBSERVACAO
              END-IF
              IF WS-ERRO NOT EQUAL SPACES
                 PERFORM 212-REJEITA-OBSERVACAO
              END-IF
           END-IF.
           PERFORM 99-LER-CARGA.
       21-SAIDA.
           EXIT.
      *
       211-APLICA-OBSERVACAO SECTION.
      * INCLUI OU SUBSTITUI A PRESENCA DO CONCORRENTE NO CLIENTE;
      * OBSERVACAO MAIS ANTIGA QUE A REGISTRADA SO CONTA NO TOTAL E
      * COMPRA MENSAL ZERO RETIRA O CONCORRENTE DO CLIENTE
       211.
           MOVE CRG-CD-EMPRESA     TO PCC-CD-EMPRESA.
           MOVE CRG-CD-CLIENTE     TO PCC-CD-CLIENTE.
           MOVE CRG-CD-CONCORRENTE TO PCC-CD-CONCORRENTE.
           PERFORM 99-LER-PRESENCA.
           IF WS-OPERACAO-BEM-SUCEDIDA
              IF CRG-DT-OBSERVACAO LESS PCC-DT-OBSERVACAO
                 ADD 1 TO WS-QT-ANTIGAS
              ELSE
              IF CRG-VL-COMPRA-MENSAL EQUAL ZEROS
                 PERFORM 99-EXCLUI-PRESENCA
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    ADD 1 TO WS-QT-RETIRADAS
                 ELSE
                    MOVE "211-APLICA-OBSERVACAO" TO WS-ERR-NM-PARAGRAFO
                    MOVE WID-ARQ-PRESENCA TO WS-ERR-NM-ARQUIVO
                    MOVE PCC-CHAVE-PRESENCA TO WS-ERR-DS-CHAVE
                    PERFORM 99-REGISTRA-ERRO
                    MOVE "Erro na Retirada da Presenca" TO WS-ERRO
                 END-IF
              ELSE
                 PERFORM 2111-MOVE-OBSERVACAO
                 PERFORM 99-REGRAVA-PRESENCA
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    ADD 1 TO WS-QT-GRAVADAS
                 ELSE
                    MOVE "211-APLICA-OBSERVACAO" TO WS-ERR-NM-PARAGRAFO
                    MOVE WID-ARQ-PRESENCA TO WS-ERR-NM-ARQUIVO
                    MOVE PCC-CHAVE-PRESENCA TO WS-ERR-DS-CHAVE
                    PERFORM 99-REGISTRA-ERRO
                    MOVE "Erro na Regravacao da Presenca" TO WS-ERRO
                 END-IF
              END-IF
              END-IF
           ELSE
              MOVE "00" TO WS-ESTADO-ARQUIVO
              IF CRG-VL-COMPRA-MENSAL EQUAL ZEROS
                 MOVE "Retirada de Concorrente nao Registrado"
                                                          TO WS-ERRO
              ELSE
              IF CCR-SIT-INATIVO
                 MOVE "Concorrente Desativado no Cadastro" TO WS-ERRO
              ELSE
                 PERFORM 2111-MOVE-OBSERVACAO
                 PERFORM 99-GRAVA-PRESENCA
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    ADD 1 TO WS-QT-GRAVADAS
                 ELSE
                    MOVE "211-APLICA-OBSERVACAO" TO WS-ERR-NM-PARAGRAFO
                    MOVE WID-ARQ-PRESENCA TO WS-ERR-NM-ARQUIVO
                    MOVE PCC-CHAVE-PRESENCA TO WS-ERR-DS-CHAVE
                    PERFORM 99-REGISTRA-ERRO
                    MOVE "Erro na Gravacao da Presenca" TO WS-ERRO
                 END-IF
              END-IF
              END-IF
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       211-SAIDA.
           EXIT.
      *
       2111-MOVE-OBSERVACAO SECTION.
      *--------------------
       2111.
           MOVE CRG-VL-COMPRA-MENSAL TO PCC-VL-COMPRA-MENSAL.
           MOVE CRG-DT-OBSERVACAO    TO PCC-DT-OBSERVACAO.
           MOVE LK-CD-USUARIO        TO PCC-CD-USUARIO.
           MOVE "C"                  TO PCC-TP-ORIGEM.
       2111-SAIDA.
           EXIT.
      *
       212-REJEITA-OBSERVACAO SECTION.
      *----------------------
       212.
           ADD 1 TO WS-QT-REJEITADAS.
           MOVE "C" TO REJ-TIPO-ENTIDADE.
           IF CRG-CD-CLIENTE NUMERIC
              MOVE CRG-CD-CLIENTE TO REJ-CHAVE
           ELSE
              MOVE ZEROS TO REJ-CHAVE.
           MOVE ZEROS   TO REJ-NR-DOCUMENTO.
           MOVE WS-ERRO TO REJ-MOTIVO.
           PERFORM 99-GRAVA-REJEICAO.
       212-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           IF NOT WS-FIM-ARQUIVO
              CLOSE ARQ-CLIENTE
              CLOSE ARQ-CONCORRENTE
              CLOSE ARQ-PRESENCA.
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
       99-LER-CLIENTE.
           READ ARQ-CLIENTE.
      *
       99-LER-CONCORRENTE.
           READ ARQ-CONCORRENTE.
      *
       99-LER-PRESENCA.
           READ ARQ-PRESENCA.
      *
       99-GRAVA-PRESENCA.
           WRITE PCC-REGISTRO.
      *
       99-REGRAVA-PRESENCA.
           REWRITE PCC-REGISTRO.
      *
       99-EXCLUI-PRESENCA.
           DELETE ARQ-PRESENCA.
      *
       99-GRAVA-REJEICAO.
           ACCEPT REJ-DATA FROM DATE YYYYMMDD.
           ACCEPT REJ-HORA FROM TIME.
           WRITE REJ-REGISTRO.
      *
      * SOBREPOE OS NOMES DOS ARQUIVOS COM OS VALORES DO ARQUIVO
      * CENTRAL DE CONFIGURACAO (GV-CONFIG.PAR), QUANDO PRESENTES
       99-LE-CONFIGURACAO.
           MOVE "ARQ-CLIENTE" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-CLIENTE
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
           MOVE "GV-CARGACONC" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
