000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-CARGANPS.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Carga das Respostas da Pesquisa de Satisfacao
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Le o arquivo simples de resultado da pesquisa NPS
      *     (detalhes D+empresa+cliente+data da pesquisa+nota de 0
      *     a 10+comentario) e grava a resposta em GV-NPS.DAT.
      *     Resposta com nota de detrator (0 a 6) abre automatica-
      *     mente uma ocorrencia de reclamacao para o cliente em
      *     GV-OCORRENCIA.DAT, que segue o fluxo normal de
      *     andamento e fechamento da GV-CADOCORR. Rejeitados saem
      *     em NPS-REJ.LOG com o motivo e a carga termina com os
      *     totais de controle.
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
           SELECT ARQ-NPS ASSIGN TO DISK WID-ARQ-NPS
             organization       is indexed
             access mode        is dynamic
             record key         is NPS-CHAVE-NPS
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-OCORRENCIA ASSIGN TO DISK WID-ARQ-OCORRENCIA
             organization       is indexed
             access mode        is dynamic
             record key         is OCO-CHAVE-OCORRENCIA
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
       COPY GV-PESQNPS.CPY.
       COPY GV-OCORREN.CPY.
       COPY GV-REJEITO.CPY.
      *
       FD  ARQ-CARGA
           LABEL RECORD IS STANDARD.
       01  CRG-REGISTRO.
           03 CRG-TIPO               PIC X(001).
              88 CRG-TIPO-DETALHE              VALUE "D".
           03 CRG-CD-EMPRESA         PIC 9(002).
           03 CRG-CD-CLIENTE         PIC 9(007).
           03 CRG-DT-PESQUISA        PIC 9(008).
           03 CRG-NR-NOTA            PIC 9(002).
           03 CRG-DS-COMENTARIO      PIC X(060).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-CLIENTE        PIC X(60) VALUE "GV-CLIENTE.DAT".
           03 WID-ARQ-NPS            PIC X(10) VALUE "GV-NPS.DAT".
           03 WID-ARQ-OCORRENCIA     PIC X(18) VALUE
                                      "GV-OCORRENCIA.DAT".
           03 WID-ARQ-CARGA          PIC X(40) VALUE SPACES.
           03 WID-ARQ-REJEICAO       PIC X(20) VALUE "NPS-REJ.LOG".
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
           03 WS-HR-AGORA            PIC 9(08) VALUE ZEROS.
           03 WS-NR-OCORRENCIA       PIC 9(05) VALUE ZEROS.
           03 WS-NR-NOTA-ED          PIC Z9.
           03 WS-QT-GRAVADAS         PIC 9(07) VALUE ZEROS.
           03 WS-QT-OCORRENCIAS      PIC 9(07) VALUE ZEROS.
           03 WS-QT-REJEITADAS       PIC 9(07) VALUE ZEROS.
           03 WS-QT-ED1              PIC ZZZZZZ9.
           03 WS-QT-ED2              PIC ZZZZZZ9.
           03 WS-QT-ED3              PIC ZZZZZZ9.
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
       01  SST-CARGA-NPS.
           03 LINE 02 COL 25 VALUE "Carga da Pesquisa NPS".
           03 LINE 05 COL 07 VALUE "Arquivo da Pesquisa: ".
           03 LINE 05 COL 28 USING WID-ARQ-CARGA.
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
           ACCEPT SST-CARGA-NPS.
           IF WID-ARQ-CARGA EQUAL SPACES
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo da Pesquisa nao Informado."
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
                 PERFORM 11-ABRE-NPS
                 IF NOT WS-FIM-ARQUIVO
                    PERFORM 12-ABRE-OCORRENCIA
                 END-IF
              END-IF
           END-IF.
       1-SAIDA.
           EXIT.
      *
       11-ABRE-NPS SECTION.
      *-----------
       11.
           OPEN I-O ARQ-NPS.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              IF WS-ESTADO-ARQUIVO EQUAL "35"
                 CLOSE ARQ-NPS
                 OPEN OUTPUT ARQ-NPS
                 CLOSE ARQ-NPS
                 OPEN I-O ARQ-NPS
              ELSE
                 MOVE "11-ABRE-NPS" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-NPS TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 CLOSE ARQ-CLIENTE
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Arquivo da Pesquisa NPS Indisponivel."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM.
       11-SAIDA.
           EXIT.
      *
       12-ABRE-OCORRENCIA SECTION.
      *------------------
       12.
           OPEN I-O ARQ-OCORRENCIA.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              IF WS-ESTADO-ARQUIVO EQUAL "35"
                 CLOSE ARQ-OCORRENCIA
                 OPEN OUTPUT ARQ-OCORRENCIA
                 CLOSE ARQ-OCORRENCIA
                 OPEN I-O ARQ-OCORRENCIA
              ELSE
                 MOVE "12-ABRE-OCORRENCIA" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-OCORRENCIA TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 CLOSE ARQ-CLIENTE
                 CLOSE ARQ-NPS
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Arquivo de Ocorrencias Indisponivel."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM.
       12-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           IF NOT WS-FIM-ARQUIVO
              OPEN INPUT ARQ-CARGA
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "00" TO WS-ESTADO-ARQUIVO
                 MOVE "Arquivo da Pesquisa nao Encontrado."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 OPEN OUTPUT ARQ-REJEICAO
                 PERFORM 99-LER-CARGA
                 PERFORM 21-TRATA-RESPOSTA
                     UNTIL WS-FIM-ARQUIVO
                 CLOSE ARQ-CARGA
                 CLOSE ARQ-REJEICAO
                 MOVE SPACE TO WS-FINAL-ARQUIVO
                 MOVE WS-QT-GRAVADAS    TO WS-QT-ED1
                 MOVE WS-QT-OCORRENCIAS TO WS-QT-ED2
                 MOVE WS-QT-REJEITADAS  TO WS-QT-ED3
                 STRING "Gravadas: "
                        WS-QT-ED1 DELIMITED BY SIZE
                        " Ocorrencias Abertas: " DELIMITED BY SIZE
                        WS-QT-ED2 DELIMITED BY SIZE
                        " Rejeitadas: " DELIMITED BY SIZE
                        WS-QT-ED3 DELIMITED BY SIZE
                        INTO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 MOVE "F" TO WS-FINAL-ARQUIVO
              END-IF
           END-IF.
       2-SAIDA.
           EXIT.
      *
       21-TRATA-RESPOSTA SECTION.
      *-----------------
       21.
           IF CRG-TIPO-DETALHE
              MOVE SPACES TO WS-ERRO
              IF CRG-CD-EMPRESA NOT NUMERIC
              OR CRG-CD-CLIENTE NOT NUMERIC
              OR CRG-DT-PESQUISA NOT NUMERIC
              OR CRG-NR-NOTA NOT NUMERIC
                 MOVE "Campos da Resposta nao Numericos" TO WS-ERRO
              ELSE
              IF CRG-DT-PESQUISA EQUAL ZEROS
              OR CRG-DT-PESQUISA GREATER WS-DT-HOJE
              OR CRG-DT-PESQUISA(5:2) LESS "01"
              OR CRG-DT-PESQUISA(5:2) GREATER "12"
              OR CRG-DT-PESQUISA(7:2) LESS "01"
              OR CRG-DT-PESQUISA(7:2) GREATER "31"
                 MOVE "Data da Pesquisa Invalida" TO WS-ERRO
              ELSE
              IF CRG-NR-NOTA GREATER 10
                 MOVE "Nota Fora da Escala de 0 a 10" TO WS-ERRO
              ELSE
                 MOVE CRG-CD-EMPRESA TO CLI-CD-EMPRESA
                 MOVE CRG-CD-CLIENTE TO CLI-CD-CLIENTE
                 PERFORM 99-LER-CLIENTE
                 IF NOT WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "Cliente Inexistente no Cadastro" TO WS-ERRO
                 END-IF
                 MOVE "00" TO WS-ESTADO-ARQUIVO
              END-IF
              END-IF
              END-IF
              IF WS-ERRO EQUAL SPACES
                 PERFORM 211-GRAVA-RESPOSTA
              END-IF
              IF WS-ERRO NOT EQUAL SPACES
                 PERFORM 212-REJEITA-RESPOSTA
              END-IF
           END-IF.
           PERFORM 99-LER-CARGA.
       21-SAIDA.
           EXIT.
      *
       211-GRAVA-RESPOSTA SECTION.
      * GRAVA A RESPOSTA DO CLIENTE; A MESMA DATA DE PESQUISA NAO E
      * CARREGADA DUAS VEZES. DETRATOR ABRE A OCORRENCIA ANTES DA
      * GRAVACAO PARA QUE O NUMERO FIQUE GUARDADO NA RESPOSTA
       211.
           MOVE CRG-CD-EMPRESA  TO NPS-CD-EMPRESA.
           MOVE CRG-CD-CLIENTE  TO NPS-CD-CLIENTE.
           MOVE CRG-DT-PESQUISA TO NPS-DT-PESQUISA.
           PERFORM 99-LER-NPS.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "Resposta ja Carregada" TO WS-ERRO
           ELSE
              MOVE "00" TO WS-ESTADO-ARQUIVO
              MOVE CRG-NR-NOTA       TO NPS-NR-NOTA
              MOVE CRG-DS-COMENTARIO TO NPS-DS-COMENTARIO
              MOVE LK-CD-USUARIO     TO NPS-CD-USUARIO
              MOVE WS-DT-HOJE        TO NPS-DT-CARGA
              MOVE ZEROS             TO NPS-NR-OCORRENCIA
              IF NPS-DETRATOR
                 PERFORM 2111-ABRE-OCORRENCIA
              END-IF
              IF WS-ERRO EQUAL SPACES
                 PERFORM 99-GRAVA-NPS
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    ADD 1 TO WS-QT-GRAVADAS
                 ELSE
                    MOVE "211-GRAVA-RESPOSTA" TO WS-ERR-NM-PARAGRAFO
                    MOVE WID-ARQ-NPS TO WS-ERR-NM-ARQUIVO
                    MOVE NPS-CHAVE-NPS TO WS-ERR-DS-CHAVE
                    PERFORM 99-REGISTRA-ERRO
                    MOVE "Erro na Gravacao da Resposta" TO WS-ERRO
                 END-IF
              END-IF
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       211-SAIDA.
           EXIT.
      *
       2111-ABRE-OCORRENCIA SECTION.
      * RECLAMACAO ABERTA EM NOME DO USUARIO DA CARGA, COM A NOTA E O
      * COMENTARIO DO CLIENTE NA DESCRICAO
       2111.
           PERFORM 99-PROXIMO-NUMERO.
           MOVE CRG-CD-EMPRESA   TO OCO-CD-EMPRESA.
           MOVE CRG-CD-CLIENTE   TO OCO-CD-CLIENTE.
           MOVE WS-NR-OCORRENCIA TO OCO-NR-OCORRENCIA.
           MOVE "R"              TO OCO-TP-OCORRENCIA.
           MOVE CRG-NR-NOTA      TO WS-NR-NOTA-ED.
           MOVE SPACES           TO OCO-DS-NOTA.
           STRING "NPS NOTA " DELIMITED BY SIZE
                  WS-NR-NOTA-ED DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  CRG-DS-COMENTARIO DELIMITED BY SIZE
                  INTO OCO-DS-NOTA.
           MOVE LK-CD-USUARIO    TO OCO-CD-ABERTO-POR.
           MOVE WS-DT-HOJE       TO OCO-DT-ABERTURA.
           ACCEPT WS-HR-AGORA FROM TIME.
           MOVE WS-HR-AGORA(1:6) TO OCO-HR-ABERTURA.
           MOVE "A"              TO OCO-SITUACAO.
           MOVE SPACES           TO OCO-CD-FECHADO-POR.
           MOVE ZEROS            TO OCO-DT-FECHAMENTO.
           PERFORM 99-GRAVA-OCORRENCIA.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE WS-NR-OCORRENCIA TO NPS-NR-OCORRENCIA
              ADD 1 TO WS-QT-OCORRENCIAS
           ELSE
              MOVE "2111-ABRE-OCORRENCIA" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-OCORRENCIA TO WS-ERR-NM-ARQUIVO
              MOVE OCO-CHAVE-OCORRENCIA TO WS-ERR-DS-CHAVE
              PERFORM 99-REGISTRA-ERRO
              MOVE "Erro na Abertura da Ocorrencia" TO WS-ERRO.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       2111-SAIDA.
           EXIT.
      *
       212-REJEITA-RESPOSTA SECTION.
      *--------------------
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
              CLOSE ARQ-NPS
              CLOSE ARQ-OCORRENCIA.
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
       99-LER-NPS.
           READ ARQ-NPS.
      *
       99-GRAVA-NPS.
           WRITE NPS-REGISTRO.
      *
       99-GRAVA-OCORRENCIA.
           WRITE OCO-REGISTRO.
      *
      * PROXIMO NUMERO DE OCORRENCIA DO CLIENTE: ULTIMA + 1
       99-PROXIMO-NUMERO.
           MOVE CRG-CD-EMPRESA TO OCO-CD-EMPRESA
           MOVE CRG-CD-CLIENTE TO OCO-CD-CLIENTE
           MOVE 99999          TO OCO-NR-OCORRENCIA
           START ARQ-OCORRENCIA KEY NOT GREATER OCO-CHAVE-OCORRENCIA
           IF WS-OPERACAO-BEM-SUCEDIDA
              READ ARQ-OCORRENCIA PREVIOUS
              IF  WS-OPERACAO-BEM-SUCEDIDA
              AND OCO-CD-EMPRESA EQUAL CRG-CD-EMPRESA
              AND OCO-CD-CLIENTE EQUAL CRG-CD-CLIENTE
                 COMPUTE WS-NR-OCORRENCIA = OCO-NR-OCORRENCIA + 1
              ELSE
                 MOVE 1 TO WS-NR-OCORRENCIA
              END-IF
           ELSE
              MOVE 1 TO WS-NR-OCORRENCIA
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO.
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
           MOVE "GV-CARGANPS" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
