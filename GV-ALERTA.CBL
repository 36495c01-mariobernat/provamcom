      *       - ultimo backup de GV-BACKUP.CAT com mais de
      *         ALERTA-BACKUP-HORAS horas (padrao 48);
      *       - passo com erro na data mais recente de
      *         GV-RUNCTL.LOG;
      *       - erros de arquivo em modo lote (GV-ERRO.LOG) desde a
      *         ultima cadeia acima de ALERTA-ERROS-LOTE (padrao 0);
      *       - tendencia da duracao da cadeia (GV-TENDLOTEPD)
      *         passando do fim da janela (LOTE-HR-FIM-JANELA) nas
      *         noites uteis dos proximos 30 dias.
      *
      *     Alteracoes:
      *     02/Set/2026 - MCB - Nova verificacao: contrato ativo
      *                   restauracao de backup (GV-ENSAIO.LOG,
      *                   gravado por GV-ENSAIOREST) reprovado gera
      *                   alerta ENSAIO.
      *     15/Out/2026 - MCB - Nova verificacao: contrato em vigencia
      *                   com consumo abaixo do cronograma previsto
      *                   alem da tolerancia (GV-CONSUMOPD, mesmo
      *                   calculo do GV-RELCONSUMO) gera alerta
      *                   CONSUMO.
      *     15/Out/2026 - MCB - Nova verificacao: documento de
      *                   vendedor (GV-DOCVENDEDOR.DAT) vencendo em ate
      *                   ALERTA-DOC-DIAS dias (padrao 30) gera
      *                   alerta DOC-AVEN e obrigatorio ja vencido
      *                   gera alerta DOC-VENC.
      *     15/Out/2026 - MCB - Jornal da cadeia lido pelo layout
      *                   comum GV-RUNCTL.CPY (com os totais de
      *                   controle dos passos).
      *     15/Out/2026 - MCB - Nova verificacao: erros de
      *                   arquivo em modo lote no log central
      *                   (GV-ERRO.LOG) desde a ultima cadeia acima de
      *                   ALERTA-ERROS-LOTE geram alerta ERR-LOTE.
      *     15/Out/2026 - MCB - Nova verificacao: tendencia
      *                   da duracao da cadeia (GV-TENDLOTEPD) passando
      *                   do fim da janela de lote nas noites uteis dos
      *                   proximos 30 dias gera alerta JANELA.
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
           SELECT ARQ-TRANSMISSAO ASSIGN TO DISK WID-ARQ-TRANSMISSAO
             record key         is CTR-CHAVE-CONTRATO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-VENDADET ASSIGN TO DISK WID-ARQ-VENDADET
             organization       is indexed
             access mode        is dynamic
             record key         is VDD-CHAVE-VENDA-DET
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-DOCVENDEDOR ASSIGN TO DISK WID-ARQ-DOCVENDEDOR
             organization       is indexed
             access mode        is dynamic
             record key         is DOC-CHAVE-DOCUMENTO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-ERRO ASSIGN TO DISK WID-ARQ-ERRO
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-ROTACAO ASSIGN TO DISK WID-ARQ-ROTACAO
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-TRANSMIS.CPY.
       COPY GV-BKPCAT.CPY.
       COPY GV-CONTRATO.CPY.
       COPY GV-VENDADET.CPY.
       COPY GV-DOCVEN.CPY.
       COPY GV-ERRO.CPY.
      *
       FD  ARQ-CONFIRMACAO
           LABEL RECORD IS STANDARD.
           03 ACK-DELIMITADOR-1      PIC X(001).
           03 ACK-QT-RECEBIDOS       PIC 9(007).
      *
       COPY GV-RUNCTL.CPY.
       COPY GV-ROTCAT.CPY.
      *
      * ARQUIVO DE ALERTAS DO DIA - REGRAVADO A CADA EXECUCAO; O
      * PAINEL DO VENDAS00 EXIBE ESTAS LINHAS NO LOGIN
           03 WID-ARQ-CONFIRMACAO    PIC X(20) VALUE
                                      "DISTRIB-ACK.SEQ".
           03 WID-ARQ-CATALOGO       PIC X(60) VALUE "GV-BACKUP.CAT".
           03 WID-ARQ-RUNCTL         PIC X(40) VALUE "GV-RUNCTL.LOG".
           03 WID-ARQ-ALERTA         PIC X(15) VALUE "GV-ALERTA.LOG".
           03 WID-ARQ-CORREIO        PIC X(15) VALUE "ALERTAS.MAIL".
           03 WID-ARQ-ENSAIO         PIC X(15) VALUE "GV-ENSAIO.LOG".
           03 WID-ARQ-CONTRATO       PIC X(16) VALUE
                                      "GV-CONTRATO.DAT".
           03 WID-ARQ-VENDADET       PIC X(15) VALUE "GV-VENDADET.DAT".
           03 WID-ARQ-DOCVENDEDOR    PIC X(20) VALUE
                                      "GV-DOCVENDEDOR.DAT".
           03 WID-ARQ-ERRO           PIC X(15) VALUE "GV-ERRO.LOG".
           03 WID-ARQ-ROTACAO        PIC X(15) VALUE "GV-ROTACAO.CAT".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-QT-LIMIAR-SEM-VEND  PIC 9(007) VALUE 100.
           03 WS-QT-LIMIAR-ACK-DIAS  PIC 9(003) VALUE 2.
           03 WS-QT-LIMIAR-BKP-HORAS PIC 9(004) VALUE 48.
           03 WS-QT-LIMIAR-DOC-DIAS  PIC 9(003) VALUE 30.
           03 WS-QT-LIMIAR-ERR-LOTE  PIC 9(005) VALUE ZEROS.
      *
      * APURACOES
           03 WS-QT-SEM-VENDEDOR     PIC 9(007) VALUE ZEROS.
           03 WS-DT-ULT-ENSAIO       PIC 9(008) VALUE ZEROS.
           03 WS-QT-CONTR-VENCIDOS   PIC 9(005) VALUE ZEROS.
           03 WS-QT-CONTR-ED         PIC ZZZZ9.
           03 WS-IND-ARQ-VENDADET    PIC X(01) VALUE "N".
              88 WS-ARQ-VENDADET-OK            VALUE "S".
           03 WS-QT-CONTR-ATRASADOS  PIC 9(005) VALUE ZEROS.
           03 WS-DT-LIMITE-DOC       PIC 9(008) VALUE ZEROS.
           03 WS-QT-DOC-VENCIDOS     PIC 9(005) VALUE ZEROS.
           03 WS-QT-DOC-A-VENCER     PIC 9(005) VALUE ZEROS.
           03 WS-QT-DOC-ED           PIC ZZZZ9.
           03 WS-QT-DIAS-ED          PIC ZZ9.
           03 WS-QT-ERROS-LOTE       PIC 9(005) VALUE ZEROS.
           03 WS-QT-ERROS-ED         PIC ZZZZ9.
           03 WS-QT-NOITES-ED        PIC ZZZZ9.
           03 WS-DT-ESTOURO-ED       PIC X(010) VALUE SPACES.
      *
       COPY GV-CONSUMOWS.CPY.
      *
       COPY GV-TENDLOTEWS.CPY.
      *
       COPY GV-DIAUTILWS.CPY.
      *
       COPY GV-CONFIGWS.CPY.
      *
           PERFORM 24-AVALIA-CADEIA.
           PERFORM 26-AVALIA-ENSAIO.
           PERFORM 27-AVALIA-CONTRATOS.
           PERFORM 28-AVALIA-DOCUMENTOS.
           PERFORM 29-AVALIA-ERROS-LOTE.
           PERFORM 30-AVALIA-JANELA-LOTE.
           CLOSE ARQ-ALERTA.
           IF WS-QT-ALERTAS GREATER ZEROS
              PERFORM 25-ENVIA-EMAIL.
      *-------------------
      * CONTRATO ATIVO COM A VIGENCIA JA VENCIDA E ALERTA - O
      * CLIENTE NAO PODE SER O PRIMEIRO A PERCEBER
      * CONTRATO EM VIGENCIA COM CONSUMO ABAIXO DO CRONOGRAMA
      * PREVISTO ALEM DA TOLERANCIA (MESMO CALCULO DO GV-RELCONSUMO,
      * ATE A ULTIMA COMPETENCIA ENCERRADA) TAMBEM E ALERTA
       27.
           MOVE ZEROS TO WS-QT-CONTR-VENCIDOS
                         WS-QT-CONTR-ATRASADOS.
           COMPUTE WS-CNS-NR-COMPETENCIA = WS-DT-HOJE / 100.
           IF WS-DT-HOJE(5:2) EQUAL "01"
              SUBTRACT 89 FROM WS-CNS-NR-COMPETENCIA
           ELSE
              SUBTRACT 1 FROM WS-CNS-NR-COMPETENCIA.
           OPEN INPUT ARQ-CONTRATO.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "00" TO WS-ESTADO-ARQUIVO
           ELSE
              OPEN INPUT ARQ-VENDADET
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "S" TO WS-IND-ARQ-VENDADET
              ELSE
                 MOVE "N" TO WS-IND-ARQ-VENDADET
              END-IF
              MOVE ZEROS TO CTR-CHAVE-CONTRATO
                            WS-ESTADO-ARQUIVO
              START ARQ-CONTRATO KEY NOT LESS CTR-CHAVE-CONTRATO
              PERFORM 271-AVALIA-UM-CONTRATO
                  UNTIL NOT WS-OPERACAO-BEM-SUCEDIDA
              CLOSE ARQ-CONTRATO
              IF WS-ARQ-VENDADET-OK
                 CLOSE ARQ-VENDADET
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
           IF WS-QT-CONTR-VENCIDOS GREATER ZEROS
                     WS-QT-CONTR-ED DELIMITED BY SIZE
                     INTO ALT-DS-ALERTA
              PERFORM 99-GRAVA-ALERTA.
           IF WS-QT-CONTR-ATRASADOS GREATER ZEROS
              MOVE WS-QT-CONTR-ATRASADOS TO WS-QT-CONTR-ED
              MOVE "CONSUMO" TO ALT-CD-ALERTA
              MOVE SPACES TO ALT-DS-ALERTA
              STRING "CONTRATOS COM CONSUMO ABAIXO DO PLANO: "
                     WS-QT-CONTR-ED DELIMITED BY SIZE
                     INTO ALT-DS-ALERTA
              PERFORM 99-GRAVA-ALERTA.
       27-SAIDA.
           EXIT.
      *
       271.
           READ ARQ-CONTRATO NEXT.
           IF WS-OPERACAO-BEM-SUCEDIDA
              IF CTR-SIT-ATIVO
                 IF CTR-DT-FIM LESS WS-DT-HOJE
                    ADD 1 TO WS-QT-CONTR-VENCIDOS
                 ELSE
                    IF WS-ARQ-VENDADET-OK
                       PERFORM 99-APURA-CONSUMO
                       IF WS-CNS-ATRASADO
                          ADD 1 TO WS-QT-CONTR-ATRASADOS
                       END-IF
                       MOVE "00" TO WS-ESTADO-ARQUIVO
                    END-IF
                 END-IF
              END-IF
           END-IF.
       271-SAIDA.
           EXIT.
      *
       28-AVALIA-DOCUMENTOS SECTION.
      *--------------------
      * DOCUMENTO DE VENDEDOR (CORE, CONTRATO, HABILITACAO) QUE
      * VENCE DENTRO DE ALERTA-DOC-DIAS DIAS E AVISO PARA A
      * RENOVACAO; OBRIGATORIO JA VENCIDO E ALERTA A PARTE - A
      * REMESSA DE COMISSAO (GV-PAGCOM) RETEM ESSE VENDEDOR
       28.
           MOVE ZEROS TO WS-QT-DOC-VENCIDOS
                         WS-QT-DOC-A-VENCER.
           COMPUTE WS-NR-DIA-AUX1 =
                   FUNCTION INTEGER-OF-DATE (WS-DT-HOJE)
                 + WS-QT-LIMIAR-DOC-DIAS.
           MOVE FUNCTION DATE-OF-INTEGER (WS-NR-DIA-AUX1)
                TO WS-DT-LIMITE-DOC.
           OPEN INPUT ARQ-DOCVENDEDOR.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "00" TO WS-ESTADO-ARQUIVO
           ELSE
              MOVE LOW-VALUES TO DOC-CHAVE-DOCUMENTO
              MOVE "00"       TO WS-ESTADO-ARQUIVO
              START ARQ-DOCVENDEDOR KEY NOT LESS DOC-CHAVE-DOCUMENTO
              PERFORM 281-AVALIA-UM-DOCUMENTO
                  UNTIL NOT WS-OPERACAO-BEM-SUCEDIDA
              CLOSE ARQ-DOCVENDEDOR
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
           IF WS-QT-DOC-VENCIDOS GREATER ZEROS
              MOVE WS-QT-DOC-VENCIDOS TO WS-QT-DOC-ED
              MOVE "DOC-VENC" TO ALT-CD-ALERTA
              MOVE SPACES TO ALT-DS-ALERTA
              STRING "DOCUMENTOS OBRIGATORIOS DE VENDEDOR VENCIDOS: "
                     WS-QT-DOC-ED DELIMITED BY SIZE
                     INTO ALT-DS-ALERTA
              PERFORM 99-GRAVA-ALERTA.
           IF WS-QT-DOC-A-VENCER GREATER ZEROS
              MOVE WS-QT-DOC-A-VENCER    TO WS-QT-DOC-ED
              MOVE WS-QT-LIMIAR-DOC-DIAS TO WS-QT-DIAS-ED
              MOVE "DOC-AVEN" TO ALT-CD-ALERTA
              MOVE SPACES TO ALT-DS-ALERTA
              STRING "DOCUMENTOS DE VENDEDOR A VENCER EM "
                     WS-QT-DIAS-ED " DIAS: "
                     WS-QT-DOC-ED DELIMITED BY SIZE
                     INTO ALT-DS-ALERTA
              PERFORM 99-GRAVA-ALERTA.
       28-SAIDA.
           EXIT.
      *
       281-AVALIA-UM-DOCUMENTO SECTION.
       281.
           READ ARQ-DOCVENDEDOR NEXT.
           IF WS-OPERACAO-BEM-SUCEDIDA
              IF DOC-DT-VALIDADE LESS WS-DT-HOJE
                 IF DOC-OBRIGATORIO
                    ADD 1 TO WS-QT-DOC-VENCIDOS
                 END-IF
              ELSE
                 IF DOC-DT-VALIDADE NOT GREATER WS-DT-LIMITE-DOC
                    ADD 1 TO WS-QT-DOC-A-VENCER
                 END-IF
              END-IF
           END-IF.
       281-SAIDA.
           EXIT.
      *
       29-AVALIA-ERROS-LOTE SECTION.
      *--------------------
      * ERROS DE FILE STATUS REGISTRADOS EM MODO LOTE (GV-ERRO.LOG)
      * DESDE A DATA DA ULTIMA CADEIA (APURADA EM 24) ACIMA DE
      * ALERTA-ERROS-LOTE (PADRAO 0 - QUALQUER ERRO DA CADEIA E
      * ALERTA); O DETALHE ESTA NO RELATORIO DO PASSO ERROS
      * (GV-RELERRO) E NA CONSULTA GV-CONERRO
       29.
           MOVE ZEROS TO WS-QT-ERROS-LOTE.
           MOVE SPACE TO WS-FINAL-ARQUIVO.
           OPEN INPUT ARQ-ERRO.
           IF WS-OPERACAO-BEM-SUCEDIDA
              PERFORM 291-CONTA-UM-ERRO
                  UNTIL WS-FIM-ARQUIVO
              CLOSE ARQ-ERRO
           END-IF.
           MOVE "00"  TO WS-ESTADO-ARQUIVO.
           MOVE SPACE TO WS-FINAL-ARQUIVO.
           IF WS-QT-ERROS-LOTE GREATER WS-QT-LIMIAR-ERR-LOTE
              MOVE WS-QT-ERROS-LOTE TO WS-QT-ERROS-ED
              MOVE "ERR-LOTE" TO ALT-CD-ALERTA
              MOVE SPACES TO ALT-DS-ALERTA
              STRING "ERROS DE ARQUIVO NA CADEIA EM LOTE: "
                     WS-QT-ERROS-ED DELIMITED BY SIZE
                     INTO ALT-DS-ALERTA
              PERFORM 99-GRAVA-ALERTA.
       29-SAIDA.
           EXIT.
      *
       291-CONTA-UM-ERRO SECTION.
       291.
           READ ARQ-ERRO
               AT END MOVE "F" TO WS-FINAL-ARQUIVO
           END-READ.
           IF NOT WS-FIM-ARQUIVO
              IF  ERR-MODO-BATCH
              AND ERR-DATA NOT LESS WS-DT-ULT-CADEIA
                 ADD 1 TO WS-QT-ERROS-LOTE.
       291-SAIDA.
           EXIT.
      *
       30-AVALIA-JANELA-LOTE SECTION.
      *---------------------
      * TENDENCIA DA DURACAO DA CADEIA (MESMO CALCULO DO GV-TENDLOTE)
      * PASSANDO DO FIM DA JANELA EM ATE 30 DIAS; A CADEIA DESTA
      * NOITE AINDA NAO TEM A LINHA *CADEIA* E NAO ENTRA NA CONTA
       30.
           MOVE WS-DT-HOJE TO WS-TDL-DT-REFERENCIA.
           PERFORM 99-LE-PARAMETROS-JANELA.
           PERFORM 99-APURA-TENDENCIA-LOTE.
           IF WS-TDL-ALERTA-30-DIAS
              MOVE "JANELA" TO ALT-CD-ALERTA
              MOVE SPACES TO ALT-DS-ALERTA
              IF WS-TDL-JA-ESTOURA
                 MOVE "TENDENCIA DA CADEIA JA PASSA DO FIM DA JANELA"
                      TO ALT-DS-ALERTA
              ELSE
                 MOVE WS-TDL-QT-NOITES-ESTOURO TO WS-QT-NOITES-ED
                 MOVE SPACES TO WS-DT-ESTOURO-ED
                 STRING WS-TDL-DT-ESTOURO(7:2) "/"
                        WS-TDL-DT-ESTOURO(5:2) "/"
                        WS-TDL-DT-ESTOURO(1:4) DELIMITED BY SIZE
                        INTO WS-DT-ESTOURO-ED
                 STRING "CADEIA PASSA DA JANELA EM " WS-QT-NOITES-ED
                        " NOITES UTEIS - " WS-DT-ESTOURO-ED
                        DELIMITED BY SIZE INTO ALT-DS-ALERTA
              END-IF
              PERFORM 99-GRAVA-ALERTA.
       30-SAIDA.
           EXIT.
      *
       25-ENVIA-EMAIL SECTION.
      *--------------
                      FUNCTION NUMVAL (WS-CFG-VALOR)
              MOVE WS-VL-CONFIG-NUM TO WS-QT-LIMIAR-BKP-HORAS
           END-IF
           MOVE "ALERTA-DOC-DIAS" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              COMPUTE WS-VL-CONFIG-NUM =
                      FUNCTION NUMVAL (WS-CFG-VALOR)
              MOVE WS-VL-CONFIG-NUM TO WS-QT-LIMIAR-DOC-DIAS
           END-IF
           MOVE "ALERTA-ERROS-LOTE" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              COMPUTE WS-VL-CONFIG-NUM =
                      FUNCTION NUMVAL (WS-CFG-VALOR)
              MOVE WS-VL-CONFIG-NUM TO WS-QT-LIMIAR-ERR-LOTE
           END-IF
           MOVE "ALERTA-EMAIL" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WS-DS-EMAIL-DESTINO
           END-IF
           PERFORM 99-LE-TOLERANCIA-CONSUMO.
      *
       990-CONSULTA-CONFIG.
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
      *
       COPY GV-CONSUMOPD.CPY.
      *
       COPY GV-TENDLOTEPD.CPY.
      *
      * EM MODO LOTE NAO HA OPERADOR PARA O ENTER - SO EXIBE
       99-MENSAGEM.
