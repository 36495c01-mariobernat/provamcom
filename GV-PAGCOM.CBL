      *     numeros que o relatorio mostrou. O arquivo de saida
      *     REMESSA-AAAAMM.REM tem layout fixo de header, detalhe
      *     e trailer com contagem e totais de valor. Vendedores
      *     sem dados bancarios (nem chave PIX) no cadastro ficam
      *     fora da remessa e sao apontados no resumo de
      *     conferencia, impresso no spool.
      *
      *     Alteracoes:
      *     02/Set/2026 - MCB - A remessa passa a sair pelo liquido
      *                   fechamento) somam ao saldo do supervisor
      *                   na consolidacao - o override sai na mesma
      *                   remessa, pelo liquido.
      *     15/Out/2026 - MCB - Linha de indenizacao rescisoria
      *                   (FEC-TP-LANCAMENTO "I", gravada pela
      *                   aprovacao em GV-APROVA) soma ao saldo do
      *                   vendedor e sai itemizada no resumo.
      *     15/Out/2026 - MCB - Linhas da garantia minima: complemento
      *                   ("G") soma e recuperacao ("R") desconta do
      *                   saldo, ambas itemizadas no resumo.
      *     15/Out/2026 - MCB - Vendedor com chave PIX no cadastro
      *                   e pago por PIX: detalhe proprio (tipo
      *                   "2", com o tipo e a chave) na remessa, que
      *                   passa a 160 posicoes, sem a conferencia
      *                   dos digitos bancarios; total de PIX no
      *                   resumo.
      *     15/Out/2026 - MCB - Reembolso de quilometragem (linha "K" do
      *                   fechamento, sem retencoes) soma ao saldo do
      *                   vendedor e sai itemizado no resumo.
      *     15/Out/2026 - MCB - Vendedor com documento obrigatorio
      *                   (registro no CORE, GV-DOCVENDEDOR.DAT) com a
      *                   validade vencida tem o pagamento retido: fica
      *                   fora da remessa e sai no resumo, com total.
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             record key         is FOR-CHAVE-VENDEDOR
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-DOCVENDEDOR ASSIGN TO DISK WID-ARQ-DOCVENDEDOR
             organization       is indexed
             access mode        is dynamic
             record key         is DOC-CHAVE-DOCUMENTO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-FECHAMENTO ASSIGN TO DISK WID-ARQ-FECHAMENTO
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
       FILE SECTION.
       COPY GV-CADVEN.CPY.
       COPY GV-COMFECH.CPY.
       COPY GV-DOCVEN.CPY.
      *
      * ARQUIVO DE REMESSA BANCARIA - LAYOUT FIXO DE 160 POSICOES
      * (DETALHE "1" CREDITO EM CONTA, DETALHE "2" PAGAMENTO PIX)
       FD  ARQ-REMESSA
           LABEL RECORD IS STANDARD.
       01  REM-REGISTRO              PIC X(160).
      *
       COPY GV-SPOOLFD.CPY.
      *
           03 WID-ARQ-VENDEDOR       PIC X(60) VALUE "GV-VENDEDOR.DAT".
           03 WID-ARQ-FECHAMENTO     PIC X(20) VALUE "GV-COMISSAO.HIS".
           03 WID-ARQ-REMESSA        PIC X(20) VALUE SPACES.
           03 WID-ARQ-DOCVENDEDOR    PIC X(20) VALUE
                                      "GV-DOCVENDEDOR.DAT".
           03 WS01-ARQUIVO           PIC X(60) VALUE "IMPRESSAO.IMP".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-CD-VENDEDOR-BUSCA   PIC 9(007) VALUE ZEROS.
           03 WS-QT-DADOS-INVALIDOS  PIC 9(06) COMP VALUE ZEROS.
           03 WS-VL-TOTAL-INVALIDO   PIC 9(015)V9(002) VALUE ZEROS.
           03 WS-QT-PIX              PIC 9(06) COMP VALUE ZEROS.
           03 WS-VL-TOTAL-PIX        PIC 9(015)V9(002) VALUE ZEROS.
           03 WS-QT-RETIDOS          PIC 9(06) COMP VALUE ZEROS.
           03 WS-VL-TOTAL-RETIDO     PIC 9(015)V9(002) VALUE ZEROS.
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-IND-ARQ-DOCVEN      PIC X(01) VALUE "N".
              88 WS-ARQ-DOCVEN-OK              VALUE "S".
           03 WS-IND-DOC-VENCIDO     PIC X(01) VALUE "N".
              88 WS-DOC-VENCIDO                VALUE "S".
           03 WS-IND-FIM-DOC         PIC X(01) VALUE "N".
              88 WS-FIM-DOC                    VALUE "S".
      *
      * AREA DE CHAMADA DA VALIDACAO BANCARIA (GV-VALIDABANCO)
       01  WS-VB-PARAMETROS.
           03 HDR-NR-COMPETENCIA     PIC 9(006).
           03 FILLER                 PIC X(020) VALUE
                                        "REMESSA COMISSAO".
           03 FILLER                 PIC X(119) VALUE SPACES.
      *
       01  WS-REM-DETALHE.
           03 FILLER                 PIC X(001) VALUE "1".
           03 DET-TP-CONTA           PIC X(001).
           03 DET-VL-PAGAMENTO       PIC 9(013)V9(002).
           03 DET-NM-VENDEDOR        PIC X(030).
           03 FILLER                 PIC X(080) VALUE SPACES.
      *
      * DETALHE DO PAGAMENTO POR PIX: VENDEDOR, VALOR E NOME NAS
      * MESMAS POSICOES DO DETALHE "1"; NO LUGAR DOS DADOS DA CONTA
      * VAI O TIPO DA CHAVE E A CHAVE SEGUE APOS O NOME
       01  WS-REM-DETALHE-PIX.
           03 FILLER                 PIC X(001) VALUE "2".
           03 PIX-NR-SEQUENCIA       PIC 9(006).
           03 PIX-CD-VENDEDOR        PIC 9(007).
           03 PIX-TP-CHAVE           PIC X(001).
           03 FILLER                 PIC X(020) VALUE SPACES.
           03 PIX-VL-PAGAMENTO       PIC 9(013)V9(002).
           03 PIX-NM-VENDEDOR        PIC X(030).
           03 PIX-DS-CHAVE           PIC X(077).
           03 FILLER                 PIC X(003) VALUE SPACES.
      *
       01  WS-REM-TRAILER.
           03 FILLER                 PIC X(001) VALUE "9".
           03 TRL-QT-DETALHES        PIC 9(006).
           03 TRL-VL-TOTAL           PIC 9(015)V9(002).
           03 FILLER                 PIC X(136) VALUE SPACES.
      *
      * LAYOUT DO RESUMO DE CONFERENCIA DA REMESSA
       01  CAB-01.
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
           PERFORM 99-LE-CONFIGURACAO.
           OPEN INPUT ARQ-VENDEDOR.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Vendedores Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
      * SEM O CADASTRO DE DOCUMENTOS NAO HA RETENCAO A FAZER
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-DOCVENDEDOR.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-DOCVEN
           ELSE
              MOVE "N"  TO WS-IND-ARQ-DOCVEN
              MOVE "00" TO WS-ESTADO-ARQUIVO.
       1-SAIDA.
           EXIT.
      *
                         WS-QT-ZERADOS
                         WS-QT-NEGATIVOS
                         WS-QT-DADOS-INVALIDOS
                         WS-QT-PIX
                         WS-VL-TOTAL-PIX
                         WS-QT-RETIDOS
                         WS-VL-TOTAL-RETIDO
                         WS-VL-TOTAL-REMESSA
                         WS-VL-TOTAL-PENDENTE
                         WS-VL-TOTAL-INVALIDO.
              PERFORM 99-BUSCA-PAGAMENTO
              IF WS-IX-PAGTO-ACHADO GREATER ZEROS
                 IF  FEC-DELIMITADOR-11 EQUAL ";"
                 AND (FEC-LANC-ESTORNO OR FEC-LANC-AJUSTE-DEB
                  OR  FEC-LANC-RECUPERA-GAR)
                    SUBTRACT WS-VL-PAGAMENTO
                        FROM WS-PAG-VL-SALDO(WS-IX-PAGTO-ACHADO)
                 ELSE
              ELSE
                 IF FEC-LANC-AJUSTE-CRED
                    MOVE "AJUSTE CREDITO (+)" TO WL-OBSERVACAO
                 ELSE
                 IF FEC-LANC-INDENIZACAO
                    MOVE "INDENIZ. RESCISAO(+)" TO WL-OBSERVACAO
                 ELSE
                 IF FEC-LANC-GARANTIA
                    MOVE "GARANTIA MINIMA (+)" TO WL-OBSERVACAO
                 ELSE
                 IF FEC-LANC-RECUPERA-GAR
                    MOVE "RECUP. GARANTIA (-)" TO WL-OBSERVACAO
                 ELSE
                 IF FEC-LANC-REEMBOLSO
                    MOVE "REEMBOLSO KM (+)"   TO WL-OBSERVACAO
                 ELSE
                    MOVE "OVERRIDE (+)"       TO WL-OBSERVACAO.
           PERFORM 99-IMPRIME-LINHA.
              ELSE
                 MOVE WS-PAG-VL-SALDO(WS-IX-PAGTO)
                      TO WS-VL-PAGAMENTO
                 PERFORM 99-VERIFICA-DOCUMENTOS
                 IF WS-DOC-VENCIDO
      * REGISTRO OBRIGATORIO (CORE) VENCIDO: O PAGAMENTO FICA RETIDO
      * ATE A RENOVACAO E O VENDEDOR SAI NO RESUMO
                    ADD 1 TO WS-QT-RETIDOS
                    ADD WS-VL-PAGAMENTO TO WS-VL-TOTAL-RETIDO
                    MOVE ZEROS TO WL-BANCO
                                  WL-AGENCIA
                                  WL-CONTA
                    MOVE SPACE TO WL-TIPO
                    MOVE WS-VL-PAGAMENTO TO WL-VALOR
                    MOVE "RETIDO-DOC. VENCIDO" TO WL-OBSERVACAO
                    PERFORM 99-IMPRIME-LINHA
                 ELSE
                    PERFORM 21211-PAGA-UM-VENDEDOR
                 END-IF
              END-IF
           END-IF.
       21221-SAIDA.
              MOVE ZEROS TO FOR-CD-BANCO
                            FOR-CD-AGENCIA
                            FOR-NR-CONTA
              MOVE SPACE TO FOR-TP-CONTA
                            FOR-TP-CHAVE-PIX
              MOVE SPACES TO FOR-DS-CHAVE-PIX.
           MOVE FOR-CD-BANCO    TO WL-BANCO.
           MOVE FOR-CD-AGENCIA  TO WL-AGENCIA.
           MOVE FOR-NR-CONTA    TO WL-CONTA.
           MOVE FOR-TP-CONTA    TO WL-TIPO.
           MOVE WS-VL-PAGAMENTO TO WL-VALOR.
      * CHAVE PIX NO CADASTRO TEM PREFERENCIA SOBRE A CONTA: O
      * PAGAMENTO SAI COMO DETALHE PIX, SEM A CONFERENCIA DOS
      * DIGITOS BANCARIOS (O TIPO DA CHAVE VAI NA COLUNA "T")
           IF  FOR-TP-CHAVE-PIX NOT EQUAL SPACE
           AND FOR-DS-CHAVE-PIX NOT EQUAL SPACES
              MOVE ZEROS            TO WL-BANCO
                                       WL-AGENCIA
                                       WL-CONTA
              MOVE FOR-TP-CHAVE-PIX TO WL-TIPO
              MOVE "PAGAMENTO POR PIX"  TO WL-OBSERVACAO
              ADD 1                 TO WS-QT-DETALHES
                                       WS-QT-PIX
              ADD WS-VL-PAGAMENTO   TO WS-VL-TOTAL-REMESSA
                                       WS-VL-TOTAL-PIX
              MOVE WS-QT-DETALHES   TO PIX-NR-SEQUENCIA
              MOVE WS-PAG-CD-VENDEDOR(WS-IX-PAGTO)
                                    TO PIX-CD-VENDEDOR
              MOVE WS-PAG-NM-VENDEDOR(WS-IX-PAGTO)
                                    TO PIX-NM-VENDEDOR
              MOVE FOR-TP-CHAVE-PIX TO PIX-TP-CHAVE
              MOVE FOR-DS-CHAVE-PIX TO PIX-DS-CHAVE
              MOVE WS-VL-PAGAMENTO  TO PIX-VL-PAGAMENTO
              WRITE REM-REGISTRO FROM WS-REM-DETALHE-PIX
           ELSE
           IF FOR-CD-BANCO   EQUAL ZEROS
           OR FOR-CD-AGENCIA EQUAL ZEROS
           OR FOR-NR-CONTA   EQUAL ZEROS
              MOVE WS-VL-PAGAMENTO TO DET-VL-PAGAMENTO
              WRITE REM-REGISTRO FROM WS-REM-DETALHE
           END-IF
           END-IF
           END-IF.
           PERFORM 99-IMPRIME-LINHA.
       21211-SAIDA.
           MOVE WS-QT-DETALHES      TO WL-TOT-QTDE.
           MOVE WS-VL-TOTAL-REMESSA TO WL-TOT-VALOR.
           WRITE LINHA FROM LIN-02 BEFORE ADVANCING 1.
           MOVE "  Dos Quais Pagamentos por PIX ......:"
                                    TO WL-TOT-TITULO.
           MOVE WS-QT-PIX           TO WL-TOT-QTDE.
           MOVE WS-VL-TOTAL-PIX     TO WL-TOT-VALOR.
           WRITE LINHA FROM LIN-02 BEFORE ADVANCING 1.
           MOVE "Pendentes sem Dados Bancarios .......:"
                                    TO WL-TOT-TITULO.
           MOVE WS-QT-SEM-BANCO     TO WL-TOT-QTDE.
           MOVE WS-QT-DADOS-INVALIDOS TO WL-TOT-QTDE.
           MOVE WS-VL-TOTAL-INVALIDO TO WL-TOT-VALOR.
           WRITE LINHA FROM LIN-02 BEFORE ADVANCING 1.
           MOVE "Retidos por Documento Vencido .......:"
                                    TO WL-TOT-TITULO.
           MOVE WS-QT-RETIDOS       TO WL-TOT-QTDE.
           MOVE WS-VL-TOTAL-RETIDO  TO WL-TOT-VALOR.
           WRITE LINHA FROM LIN-02 BEFORE ADVANCING 1.
           MOVE "Fechamentos com Comissao Zerada .....:"
                                    TO WL-TOT-TITULO.
           MOVE WS-QT-ZERADOS       TO WL-TOT-QTDE.
           CLOSE RELATO.
           IF  WS-QT-DETALHES EQUAL ZEROS
           AND WS-QT-SEM-BANCO EQUAL ZEROS
           AND WS-QT-RETIDOS EQUAL ZEROS
              MOVE "Nenhum Fechamento nesta Competencia." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
       3.
           IF NOT WS-FIM-ARQUIVO
              CLOSE ARQ-VENDEDOR.
           IF WS-ARQ-DOCVEN-OK
              CLOSE ARQ-DOCVENDEDOR.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
           IF WS-PAG-CD-VENDEDOR(WS-IX-PAGTO) EQUAL
                                              WS-CD-VENDEDOR-BUSCA
              MOVE WS-IX-PAGTO TO WS-IX-PAGTO-ACHADO.
      *
      * PERCORRE OS DOCUMENTOS DO VENDEDOR (GV-DOCVENDEDOR.DAT) E
      * ACUSA O OBRIGATORIO COM A VALIDADE ANTERIOR A HOJE
       99-VERIFICA-DOCUMENTOS.
           MOVE "N" TO WS-IND-DOC-VENCIDO
                       WS-IND-FIM-DOC
           IF WS-ARQ-DOCVEN-OK
              MOVE 1 TO DOC-CD-EMPRESA
              MOVE WS-PAG-CD-VENDEDOR(WS-IX-PAGTO) TO DOC-CD-VENDEDOR
              MOVE SPACE TO DOC-TP-DOCUMENTO
              START ARQ-DOCVENDEDOR KEY NOT LESS DOC-CHAVE-DOCUMENTO
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "S" TO WS-IND-FIM-DOC
              END-IF
              PERFORM 991-VERIFICA-UM-DOCUMENTO
                  UNTIL WS-FIM-DOC OR WS-DOC-VENCIDO
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
       991-VERIFICA-UM-DOCUMENTO.
           READ ARQ-DOCVENDEDOR NEXT
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-FIM-DOC
           ELSE
              IF DOC-CD-EMPRESA NOT EQUAL 1
              OR DOC-CD-VENDEDOR NOT EQUAL
                                 WS-PAG-CD-VENDEDOR(WS-IX-PAGTO)
                 MOVE "S" TO WS-IND-FIM-DOC
              ELSE
                 IF DOC-OBRIGATORIO
                 AND DOC-DT-VALIDADE LESS WS-DT-HOJE
                    MOVE "S" TO WS-IND-DOC-VENCIDO.
      *
       99-IMPRIME-LINHA.
           ADD 1 TO WS-NR-LIN
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-PAGCOM" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
