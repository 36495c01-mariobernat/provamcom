      *     A digitacao manual NAO acumula nos totais por vendedor
      *     do cadastro - o posto oficial segue sendo o calculo de
      *     comissao sobre o arquivo consolidado do carregador.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Quantidade e preco unitario na tela;
      *                   preco abaixo da lista alem da tolerancia
      *                   retem a venda p/ aprovacao (GV-APROVA)
      *     15/Out/2026 - MCB - Limite de credito do cliente
      *                   (GV-LIMCRED.DAT): inclusao ou correcao que
      *                   aumenta o valor e leva a exposicao (titulos
      *                   em aberto + vendas nao faturadas) alem do
      *                   limite tambem fica retida p/ aprovacao.
      *     15/Out/2026 - MCB - Chave alternada do documento no contas a
      *                   receber (GV-RECEBER.CPY).
      *     15/Out/2026 - MCB - Venda digitada com data passada
      *                   creditada ao dono do cliente na
      *                   data da venda pelo historico de
      *                   carteira (GV-HISTCART.DAT).
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *     15/Out/2026 - MCB - Chave alternada da carteira
      *                   (empresa + vendedor) no cadastro de clientes
      *                   (GV-CADCLI.CPY).
      *     15/Out/2026 - MCB - Trava de competencia fechada
      *                   (GV-COMISSAO.HIS): inclusao datada em
      *                   competencia fechada e recusada ou lancada
      *                   como venda tardia na competencia aberta,
      *                   com a data original em VDD-DT-ORIGINAL,
      *                   conforme COMP-FECHADA-ACAO; correcao de
      *                   detalhe de competencia fechada e recusada.
      *                   Ambas vao para GV-LANCTARDIO.LOG.
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
           SELECT ARQ-PRODUTO ASSIGN TO DISK WID-ARQ-PRODUTO
             record key         is PRD-CD-PRODUTO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-PRECO ASSIGN TO DISK WID-ARQ-PRECO
             organization       is indexed
             access mode        is dynamic
             record key         is PRC-CHAVE-PRECO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-VENDARET ASSIGN TO DISK WID-ARQ-VENDARET
             organization       is indexed
             access mode        is dynamic
             record key         is RET-NR-SOLICITACAO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-APROVACAO ASSIGN TO DISK WID-ARQ-APROVACAO
             organization       is indexed
             access mode        is dynamic
             record key         is APR-NR-SOLICITACAO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-LIMCRED ASSIGN TO DISK WID-ARQ-LIMCRED
             organization       is indexed
             access mode        is dynamic
             record key         is LIM-CHAVE-LIMITE
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-RECEBER ASSIGN TO DISK WID-ARQ-RECEBER
             organization       is indexed
             access mode        is dynamic
             record key         is REC-CHAVE-RECEBER
             alternate record key is REC-NR-DOCUMENTO
                                with duplicates
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-AUDITORIA ASSIGN TO DISK WID-ARQ-AUDITORIA
             organization       is line sequential.
           SELECT ARQ-HISTCART ASSIGN TO DISK WID-ARQ-HISTCART
             organization       is indexed
             access mode        is dynamic
             record key         is HCT-CHAVE-HISTORICO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-FECHAMENTO ASSIGN TO DISK WID-ARQ-FECHAMENTO
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-LANCTARDIO ASSIGN TO DISK WID-ARQ-LANCTARDIO
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-VENDADET.CPY.
       COPY GV-CADCLI.CPY.
       COPY GV-PRODUTO.CPY.
       COPY GV-PRECO.CPY.
       COPY GV-VENDARET.CPY.
       COPY GV-APROVACAO.CPY.
       COPY GV-LIMCRED.CPY.
       COPY GV-RECEBER.CPY.
       COPY GV-AUDITORIA.CPY.
       COPY GV-HISTCART.CPY.
       COPY GV-COMFECH.CPY.
       COPY GV-LANCTARD.CPY.
      *
       WORKING-STORAGE SECTION.
      *
           03 WID-ARQ-VENDADET       PIC X(15) VALUE "GV-VENDADET.DAT".
           03 WID-ARQ-CLIENTE        PIC X(60) VALUE "GV-CLIENTE.DAT".
           03 WID-ARQ-PRODUTO        PIC X(15) VALUE "GV-PRODUTO.DAT".
           03 WID-ARQ-PRECO          PIC X(15) VALUE "GV-PRECO.DAT".
           03 WID-ARQ-VENDARET       PIC X(16) VALUE "GV-VENDARET.DAT".
           03 WID-ARQ-APROVACAO      PIC X(16) VALUE "GV-APROVACAO.DAT".
           03 WID-ARQ-LIMCRED        PIC X(15) VALUE "GV-LIMCRED.DAT".
           03 WID-ARQ-RECEBER        PIC X(60) VALUE "GV-RECEBER.DAT".
           03 WID-ARQ-AUDITORIA      PIC X(60) VALUE "GV-AUDITORIA.LOG".
           03 WID-ARQ-HISTCART       PIC X(20) VALUE "GV-HISTCART.DAT".
           03 WID-ARQ-FECHAMENTO     PIC X(20) VALUE "GV-COMISSAO.HIS".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-OPCAO               PIC 9(01) VALUE ZEROS.
           03 WS-VL-VENDA            PIC ZZZZZZZZZZZZ9,99.
           03 WS-VL-VENDA-NUM        PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-CD-PRODUTO          PIC 9(005) VALUE ZEROS.
           03 WS-QT-VENDIDA          PIC ZZZZZZ9,999.
           03 WS-QT-VENDIDA-NUM      PIC 9(007)V9(003) VALUE ZEROS.
           03 WS-VL-UNITARIO         PIC ZZZZZZZZZZ9,99.
           03 WS-VL-UNITARIO-NUM     PIC 9(011)V9(002) VALUE ZEROS.
           03 WS-DS-RAZAO-ED         PIC X(040) VALUE SPACES.
           03 WS-VL-LIMITE-ED        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 WS-VL-EXPOSICAO-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-NR-COMP-ED          PIC 9(006) VALUE ZEROS.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-DESCONTOWS.CPY.
      *
       COPY GV-CREDITOWS.CPY.
      *
       COPY GV-HISTCARWS.CPY.
      *
       COPY GV-TRAVACOMPWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
           03 LINE 10 COL 26 USING WS-VL-VENDA.
           03 LINE 11 COL 07 VALUE "          Produto: ".
           03 LINE 11 COL 26 USING WS-CD-PRODUTO.
           03 LINE 12 COL 07 VALUE "       Quantidade: ".
           03 LINE 12 COL 26 USING WS-QT-VENDIDA.
           03 LINE 13 COL 07 VALUE "   Preco Unitario: ".
           03 LINE 13 COL 26 USING WS-VL-UNITARIO.
      *
       01  SST-MOSTRA-CREDITO.
           03 LINE 15 COL 07 VALUE "Limite de Credito: ".
           03 LINE 15 COL 26 PIC X(017) FROM WS-VL-LIMITE-ED.
           03 LINE 16 COL 07 VALUE "Exposicao c/Venda: ".
           03 LINE 16 COL 26 PIC X(017) FROM WS-VL-EXPOSICAO-ED.
      *
       01  SST-MENSAGEM.
           03 LINE 22 COL 11 USING WS-MENSAGEM.
       1.
           PERFORM 99-LE-CONFIGURACAO.
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           MOVE "GV-CADVENDA" TO WS-TRV-NM-PROGRAMA.
           PERFORM 99-CARREGA-TRAVA-COMPETENCIA.
           OPEN I-O ARQ-VENDADET.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              IF WS-ESTADO-ARQUIVO EQUAL "35"
                 CLOSE ARQ-VENDADET
                 OPEN I-O ARQ-VENDADET
              ELSE
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-VENDADET TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Master de Detalhe Indisponivel." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM.
           IF NOT WS-FIM-ARQUIVO
              OPEN INPUT ARQ-CLIENTE
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Arquivo de Clientes Indisponivel."
                                                      TO WS-MENSAGEM
                 MOVE "00" TO WS-ESTADO-ARQUIVO
              END-IF
              OPEN EXTEND ARQ-AUDITORIA
              PERFORM 99-ABRE-ARQUIVOS-DESCONTO
              PERFORM 99-ABRE-ARQUIVOS-CREDITO
              PERFORM 99-ABRE-HISTCART-CONSULTA
           END-IF.
       1-SAIDA.
           EXIT.
       21-INCLUI-DETALHE SECTION.
      *-----------------
      * MESMAS CRITICAS DO CARREGADOR: CLIENTE EXISTENTE E ATIVO,
      * VENDEDOR DONO DA CARTEIRA NA DATA DA VENDA, DOCUMENTO
      * INEDITO NA CHAVE E PRODUTO DA TABELA QUANDO INFORMADO. PRECO
      * ABAIXO DA LISTA ALEM DA TOLERANCIA OU VENDA ALEM DO LIMITE DE
      * CREDITO NAO VAI AO MASTER: A VENDA FICA RETIDA ATE A
      * APROVACAO EM GV-APROVA. VENDA DATADA EM COMPETENCIA JA
      * FECHADA E RECUSADA OU LANCADA COMO TARDIA (COMP-FECHADA-ACAO)
       21.
           PERFORM 99-ACEITA-CHAVE.
           IF WS-FIM-ACAO
              ELSE
                 MOVE ZEROS TO WS-VL-VENDA
                               WS-CD-PRODUTO
                               WS-QT-VENDIDA
                               WS-VL-UNITARIO
                 ACCEPT SST-DADOS-VENDA
                 PERFORM 99-CALCULA-VALOR
                 IF WS-VL-VENDA-NUM EQUAL ZEROS
                 OR WS-DT-VENDA EQUAL ZEROS
                    MOVE "Data e Valor sao Obrigatorios."
                    PERFORM 99-MENSAGEM
                 ELSE
                    PERFORM 99-VALIDA-PRODUTO
                    IF WS-MENSAGEM EQUAL SPACES
                       PERFORM 99-CONFERE-TRAVA-INCLUSAO
                    END-IF
                    IF WS-MENSAGEM NOT EQUAL SPACES
                       PERFORM 99-MENSAGEM
                    ELSE
                       PERFORM 99-CRITICA-PRECO
                       IF WS-DSC-EXCEDE-TOLERANCIA
                          MOVE "D" TO WS-DSC-TP-RETENCAO
                          PERFORM 212-RETEM-INCLUSAO
                       ELSE
                          PERFORM 213-CONFIRMA-INCLUSAO
                       END-IF
                    END-IF
                 END-IF
      *
       211-GRAVA-DETALHE SECTION.
       211.
           PERFORM 99-MONTA-DETALHE.
           WRITE VDD-REGISTRO-VENDA-DET.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "00" TO WS-ESTADO-ARQUIVO
              MOVE VDD-CD-CLIENTE TO AUD-CHAVE
              MOVE VDD-REGISTRO-VENDA-DET TO AUD-DADOS-REGISTRO
              PERFORM 99-GRAVA-AUDITORIA
              IF WS-TRV-COMP-FECHADA
                 PERFORM 99-REGISTRA-VENDA-TARDIA
              END-IF
              MOVE "Detalhe Incluido no Master." TO WS-MENSAGEM.
           PERFORM 99-MENSAGEM.
       211-SAIDA.
           EXIT.
      *
       212-RETEM-INCLUSAO SECTION.
      * O DOCUMENTO E CONFERIDO ANTES DE RETER, PARA A APROVACAO NAO
      * ESBARRAR NUMA CHAVE JA GRAVADA
       212.
           PERFORM 99-MONTA-DETALHE.
           PERFORM 99-DOCUMENTO-REGISTRADO.
           IF WS-DSC-DOCUMENTO-EXISTE
              MOVE "Documento ja Registrado nesta Data."
                                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              PERFORM 99-CONFIRMA-RETENCAO
           END-IF.
       212-SAIDA.
           EXIT.
      *
       213-CONFIRMA-INCLUSAO SECTION.
      * DESCONTO DENTRO DA TOLERANCIA: FALTA A CRITICA DO LIMITE DE
      * CREDITO, QUE TAMBEM PODE RETER A INCLUSAO
       213.
           MOVE SPACES TO WS-CRD-CHAVE-IGNORAR.
           PERFORM 99-CRITICA-LIMITE.
           IF WS-CRD-EXCEDE-LIMITE
              MOVE "C" TO WS-DSC-TP-RETENCAO
              PERFORM 212-RETEM-INCLUSAO
           ELSE
              IF WS-TRV-COMP-FECHADA
                 MOVE WS-TRV-NR-COMP-VENDA TO WS-NR-COMP-ED
                 MOVE SPACES TO WS-MENSAGEM
                 STRING "Competencia "        DELIMITED BY SIZE
                        WS-NR-COMP-ED         DELIMITED BY SIZE
                        " Fechada - Lancar em " DELIMITED BY SIZE
                        WS-TRV-DT-LANCAMENTO  DELIMITED BY SIZE
                        " (S/N) ?"            DELIMITED BY SIZE
                        INTO WS-MENSAGEM
              ELSE
                 MOVE "Confirma a Inclusao do Detalhe (S/N) ?"
                                                      TO WS-MENSAGEM
              END-IF
              PERFORM 99-MENSAGEM
              IF WS-SIM
                 PERFORM 211-GRAVA-DETALHE.
       213-SAIDA.
           EXIT.
      *
       22-CORRIGE-DETALHE SECTION.
      *------------------
      * CORRECAO COM PRECO ABAIXO DA LISTA ALEM DA TOLERANCIA, OU
      * QUE AUMENTA O VALOR ALEM DO LIMITE DE CREDITO, TAMBEM E
      * RETIDA: O MASTER SO E REGRAVADO QUANDO APROVADA. DETALHE DE
      * COMPETENCIA FECHADA NAO E CORRIGIDO - ESTORNA-SE E INCLUI-SE
      * DE NOVO
       22.
           PERFORM 99-ACEITA-DETALHE.
           IF NOT WS-FIM-ACAO
              PERFORM 99-CONFERE-TRAVA-CORRECAO
           END-IF.
           IF WS-FIM-ACAO
              CONTINUE
           ELSE
              MOVE VDD-VL-VENDA    TO WS-VL-VENDA
              MOVE VDD-CD-PRODUTO  TO WS-CD-PRODUTO
              MOVE VDD-QT-VENDIDA  TO WS-QT-VENDIDA
              MOVE VDD-VL-UNITARIO TO WS-VL-UNITARIO
              ACCEPT SST-DADOS-VENDA
              PERFORM 99-CALCULA-VALOR
              IF WS-VL-VENDA-NUM EQUAL ZEROS
                 MOVE "Valor Zerado - Use o Estorno (Opcao 3)."
                                                      TO WS-MENSAGEM
                 IF WS-MENSAGEM NOT EQUAL SPACES
                    PERFORM 99-MENSAGEM
                 ELSE
                    PERFORM 99-CRITICA-PRECO
                    IF WS-DSC-EXCEDE-TOLERANCIA
                       MOVE "D" TO WS-DSC-TP-RETENCAO
                       PERFORM 99-ATUALIZA-VALORES
                       PERFORM 99-CONFIRMA-RETENCAO
                    ELSE
                       PERFORM 222-CRITICA-CORRECAO
                    END-IF
                 END-IF
              END-IF
           END-IF.
       22-SAIDA.
           EXIT.
      *
       221-REGRAVA-DETALHE SECTION.
       221.
           MOVE "Confirma a Correcao (S/N) ?" TO WS-MENSAGEM.
           PERFORM 99-MENSAGEM.
           IF WS-SIM
              MOVE "D" TO AUD-TIPO-ENTIDADE
              MOVE "A" TO AUD-TIPO-OPERACAO
              MOVE "A" TO AUD-IMAGEM
              MOVE VDD-CD-EMPRESA TO AUD-CD-EMPRESA
              MOVE VDD-CD-CLIENTE TO AUD-CHAVE
              MOVE VDD-REGISTRO-VENDA-DET TO AUD-DADOS-REGISTRO
              PERFORM 99-GRAVA-AUDITORIA
              PERFORM 99-ATUALIZA-VALORES
              REWRITE VDD-REGISTRO-VENDA-DET
              MOVE "D" TO AUD-IMAGEM
              MOVE VDD-REGISTRO-VENDA-DET TO AUD-DADOS-REGISTRO
              PERFORM 99-GRAVA-AUDITORIA
              MOVE "Detalhe Corrigido com Auditoria." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
       221-SAIDA.
           EXIT.
      *
       222-CRITICA-CORRECAO SECTION.
      * SO A CORRECAO QUE AUMENTA O VALOR PASSA PELO LIMITE DE
      * CREDITO; O DETALHE CORRIGIDO SAI DA SOMA DA EXPOSICAO
       222.
           MOVE "N" TO WS-CRD-IND-EXCEDE.
           IF WS-VL-VENDA-NUM GREATER VDD-VL-VENDA
           AND VDD-MOV-VENDA
              MOVE VDD-CHAVE-VENDA-DET TO WS-CRD-CHAVE-IGNORAR
              PERFORM 99-CRITICA-LIMITE.
           IF WS-CRD-EXCEDE-LIMITE
              MOVE "C" TO WS-DSC-TP-RETENCAO
              PERFORM 99-ATUALIZA-VALORES
              PERFORM 99-CONFIRMA-RETENCAO
           ELSE
              PERFORM 221-REGRAVA-DETALHE.
       222-SAIDA.
           EXIT.
      *
       23-ESTORNA-DETALHE SECTION.
      *------------------
              IF WS-ARQ-PRODUTO-OK
                 CLOSE ARQ-PRODUTO
              END-IF
              PERFORM 99-FECHA-ARQUIVOS-DESCONTO
              PERFORM 99-FECHA-ARQUIVOS-CREDITO
              PERFORM 99-FECHA-HISTCART
           END-IF.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
      *
      * VALOR DA LINHA: QUANTIDADE X PRECO UNITARIO QUANDO AMBOS SAO
      * INFORMADOS; SO COM VALOR E QUANTIDADE, O UNITARIO E DERIVADO
       99-CALCULA-VALOR.
           MOVE WS-VL-VENDA    TO WS-VL-VENDA-NUM
           MOVE WS-QT-VENDIDA  TO WS-QT-VENDIDA-NUM
           MOVE WS-VL-UNITARIO TO WS-VL-UNITARIO-NUM
           IF  WS-QT-VENDIDA-NUM GREATER ZEROS
           AND WS-VL-UNITARIO-NUM GREATER ZEROS
              COMPUTE WS-VL-VENDA-NUM ROUNDED =
                      WS-QT-VENDIDA-NUM * WS-VL-UNITARIO-NUM
           ELSE
              IF  WS-QT-VENDIDA-NUM GREATER ZEROS
              AND WS-VL-VENDA-NUM GREATER ZEROS
                 COMPUTE WS-VL-UNITARIO-NUM ROUNDED =
                         WS-VL-VENDA-NUM / WS-QT-VENDIDA-NUM
              END-IF
           END-IF
           MOVE WS-VL-VENDA-NUM    TO WS-VL-VENDA
           MOVE WS-VL-UNITARIO-NUM TO WS-VL-UNITARIO.
      *
      * COMPARA O PRECO PRATICADO COM A LISTA VIGENTE NA DATA
       99-CRITICA-PRECO.
           MOVE WS-CD-EMPRESA      TO WS-DSC-CD-EMPRESA
           MOVE WS-CD-PRODUTO      TO WS-DSC-CD-PRODUTO
           MOVE WS-DT-VENDA        TO WS-DSC-DT-VENDA
           MOVE WS-VL-UNITARIO-NUM TO WS-DSC-VL-UNITARIO
           PERFORM 99-CRITICA-DESCONTO.
      *
      * CONFRONTA A VENDA DIGITADA COM O LIMITE DE CREDITO DO
      * CLIENTE (WS-CRD-CHAVE-IGNORAR JA INFORMADA)
       99-CRITICA-LIMITE.
           MOVE WS-CD-EMPRESA   TO WS-CRD-CD-EMPRESA
           MOVE WS-CD-CLIENTE   TO WS-CRD-CD-CLIENTE
           MOVE WS-VL-VENDA-NUM TO WS-CRD-VL-VENDA
           PERFORM 99-CRITICA-CREDITO
           IF WS-CRD-EXCEDE-LIMITE
              MOVE WS-CRD-VL-LIMITE    TO WS-DSC-VL-LIMITE
                                          WS-VL-LIMITE-ED
              MOVE WS-CRD-VL-EXPOSICAO TO WS-DSC-VL-EXPOSICAO
                                          WS-VL-EXPOSICAO-ED
              DISPLAY SST-MOSTRA-CREDITO
           END-IF.
      *
       99-MONTA-DETALHE.
           MOVE WS-CD-EMPRESA   TO VDD-CD-EMPRESA
           MOVE WS-CD-CLIENTE   TO VDD-CD-CLIENTE
           MOVE WS-DT-VENDA     TO VDD-DT-VENDA
           MOVE WS-NR-DOCUMENTO TO VDD-NR-DOCUMENTO
      * VENDA RETROATIVA VAI PARA O DONO DO CLIENTE NA DATA DA VENDA
      * (HISTORICO DE CARTEIRA); SEM HISTORICO, O VENDEDOR DO CADASTRO
           MOVE CLI-CD-EMPRESA  TO WS-HCT-CD-EMPRESA
           MOVE CLI-CD-CLIENTE  TO WS-HCT-CD-CLIENTE
           MOVE CLI-CD-VENDEDOR TO WS-HCT-CD-VENDEDOR
           MOVE WS-DT-VENDA     TO WS-HCT-DT-REFERENCIA
           PERFORM 99-BUSCA-DONO-CLIENTE
           MOVE WS-HCT-CD-VENDEDOR TO VDD-CD-VENDEDOR
           MOVE "V"             TO VDD-TP-MOVIMENTO
           MOVE ZEROS           TO VDD-DT-ORIGINAL
      * VENDA TARDIA: LANCADA NA COMPETENCIA ABERTA, COM A DATA
      * ORIGINAL GUARDADA (O DONO E O DA DATA ORIGINAL)
           IF  WS-TRV-COMP-FECHADA
           AND WS-TRV-REGISTRO-REDATA
              MOVE WS-TRV-DT-LANCAMENTO TO VDD-DT-VENDA
              MOVE WS-DT-VENDA          TO VDD-DT-ORIGINAL
           END-IF
           MOVE "N"             TO VDD-IN-PROCESSADO
           MOVE SPACE           TO VDD-TP-CREDITO
           PERFORM 99-ATUALIZA-VALORES.
      *
       99-ATUALIZA-VALORES.
           MOVE WS-VL-VENDA-NUM    TO VDD-VL-VENDA
           MOVE WS-CD-PRODUTO      TO VDD-CD-PRODUTO
           MOVE WS-QT-VENDIDA-NUM  TO VDD-QT-VENDIDA
           MOVE WS-VL-UNITARIO-NUM TO VDD-VL-UNITARIO
           MOVE WS-DSC-VL-LISTA    TO VDD-VL-PRECO-LISTA.
      *
      * PEDE A CONFIRMACAO DO ENVIO DO DETALHE MONTADO EM
      * VDD-REGISTRO-VENDA-DET PARA A FILA DE APROVACAO
       99-CONFIRMA-RETENCAO.
           IF NOT WS-DSC-RETENCAO-OK
              IF WS-DSC-RETENCAO-CREDITO
                 MOVE "Limite de Credito Excedido e Fila Indisponivel."
                                                      TO WS-MENSAGEM
              ELSE
                 MOVE "Desconto Acima da Tolerancia e Fila Indisponivel"
                                                      TO WS-MENSAGEM
              END-IF
              PERFORM 99-MENSAGEM
           ELSE
              MOVE SPACES TO WS-MENSAGEM
              IF WS-DSC-RETENCAO-CREDITO
                 MOVE "Credito Excedido - Enviar p/ Aprovacao (S/N) ?"
                                                      TO WS-MENSAGEM
              ELSE
                 STRING "Desconto "                DELIMITED BY SIZE
                        WS-DSC-PC-EDITADO          DELIMITED BY SIZE
                        "% Acima da Tolerancia - Enviar p/ Aprovacao"
                                                   DELIMITED BY SIZE
                        " (S/N) ?"                 DELIMITED BY SIZE
                        INTO WS-MENSAGEM
              END-IF
              PERFORM 99-MENSAGEM
              IF WS-SIM
                 MOVE "M" TO WS-DSC-TP-ORIGEM
                 PERFORM 99-RETEM-VENDA
                 IF WS-DSC-VENDA-RETIDA
                    MOVE SPACES TO WS-MENSAGEM
                    STRING "Venda Retida - Solicitacao "
                                                   DELIMITED BY SIZE
                           WS-DSC-NR-SOLICITACAO   DELIMITED BY SIZE
                           " Aguarda Aprovacao."   DELIMITED BY SIZE
                           INTO WS-MENSAGEM
                 ELSE
                    MOVE "Falha ao Gravar a Retencao da Venda."
                                                      TO WS-MENSAGEM
                 END-IF
                 PERFORM 99-MENSAGEM
              END-IF
           END-IF.
      *
      * VENDA DATADA EM COMPETENCIA FECHADA: NA RECUSA O LOG E
      * GRAVADO JA AQUI E A MENSAGEM FICA PRONTA; NA REDATACAO O LOG
      * SO SAI QUANDO O DETALHE E GRAVADO NO MASTER
       99-CONFERE-TRAVA-INCLUSAO.
           MOVE WS-DT-VENDA TO WS-TRV-DT-VENDA
           PERFORM 99-CONFERE-TRAVA-COMPETENCIA
           IF  WS-TRV-COMP-FECHADA
           AND WS-TRV-REGISTRO-RECUSA
              MOVE WS-CD-EMPRESA      TO WS-TRV-CD-EMPRESA
              MOVE WS-CD-CLIENTE      TO WS-TRV-CD-CLIENTE
              MOVE WS-NR-DOCUMENTO    TO WS-TRV-NR-DOCUMENTO
              MOVE CLI-CD-VENDEDOR    TO WS-TRV-CD-VENDEDOR
              MOVE WS-VL-VENDA-NUM    TO WS-TRV-VL-VENDA
              PERFORM 99-REGISTRA-LANCTO-TARDIO
              MOVE WS-TRV-NR-COMP-VENDA TO WS-NR-COMP-ED
              STRING "Competencia "   DELIMITED BY SIZE
                     WS-NR-COMP-ED    DELIMITED BY SIZE
                     " Fechada - Inclusao Recusada."
                                      DELIMITED BY SIZE
                     INTO WS-MENSAGEM
           END-IF.
      *
      * DETALHE DE COMPETENCIA FECHADA: A CORRECAO E RECUSADA EM
      * QUALQUER CONFIGURACAO E REGISTRADA NO LOG
       99-CONFERE-TRAVA-CORRECAO.
           MOVE VDD-DT-VENDA TO WS-TRV-DT-VENDA
           PERFORM 99-CONFERE-TRAVA-COMPETENCIA
           IF WS-TRV-COMP-FECHADA
              MOVE "R"                TO WS-TRV-TP-REGISTRO
              MOVE VDD-CD-EMPRESA     TO WS-TRV-CD-EMPRESA
              MOVE VDD-CD-CLIENTE     TO WS-TRV-CD-CLIENTE
              MOVE VDD-NR-DOCUMENTO   TO WS-TRV-NR-DOCUMENTO
              MOVE VDD-CD-VENDEDOR    TO WS-TRV-CD-VENDEDOR
              MOVE VDD-VL-VENDA       TO WS-TRV-VL-VENDA
              PERFORM 99-REGISTRA-LANCTO-TARDIO
              MOVE WS-TRV-NR-COMP-VENDA TO WS-NR-COMP-ED
              MOVE SPACES TO WS-MENSAGEM
              STRING "Competencia "   DELIMITED BY SIZE
                     WS-NR-COMP-ED    DELIMITED BY SIZE
                     " Fechada - Estorne e Inclua de Novo."
                                      DELIMITED BY SIZE
                     INTO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              MOVE "F" TO WS-ACAO
           END-IF.
      *
      * VENDA TARDIA GRAVADA NO MASTER: REGISTRA A REDATACAO
       99-REGISTRA-VENDA-TARDIA.
           MOVE VDD-CD-EMPRESA     TO WS-TRV-CD-EMPRESA
           MOVE VDD-CD-CLIENTE     TO WS-TRV-CD-CLIENTE
           MOVE VDD-NR-DOCUMENTO   TO WS-TRV-NR-DOCUMENTO
           MOVE VDD-CD-VENDEDOR    TO WS-TRV-CD-VENDEDOR
           MOVE VDD-VL-VENDA       TO WS-TRV-VL-VENDA
           PERFORM 99-REGISTRA-LANCTO-TARDIO.
      *
       99-GRAVA-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-AUDITORIA
           END-IF
           MOVE "ARQ-RECEBER" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-RECEBER
           END-IF.
      *
       990-CONSULTA-CONFIG.
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
      *
       COPY GV-DESCONTOPD.CPY.
      *
       COPY GV-CREDITOPD.CPY.
      *
       COPY GV-HISTCARPD.CPY.
      *
       COPY GV-TRAVACOMPPD.CPY.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-CADVENDA" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
