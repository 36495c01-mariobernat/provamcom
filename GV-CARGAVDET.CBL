      *                   quando o cadastro existe (produto zero e
      *                   aceito na transicao). O relatorio de mix
      *                   por linha sai em GV-RELMIX.
      *     15/Out/2026 - MCB - Quantidade e preco unitario no
      *                   extrato. Venda com preco abaixo da tabela
      *                   (GV-PRECO.DAT) alem da tolerancia fica
      *                   retida p/ aprovacao em GV-APROVA - nao
      *                   entra no master nem nos totais da carga.
      *     15/Out/2026 - MCB - Venda que leva a exposicao do cliente
      *                   (titulos em aberto + vendas nao faturadas)
      *                   alem do limite de credito (GV-LIMCRED.DAT)
      *                   tambem fica retida p/ aprovacao.
      *     15/Out/2026 - MCB - Chave alternada do documento no contas a
      *                   receber (GV-RECEBER.CPY).
      *     15/Out/2026 - MCB - Venda datada dentro de ausencia com
      *                   cobertura do vendedor creditado
      *                   (GV-AUSENCIA.DAT) sai consolidada em linha
      *                   propria do arquivo de totais, com o vendedor
      *                   de cobertura - a divisao e feita no calculo
      *                   de comissao.
      *     15/Out/2026 - MCB - Venda retroativa creditada ao dono
      *                   do cliente na data da venda (no
      *                   estorno, na data da venda original)
      *                   pelo historico de carteira
      *                   (GV-HISTCART.DAT), nao ao vendedor
      *                   atual do cadastro.
      *     15/Out/2026 - MCB - Venda de produto cuja linha tem dono
      *                   atribuido no cliente (GV-CARTLINHA.DAT) e
      *                   creditada a esse vendedor, sem split do
      *                   secundario (VDD-TP-CREDITO = L).
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *     15/Out/2026 - MCB - Chave alternada da carteira
      *                   (empresa + vendedor) no cadastro de clientes
      *                   (GV-CADCLI.CPY).
      *     15/Out/2026 - MCB - Trava de competencia fechada
      *                   (GV-COMISSAO.HIS): venda datada em
      *                   competencia fechada e rejeitada ou lancada
      *                   como venda tardia na competencia aberta,
      *                   com a data original em VDD-DT-ORIGINAL,
      *                   conforme COMP-FECHADA-ACAO; ambas vao para
      *                   GV-LANCTARDIO.LOG. Estorno nao e travado.
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
           SELECT ARQ-VENDADET ASSIGN TO DISK WID-ARQ-VENDADET
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
           SELECT ARQ-AUSENCIA ASSIGN TO DISK WID-ARQ-AUSENCIA
             organization       is indexed
             access mode        is dynamic
             record key         is AUS-CHAVE-AUSENCIA
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-HISTCART ASSIGN TO DISK WID-ARQ-HISTCART
             organization       is indexed
             access mode        is dynamic
             record key         is HCT-CHAVE-HISTORICO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-CARTLINHA ASSIGN TO DISK WID-ARQ-CARTLINHA
             organization       is indexed
             access mode        is dynamic
             record key         is CLN-CHAVE-CARTLINHA
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
       COPY GV-CADCLI.CPY.
       COPY GV-VENDADET.CPY.
       COPY GV-PRODUTO.CPY.
       COPY GV-PRECO.CPY.
       COPY GV-VENDARET.CPY.
       COPY GV-APROVACAO.CPY.
       COPY GV-LIMCRED.CPY.
       COPY GV-RECEBER.CPY.
       COPY GV-IMPVENDA.CPY.
       COPY GV-REJEITO.CPY.
       COPY GV-AUSENCIA.CPY.
       COPY GV-HISTCART.CPY.
       COPY GV-CARTLIN.CPY.
       COPY GV-COMFECH.CPY.
       COPY GV-LANCTARD.CPY.
      *
       FD  ARQ-CARGA
           LABEL RECORD IS STANDARD.
              88 CRG-TIPO-HEADER               VALUE "H".
              88 CRG-TIPO-DETALHE              VALUE "D".
              88 CRG-TIPO-TRAILER              VALUE "T".
           03 CRG-DADOS              PIC X(082).
           03 CRG-DADOS-DETALHE REDEFINES CRG-DADOS.
              05 CRG-CD-EMPRESA      PIC 9(002).
              05 CRG-CD-CLIENTE      PIC 9(007).
                 88 CRG-MOV-ESTORNO            VALUE "E".
              05 CRG-DT-ORIGINAL     PIC 9(008).
              05 CRG-CD-PRODUTO      PIC 9(005).
      * QUANTIDADE E PRECO UNITARIO PRATICADO (ZEROS/ESPACOS NOS
      * EXTRATOS QUE AINDA NAO OS TRAZEM - SEM CRITICA DE PRECO)
              05 CRG-QT-VENDIDA      PIC 9(007)V9(003).
              05 CRG-VL-UNITARIO     PIC 9(011)V9(002).
           03 CRG-DADOS-TRAILER REDEFINES CRG-DADOS.
              05 CRG-QT-REGISTROS    PIC 9(007).
              05 CRG-VL-HASH         PIC 9(016)V9(002).
              05 FILLER              PIC X(057).
           03 CRG-DADOS-HEADER REDEFINES CRG-DADOS.
              05 CRG-DT-GERACAO      PIC 9(008).
              05 FILLER              PIC X(074).
      *
       WORKING-STORAGE SECTION.
      *
           03 WID-ARQ-REJEICAO       PIC X(20) VALUE
                                      "VEN-VENDA-REJ.LOG".
           03 WID-ARQ-PRODUTO        PIC X(15) VALUE "GV-PRODUTO.DAT".
           03 WID-ARQ-PRECO          PIC X(15) VALUE "GV-PRECO.DAT".
           03 WID-ARQ-VENDARET       PIC X(16) VALUE "GV-VENDARET.DAT".
           03 WID-ARQ-APROVACAO      PIC X(16) VALUE "GV-APROVACAO.DAT".
           03 WID-ARQ-LIMCRED        PIC X(15) VALUE "GV-LIMCRED.DAT".
           03 WID-ARQ-RECEBER        PIC X(60) VALUE "GV-RECEBER.DAT".
           03 WID-ARQ-AUSENCIA       PIC X(15) VALUE "GV-AUSENCIA.DAT".
           03 WID-ARQ-HISTCART       PIC X(20) VALUE "GV-HISTCART.DAT".
           03 WID-ARQ-CARTLINHA      PIC X(20) VALUE
                                               "GV-CARTLINHA.DAT".
           03 WID-ARQ-FECHAMENTO     PIC X(20) VALUE "GV-COMISSAO.HIS".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-QT-REJEITADAS       PIC 9(07) VALUE ZEROS.
           03 WS-QT-ED1              PIC ZZZZZZ9.
           03 WS-QT-ED2              PIC ZZZZZZ9.
           03 WS-QT-RETIDAS          PIC 9(07) VALUE ZEROS.
           03 WS-QT-ED3              PIC ZZZZZZ9.
           03 WS-IND-ARQ-PRODUTO     PIC X(01) VALUE "N".
              88 WS-ARQ-PRODUTO-OK             VALUE "S".
           03 WS-IND-CREDITO-LINHA   PIC X(01) VALUE "N".
              88 WS-CREDITO-LINHA              VALUE "S".
           03 WS-QT-TARDIAS          PIC 9(07) VALUE ZEROS.
           03 WS-QT-ED4              PIC ZZZZZZ9.
      *
      * CONSOLIDACAO DOS TOTAIS POR VENDEDOR (LAYOUT GV-IMPVENDA)
           03 WS-CD-VENDEDOR-BUSCA   PIC 9(007) VALUE ZEROS.
           03 WS-CD-COBERTURA-BUSCA  PIC 9(007) VALUE ZEROS.
           03 WS-VL-ACUMULA          PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-VL-PARTE-SEC        PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-IX-TOTAL            PIC 9(03) VALUE ZEROS.
           03 WS-TOTAL-OCORRENCIA OCCURS 500 TIMES.
              05 WS-TOT-CD-VENDEDOR  PIC 9(007) VALUE ZEROS.
              05 WS-TOT-VL-VENDA     PIC 9(013)V9(002) VALUE ZEROS.
              05 WS-TOT-CD-COBERTURA PIC 9(007) VALUE ZEROS.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-DESCONTOWS.CPY.
      *
       COPY GV-CREDITOWS.CPY.
      *
       COPY GV-COBERTURAWS.CPY.
      *
       COPY GV-HISTCARWS.CPY.
      *
       COPY GV-CARTLINWS.CPY.
      *
       COPY GV-TRAVACOMPWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
      *----------------
       1.
           PERFORM 99-LE-CONFIGURACAO.
           MOVE "GV-CARGAVDET" TO WS-TRV-NM-PROGRAMA.
           PERFORM 99-CARREGA-TRAVA-COMPETENCIA.
           ACCEPT SST-CARGA-DETALHE.
           IF WID-ARQ-CARGA EQUAL SPACES
              MOVE "F" TO WS-FINAL-ARQUIVO
           ELSE
              OPEN INPUT ARQ-CLIENTE
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Arquivo de Clientes Indisponivel."
                                                      TO WS-MENSAGEM
                    MOVE "S" TO WS-IND-ARQ-PRODUTO
                 ELSE
                    MOVE "N" TO WS-IND-ARQ-PRODUTO
                    MOVE "00" TO WS-ESTADO-ARQUIVO
                 END-IF
                 PERFORM 99-ABRE-ARQUIVOS-DESCONTO
                 PERFORM 99-ABRE-ARQUIVOS-CREDITO
                 PERFORM 99-ABRE-ARQUIVO-AUSENCIA
                 PERFORM 99-ABRE-HISTCART-CONSULTA
                 PERFORM 99-ABRE-CARTLINHA-CONSULTA.
       1-SAIDA.
           EXIT.
      *
                 CLOSE ARQ-VENDADET
                 OPEN I-O ARQ-VENDADET
              ELSE
                 MOVE "11-ABRE-MASTER-DETALHE" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-VENDADET TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Master de Detalhe de Vendas Indisponivel."
                                                      TO WS-MENSAGEM
                                                          TO WS-ERRO
                       ELSE
                          PERFORM 2211-VALIDA-CLIENTE
                          PERFORM 2215-CONFERE-TRAVA
                       END-IF
                    END-IF
                 END-IF
      *
       2211-VALIDA-CLIENTE SECTION.
      * O CLIENTE DEVE EXISTIR, ESTAR ATIVO E TER VENDEDOR NA
      * CARTEIRA NA DATA DA VENDA (NO ESTORNO, NA DATA DA VENDA
      * ORIGINAL) - E DESSE DONO, PELO HISTORICO DE CARTEIRA, QUE O
      * DETALHE HERDA O VENDEDOR. PRODUTO INFORMADO DEVE EXISTIR
      * ATIVO NO CADASTRO (QUANDO PRESENTE); SE A LINHA DO PRODUTO
      * TEM DONO ATRIBUIDO NO CLIENTE (GV-CARTLINHA.DAT), A VENDA E
      * CREDITADA A ELE
       2211.
           MOVE CRG-CD-EMPRESA TO CLI-CD-EMPRESA.
           MOVE CRG-CD-CLIENTE TO CLI-CD-CLIENTE.
              IF NOT CLI-SIT-ATIVO
                 MOVE "Cliente nao esta Ativo" TO WS-ERRO
              ELSE
                 PERFORM 99-DONO-NA-DATA-VENDA
              END-IF
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
           MOVE SPACES TO WS-CLN-CD-LINHA.
           MOVE "N"    TO WS-IND-CREDITO-LINHA.
           IF  WS-ERRO EQUAL SPACES
           AND WS-ARQ-PRODUTO-OK
           AND CRG-CD-PRODUTO NUMERIC
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
              OR NOT PRD-SIT-ATIVO
                 MOVE "Produto Inexistente ou Inativo" TO WS-ERRO
              ELSE
                 MOVE PRD-CD-LINHA TO WS-CLN-CD-LINHA
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
           IF WS-ERRO EQUAL SPACES
              MOVE CRG-CD-EMPRESA     TO WS-CLN-CD-EMPRESA
              MOVE CRG-CD-CLIENTE     TO WS-CLN-CD-CLIENTE
              MOVE WS-HCT-CD-VENDEDOR TO WS-CLN-CD-VENDEDOR
              PERFORM 99-BUSCA-DONO-LINHA
              IF WS-CLN-ACHOU
                 MOVE WS-CLN-CD-VENDEDOR TO WS-HCT-CD-VENDEDOR
                 MOVE "S"                TO WS-IND-CREDITO-LINHA
              END-IF
              IF WS-HCT-CD-VENDEDOR EQUAL ZEROS
                 MOVE "Cliente sem Vendedor na Carteira" TO WS-ERRO
              END-IF
           END-IF.
       2211-SAIDA.
           EXIT.
      *
       2212.
           MOVE CRG-CD-EMPRESA   TO VDD-CD-EMPRESA.
           MOVE CRG-CD-CLIENTE   TO VDD-CD-CLIENTE.
           IF  NOT CRG-MOV-ESTORNO
           AND WS-TRV-COMP-FECHADA
              MOVE WS-TRV-DT-LANCAMENTO TO VDD-DT-VENDA
           ELSE
              MOVE CRG-DT-VENDA  TO VDD-DT-VENDA.
           MOVE CRG-NR-DOCUMENTO TO VDD-NR-DOCUMENTO.
           MOVE WS-HCT-CD-VENDEDOR TO VDD-CD-VENDEDOR.
           MOVE CRG-VL-VENDA     TO VDD-VL-VENDA.
           IF WS-CREDITO-LINHA
              MOVE "L"   TO VDD-TP-CREDITO
           ELSE
              MOVE SPACE TO VDD-TP-CREDITO.
           IF CRG-MOV-ESTORNO
              MOVE "E" TO VDD-TP-MOVIMENTO
              IF CRG-DT-ORIGINAL NUMERIC
              END-IF
           ELSE
              MOVE "V"   TO VDD-TP-MOVIMENTO
              IF WS-TRV-COMP-FECHADA
                 MOVE CRG-DT-VENDA TO VDD-DT-ORIGINAL
              ELSE
                 MOVE ZEROS TO VDD-DT-ORIGINAL
              END-IF
           END-IF.
           MOVE "N" TO VDD-IN-PROCESSADO.
           IF CRG-CD-PRODUTO NUMERIC
              MOVE CRG-CD-PRODUTO TO VDD-CD-PRODUTO
           ELSE
              MOVE ZEROS TO VDD-CD-PRODUTO.
           PERFORM 99-PRECO-DO-EXTRATO.
           MOVE "N" TO WS-CRD-IND-EXCEDE.
           IF  WS-DSC-EXCEDE-TOLERANCIA
           AND NOT CRG-MOV-ESTORNO
              MOVE "D" TO WS-DSC-TP-RETENCAO
              PERFORM 2213-RETEM-DETALHE
           ELSE
              IF NOT CRG-MOV-ESTORNO
                 PERFORM 99-CRITICA-LIMITE
              END-IF
              IF WS-CRD-EXCEDE-LIMITE
                 MOVE "C" TO WS-DSC-TP-RETENCAO
                 PERFORM 2213-RETEM-DETALHE
              ELSE
                 PERFORM 2214-POSTA-DETALHE.
       2212-SAIDA.
           EXIT.
      *
       2213-RETEM-DETALHE SECTION.
      * DESCONTO ALEM DA TOLERANCIA OU LIMITE DE CREDITO EXCEDIDO: O
      * DETALHE VAI PARA A FILA DE APROVACAO E SO ENTRA NO MASTER
      * QUANDO APROVADO; DOCUMENTO JA REGISTRADO SEGUE A CRITICA
      * NORMAL DE DUPLICIDADE
       2213.
           PERFORM 99-DOCUMENTO-REGISTRADO.
           IF WS-DSC-DOCUMENTO-EXISTE
              PERFORM 2214-POSTA-DETALHE
           ELSE
              MOVE "C" TO WS-DSC-TP-ORIGEM
              PERFORM 99-RETEM-VENDA
              IF WS-DSC-VENDA-RETIDA
                 ADD 1 TO WS-QT-RETIDAS
              ELSE
                 ADD 1 TO WS-QT-REJEITADAS
                 MOVE "C"              TO REJ-TIPO-ENTIDADE
                 MOVE CRG-CD-CLIENTE   TO REJ-CHAVE
                 MOVE CRG-NR-DOCUMENTO TO REJ-NR-DOCUMENTO
                 IF WS-DSC-RETENCAO-CREDITO
                    MOVE "Limite de Credito Excedido sem Fila de Aprov."
                                                         TO REJ-MOTIVO
                 ELSE
                    MOVE "Desconto Acima da Tolerancia sem Fila Aprov."
                                                         TO REJ-MOTIVO
                 END-IF
                 PERFORM 99-GRAVA-REJEICAO
              END-IF
           END-IF.
       2213-SAIDA.
           EXIT.
      *
       2214-POSTA-DETALHE SECTION.
       2214.
           WRITE VDD-REGISTRO-VENDA-DET.
           IF WS-OPERACAO-BEM-SUCEDIDA
              ADD 1 TO WS-QT-VALIDAS
              IF NOT CRG-MOV-ESTORNO
                 PERFORM 99-DISTRIBUI-SPLIT
                 IF WS-TRV-COMP-FECHADA
                    ADD 1 TO WS-QT-TARDIAS
                    PERFORM 99-REGISTRA-VENDA-TARDIA
                 END-IF
              END-IF
           ELSE
              ADD 1 TO WS-QT-REJEITADAS
              PERFORM 99-GRAVA-REJEICAO
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
       2214-SAIDA.
           EXIT.
      *
       2215-CONFERE-TRAVA SECTION.
      * VENDA DATADA EM COMPETENCIA JA FECHADA: NA RECUSA VAI PARA
      * AS REJEITADAS (E PARA O LOG DE LANCAMENTOS TARDIOS); NA
      * REDATACAO SEGUE COMO VENDA TARDIA. O ESTORNO NAO E TRAVADO -
      * E O FECHAMENTO QUE O DEVOLVE NA COMPETENCIA EM QUE ENTRA
       2215.
           MOVE "N" TO WS-TRV-IND-FECHADA.
           IF  WS-ERRO EQUAL SPACES
           AND NOT CRG-MOV-ESTORNO
              MOVE CRG-DT-VENDA TO WS-TRV-DT-VENDA
              PERFORM 99-CONFERE-TRAVA-COMPETENCIA
              IF  WS-TRV-COMP-FECHADA
              AND WS-TRV-REGISTRO-RECUSA
                 MOVE CRG-CD-EMPRESA     TO WS-TRV-CD-EMPRESA
                 MOVE CRG-CD-CLIENTE     TO WS-TRV-CD-CLIENTE
                 MOVE CRG-NR-DOCUMENTO   TO WS-TRV-NR-DOCUMENTO
                 MOVE WS-HCT-CD-VENDEDOR TO WS-TRV-CD-VENDEDOR
                 MOVE CRG-VL-VENDA       TO WS-TRV-VL-VENDA
                 PERFORM 99-REGISTRA-LANCTO-TARDIO
                 MOVE "Competencia da Venda ja Fechada" TO WS-ERRO
              END-IF
           END-IF.
       2215-SAIDA.
           EXIT.
      *
       23-CONSOLIDA-VENDEDOR SECTION.
      *---------------------
      * GRAVA OS TOTAIS POR VENDEDOR DA CARGA NO LAYOUT QUE O
      * CALCULO DE COMISSAO JA CONSOME (GV-IMPVENDA.CPY); AS VENDAS
      * FEITAS NA AUSENCIA COBERTA DO VENDEDOR SAEM EM LINHA PROPRIA
      * COM O VENDEDOR DE COBERTURA
       23.
           OPEN OUTPUT ARQ-VENDA.
           PERFORM 231-GRAVA-UM-TOTAL
       231.
           MOVE WS-TOT-CD-VENDEDOR(WS-IX-TOTAL) TO VND-CD-VENDEDOR.
           MOVE WS-TOT-VL-VENDA(WS-IX-TOTAL)    TO VND-VL-VENDA.
           MOVE WS-TOT-CD-COBERTURA(WS-IX-TOTAL) TO VND-CD-COBERTURA.
           WRITE VND-REGISTRO-VENDA.
       231-SAIDA.
           EXIT.
       24.
           MOVE WS-QT-VALIDAS    TO WS-QT-ED1.
           MOVE WS-QT-REJEITADAS TO WS-QT-ED2.
           MOVE WS-QT-RETIDAS    TO WS-QT-ED3.
           STRING "Vendas Validas: "
                  WS-QT-ED1 DELIMITED BY SIZE
                  "  Rejeitadas: " DELIMITED BY SIZE
                  WS-QT-ED2 DELIMITED BY SIZE
                  "  Retidas: " DELIMITED BY SIZE
                  WS-QT-ED3 DELIMITED BY SIZE
                  INTO WS-MENSAGEM.
           PERFORM 99-MENSAGEM.
           IF WS-QT-TARDIAS GREATER ZEROS
              MOVE WS-QT-TARDIAS TO WS-QT-ED4
              MOVE SPACES TO WS-MENSAGEM
              STRING "Vendas Tardias (Competencia Fechada): "
                                   DELIMITED BY SIZE
                     WS-QT-ED4     DELIMITED BY SIZE
                     INTO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           END-IF.
       24-SAIDA.
           EXIT.
      *
              IF WS-ARQ-PRODUTO-OK
                 CLOSE ARQ-PRODUTO
              END-IF
              PERFORM 99-FECHA-ARQUIVOS-DESCONTO
              PERFORM 99-FECHA-ARQUIVOS-CREDITO
              PERFORM 99-FECHA-ARQUIVO-AUSENCIA
              PERFORM 99-FECHA-HISTCART
              PERFORM 99-FECHA-CARTLINHA
           END-IF.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
      *
       99-LER-PRODUTO.
           READ ARQ-PRODUTO.
      *
      * QUANTIDADE E PRECO UNITARIO DO EXTRATO NO DETALHE (SO O
      * VALOR TOTAL DISPONIVEL: O UNITARIO E DERIVADO DA QUANTIDADE)
      * E CRITICA DO DESCONTO SOBRE A TABELA DE PRECOS
       99-PRECO-DO-EXTRATO.
           MOVE ZEROS TO VDD-QT-VENDIDA
                         VDD-VL-UNITARIO
                         VDD-VL-PRECO-LISTA
           IF CRG-QT-VENDIDA NUMERIC
              MOVE CRG-QT-VENDIDA TO VDD-QT-VENDIDA
           END-IF
           IF CRG-VL-UNITARIO NUMERIC
              MOVE CRG-VL-UNITARIO TO VDD-VL-UNITARIO
           END-IF
           IF  VDD-VL-UNITARIO EQUAL ZEROS
           AND VDD-QT-VENDIDA GREATER ZEROS
              COMPUTE VDD-VL-UNITARIO ROUNDED =
                      VDD-VL-VENDA / VDD-QT-VENDIDA
           END-IF
           MOVE VDD-CD-EMPRESA  TO WS-DSC-CD-EMPRESA
           MOVE VDD-CD-PRODUTO  TO WS-DSC-CD-PRODUTO
           MOVE VDD-DT-VENDA    TO WS-DSC-DT-VENDA
           MOVE VDD-VL-UNITARIO TO WS-DSC-VL-UNITARIO
           PERFORM 99-CRITICA-DESCONTO
           MOVE WS-DSC-VL-LISTA TO VDD-VL-PRECO-LISTA.
      *
      * CONFRONTA A VENDA DO EXTRATO COM O LIMITE DE CREDITO DO
      * CLIENTE; AS VENDAS DA PROPRIA CARGA JA POSTADAS NO MASTER
      * ENTRAM NA EXPOSICAO COMO NAO FATURADAS
       99-CRITICA-LIMITE.
           MOVE CRG-CD-EMPRESA TO WS-CRD-CD-EMPRESA
           MOVE CRG-CD-CLIENTE TO WS-CRD-CD-CLIENTE
           MOVE CRG-VL-VENDA   TO WS-CRD-VL-VENDA
           MOVE SPACES         TO WS-CRD-CHAVE-IGNORAR
           PERFORM 99-CRITICA-CREDITO
           MOVE WS-CRD-VL-LIMITE    TO WS-DSC-VL-LIMITE
           MOVE WS-CRD-VL-EXPOSICAO TO WS-DSC-VL-EXPOSICAO.
      *
       99-GRAVA-REJEICAO.
           ACCEPT REJ-DATA FROM DATE YYYYMMDD.
      *
      * DIVIDE O VALOR DA VENDA ENTRE O TITULAR E O VENDEDOR
      * SECUNDARIO DO CLIENTE (CLI-PC-SPLIT-SEC AO SECUNDARIO, O
      * RESTANTE AO TITULAR); SEM SECUNDARIO O VALOR E INTEGRAL,
      * COMO NA VENDA CREDITADA AO DONO DA LINHA DO PRODUTO
       99-DISTRIBUI-SPLIT.
           IF  CLI-CD-VENDEDOR-SEC GREATER ZEROS
           AND CLI-PC-SPLIT-SEC GREATER ZEROS
           AND NOT VDD-CREDITO-LINHA
              COMPUTE WS-VL-PARTE-SEC ROUNDED =
                      VDD-VL-VENDA * CLI-PC-SPLIT-SEC / 100
              COMPUTE WS-VL-ACUMULA =
           END-IF.
      *
      * LOCALIZA (OU ABRE) A OCORRENCIA DO VENDEDOR NA TABELA DE
      * TOTAIS E ACUMULA O VALOR EM WS-VL-ACUMULA. VENDA DATADA
      * DENTRO DE AUSENCIA COM COBERTURA DO VENDEDOR ACUMULA NUMA
      * OCORRENCIA A PARTE, MARCADA COM O VENDEDOR DE COBERTURA
       99-ACUMULA-TOTAL-VENDEDOR.
           MOVE VDD-CD-EMPRESA       TO WS-COB-CD-EMPRESA
           MOVE WS-CD-VENDEDOR-BUSCA TO WS-COB-CD-VENDEDOR
           MOVE VDD-DT-VENDA         TO WS-COB-DT-VENDA
           PERFORM 99-BUSCA-COBERTURA
           MOVE WS-COB-CD-COBERTURA  TO WS-CD-COBERTURA-BUSCA
           MOVE ZEROS TO WS-IX-TOTAL-ACHADO
           PERFORM 991-BUSCA-TOTAL
                   VARYING WS-IX-TOTAL FROM 1 BY 1
              ADD 1 TO WS-QT-VENDEDOR-TOT
              MOVE WS-CD-VENDEDOR-BUSCA
                   TO WS-TOT-CD-VENDEDOR(WS-QT-VENDEDOR-TOT)
              MOVE WS-CD-COBERTURA-BUSCA
                   TO WS-TOT-CD-COBERTURA(WS-QT-VENDEDOR-TOT)
              MOVE WS-QT-VENDEDOR-TOT TO WS-IX-TOTAL-ACHADO
           END-IF
           IF WS-IX-TOTAL-ACHADO GREATER ZEROS
           END-IF.
      *
       991-BUSCA-TOTAL.
           IF  WS-TOT-CD-VENDEDOR(WS-IX-TOTAL) EQUAL
                                              WS-CD-VENDEDOR-BUSCA
           AND WS-TOT-CD-COBERTURA(WS-IX-TOTAL) EQUAL
                                              WS-CD-COBERTURA-BUSCA
              MOVE WS-IX-TOTAL TO WS-IX-TOTAL-ACHADO.
      *
      * SOBREPOE OS NOMES DOS ARQUIVOS COM OS VALORES DO ARQUIVO
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-VENDADET
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
       COPY GV-AUSENCIAPD.CPY.
      *
      * DONO DO CLIENTE NA DATA DA VENDA (ESTORNO: DATA DA VENDA
      * ORIGINAL); SEM HISTORICO VALE O VENDEDOR DO CADASTRO
       99-DONO-NA-DATA-VENDA.
           MOVE CLI-CD-EMPRESA  TO WS-HCT-CD-EMPRESA
           MOVE CLI-CD-CLIENTE  TO WS-HCT-CD-CLIENTE
           MOVE CLI-CD-VENDEDOR TO WS-HCT-CD-VENDEDOR
           MOVE CRG-DT-VENDA    TO WS-HCT-DT-REFERENCIA
           IF  CRG-MOV-ESTORNO
           AND CRG-DT-ORIGINAL NUMERIC
           AND CRG-DT-ORIGINAL GREATER ZEROS
              MOVE CRG-DT-ORIGINAL TO WS-HCT-DT-REFERENCIA
           END-IF
           PERFORM 99-BUSCA-DONO-CLIENTE.
      *
       COPY GV-HISTCARPD.CPY.
      *
       COPY GV-CARTLINPD.CPY.
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
       COPY GV-TRAVACOMPPD.CPY.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-CARGAVDET" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
