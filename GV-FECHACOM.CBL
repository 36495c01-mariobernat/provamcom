      *                   sobre o calendario GV-CALENDARIO.DAT):
      *                   fechar em outra data exige confirmacao
      *                   explicita do operador.
      *     15/Out/2026 - MCB - Comissao na base do recebimento (empresa
      *                   com EMP-TP-BASE-COMISSAO "R"): as vendas
      *                   da competencia ficam pendentes em
      *                   GV-COMPEND.DAT, a taxa media apurada, e
      *                   so sao creditadas no fechamento em que o
      *                   titulo (GV-RECEBER.DAT) consta pago; o
      *                   estorno de venda ainda pendente cancela o
      *                   registro em vez de gerar devolucao.
      *     15/Out/2026 - MCB - A linha do historico passa a levar a
      *                   empresa fonte pagadora (FEC-CD-EMPRESA), base
      *                   do informe anual de rendimentos GV-INFORME.
      *     15/Out/2026 - MCB - A linha de indenizacao rescisoria ("I")
      *                   ja gravada na competencia nao a da por
      *                   fechada.
      *     15/Out/2026 - MCB - Garantia minima de comissao (FOR-VL-
      *                   GARANTIA ate FOR-NR-COMP-FIM-GARANTIA): o
      *                   mes abaixo dela ganha linha de complemento
      *                   "G" que soma ao saldo a recuperar do
      *                   vendedor; havendo saldo, o mes acima dela
      *                   devolve em linha "R" ate o percentual do
      *                   excedente da chave GARANTIA-PC-RECUPERA
      *                   (GV-CONFIG.PAR, padrao 50%).
      *     15/Out/2026 - MCB - Vendas em cobertura de ausencia: a venda
      *                   pendente (base do recebimento) e o
      *                   estorno seguem a regra de divisao
      *                   (GV-COBERTURAPD), com a parte do vendedor
      *                   de cobertura em registro proprio; os
      *                   registros do periodo em aberto de
      *                   GV-COMCOBER.DAT passam para a competencia
      *                   fechada.
      *     15/Out/2026 - MCB - O volume do vendedor entra no override
      *                   do supervisor a que estava ligado no fim
      *                   da competencia fechada, pelo historico
      *                   datado de equipe (GV-HISTEQUIPE.DAT) -
      *                   troca de equipe deixa de refazer meses
      *                   passados com a hierarquia de hoje. Sem
      *                   historico vale o supervisor do cadastro.
      *     15/Out/2026 - MCB - Reembolso de quilometragem: os
      *                   reembolsos aprovados (GV-REEMBOLSO.DAT) ate a
      *                   competencia fechada viram linha propria "K"
      *                   sem retencoes e ficam marcados lancados.
      *     15/Out/2026 - MCB - Estorno de venda creditada ao dono da
      *                   linha do produto (VDD-TP-CREDITO) volta
      *                   inteiro a ele, sem split do secundario.
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
             record key         is VDD-CHAVE-VENDA-DET
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-EMPRESA ASSIGN TO DISK WID-ARQ-EMPRESA
             organization       is indexed
             access mode        is dynamic
             record key         is EMP-CD-EMPRESA
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
           SELECT ARQ-COMPEND ASSIGN TO DISK WID-ARQ-COMPEND
             organization       is indexed
             access mode        is dynamic
             record key         is CPD-CHAVE-PENDENTE
             alternate record key is CPD-CD-VENDEDOR
                                with duplicates
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-AUSENCIA ASSIGN TO DISK WID-ARQ-AUSENCIA
             organization       is indexed
             access mode        is dynamic
             record key         is AUS-CHAVE-AUSENCIA
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-COMCOBER ASSIGN TO DISK WID-ARQ-COMCOBER
             organization       is indexed
             access mode        is dynamic
             record key         is CCB-CHAVE-COBERTURA
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-HISTEQUIPE ASSIGN TO DISK WID-ARQ-HISTEQUIPE
             organization       is indexed
             access mode        is dynamic
             record key         is HEQ-CHAVE-HISTORICO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-REEMBOLSO ASSIGN TO DISK WID-ARQ-REEMBOLSO
             organization       is indexed
             access mode        is dynamic
             record key         is RMB-CHAVE-REEMBOLSO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-RETENCAO.CPY.
       COPY GV-VENDADET.CPY.
       COPY GV-AJUSTE.CPY.
       COPY GV-CADEMP.CPY.
       COPY GV-RECEBER.CPY.
       COPY GV-COMPEND.CPY.
       COPY GV-AUSENCIA.CPY.
       COPY GV-COMCOBER.CPY.
       COPY GV-HISTEQUIPE.CPY.
       COPY GV-REEMBKM.CPY.
      *
       WORKING-STORAGE SECTION.
      *
           03 WID-ARQ-RETENCAO       PIC X(15) VALUE "GV-RETENCAO.DAT".
           03 WID-ARQ-VENDADET       PIC X(15) VALUE "GV-VENDADET.DAT".
           03 WID-ARQ-AJUSTE         PIC X(15) VALUE "GV-AJUSTE.DAT".
           03 WID-ARQ-EMPRESA        PIC X(15) VALUE "GV-EMPRESA.DAT".
           03 WID-ARQ-RECEBER        PIC X(60) VALUE "GV-RECEBER.DAT".
           03 WID-ARQ-COMPEND        PIC X(15) VALUE "GV-COMPEND.DAT".
           03 WID-ARQ-AUSENCIA       PIC X(15) VALUE "GV-AUSENCIA.DAT".
           03 WID-ARQ-COMCOBER       PIC X(15) VALUE "GV-COMCOBER.DAT".
           03 WID-ARQ-HISTEQUIPE   PIC X(20) VALUE "GV-HISTEQUIPE.DAT".
           03 WID-ARQ-REEMBOLSO      PIC X(16) VALUE "GV-REEMBOLSO.DAT".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-GRAVACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-QT-AJUSTES          PIC 9(05) VALUE ZEROS.
           03 WS-QT-AJU-ED           PIC ZZZZ9.
      *
      * REEMBOLSOS DE QUILOMETRAGEM APROVADOS (GV-REEMBKM/GV-APROVA)
           03 WS-QT-REEMBOLSOS       PIC 9(05) VALUE ZEROS.
           03 WS-QT-RMB-ED           PIC ZZZZ9.
      *
      * ANCORAGEM NO ULTIMO DIA UTIL DA COMPETENCIA
           03 WS-DT-ULTIMO-UTIL      PIC 9(008) VALUE ZEROS.
           03 WS-IND-DATA-OK         PIC X(01) VALUE "S".
              88 WS-DATA-ANCORADA              VALUE "S".
      *
      * BASE DA COMISSAO NO RECEBIMENTO (EMP-TP-BASE-COMISSAO "R"):
      * AS VENDAS DA COMPETENCIA FICAM PENDENTES EM GV-COMPEND.DAT E
      * SO SAO CREDITADAS QUANDO O TITULO DO CONTAS A RECEBER ESTA
      * PAGO. SEM O CADASTRO DE EMPRESAS TODAS FICAM NA DATA DA VENDA
           03 WS-IND-ARQ-EMPRESA     PIC X(01) VALUE "N".
              88 WS-ARQ-EMPRESA-OK             VALUE "S".
           03 WS-IND-ARQ-RECEBER     PIC X(01) VALUE "N".
              88 WS-ARQ-RECEBER-OK             VALUE "S".
           03 WS-IND-ARQ-COMPEND     PIC X(01) VALUE "N".
              88 WS-ARQ-COMPEND-OK             VALUE "S".
           03 WS-CD-EMP-BASE         PIC 9(002) VALUE ZEROS.
           03 WS-CD-EMP-BASE-LIDA    PIC 9(002) VALUE ZEROS.
           03 WS-IND-BASE-LIDA       PIC X(01) VALUE "N".
              88 WS-BASE-JA-LIDA               VALUE "S".
           03 WS-IND-BASE-COMISSAO   PIC X(01) VALUE "V".
              88 WS-BASE-RECEBIMENTO           VALUE "R".
           03 WS-FINAL-PENDENTE      PIC X(01) VALUE SPACE.
              88 WS-FIM-PENDENTE               VALUE "F".
           03 WS-CD-VENDEDOR-PEND    PIC 9(007) VALUE ZEROS.
           03 WS-PC-MEDIA-PEND       PIC 9(003)V9(002) VALUE ZEROS.
           03 WS-VL-VENDA-LIBERADA   PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-VL-COMIS-LIBERADA   PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-QT-PENDENTES        PIC 9(05) VALUE ZEROS.
           03 WS-QT-LIBERADAS        PIC 9(05) VALUE ZEROS.
           03 WS-QT-CANCELADAS       PIC 9(05) VALUE ZEROS.
           03 WS-QT-PEND-ED          PIC ZZZZ9.
           03 WS-QT-LIB-ED           PIC ZZZZ9.
           03 WS-QT-CAN-ED           PIC ZZZZ9.
           03 WS-IND-PEND-CANCELADA  PIC X(01) VALUE "N".
              88 WS-PENDENTE-CANCELADA         VALUE "S".
      *
      * GARANTIA MINIMA DE COMISSAO: COMPLEMENTO DO MES ABAIXO DA
      * GARANTIA E RECUPERACAO DO SALDO NOS MESES ACIMA DELA, ATE O
      * PERCENTUAL DO EXCEDENTE DA CHAVE GARANTIA-PC-RECUPERA DE
      * GV-CONFIG.PAR (PADRAO 50%)
           03 WS-PC-RECUPERA-GAR     PIC 9(003)V9(002) VALUE 50.
           03 WS-VL-CONFIG-NUM       PIC 9(008) VALUE ZEROS.
           03 WS-VL-GARANTIA-MES     PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-QT-GARANTIAS        PIC 9(05) VALUE ZEROS.
           03 WS-QT-RECUPERACOES     PIC 9(05) VALUE ZEROS.
           03 WS-QT-GAR-ED           PIC ZZZZ9.
           03 WS-QT-REC-ED           PIC ZZZZ9.
      *
      * VENDAS EM COBERTURA DE AUSENCIA: A PARTE DA REGRA DE CADA
      * VENDA PENDENTE OU ESTORNADA VAI AO VENDEDOR DE COBERTURA; OS
      * REGISTROS DO PERIODO EM ABERTO DE GV-COMCOBER.DAT PASSAM PARA
      * A COMPETENCIA FECHADA
           03 WS-CD-VENDEDOR-PARTE   PIC 9(007) VALUE ZEROS.
           03 WS-VL-VALOR-PARTE      PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-DT-VENDA-COB        PIC 9(008) VALUE ZEROS.
           03 WS-QT-COBERTURAS       PIC 9(05) VALUE ZEROS.
           03 WS-QT-COB-ED           PIC ZZZZ9.
           03 WS-FINAL-COBERTURA     PIC X(01) VALUE SPACE.
              88 WS-FIM-COBERTURA              VALUE "F".
           03 WS-CCB-REGISTRO-ANT    PIC X(078) VALUE SPACES.
      *
      * VOLUME ACUMULADO POR SUPERVISOR DURANTE O FECHAMENTO
       01  WS-TABELA-SUPERVISORES.
           03 WS-QT-SUPERVISORES     PIC 9(004) COMP VALUE ZEROS.
              05 WS-SUP-VL-EQUIPE    PIC 9(013)V9(002).
      *
       COPY GV-DIAUTILWS.CPY.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-COBERTURAWS.CPY.
      *
       COPY GV-HISTEQPWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
       1.
           OPEN I-O ARQ-VENDEDOR.
           IF WS-ERRO-ACESSO
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Vendedores em Uso." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA AND NOT WS-ERRO-ACESSO
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Vendedores com Erro." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           ELSE
              MOVE "N" TO WS-IND-ARQ-CLIENTE
              MOVE "00" TO WS-ESTADO-ARQUIVO.
           OPEN INPUT ARQ-EMPRESA.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-EMPRESA
           ELSE
              MOVE "N" TO WS-IND-ARQ-EMPRESA
              MOVE "00" TO WS-ESTADO-ARQUIVO.
           OPEN INPUT ARQ-RECEBER.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-RECEBER
           ELSE
              MOVE "N" TO WS-IND-ARQ-RECEBER
              MOVE "00" TO WS-ESTADO-ARQUIVO.
           PERFORM 99-LE-CONFIGURACAO.
       1-SAIDA.
           EXIT.
      *
           EXIT.
      *
       211-CONFERE-UM-FECHAMENTO SECTION.
      * A LINHA DE INDENIZACAO RESCISORIA ("I", GRAVADA NA APROVACAO
      * ANTES DO FECHAMENTO) NAO FECHA A COMPETENCIA
       211.
           IF  FEC-NR-COMPETENCIA EQUAL WS-NR-COMPETENCIA
           AND (FEC-DELIMITADOR-11 NOT EQUAL ";"
            OR  NOT FEC-LANC-INDENIZACAO)
              MOVE "S" TO WS-IND-JA-FECHADA
           ELSE
              PERFORM 99-LER-FECHAMENTO.
              MOVE "00" TO WS-ESTADO-ARQUIVO
           ELSE
              MOVE "S" TO WS-IND-ARQ-VENDADET
              PERFORM 99-ABRE-ARQUIVO-AUSENCIA
              MOVE ZEROS TO VDD-CHAVE-VENDA-DET
                            WS-ESTADO-ARQUIVO
              START ARQ-VENDADET KEY NOT LESS VDD-CHAVE-VENDA-DET
              PERFORM 241-TRATA-UM-ESTORNO
                  UNTIL NOT WS-OPERACAO-BEM-SUCEDIDA
              CLOSE ARQ-VENDADET
              PERFORM 99-FECHA-ARQUIVO-AUSENCIA
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
       24-SAIDA.
      *
       24111-GRAVA-LINHA-ESTORNO SECTION.
      * UMA LINHA "E" PARA O VENDEDOR EM WS-CD-VENDEDOR-EST PELO
      * VALOR EM WS-VL-VALOR-EST, COM A TAXA DA FAIXA DELE. VENDA
      * ORIGINAL DATADA NA AUSENCIA COBERTA DO VENDEDOR DEVOLVE COMO
      * FOI CREDITADA: A PARTE DA REGRA SAI DO VENDEDOR DE COBERTURA
       24111.
           MOVE VDD-DT-ORIGINAL TO WS-DT-VENDA-COB.
           PERFORM 99-REPARTE-PARTE-COBERTURA.
           IF WS-COB-VL-TITULAR GREATER ZEROS
           OR WS-COB-VL-REPASSE EQUAL ZEROS
              MOVE WS-CD-VENDEDOR-PARTE TO WS-CD-VENDEDOR-EST
              MOVE WS-COB-VL-TITULAR    TO WS-VL-VALOR-EST
              PERFORM 241110-DEVOLVE-PARTE.
           IF WS-COB-VL-REPASSE GREATER ZEROS
              MOVE WS-COB-CD-COBERTURA TO WS-CD-VENDEDOR-EST
              MOVE WS-COB-VL-REPASSE   TO WS-VL-VALOR-EST
              PERFORM 241110-DEVOLVE-PARTE.
       24111-SAIDA.
           EXIT.
      *
       241110-DEVOLVE-PARTE SECTION.
       241110.
           PERFORM 99-CANCELA-PENDENTE.
           IF NOT WS-PENDENTE-CANCELADA
              PERFORM 241111-GRAVA-DEVOLUCAO.
       241110-SAIDA.
           EXIT.
      *
       241111-GRAVA-DEVOLUCAO SECTION.
       241111.
           MOVE VDD-CD-EMPRESA     TO FOR-CD-EMPRESA.
           MOVE WS-CD-VENDEDOR-EST TO FOR-CD-VENDEDOR.
           PERFORM 99-LER-VENDEDOR-DIRETO.
                                       FEC-VL-INSS.
           MOVE WS-VL-CLAWBACK      TO FEC-VL-LIQUIDO.
           MOVE "E"                 TO FEC-TP-LANCAMENTO.
           MOVE VDD-CD-EMPRESA      TO FEC-CD-EMPRESA.
           MOVE ";" TO FEC-DELIMITADOR-1 FEC-DELIMITADOR-2
                       FEC-DELIMITADOR-3 FEC-DELIMITADOR-4
                       FEC-DELIMITADOR-5 FEC-DELIMITADOR-6
                       FEC-DELIMITADOR-7 FEC-DELIMITADOR-8
                       FEC-DELIMITADOR-9 FEC-DELIMITADOR-10
                       FEC-DELIMITADOR-11
                       FEC-DELIMITADOR-12.
           WRITE FEC-REGISTRO.
       241111-SAIDA.
           EXIT.
      *
       23-VERIFICA-ANCORAGEM SECTION.
           AND WS-ESTADO-ARQUIVO EQUAL "35"
              CLOSE ARQ-FECHAMENTO
              OPEN OUTPUT ARQ-FECHAMENTO.
           PERFORM 27-REGISTRA-PENDENTES.
           MOVE ZEROS TO WS-QT-FECHADOS
                         WS-VL-TOTAL-COMISSAO
                         FOR-CHAVE-VENDEDOR
                         WS-ESTADO-ARQUIVO.
           START ARQ-VENDEDOR KEY NOT LESS FOR-CHAVE-VENDEDOR.
           PERFORM 99-LER-VENDEDOR-NEXT.
           MOVE ZEROS TO WS-QT-SUPERVISORES
                         WS-QT-GARANTIAS
                         WS-QT-RECUPERACOES.
           PERFORM 99-ABRE-HISTEQUIPE-CONSULTA.
           PERFORM 221-FECHA-UM-VENDEDOR
               UNTIL NOT WS-OPERACAO-BEM-SUCEDIDA.
           PERFORM 99-FECHA-HISTEQUIPE.
           PERFORM 24-APURA-ESTORNOS.
           PERFORM 25-FECHA-OVERRIDES.
           PERFORM 26-APURA-AJUSTES.
           PERFORM 29-LANCA-REEMBOLSOS.
           PERFORM 28-ENCERRA-COBERTURAS.
           CLOSE ARQ-FECHAMENTO.
           IF WS-ARQ-COMPEND-OK
              CLOSE ARQ-COMPEND.
           MOVE WS-QT-FECHADOS TO WS-QT-ED.
           STRING "Fechamento Concluido - "
                  WS-QT-ED DELIMITED BY SIZE
                     WS-QT-AJU-ED DELIMITED BY SIZE
                     INTO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           IF WS-QT-REEMBOLSOS GREATER ZEROS
              MOVE WS-QT-REEMBOLSOS TO WS-QT-RMB-ED
              STRING "Reembolsos de Quilometragem Lancados: "
                     WS-QT-RMB-ED DELIMITED BY SIZE
                     INTO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           IF WS-QT-LIBERADAS  GREATER ZEROS
           OR WS-QT-PENDENTES  GREATER ZEROS
           OR WS-QT-CANCELADAS GREATER ZEROS
              MOVE WS-QT-LIBERADAS  TO WS-QT-LIB-ED
              MOVE WS-QT-PENDENTES  TO WS-QT-PEND-ED
              MOVE WS-QT-CANCELADAS TO WS-QT-CAN-ED
              STRING "Receb. - Liberadas: " WS-QT-LIB-ED
                     " Pendentes: "  WS-QT-PEND-ED
                     " Canceladas: " WS-QT-CAN-ED DELIMITED BY SIZE
                     INTO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           IF WS-QT-GARANTIAS    GREATER ZEROS
           OR WS-QT-RECUPERACOES GREATER ZEROS
              MOVE WS-QT-GARANTIAS    TO WS-QT-GAR-ED
              MOVE WS-QT-RECUPERACOES TO WS-QT-REC-ED
              STRING "Garantia Minima - Complementos: " WS-QT-GAR-ED
                     " Recuperacoes: " WS-QT-REC-ED DELIMITED BY SIZE
                     INTO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           IF WS-QT-COBERTURAS GREATER ZEROS
              MOVE WS-QT-COBERTURAS TO WS-QT-COB-ED
              STRING "Coberturas de Ausencia Encerradas: "
                     WS-QT-COB-ED DELIMITED BY SIZE
                     INTO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
       22-SAIDA.
           EXIT.
      *
       221-FECHA-UM-VENDEDOR SECTION.
       221.
           IF FOR-SIT-ATIVO
      * ACUMULA O VOLUME DO VENDEDOR NA EQUIPE DO SUPERVISOR A QUE
      * ESTAVA LIGADO NO FIM DA COMPETENCIA (HISTORICO DE EQUIPE;
      * SEM ELE, O DO CADASTRO), PARA A APURACAO DO OVERRIDE AO FIM
      * DO FECHAMENTO
              MOVE FOR-CD-EMPRESA    TO WS-HEQ-CD-EMPRESA
              MOVE FOR-CD-VENDEDOR   TO WS-HEQ-CD-VENDEDOR
              MOVE FOR-CD-SUPERVISOR TO WS-HEQ-CD-SUPERVISOR
              MOVE FOR-CD-REGIAO     TO WS-HEQ-CD-REGIAO
              COMPUTE WS-HEQ-DT-REFERENCIA =
                      WS-NR-COMPETENCIA * 100 + 31
              PERFORM 99-BUSCA-ATRIBUICAO
              IF  WS-HEQ-CD-SUPERVISOR GREATER ZEROS
              AND FOR-VL-VENDA-REALIZADA GREATER ZEROS
                 MOVE FOR-CD-EMPRESA    TO WS-CD-EMP-SUP-BUSCA
                 MOVE WS-HEQ-CD-SUPERVISOR TO WS-CD-SUP-BUSCA
                 PERFORM 99-BUSCA-SUPERVISOR
                 IF WS-IX-SUP-ACHADO GREATER ZEROS
                    ADD FOR-VL-VENDA-REALIZADA
              MOVE FOR-VL-VENDA-REALIZADA TO WS-VL-BASE-FAIXA
              PERFORM 99-OBTEM-TAXA
      * O VALOR PAGO E O ACUMULADO VENDA A VENDA PELO RELATORIO;
      * A TAXA DA FAIXA ATINGIDA FICA SO COMO INFORMACAO. NA BASE
      * DO RECEBIMENTO, O CREDITADO E O DAS VENDAS PENDENTES (DESTA
      * OU DE COMPETENCIAS ANTERIORES) CUJO TITULO JA FOI PAGO
              MOVE FOR-CD-EMPRESA TO WS-CD-EMP-BASE
              PERFORM 99-LE-BASE-COMISSAO
              IF WS-BASE-RECEBIMENTO
                 PERFORM 2211-LIBERA-PENDENTES
                 MOVE WS-VL-COMIS-LIBERADA TO WS-VL-COMISSAO
                 MOVE WS-VL-VENDA-LIBERADA TO FEC-VL-VENDA
              ELSE
                 MOVE FOR-VL-COMISSAO-APURADA TO WS-VL-COMISSAO
                 MOVE FOR-VL-VENDA-REALIZADA  TO FEC-VL-VENDA
              END-IF
              ADD WS-VL-COMISSAO TO WS-VL-TOTAL-COMISSAO
              MOVE WS-NR-COMPETENCIA      TO FEC-NR-COMPETENCIA
              MOVE FOR-CD-VENDEDOR        TO FEC-CD-VENDEDOR
              MOVE FOR-NM-VENDEDOR        TO FEC-NM-VENDEDOR
              MOVE WS-PC-TAXA-APLICADA    TO FEC-PC-COMISSAO
              MOVE WS-VL-COMISSAO         TO FEC-VL-COMISSAO
              MOVE WS-DT-HOJE             TO FEC-DT-FECHAMENTO
              MOVE WS-VL-INSS             TO FEC-VL-INSS
              MOVE WS-VL-LIQUIDO          TO FEC-VL-LIQUIDO
              MOVE "N" TO FEC-TP-LANCAMENTO
              MOVE FOR-CD-EMPRESA TO FEC-CD-EMPRESA
              MOVE ";" TO FEC-DELIMITADOR-1 FEC-DELIMITADOR-2
                          FEC-DELIMITADOR-3 FEC-DELIMITADOR-4
                          FEC-DELIMITADOR-5 FEC-DELIMITADOR-6
                          FEC-DELIMITADOR-7 FEC-DELIMITADOR-8
                          FEC-DELIMITADOR-9 FEC-DELIMITADOR-10
                          FEC-DELIMITADOR-11
                          FEC-DELIMITADOR-12
              WRITE FEC-REGISTRO
              PERFORM 2212-APURA-GARANTIA
              MOVE ZEROS TO FOR-VL-VENDA-REALIZADA
                            FOR-VL-COMISSAO-APURADA
              PERFORM 99-REGRAVA-VENDEDOR
           PERFORM 99-LER-VENDEDOR-NEXT.
       221-SAIDA.
           EXIT.
      *
       2212-APURA-GARANTIA SECTION.
      * GARANTIA MINIMA: DENTRO DO PRAZO, O MES QUE FECHA ABAIXO DA
      * GARANTIA GANHA UMA LINHA "G" COM O COMPLEMENTO (COM AS
      * RETENCOES, COMO COMISSAO) E O COMPLEMENTO SOMA AO SALDO A
      * RECUPERAR. HAVENDO SALDO, O MES QUE FECHA ACIMA DA GARANTIA
      * DEVOLVE NUMA LINHA "R" O PERCENTUAL CONFIGURADO DO EXCEDENTE,
      * LIMITADO AO SALDO - O VENDEDOR NUNCA FICA ABAIXO DA GARANTIA
      * PARA RECUPERAR. A RECUPERACAO SEGUE APOS O FIM DO PRAZO
       2212.
           IF  FOR-VL-GARANTIA GREATER ZEROS
           AND WS-NR-COMPETENCIA NOT GREATER FOR-NR-COMP-FIM-GARANTIA
           AND WS-VL-COMISSAO LESS FOR-VL-GARANTIA
              COMPUTE WS-VL-GARANTIA-MES =
                      FOR-VL-GARANTIA - WS-VL-COMISSAO
              MOVE WS-VL-GARANTIA-MES TO WS-VL-COMISSAO
              PERFORM 99-CALCULA-RETENCOES
              MOVE WS-VL-IRRF         TO FEC-VL-IRRF
              MOVE WS-VL-INSS         TO FEC-VL-INSS
              MOVE WS-VL-LIQUIDO      TO FEC-VL-LIQUIDO
              MOVE "G" TO FEC-TP-LANCAMENTO
              ADD WS-VL-GARANTIA-MES TO FOR-VL-SALDO-GARANTIA
                                        WS-VL-TOTAL-COMISSAO
              ADD 1 TO WS-QT-GARANTIAS
              PERFORM 22121-GRAVA-LINHA-GARANTIA
           ELSE
              IF  FOR-VL-SALDO-GARANTIA GREATER ZEROS
              AND WS-VL-COMISSAO GREATER FOR-VL-GARANTIA
                 COMPUTE WS-VL-GARANTIA-MES ROUNDED =
                         (WS-VL-COMISSAO - FOR-VL-GARANTIA)
                         * WS-PC-RECUPERA-GAR / 100
                 IF WS-VL-GARANTIA-MES GREATER FOR-VL-SALDO-GARANTIA
                    MOVE FOR-VL-SALDO-GARANTIA TO WS-VL-GARANTIA-MES
                 END-IF
                 IF WS-VL-GARANTIA-MES GREATER ZEROS
                    MOVE ZEROS              TO FEC-VL-IRRF
                                               FEC-VL-INSS
                    MOVE WS-VL-GARANTIA-MES TO FEC-VL-LIQUIDO
                    MOVE "R" TO FEC-TP-LANCAMENTO
                    SUBTRACT WS-VL-GARANTIA-MES
                        FROM FOR-VL-SALDO-GARANTIA
                             WS-VL-TOTAL-COMISSAO
                    ADD 1 TO WS-QT-RECUPERACOES
                    PERFORM 22121-GRAVA-LINHA-GARANTIA
                 END-IF
              END-IF
           END-IF.
       2212-SAIDA.
           EXIT.
      *
       22121-GRAVA-LINHA-GARANTIA SECTION.
      * O RESTANTE DO REGISTRO (COMPETENCIA, VENDEDOR, DATA, USUARIO,
      * EMPRESA E DELIMITADORES) VEM DA LINHA NORMAL RECEM-GRAVADA
       22121.
           MOVE ZEROS              TO FEC-VL-VENDA
                                      FEC-PC-COMISSAO.
           MOVE WS-VL-GARANTIA-MES TO FEC-VL-COMISSAO.
           WRITE FEC-REGISTRO.
       22121-SAIDA.
           EXIT.
      *
       2211-LIBERA-PENDENTES SECTION.
      * PERCORRE AS VENDAS PENDENTES DO VENDEDOR (CHAVE ALTERNADA) E
      * LIBERA AS QUE TEM O TITULO PAGO ATE A COMPETENCIA FECHADA -
      * AS DEMAIS SEGUEM PENDENTES PARA O PROXIMO FECHAMENTO
       2211.
           MOVE ZEROS TO WS-VL-VENDA-LIBERADA
                         WS-VL-COMIS-LIBERADA.
           IF WS-ARQ-COMPEND-OK
              MOVE FOR-CD-VENDEDOR TO CPD-CD-VENDEDOR
                                      WS-CD-VENDEDOR-PEND
              MOVE SPACE TO WS-FINAL-PENDENTE
              START ARQ-COMPEND KEY EQUAL CPD-CD-VENDEDOR
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "F" TO WS-FINAL-PENDENTE
              END-IF
              PERFORM 22111-AVALIA-PENDENTE
                  UNTIL WS-FIM-PENDENTE
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
       2211-SAIDA.
           EXIT.
      *
       22111-AVALIA-PENDENTE SECTION.
       22111.
           READ ARQ-COMPEND NEXT.
           IF NOT WS-GRAVACAO-BEM-SUCEDIDA
              MOVE "F" TO WS-FINAL-PENDENTE
           ELSE
              IF CPD-CD-VENDEDOR NOT EQUAL WS-CD-VENDEDOR-PEND
                 MOVE "F" TO WS-FINAL-PENDENTE
              ELSE
                 IF  CPD-CD-EMPRESA EQUAL FOR-CD-EMPRESA
                 AND CPD-PENDENTE
                    PERFORM 99-VERIFICA-TITULO-PAGO
                    IF WS-OPERACAO-BEM-SUCEDIDA
                       MOVE "L" TO CPD-SITUACAO
                       MOVE WS-NR-COMPETENCIA TO CPD-NR-COMP-LIBERACAO
                       REWRITE CPD-REGISTRO
                       ADD CPD-VL-VENDA     TO WS-VL-VENDA-LIBERADA
                       ADD CPD-VL-COMISSAO  TO WS-VL-COMIS-LIBERADA
                       ADD 1 TO WS-QT-LIBERADAS
                    ELSE
                       ADD 1 TO WS-QT-PENDENTES
                    END-IF
                 END-IF
              END-IF
           END-IF.
       22111-SAIDA.
           EXIT.
      *
       27-REGISTRA-PENDENTES SECTION.
      *---------------------
      * VENDAS DA COMPETENCIA DE EMPRESA COM BASE NO RECEBIMENTO:
      * CADA UMA VIRA UM REGISTRO PENDENTE POR VENDEDOR CREDITADO
      * (COM O SPLIT DO SECUNDARIO, COMO NA CARGA), A TAXA MEDIA QUE
      * O VENDEDOR APUROU NA COMPETENCIA (COMISSAO APURADA SOBRE O
      * VOLUME REALIZADO; SEM VOLUME, A TAXA FIXA DO CADASTRO)
       27.
           MOVE ZEROS TO WS-QT-PENDENTES
                         WS-QT-LIBERADAS
                         WS-QT-CANCELADAS.
           OPEN I-O ARQ-COMPEND.
           IF WS-ESTADO-ARQUIVO EQUAL "35"
              OPEN OUTPUT ARQ-COMPEND
              CLOSE ARQ-COMPEND
              OPEN I-O ARQ-COMPEND.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-COMPEND
              OPEN INPUT ARQ-VENDADET
              IF WS-OPERACAO-BEM-SUCEDIDA
                 PERFORM 99-ABRE-ARQUIVO-AUSENCIA
                 MOVE ZEROS TO VDD-CHAVE-VENDA-DET
                 START ARQ-VENDADET KEY NOT LESS VDD-CHAVE-VENDA-DET
                 PERFORM 271-TRATA-UMA-VENDA
                     UNTIL NOT WS-OPERACAO-BEM-SUCEDIDA
                 CLOSE ARQ-VENDADET
                 PERFORM 99-FECHA-ARQUIVO-AUSENCIA
              END-IF
           ELSE
              MOVE "N" TO WS-IND-ARQ-COMPEND.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       27-SAIDA.
           EXIT.
      *
       271-TRATA-UMA-VENDA SECTION.
       271.
           READ ARQ-VENDADET NEXT.
           IF WS-OPERACAO-BEM-SUCEDIDA
              IF  VDD-MOV-VENDA
              AND VDD-DT-VENDA(1:6) EQUAL WS-NR-COMPETENCIA
                 MOVE VDD-CD-EMPRESA TO WS-CD-EMP-BASE
                 PERFORM 99-LE-BASE-COMISSAO
                 IF WS-BASE-RECEBIMENTO
                    PERFORM 2711-GRAVA-PENDENTES
                 END-IF
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
       271-SAIDA.
           EXIT.
      *
       2711-GRAVA-PENDENTES SECTION.
       2711.
           PERFORM 99-APURA-SPLIT-ESTORNO.
           IF WS-ESTORNO-COM-SPLIT
              MOVE VDD-CD-VENDEDOR     TO WS-CD-VENDEDOR-EST
              MOVE WS-VL-EST-PARTE-TIT TO WS-VL-VALOR-EST
              PERFORM 27111-GRAVA-UM-PENDENTE
              MOVE CLI-CD-VENDEDOR-SEC TO WS-CD-VENDEDOR-EST
              MOVE WS-VL-EST-PARTE-SEC TO WS-VL-VALOR-EST
              PERFORM 27111-GRAVA-UM-PENDENTE
           ELSE
              MOVE VDD-CD-VENDEDOR TO WS-CD-VENDEDOR-EST
              MOVE VDD-VL-VENDA    TO WS-VL-VALOR-EST
              PERFORM 27111-GRAVA-UM-PENDENTE
           END-IF.
       2711-SAIDA.
           EXIT.
      *
       27111-GRAVA-UM-PENDENTE SECTION.
      * VENDA DATADA NA AUSENCIA COBERTA DO VENDEDOR: A PARTE DA
      * REGRA FICA PENDENTE PARA O VENDEDOR DE COBERTURA, A TAXA
      * MEDIA DELE, E O RESTANTE PARA O PROPRIO VENDEDOR
       27111.
           MOVE VDD-DT-VENDA TO WS-DT-VENDA-COB.
           PERFORM 99-REPARTE-PARTE-COBERTURA.
           IF WS-COB-VL-TITULAR GREATER ZEROS
           OR WS-COB-VL-REPASSE EQUAL ZEROS
              MOVE WS-CD-VENDEDOR-PARTE TO WS-CD-VENDEDOR-EST
              MOVE WS-COB-VL-TITULAR    TO WS-VL-VALOR-EST
              PERFORM 271111-GRAVA-PARTE-PENDENTE.
           IF WS-COB-VL-REPASSE GREATER ZEROS
              MOVE WS-COB-CD-COBERTURA TO WS-CD-VENDEDOR-EST
              MOVE WS-COB-VL-REPASSE   TO WS-VL-VALOR-EST
              PERFORM 271111-GRAVA-PARTE-PENDENTE.
       27111-SAIDA.
           EXIT.
      *
       271111-GRAVA-PARTE-PENDENTE SECTION.
      * A CHAVE JA GRAVADA (VENDA REPETIDA NO DETALHE) E IGNORADA
       271111.
           MOVE VDD-CD-EMPRESA     TO FOR-CD-EMPRESA.
           MOVE WS-CD-VENDEDOR-EST TO FOR-CD-VENDEDOR.
           PERFORM 99-LER-VENDEDOR-DIRETO.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE ZEROS TO WS-PC-MEDIA-PEND
           ELSE
              IF FOR-VL-VENDA-REALIZADA GREATER ZEROS
                 COMPUTE WS-PC-MEDIA-PEND ROUNDED =
                         FOR-VL-COMISSAO-APURADA * 100
                         / FOR-VL-VENDA-REALIZADA
              ELSE
                 MOVE FOR-PC-COMISSAO TO WS-PC-MEDIA-PEND
              END-IF
           END-IF.
           MOVE VDD-CD-EMPRESA     TO CPD-CD-EMPRESA.
           MOVE VDD-CD-CLIENTE     TO CPD-CD-CLIENTE.
           MOVE VDD-NR-DOCUMENTO   TO CPD-NR-DOCUMENTO.
           MOVE WS-CD-VENDEDOR-EST TO CPD-CD-VENDEDOR.
           MOVE VDD-DT-VENDA       TO CPD-DT-VENDA.
           MOVE WS-NR-COMPETENCIA  TO CPD-NR-COMP-ORIGEM.
           MOVE WS-VL-VALOR-EST    TO CPD-VL-VENDA.
           MOVE WS-PC-MEDIA-PEND   TO CPD-PC-COMISSAO.
           COMPUTE CPD-VL-COMISSAO ROUNDED =
                   WS-VL-VALOR-EST * WS-PC-MEDIA-PEND / 100.
           MOVE "P"                TO CPD-SITUACAO.
           MOVE ZEROS              TO CPD-NR-COMP-LIBERACAO.
           WRITE CPD-REGISTRO.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       271111-SAIDA.
           EXIT.
      *
       28-ENCERRA-COBERTURAS SECTION.
      *---------------------
      * OS REGISTROS DE VENDAS EM COBERTURA DO PERIODO EM ABERTO
      * (COMPETENCIA ZERO, GRAVADOS PELO CALCULO DE COMISSAO) PASSAM
      * PARA A COMPETENCIA FECHADA, ONDE O EXTRATO OS ENCONTRA. A
      * COMISSAO DELES JA ESTA NA LINHA "N" DO VENDEDOR DE COBERTURA
       28.
           MOVE ZEROS TO WS-QT-COBERTURAS.
           OPEN I-O ARQ-COMCOBER.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE SPACE TO WS-FINAL-COBERTURA
              PERFORM 281-ENCERRA-UMA-COBERTURA
                  UNTIL WS-FIM-COBERTURA
              CLOSE ARQ-COMCOBER.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       28-SAIDA.
           EXIT.
      *
       281-ENCERRA-UMA-COBERTURA SECTION.
      * SEMPRE O PRIMEIRO REGISTRO EM ABERTO: O ANTERIOR JA SAIU DA
      * COMPETENCIA ZERO. CHAVE JA EXISTENTE NA COMPETENCIA FECHADA
      * (NAO OCORRE - O FECHAMENTO REPETIDO E RECUSADO) E IGNORADA
       281.
           MOVE ZEROS TO CCB-CHAVE-COBERTURA.
           START ARQ-COMCOBER KEY NOT LESS CCB-CHAVE-COBERTURA.
           IF WS-OPERACAO-BEM-SUCEDIDA
              READ ARQ-COMCOBER NEXT.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
           OR CCB-NR-COMPETENCIA NOT EQUAL ZEROS
              MOVE "F" TO WS-FINAL-COBERTURA
           ELSE
              MOVE CCB-REGISTRO TO WS-CCB-REGISTRO-ANT
              DELETE ARQ-COMCOBER
              MOVE WS-CCB-REGISTRO-ANT TO CCB-REGISTRO
              MOVE WS-NR-COMPETENCIA   TO CCB-NR-COMPETENCIA
              WRITE CCB-REGISTRO
              ADD 1 TO WS-QT-COBERTURAS.
       281-SAIDA.
           EXIT.
      *
       25-FECHA-OVERRIDES SECTION.
      *------------------
              MOVE WS-VL-INSS        TO FEC-VL-INSS
              MOVE WS-VL-LIQUIDO     TO FEC-VL-LIQUIDO
              MOVE "O" TO FEC-TP-LANCAMENTO
              MOVE FOR-CD-EMPRESA TO FEC-CD-EMPRESA
              MOVE ";" TO FEC-DELIMITADOR-1 FEC-DELIMITADOR-2
                          FEC-DELIMITADOR-3 FEC-DELIMITADOR-4
                          FEC-DELIMITADOR-5 FEC-DELIMITADOR-6
                          FEC-DELIMITADOR-7 FEC-DELIMITADOR-8
                          FEC-DELIMITADOR-9 FEC-DELIMITADOR-10
                          FEC-DELIMITADOR-11
                          FEC-DELIMITADOR-12
              WRITE FEC-REGISTRO
              ADD 1 TO WS-QT-OVERRIDES
           END-IF.
              MOVE "D" TO FEC-TP-LANCAMENTO
           ELSE
              MOVE "A" TO FEC-TP-LANCAMENTO.
           MOVE AJU-CD-EMPRESA    TO FEC-CD-EMPRESA.
           MOVE ";" TO FEC-DELIMITADOR-1 FEC-DELIMITADOR-2
                       FEC-DELIMITADOR-3 FEC-DELIMITADOR-4
                       FEC-DELIMITADOR-5 FEC-DELIMITADOR-6
                       FEC-DELIMITADOR-7 FEC-DELIMITADOR-8
                       FEC-DELIMITADOR-9 FEC-DELIMITADOR-10
                       FEC-DELIMITADOR-11
                       FEC-DELIMITADOR-12.
           WRITE FEC-REGISTRO.
           MOVE "S" TO AJU-IN-PROCESSADO.
           REWRITE AJU-REGISTRO-AJUSTE.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       2611-SAIDA.
           EXIT.
      *
       29-LANCA-REEMBOLSOS SECTION.
      *-------------------
      * DOBRA NO HISTORICO OS REEMBOLSOS DE QUILOMETRAGEM APROVADOS
      * CUJA COMPETENCIA CAIBA ATE A FECHADA: CADA UM VIRA LINHA
      * PROPRIA "K" SEM RETENCOES (REEMBOLSO DE DESPESA NAO E
      * RENDIMENTO) E O REEMBOLSO E MARCADO COMO LANCADO NESTA
      * COMPETENCIA. PENDENTES DE APROVACAO ESPERAM O PROXIMO
      * FECHAMENTO
       29.
           MOVE ZEROS TO WS-QT-REEMBOLSOS.
           OPEN I-O ARQ-REEMBOLSO.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "00" TO WS-ESTADO-ARQUIVO
           ELSE
              MOVE ZEROS TO RMB-CHAVE-REEMBOLSO
                            WS-ESTADO-ARQUIVO
              START ARQ-REEMBOLSO KEY NOT LESS RMB-CHAVE-REEMBOLSO
              PERFORM 291-TRATA-UM-REEMBOLSO
                  UNTIL NOT WS-OPERACAO-BEM-SUCEDIDA
              CLOSE ARQ-REEMBOLSO
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
       29-SAIDA.
           EXIT.
      *
       291-TRATA-UM-REEMBOLSO SECTION.
       291.
           READ ARQ-REEMBOLSO NEXT.
           IF WS-OPERACAO-BEM-SUCEDIDA
              IF  RMB-SIT-APROVADO
              AND RMB-NR-COMPETENCIA NOT GREATER WS-NR-COMPETENCIA
                 PERFORM 2911-GERA-LINHA-REEMBOLSO
              END-IF
           END-IF.
       291-SAIDA.
           EXIT.
      *
       2911-GERA-LINHA-REEMBOLSO SECTION.
       2911.
           MOVE RMB-CD-EMPRESA  TO FOR-CD-EMPRESA.
           MOVE RMB-CD-VENDEDOR TO FOR-CD-VENDEDOR.
           PERFORM 99-LER-VENDEDOR-DIRETO.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "*** VENDEDOR NAO CADASTRADO ***" TO FOR-NM-VENDEDOR
              MOVE "00" TO WS-ESTADO-ARQUIVO.
           MOVE WS-NR-COMPETENCIA TO FEC-NR-COMPETENCIA.
           MOVE RMB-CD-VENDEDOR   TO FEC-CD-VENDEDOR.
           MOVE FOR-NM-VENDEDOR   TO FEC-NM-VENDEDOR.
           MOVE ZEROS             TO FEC-VL-VENDA
                                     FEC-PC-COMISSAO
                                     FEC-VL-IRRF
                                     FEC-VL-INSS.
           MOVE RMB-VL-REEMBOLSO  TO FEC-VL-COMISSAO
                                     FEC-VL-LIQUIDO.
           MOVE WS-DT-HOJE        TO FEC-DT-FECHAMENTO.
           MOVE LK-CD-USUARIO     TO FEC-CD-USUARIO.
           MOVE "K"               TO FEC-TP-LANCAMENTO.
           MOVE RMB-CD-EMPRESA    TO FEC-CD-EMPRESA.
           MOVE ";" TO FEC-DELIMITADOR-1 FEC-DELIMITADOR-2
                       FEC-DELIMITADOR-3 FEC-DELIMITADOR-4
                       FEC-DELIMITADOR-5 FEC-DELIMITADOR-6
                       FEC-DELIMITADOR-7 FEC-DELIMITADOR-8
                       FEC-DELIMITADOR-9 FEC-DELIMITADOR-10
                       FEC-DELIMITADOR-11
                       FEC-DELIMITADOR-12.
           WRITE FEC-REGISTRO.
           MOVE "L"               TO RMB-SITUACAO.
           MOVE WS-NR-COMPETENCIA TO RMB-NR-COMP-LANCAMENTO.
           REWRITE RMB-REGISTRO.
           ADD 1 TO WS-QT-REEMBOLSOS.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       2911-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
              CLOSE ARQ-RETENCAO.
           IF WS-ARQ-CLIENTE-OK
              CLOSE ARQ-CLIENTE.
           IF WS-ARQ-EMPRESA-OK
              CLOSE ARQ-EMPRESA.
           IF WS-ARQ-RECEBER-OK
              CLOSE ARQ-RECEBER.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
      * O CLIENTE DO ESTORNO TEM SPLIT DE SECUNDARIO? AS PARTES SAO
      * CALCULADAS COMO NA CARGA: A DO SECUNDARIO ARREDONDADA E A
      * DO TITULAR POR DIFERENCA. SEM O CADASTRO DE CLIENTES (OU
      * CLIENTE AUSENTE) O ESTORNO SAI INTEIRO NO TITULAR, ASSIM
      * COMO O ESTORNO CREDITADO AO DONO DA LINHA DO PRODUTO
       99-APURA-SPLIT-ESTORNO.
           MOVE "N" TO WS-IND-SPLIT-EST
           IF WS-ARQ-CLIENTE-OK
              IF WS-OPERACAO-BEM-SUCEDIDA
                 IF  CLI-CD-VENDEDOR-SEC GREATER ZEROS
                 AND CLI-PC-SPLIT-SEC GREATER ZEROS
                 AND NOT VDD-CREDITO-LINHA
                    COMPUTE WS-VL-EST-PARTE-SEC ROUNDED =
                            VDD-VL-VENDA * CLI-PC-SPLIT-SEC / 100
                    COMPUTE WS-VL-EST-PARTE-TIT =
      *
       99-LER-VENDEDOR-DIRETO.
           READ ARQ-VENDEDOR.
      *
      * BASE DA COMISSAO DA EMPRESA EM WS-CD-EMP-BASE, GUARDADA PARA
      * A PROXIMA CONSULTA DA MESMA EMPRESA. EMPRESA AUSENTE (OU SEM
      * O CADASTRO) FICA NA DATA DA VENDA
       99-LE-BASE-COMISSAO.
           IF NOT WS-BASE-JA-LIDA
           OR WS-CD-EMP-BASE NOT EQUAL WS-CD-EMP-BASE-LIDA
              MOVE "V" TO WS-IND-BASE-COMISSAO
              IF WS-ARQ-EMPRESA-OK AND WS-ARQ-COMPEND-OK
                 MOVE WS-CD-EMP-BASE TO EMP-CD-EMPRESA
                 READ ARQ-EMPRESA
                 IF WS-OPERACAO-BEM-SUCEDIDA AND EMP-BASE-RECEBIMENTO
                    MOVE "R" TO WS-IND-BASE-COMISSAO
                 END-IF
                 MOVE "00" TO WS-ESTADO-ARQUIVO
              END-IF
              MOVE WS-CD-EMP-BASE TO WS-CD-EMP-BASE-LIDA
              MOVE "S" TO WS-IND-BASE-LIDA
           END-IF.
      *
      * O TITULO DA VENDA PENDENTE ESTA PAGO ATE A COMPETENCIA?
      * DEVOLVE "00" EM WS-ESTADO-ARQUIVO QUANDO SIM
       99-VERIFICA-TITULO-PAGO.
           IF NOT WS-ARQ-RECEBER-OK
              MOVE "23" TO WS-ESTADO-ARQUIVO
           ELSE
              MOVE CPD-CD-EMPRESA   TO REC-CD-EMPRESA
              MOVE CPD-CD-CLIENTE   TO REC-CD-CLIENTE
              MOVE CPD-NR-DOCUMENTO TO REC-NR-DOCUMENTO
              READ ARQ-RECEBER
              IF WS-OPERACAO-BEM-SUCEDIDA
                 IF NOT REC-TIT-PAGO
                 OR REC-DT-PAGAMENTO(1:6) GREATER WS-NR-COMPETENCIA
                    MOVE "23" TO WS-ESTADO-ARQUIVO
                 END-IF
              END-IF
           END-IF.
      *
      * ESTORNO DE VENDA AINDA PENDENTE DE RECEBIMENTO: A COMISSAO
      * NUNCA FOI CREDITADA, ENTAO O REGISTRO PENDENTE E CANCELADO
      * E NAO HA DEVOLUCAO. VENDA JA LIBERADA (OU NA DATA DA VENDA)
      * SEGUE PARA A LINHA "E" DE DEVOLUCAO
       99-CANCELA-PENDENTE.
           MOVE "N" TO WS-IND-PEND-CANCELADA
           IF WS-ARQ-COMPEND-OK
              MOVE VDD-CD-EMPRESA     TO CPD-CD-EMPRESA
              MOVE VDD-CD-CLIENTE     TO CPD-CD-CLIENTE
              MOVE VDD-NR-DOCUMENTO   TO CPD-NR-DOCUMENTO
              MOVE WS-CD-VENDEDOR-EST TO CPD-CD-VENDEDOR
              READ ARQ-COMPEND
              IF WS-OPERACAO-BEM-SUCEDIDA AND CPD-PENDENTE
                 MOVE "C" TO CPD-SITUACAO
                 MOVE WS-NR-COMPETENCIA TO CPD-NR-COMP-LIBERACAO
                 REWRITE CPD-REGISTRO
                 MOVE "S" TO WS-IND-PEND-CANCELADA
                 ADD 1 TO WS-QT-CANCELADAS
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
      *
       99-REGRAVA-VENDEDOR.
           REWRITE FOR-REGISTRO-VENDEDOR.
      *
      * DIVIDE A PARTE DO VENDEDOR EM WS-CD-VENDEDOR-EST (VALOR EM
      * WS-VL-VALOR-EST) PELA COBERTURA DA AUSENCIA DELE NA DATA EM
      * WS-DT-VENDA-COB; O VENDEDOR DA PARTE FICA EM
      * WS-CD-VENDEDOR-PARTE E AS METADES EM WS-COB-VL-TITULAR E
      * WS-COB-VL-REPASSE
       99-REPARTE-PARTE-COBERTURA.
           MOVE WS-CD-VENDEDOR-EST TO WS-CD-VENDEDOR-PARTE
           MOVE WS-VL-VALOR-EST    TO WS-VL-VALOR-PARTE
           MOVE VDD-CD-EMPRESA     TO WS-COB-CD-EMPRESA
           MOVE WS-CD-VENDEDOR-EST TO WS-COB-CD-VENDEDOR
           MOVE WS-DT-VENDA-COB    TO WS-COB-DT-VENDA
           PERFORM 99-BUSCA-COBERTURA
           MOVE WS-VL-VALOR-PARTE  TO WS-COB-VL-VENDA
           PERFORM 99-REPARTE-COBERTURA.
      *
       99-LER-FECHAMENTO.
           READ ARQ-FECHAMENTO
                          MOVE ZEROS TO WS-VL-TRIBUTO
                       END-IF
                       MOVE "S" TO WS-IND-FAIXA-RET.
      *
      * PERCENTUAL DE RECUPERACAO DA GARANTIA MINIMA (GV-CONFIG.PAR),
      * QUANDO PRESENTE E ATE 100%
       99-LE-CONFIGURACAO.
           MOVE "GARANTIA-PC-RECUPERA" TO WS-CFG-CHAVE
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS
           IF WS-CFG-VALOR NOT EQUAL SPACES
              COMPUTE WS-VL-CONFIG-NUM =
                      FUNCTION NUMVAL (WS-CFG-VALOR)
              IF WS-VL-CONFIG-NUM NOT GREATER 100
                 MOVE WS-VL-CONFIG-NUM TO WS-PC-RECUPERA-GAR
              END-IF
           END-IF
           PERFORM 99-LE-REGRA-COBERTURA.
      *
       990-CONSULTA-CONFIG.
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
      *
       COPY GV-AUSENCIAPD.CPY.
      *
       COPY GV-COBERTURAPD.CPY.
      *
       COPY GV-HISTEQPPD.CPY.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-FECHACOM" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
