      *     aprovar a propria alteracao - e o fecho do buraco de
      *     fraude da conta bancaria trocada na vespera do
      *     pagamento.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Venda retida por desconto acima da
      *                   tolerancia (GV-VENDARET.DAT): aprovada, o
      *                   detalhe e gravado no master; se veio da
      *                   carga, o credito do vendedor sai em
      *                   VENDAS-APROVADAS.SEQ p/ o calculo de
      *                   comissao (GV-COMISSAO).
      *     15/Out/2026 - MCB - Limite de credito do cliente: a
      *                   solicitacao de GV-CADLIMITE, aprovada, grava
      *                   o novo limite em GV-LIMCRED.DAT (com o
      *                   anterior, solicitante e aprovador); a venda
      *                   retida por exceder o limite e postada como
      *                   a retida por desconto.
      *     15/Out/2026 - MCB - Indenizacao rescisoria do representante
      *                   (tipo "I", apurada por GV-INDENIZA): aprovada,
      *                   grava a linha "I" em GV-COMISSAO.HIS na
      *                   competencia corrente ou na primeira ainda
      *                   aberta, para a remessa e a contabilidade.
      *     15/Out/2026 - MCB - Alteracao da chave PIX do vendedor
      *                   (tipo e chave) entra na fila e e aplicada
      *                   na aprovacao; a chave nova e exibida
      *                   inteira abaixo dos dados da solicitacao.
      *     15/Out/2026 - MCB - Venda aprovada de vendedor em ausencia
      *                   com cobertura na data da venda vai para o
      *                   arquivo de vendas com o vendedor de
      *                   cobertura, como na carga do detalhe.
      *     15/Out/2026 - MCB - Reembolso de quilometragem (tipo "K",
      *                   apurado por GV-REEMBKM): a aprovacao ou a
      *                   recusa e gravada no reembolso de
      *                   GV-REEMBOLSO.DAT, que o fechamento de
      *                   comissao lanca depois de aprovado.
      *     15/Out/2026 - MCB - Correcao cadastral do campo (tipo
      *                   "F", carregada por GV-CARGACORR): endereco e
      *                   CEP (cidade/UF da base postal), telefone,
      *                   e-mail, coordenada (anotada p/ recalculo) ou
      *                   cliente encerrado; a auditoria registra o
      *                   vendedor como autor da alteracao.
      *     15/Out/2026 - MCB - Venda creditada ao dono da linha do
      *                   produto nao divide com o secundario.
      *     15/Out/2026 - MCB - Chave alternada da carteira
      *                   (empresa + vendedor) no cadastro de clientes
      *                   (GV-CADCLI.CPY).
      *     15/Out/2026 - MCB - Trava de competencia fechada
      *                   (GV-COMISSAO.HIS): venda retida cuja
      *                   competencia fechou enquanto aguardava e
      *                   recusada (solicitacao mantida) ou lancada
      *                   como venda tardia na competencia aberta,
      *                   conforme COMP-FECHADA-ACAO; correcao de
      *                   detalhe de competencia fechada e recusada.
      *                   Recusas e vendas tardias postadas vao para
      *                   GV-LANCTARDIO.LOG.
      *     15/Out/2026 - MCB - Correcao do campo com a inscricao
      *                   estadual (item "I"): criticada de novo
      *                   contra a UF atual do cliente e gravada em
      *                   GV-INSCEST.DAT com o vendedor como autor.
      *     15/Out/2026 - MCB - Falha na abertura dos cadastros
      *                   registrada no log central de erros
      *                   (GV-REGERRO).
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
             record key         is FOR-CHAVE-VENDEDOR
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-VENDADET ASSIGN TO DISK WID-ARQ-VENDADET
             organization       is indexed
             access mode        is dynamic
             record key         is VDD-CHAVE-VENDA-DET
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-VENDARET ASSIGN TO DISK WID-ARQ-VENDARET
             organization       is indexed
             access mode        is dynamic
             record key         is RET-NR-SOLICITACAO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-LIMCRED ASSIGN TO DISK WID-ARQ-LIMCRED
             organization       is indexed
             access mode        is dynamic
             record key         is LIM-CHAVE-LIMITE
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-VENDA ASSIGN TO DISK WID-ARQ-VENDA
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-AUDITORIA ASSIGN TO DISK WID-ARQ-AUDITORIA
             organization       is line sequential.
           SELECT ARQ-FECHAMENTO ASSIGN TO DISK WID-ARQ-FECHAMENTO
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-LANCTARDIO ASSIGN TO DISK WID-ARQ-LANCTARDIO
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-REEMBOLSO ASSIGN TO DISK WID-ARQ-REEMBOLSO
             organization       is indexed
             access mode        is dynamic
             record key         is RMB-CHAVE-REEMBOLSO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-AUSENCIA ASSIGN TO DISK WID-ARQ-AUSENCIA
             organization       is indexed
             access mode        is dynamic
             record key         is AUS-CHAVE-AUSENCIA
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-DNE ASSIGN TO DISK WID-ARQ-DNE
             organization       is indexed
             access mode        is dynamic
             record key         is DNE-NR-CEP-PREFIXO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-PENDENTE ASSIGN TO DISK WID-ARQ-PENDENTE
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-INSCEST ASSIGN TO DISK WID-ARQ-INSCEST
             organization       is indexed
             access mode        is dynamic
             record key         is IES-CHAVE-INSCEST
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-APROVACAO.CPY.
       COPY GV-CADCLI.CPY.
       COPY GV-CADVEN.CPY.
       COPY GV-VENDADET.CPY.
       COPY GV-VENDARET.CPY.
       COPY GV-LIMCRED.CPY.
       COPY GV-IMPVENDA.CPY.
       COPY GV-AUDITORIA.CPY.
       COPY GV-COMFECH.CPY.
       COPY GV-LANCTARD.CPY.
       COPY GV-AUSENCIA.CPY.
       COPY GV-REEMBKM.CPY.
       COPY GV-DNE.CPY.
       COPY GV-INSCEST.CPY.
      *
      * CLIENTES COM COORDENADA CORRIGIDA PELO CAMPO, PENDENTES DO
      * RECALCULO DE DISTANCIAS
       FD  ARQ-PENDENTE
           LABEL RECORD IS STANDARD.
       01  PEN-REGISTRO.
           03 PEN-DT-ATUALIZACAO     PIC 9(008).
           03 PEN-DELIMITADOR-1      PIC X(001).
           03 PEN-CD-CLIENTE         PIC 9(007).
      *
       WORKING-STORAGE SECTION.
      *
           03 WID-ARQ-APROVACAO      PIC X(16) VALUE "GV-APROVACAO.DAT".
           03 WID-ARQ-CLIENTE        PIC X(60) VALUE "GV-CLIENTE.DAT".
           03 WID-ARQ-VENDEDOR       PIC X(60) VALUE "GV-VENDEDOR.DAT".
           03 WID-ARQ-VENDADET       PIC X(60) VALUE "GV-VENDADET.DAT".
           03 WID-ARQ-VENDARET       PIC X(16) VALUE "GV-VENDARET.DAT".
           03 WID-ARQ-LIMCRED        PIC X(15) VALUE "GV-LIMCRED.DAT".
           03 WID-ARQ-VENDA          PIC X(20) VALUE
                                      "VENDAS-APROVADAS.SEQ".
           03 WID-ARQ-AUDITORIA      PIC X(60) VALUE "GV-AUDITORIA.LOG".
           03 WID-ARQ-FECHAMENTO     PIC X(20) VALUE "GV-COMISSAO.HIS".
           03 WID-ARQ-AUSENCIA       PIC X(15) VALUE "GV-AUSENCIA.DAT".
           03 WID-ARQ-REEMBOLSO      PIC X(16) VALUE "GV-REEMBOLSO.DAT".
           03 WID-ARQ-DNE            PIC X(15) VALUE "GV-DNE.DAT".
           03 WID-ARQ-PENDENTE       PIC X(20) VALUE
                                      "RECALC-PENDENTE.LOG".
           03 WID-ARQ-INSCEST        PIC X(15) VALUE "GV-INSCEST.DAT".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-QT-ED2              PIC ZZZZ9.
           03 WS-IND-APLICOU         PIC X(01) VALUE "N".
              88 WS-APLICACAO-OK               VALUE "S".
           03 WS-IND-ARQ-RETIDAS     PIC X(01) VALUE "N".
              88 WS-ARQ-RETIDAS-OK             VALUE "S".
           03 WS-IND-ARQ-LIMCRED     PIC X(01) VALUE "N".
              88 WS-ARQ-LIMCRED-OK             VALUE "S".
           03 WS-IND-ARQ-DNE         PIC X(01) VALUE "N".
              88 WS-ARQ-DNE-OK                 VALUE "S".
           03 WS-IND-ARQ-INSCEST     PIC X(01) VALUE "N".
              88 WS-ARQ-INSCEST-OK             VALUE "S".
           03 WS-IND-INSC-EXISTE     PIC X(01) VALUE "N".
              88 WS-INSC-EXISTE                VALUE "S".
           03 WS-NR-LATITUDE-ED      PIC ZZ9,99999999.
           03 WS-NR-LONGITUDE-ED     PIC ZZ9,99999999.
           03 WS-VL-LIMITE-ED        PIC ZZZZZZZZZZZZ9,99.
           03 WS-VL-EXPOSICAO-ED     PIC ZZZZZZZZZZZZ9,99.
           03 WS-IND-DETALHE-EXISTE  PIC X(01) VALUE "N".
              88 WS-DETALHE-EXISTE             VALUE "S".
           03 WS-VL-PARTE-SEC        PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-PC-DESCONTO-ED      PIC ZZ9,99.
           03 WS-VL-UNITARIO-ED      PIC ZZZZZZZZZZ9,99.
      *
      * LANCAMENTO DA INDENIZACAO RESCISORIA NO HISTORICO: VAI PARA
      * A COMPETENCIA CORRENTE OU, SE ELA JA FOI FECHADA, PARA A
      * PRIMEIRA AINDA ABERTA - A REMESSA DELA LEVA O VALOR
           03 WS-FINAL-FECHAMENTO    PIC X(01) VALUE SPACE.
              88 WS-FIM-FECHAMENTO             VALUE "F".
           03 WS-NR-COMPETENCIA-LANC PIC 9(006) VALUE ZEROS.
           03 WS-NR-ULTIMA-FECHADA   PIC 9(006) VALUE ZEROS.
           03 WS-VL-INDENIZACAO-ED   PIC ZZZZZZZZZ9,99.
           03 WS-VL-AVISO-ED         PIC ZZZZZZZZZ9,99.
      *
      * REEMBOLSO DE QUILOMETRAGEM: A APROVACAO SO MARCA O REEMBOLSO
      * COMO APROVADO - O LANCAMENTO E FEITO PELO FECHAMENTO
           03 WS-VL-REEMBOLSO-ED     PIC ZZZZZZZZZ9,99.
           03 WS-QT-KM-ED            PIC ZZZZZZ9,9.
           03 WS-SIT-REEMBOLSO       PIC X(01) VALUE SPACE.
      *
      * CAMPOS DE EXIBICAO DA SOLICITACAO
           03 WS-NR-SOLIC-ED         PIC ZZZZZZ9.
           03 WS-SOLICITANTE-ED      PIC X(008) VALUE SPACES.
           03 WS-DT-SOLIC-ED         PIC 9(008) VALUE ZEROS.
           03 WS-DS-DADOS-ED         PIC X(050) VALUE SPACES.
           03 WS-DS-DADOS-ED2        PIC X(077) VALUE SPACES.
           03 WS-DS-TIPO-PIX-ED      PIC X(010) VALUE SPACES.
           03 WS-NR-COMP-ED          PIC 9(006) VALUE ZEROS.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-COBERTURAWS.CPY.
      *
       COPY GV-TRAVACOMPWS.CPY.
      *
       COPY GV-VALIDAIEWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
           03 LINE 08 COL 38 USING WS-DT-SOLIC-ED.
           03 LINE 09 COL 07 VALUE "Dados Novos: ".
           03 LINE 09 COL 20 USING WS-DS-DADOS-ED.
           03 LINE 10 COL 04 USING WS-DS-DADOS-ED2.
      *
       01  SST-MENSAGEM.
           03 LINE 22 COL 11 USING WS-MENSAGEM.
      *----------------
       1.
           PERFORM 99-LE-CONFIGURACAO.
           MOVE "GV-APROVA" TO WS-TRV-NM-PROGRAMA.
           PERFORM 99-CARREGA-TRAVA-COMPETENCIA.
           DISPLAY SST-APROVACAO.
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ARQ-APROVACAO.
              PERFORM 99-MENSAGEM
           ELSE
              OPEN I-O ARQ-CLIENTE
              IF WS-OPERACAO-BEM-SUCEDIDA
                 OPEN I-O ARQ-VENDEDOR
                 MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
              ELSE
                 MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              END-IF
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Cadastros Indisponiveis para Aplicacao."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 CLOSE ARQ-APROVACAO
              ELSE
                 OPEN EXTEND ARQ-AUDITORIA
                 PERFORM 11-ABRE-VENDAS-RETIDAS
                 PERFORM 12-ABRE-LIMITES
                 PERFORM 13-ABRE-BASE-POSTAL
                 PERFORM 14-ABRE-INSCRICAO.
       1-SAIDA.
           EXIT.
      *
       11-ABRE-VENDAS-RETIDAS SECTION.
      *----------------------
      * SEM VENDAS RETIDAS REGISTRADAS A FILA SEGUE NORMAL; AS
      * SOLICITACOES DE DESCONTO FICAM PENDENTES
       11.
           MOVE "N" TO WS-IND-ARQ-RETIDAS.
           OPEN I-O ARQ-VENDARET.
           IF WS-OPERACAO-BEM-SUCEDIDA
              OPEN I-O ARQ-VENDADET
              IF WS-ESTADO-ARQUIVO EQUAL "35"
                 OPEN OUTPUT ARQ-VENDADET
                 CLOSE ARQ-VENDADET
                 OPEN I-O ARQ-VENDADET
              END-IF
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "S" TO WS-IND-ARQ-RETIDAS
              ELSE
                 CLOSE ARQ-VENDARET
              END-IF
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       11-SAIDA.
           EXIT.
      *
       12-ABRE-LIMITES SECTION.
      *---------------
      * O ARQUIVO DE LIMITES DE CREDITO NASCE NA PRIMEIRA APROVACAO;
      * SEM ELE AS SOLICITACOES DE LIMITE FICAM PENDENTES
       12.
           MOVE "N" TO WS-IND-ARQ-LIMCRED.
           OPEN I-O ARQ-LIMCRED.
           IF WS-ESTADO-ARQUIVO EQUAL "35"
              OPEN OUTPUT ARQ-LIMCRED
              CLOSE ARQ-LIMCRED
              OPEN I-O ARQ-LIMCRED.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-LIMCRED.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       12-SAIDA.
           EXIT.
      *
       13-ABRE-BASE-POSTAL SECTION.
      *-------------------
      * SEM A BASE POSTAL A CORRECAO DE ENDERECO DO CAMPO FICA
      * PENDENTE - CIDADE E UF SAEM DO PREFIXO DO CEP
       13.
           MOVE "N" TO WS-IND-ARQ-DNE.
           OPEN INPUT ARQ-DNE.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-DNE.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       13-SAIDA.
           EXIT.
      *
       14-ABRE-INSCRICAO SECTION.
      *-----------------
      * O ARQUIVO DE INSCRICOES ESTADUAIS NASCE NA PRIMEIRA GRAVACAO;
      * SEM ELE AS CORRECOES DE INSCRICAO FICAM PENDENTES
       14.
           MOVE "N" TO WS-IND-ARQ-INSCEST.
           OPEN I-O ARQ-INSCEST.
           IF WS-ESTADO-ARQUIVO EQUAL "35"
              OPEN OUTPUT ARQ-INSCEST
              CLOSE ARQ-INSCEST
              OPEN I-O ARQ-INSCEST.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-INSCEST.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       14-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
                       MOVE WS-DT-HOJE    TO APR-DT-DECISAO
                       PERFORM 99-REGRAVA-APROVACAO
                       ADD 1 TO WS-QT-RECUSADAS
                       IF APR-ALT-DESCONTO
                       OR APR-ALT-EXCESSO-LIMITE
                          PERFORM 99-RECUSA-VENDA-RETIDA
                       END-IF
                       IF APR-ALT-REEMBOLSO
                          MOVE "R" TO WS-SIT-REEMBOLSO
                          PERFORM 99-DECIDE-REEMBOLSO
                       END-IF
                    END-IF
                 END-IF
              END-IF
           MOVE "N" TO WS-IND-APLICOU.
           IF APR-ALT-BLOQUEIO
              PERFORM 21111-APLICA-BLOQUEIO
           ELSE
           IF APR-ALT-DESCONTO
           OR APR-ALT-EXCESSO-LIMITE
              PERFORM 21113-APLICA-VENDA-RETIDA
           ELSE
           IF APR-ALT-LIMITE-CREDITO
              PERFORM 21114-APLICA-LIMITE
           ELSE
           IF APR-ALT-INDENIZACAO
              PERFORM 21115-APLICA-INDENIZACAO
           ELSE
           IF APR-ALT-REEMBOLSO
              PERFORM 21116-APLICA-REEMBOLSO
           ELSE
           IF APR-ALT-CAMPO
           AND APR-CAMPO-INSCRICAO
              PERFORM 21118-APLICA-INSCRICAO
           ELSE
           IF APR-ALT-CAMPO
              PERFORM 21117-APLICA-CAMPO
           ELSE
              PERFORM 21112-APLICA-VENDEDOR.
           IF WS-APLICACAO-OK
                 MOVE APR-NR-CONTA   TO FOR-NR-CONTA
                 MOVE APR-TP-CONTA   TO FOR-TP-CONTA
              ELSE
                 IF APR-ALT-PIX
                    MOVE APR-TP-CHAVE-PIX TO FOR-TP-CHAVE-PIX
                    MOVE APR-DS-CHAVE-PIX TO FOR-DS-CHAVE-PIX
                 ELSE
                    MOVE APR-PC-COMISSAO TO FOR-PC-COMISSAO
                 END-IF
              END-IF
              PERFORM 99-REGRAVA-VENDEDOR
              IF WS-OPERACAO-BEM-SUCEDIDA
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       21112-SAIDA.
           EXIT.
      *
       21113-APLICA-VENDA-RETIDA SECTION.
      * GRAVA NO MASTER O DETALHE RETIDO POR DESCONTO OU POR EXCESSO
      * DE LIMITE DE CREDITO. CORRECAO
      * DIGITADA (CHAVE JA NO MASTER) E REGRAVADA COM IMAGEM ANTES;
      * VENDA DA CARGA GERA O CREDITO DO VENDEDOR (COM SPLIT) QUE A
      * CARGA DEIXOU DE CONSOLIDAR
       21113.
           IF WS-ARQ-RETIDAS-OK
              MOVE APR-NR-SOLICITACAO TO RET-NR-SOLICITACAO
              READ ARQ-VENDARET
              IF WS-OPERACAO-BEM-SUCEDIDA
              AND RET-SIT-PENDENTE
                 MOVE RET-DADOS-VENDA TO VDD-REGISTRO-VENDA-DET
                 PERFORM 211131-POSTA-DETALHE
                 IF WS-APLICACAO-OK
                    MOVE "A" TO RET-SITUACAO
                    REWRITE RET-REGISTRO
                    IF RET-ORIGEM-CARGA
                       PERFORM 211132-CREDITA-VENDEDOR
                    END-IF
                 END-IF
              END-IF
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       21113-SAIDA.
           EXIT.
      *
       21114-APLICA-LIMITE SECTION.
      * GRAVA O NOVO LIMITE DE CREDITO DO CLIENTE, GUARDANDO O
      * ANTERIOR E QUEM SOLICITOU E APROVOU
       21114.
           IF WS-ARQ-LIMCRED-OK
              MOVE APR-CD-EMPRESA TO LIM-CD-EMPRESA
              MOVE APR-CHAVE      TO LIM-CD-CLIENTE
              READ ARQ-LIMCRED
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE LIM-VL-LIMITE TO LIM-VL-LIMITE-ANTERIOR
                 PERFORM 211141-MONTA-LIMITE
                 REWRITE LIM-REGISTRO
              ELSE
                 MOVE ZEROS TO LIM-VL-LIMITE-ANTERIOR
                 PERFORM 211141-MONTA-LIMITE
                 WRITE LIM-REGISTRO
              END-IF
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "S" TO WS-IND-APLICOU
              END-IF
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       21114-SAIDA.
           EXIT.
      *
       211141-MONTA-LIMITE SECTION.
       211141.
           MOVE APR-CD-EMPRESA        TO LIM-CD-EMPRESA.
           MOVE APR-CHAVE             TO LIM-CD-CLIENTE.
           MOVE APR-VL-LIMITE-CREDITO TO LIM-VL-LIMITE.
           MOVE APR-NR-SOLICITACAO    TO LIM-NR-SOLICITACAO.
           MOVE APR-CD-SOLICITANTE    TO LIM-CD-SOLICITANTE.
           MOVE LK-CD-USUARIO         TO LIM-CD-APROVADOR.
           MOVE WS-DT-HOJE            TO LIM-DT-APROVACAO.
       211141-SAIDA.
           EXIT.
      *
       21115-APLICA-INDENIZACAO SECTION.
      * GRAVA A LINHA "I" NO HISTORICO DE COMISSAO (INDENIZACAO MAIS
      * AVISO PREVIO, SEM RETENCOES - LIQUIDO IGUAL AO BRUTO), COM O
      * APROVADOR COMO USUARIO DA LINHA
       21115.
           MOVE APR-CD-EMPRESA TO FOR-CD-EMPRESA.
           MOVE APR-CHAVE      TO FOR-CD-VENDEDOR.
           PERFORM 99-LER-VENDEDOR.
           IF WS-OPERACAO-BEM-SUCEDIDA
              PERFORM 211151-COMPETENCIA-ABERTA
              OPEN EXTEND ARQ-FECHAMENTO
              IF WS-ESTADO-ARQUIVO EQUAL "35"
                 OPEN OUTPUT ARQ-FECHAMENTO
              END-IF
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE WS-NR-COMPETENCIA-LANC TO FEC-NR-COMPETENCIA
                 MOVE FOR-CD-VENDEDOR   TO FEC-CD-VENDEDOR
                 MOVE FOR-NM-VENDEDOR   TO FEC-NM-VENDEDOR
                 MOVE ZEROS             TO FEC-VL-VENDA
                                           FEC-PC-COMISSAO
                                           FEC-VL-IRRF
                                           FEC-VL-INSS
                 COMPUTE FEC-VL-COMISSAO = APR-VL-INDENIZACAO
                                         + APR-VL-AVISO-PREVIO
                 MOVE FEC-VL-COMISSAO   TO FEC-VL-LIQUIDO
                 MOVE WS-DT-HOJE        TO FEC-DT-FECHAMENTO
                 MOVE LK-CD-USUARIO     TO FEC-CD-USUARIO
                 MOVE "I"               TO FEC-TP-LANCAMENTO
                 MOVE APR-CD-EMPRESA    TO FEC-CD-EMPRESA
                 MOVE ";" TO FEC-DELIMITADOR-1  FEC-DELIMITADOR-2
                             FEC-DELIMITADOR-3  FEC-DELIMITADOR-4
                             FEC-DELIMITADOR-5  FEC-DELIMITADOR-6
                             FEC-DELIMITADOR-7  FEC-DELIMITADOR-8
                             FEC-DELIMITADOR-9  FEC-DELIMITADOR-10
                             FEC-DELIMITADOR-11
                             FEC-DELIMITADOR-12
                 WRITE FEC-REGISTRO
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "S" TO WS-IND-APLICOU
                 END-IF
                 CLOSE ARQ-FECHAMENTO
              END-IF
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       21115-SAIDA.
           EXIT.
      *
       21116-APLICA-REEMBOLSO SECTION.
      * O REEMBOLSO SO E APROVADO SE AINDA ESTA PENDENTE COM ESTA
      * SOLICITACAO (UM RECALCULO POSTERIOR ABRE OUTRA)
       21116.
           MOVE "A" TO WS-SIT-REEMBOLSO.
           PERFORM 99-DECIDE-REEMBOLSO.
       21116-SAIDA.
           EXIT.
      *
       21117-APLICA-CAMPO SECTION.
      * CORRECAO CADASTRAL ENVIADA PELO VENDEDOR (GV-CARGACORR). AS
      * IMAGENS DE AUDITORIA LEVAM O VENDEDOR (V+CODIGO) COMO AUTOR
      * DA ALTERACAO; ENDERECO SEM O CEP NA BASE POSTAL NAO E
      * APLICADO E A SOLICITACAO FICA PENDENTE
       21117.
           MOVE APR-CD-EMPRESA TO CLI-CD-EMPRESA.
           MOVE APR-CHAVE      TO CLI-CD-CLIENTE.
           PERFORM 99-LER-CLIENTE.
           IF WS-OPERACAO-BEM-SUCEDIDA
           AND APR-CAMPO-ENDERECO
              IF WS-ARQ-DNE-OK
                 MOVE APR-NR-CEP(1:5) TO DNE-NR-CEP-PREFIXO
                 READ ARQ-DNE
              ELSE
                 MOVE "23" TO WS-ESTADO-ARQUIVO
              END-IF
           END-IF.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "C"                  TO AUD-TIPO-ENTIDADE
              MOVE "A"                  TO AUD-TIPO-OPERACAO
              MOVE "A"                  TO AUD-IMAGEM
              MOVE CLI-CD-EMPRESA       TO AUD-CD-EMPRESA
              MOVE CLI-CD-CLIENTE       TO AUD-CHAVE
              MOVE CLI-REGISTRO-CLIENTE TO AUD-DADOS-REGISTRO
              PERFORM 99-GRAVA-AUDITORIA-CAMPO
              IF APR-CAMPO-ENDERECO
                 MOVE APR-DS-ENDERECO TO CLI-DS-ENDERECO
                 MOVE APR-NR-CEP      TO CLI-NR-CEP
                 MOVE DNE-DS-CIDADE   TO CLI-DS-CIDADE
                 MOVE DNE-SG-UF       TO CLI-SG-UF
              ELSE
              IF APR-CAMPO-TELEFONE
                 MOVE APR-DS-TELEFONE TO CLI-DS-TELEFONE
              ELSE
              IF APR-CAMPO-EMAIL
                 MOVE APR-DS-EMAIL    TO CLI-DS-EMAIL
              ELSE
              IF APR-CAMPO-COORDENADA
                 MOVE APR-NR-LATITUDE  TO CLI-NR-LATITUDE
                 MOVE APR-NR-LONGITUDE TO CLI-NR-LONGITUDE
              ELSE
                 MOVE "I" TO CLI-SITUACAO
              END-IF
              END-IF
              END-IF
              END-IF
              PERFORM 99-REGRAVA-CLIENTE
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "S" TO WS-IND-APLICOU
                 MOVE "D"                  TO AUD-IMAGEM
                 MOVE CLI-REGISTRO-CLIENTE TO AUD-DADOS-REGISTRO
                 PERFORM 99-GRAVA-AUDITORIA-CAMPO
                 IF APR-CAMPO-COORDENADA
                    PERFORM 99-ANOTA-RECALCULO
                 END-IF
              END-IF
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       21117-SAIDA.
           EXIT.
      *
       21118-APLICA-INSCRICAO SECTION.
      * INSCRICAO ESTADUAL ENVIADA PELO VENDEDOR: CRITICADA DE NOVO
      * CONTRA A UF ATUAL DO CLIENTE (PODE TER MUDADO DESDE A CARGA)
      * E GRAVADA EM GV-INSCEST.DAT COM O VENDEDOR (V+CODIGO) COMO
      * AUTOR. O REGISTRO DO CLIENTE NAO MUDA; RECUSADA PELA CRITICA
      * A SOLICITACAO FICA PENDENTE
       21118.
           MOVE APR-CD-EMPRESA TO CLI-CD-EMPRESA.
           MOVE APR-CHAVE      TO CLI-CD-CLIENTE.
           PERFORM 99-LER-CLIENTE.
           IF  WS-OPERACAO-BEM-SUCEDIDA
           AND WS-ARQ-INSCEST-OK
              MOVE CLI-SG-UF            TO WS-VIE-SG-UF
              MOVE APR-NR-INSC-ESTADUAL TO WS-VIE-NR-ENTRADA
              CALL WS-NM-PROG-VALIDAIE USING WS-VIE-PARAMETROS
              IF NOT WS-VIE-IE-ACEITA
                 MOVE SPACES TO WS-MENSAGEM
                 STRING "Inscricao nao Confere com a UF "
                                               DELIMITED BY SIZE
                        CLI-SG-UF              DELIMITED BY SIZE
                        " do Cliente."         DELIMITED BY SIZE
                        INTO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 MOVE CLI-CD-EMPRESA TO IES-CD-EMPRESA
                 MOVE CLI-CD-CLIENTE TO IES-CD-CLIENTE
                 READ ARQ-INSCEST WITH LOCK
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "S" TO WS-IND-INSC-EXISTE
                 ELSE
                    MOVE "N" TO WS-IND-INSC-EXISTE
                    MOVE "00" TO WS-ESTADO-ARQUIVO
                 END-IF
                 MOVE CLI-CD-EMPRESA      TO IES-CD-EMPRESA
                 MOVE CLI-CD-CLIENTE      TO IES-CD-CLIENTE
                 MOVE WS-VIE-NR-INSCRICAO TO IES-NR-INSC-ESTADUAL
                 MOVE CLI-SG-UF           TO IES-SG-UF
                 MOVE APR-CD-SOLICITANTE  TO IES-CD-USUARIO
                 MOVE WS-DT-HOJE          TO IES-DT-ALTERACAO
                 IF WS-INSC-EXISTE
                    REWRITE IES-REGISTRO
                 ELSE
                    WRITE IES-REGISTRO
                 END-IF
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "S" TO WS-IND-APLICOU
                 END-IF
              END-IF
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       21118-SAIDA.
           EXIT.
      *
       211151-COMPETENCIA-ABERTA SECTION.
      * A ULTIMA COMPETENCIA FECHADA E A MAIOR COM LINHA NORMAL
      * (OU ANTIGA, SEM NATUREZA) NO HISTORICO
       211151.
           COMPUTE WS-NR-COMPETENCIA-LANC = WS-DT-HOJE / 100.
           MOVE ZEROS TO WS-NR-ULTIMA-FECHADA.
           OPEN INPUT ARQ-FECHAMENTO.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE SPACE TO WS-FINAL-FECHAMENTO
              PERFORM 99-LER-FECHAMENTO
              PERFORM 2111511-CONFERE-UMA-LINHA
                  UNTIL WS-FIM-FECHAMENTO
              CLOSE ARQ-FECHAMENTO
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
           IF WS-NR-COMPETENCIA-LANC NOT GREATER WS-NR-ULTIMA-FECHADA
              MOVE WS-NR-ULTIMA-FECHADA TO WS-NR-COMPETENCIA-LANC
              IF WS-NR-COMPETENCIA-LANC(5:2) EQUAL "12"
                 ADD 89 TO WS-NR-COMPETENCIA-LANC
              ELSE
                 ADD 1 TO WS-NR-COMPETENCIA-LANC.
       211151-SAIDA.
           EXIT.
      *
       2111511-CONFERE-UMA-LINHA SECTION.
       2111511.
           IF FEC-DELIMITADOR-11 NOT EQUAL ";"
           OR FEC-LANC-NORMAL
              IF FEC-NR-COMPETENCIA GREATER WS-NR-ULTIMA-FECHADA
                 MOVE FEC-NR-COMPETENCIA TO WS-NR-ULTIMA-FECHADA.
           PERFORM 99-LER-FECHAMENTO.
       2111511-SAIDA.
           EXIT.
      *
       211131-POSTA-DETALHE SECTION.
      * VENDA DE COMPETENCIA QUE FECHOU ENQUANTO RETIDA SO E POSTADA
      * QUANDO A CONFIGURACAO MANDA REDATAR (VENDA TARDIA)
       211131.
           PERFORM 2111311-CONFERE-TRAVA.
           IF  WS-TRV-COMP-FECHADA
           AND WS-TRV-REGISTRO-RECUSA
              CONTINUE
           ELSE
              PERFORM 2111312-GRAVA-DETALHE.
       211131-SAIDA.
           EXIT.
      *
       2111311-CONFERE-TRAVA SECTION.
      * INCLUSAO E RECUSADA OU REDATADA CONFORME COMP-FECHADA-ACAO;
      * CORRECAO DE DETALHE JA NO MASTER E SEMPRE RECUSADA. A DATA
      * NOVA VAI TAMBEM PARA A IMAGEM RETIDA, QUE FICA COMO POSTADA
       2111311.
           MOVE "N" TO WS-TRV-IND-FECHADA.
           IF VDD-MOV-VENDA
              MOVE VDD-DT-VENDA TO WS-TRV-DT-VENDA
              PERFORM 99-CONFERE-TRAVA-COMPETENCIA
           END-IF.
           IF WS-TRV-COMP-FECHADA
              READ ARQ-VENDADET
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "R" TO WS-TRV-TP-REGISTRO
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
              MOVE RET-DADOS-VENDA TO VDD-REGISTRO-VENDA-DET
              IF WS-TRV-REGISTRO-REDATA
                 IF VDD-DT-ORIGINAL EQUAL ZEROS
                    MOVE VDD-DT-VENDA TO VDD-DT-ORIGINAL
                 END-IF
                 MOVE WS-TRV-DT-LANCAMENTO   TO VDD-DT-VENDA
                 MOVE VDD-REGISTRO-VENDA-DET TO RET-DADOS-VENDA
              ELSE
                 MOVE VDD-CD-EMPRESA   TO WS-TRV-CD-EMPRESA
                 MOVE VDD-CD-CLIENTE   TO WS-TRV-CD-CLIENTE
                 MOVE VDD-NR-DOCUMENTO TO WS-TRV-NR-DOCUMENTO
                 MOVE VDD-CD-VENDEDOR  TO WS-TRV-CD-VENDEDOR
                 MOVE VDD-VL-VENDA     TO WS-TRV-VL-VENDA
                 PERFORM 99-REGISTRA-LANCTO-TARDIO
                 MOVE WS-TRV-NR-COMP-VENDA TO WS-NR-COMP-ED
                 MOVE SPACES TO WS-MENSAGEM
                 STRING "Competencia "  DELIMITED BY SIZE
                        WS-NR-COMP-ED   DELIMITED BY SIZE
                        " Fechada - Venda nao Postada."
                                        DELIMITED BY SIZE
                        INTO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              END-IF
           END-IF.
       2111311-SAIDA.
           EXIT.
      *
       2111312-GRAVA-DETALHE SECTION.
       2111312.
           MOVE "N" TO WS-IND-DETALHE-EXISTE.
           READ ARQ-VENDADET.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-DETALHE-EXISTE
              MOVE "D"                    TO AUD-TIPO-ENTIDADE
              MOVE "A"                    TO AUD-TIPO-OPERACAO
              MOVE "A"                    TO AUD-IMAGEM
              MOVE VDD-CD-EMPRESA         TO AUD-CD-EMPRESA
              MOVE VDD-CD-CLIENTE         TO AUD-CHAVE
              MOVE VDD-REGISTRO-VENDA-DET TO AUD-DADOS-REGISTRO
              PERFORM 99-GRAVA-AUDITORIA
           END-IF.
           MOVE RET-DADOS-VENDA TO VDD-REGISTRO-VENDA-DET.
           IF WS-DETALHE-EXISTE
              REWRITE VDD-REGISTRO-VENDA-DET
           ELSE
              WRITE VDD-REGISTRO-VENDA-DET
              MOVE "D" TO AUD-TIPO-ENTIDADE
              MOVE "I" TO AUD-TIPO-OPERACAO
              MOVE VDD-CD-EMPRESA TO AUD-CD-EMPRESA
              MOVE VDD-CD-CLIENTE TO AUD-CHAVE
           END-IF.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S"                    TO WS-IND-APLICOU
              MOVE "D"                    TO AUD-IMAGEM
              MOVE VDD-REGISTRO-VENDA-DET TO AUD-DADOS-REGISTRO
              PERFORM 99-GRAVA-AUDITORIA
              IF  NOT WS-DETALHE-EXISTE
              AND VDD-MOV-VENDA
              AND VDD-DT-ORIGINAL GREATER ZEROS
                 PERFORM 99-REGISTRA-VENDA-TARDIA
              END-IF
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       2111312-SAIDA.
           EXIT.
      *
       211132-CREDITA-VENDEDOR SECTION.
      * MESMA DIVISAO DA CARGA (GV-CARGAVDET): CLI-PC-SPLIT-SEC AO
      * VENDEDOR SECUNDARIO E O RESTANTE AO TITULAR DO DETALHE; A
      * PARTE DE VENDEDOR EM AUSENCIA COBERTA NA DATA DA VENDA LEVA
      * O VENDEDOR DE COBERTURA, TAMBEM COMO NA CARGA
       211132.
           OPEN EXTEND ARQ-VENDA.
           IF WS-ESTADO-ARQUIVO EQUAL "35"
              OPEN OUTPUT ARQ-VENDA
           END-IF.
           PERFORM 99-ABRE-ARQUIVO-AUSENCIA.
           MOVE VDD-CD-EMPRESA TO CLI-CD-EMPRESA.
           MOVE VDD-CD-CLIENTE TO CLI-CD-CLIENTE.
           PERFORM 99-LER-CLIENTE.
           IF  WS-OPERACAO-BEM-SUCEDIDA
           AND CLI-CD-VENDEDOR-SEC GREATER ZEROS
           AND CLI-PC-SPLIT-SEC GREATER ZEROS
           AND NOT VDD-CREDITO-LINHA
              COMPUTE WS-VL-PARTE-SEC ROUNDED =
                      VDD-VL-VENDA * CLI-PC-SPLIT-SEC / 100
              MOVE VDD-CD-VENDEDOR TO VND-CD-VENDEDOR
              COMPUTE VND-VL-VENDA = VDD-VL-VENDA - WS-VL-PARTE-SEC
              PERFORM 99-GRAVA-VENDA-APROVADA
              MOVE CLI-CD-VENDEDOR-SEC TO VND-CD-VENDEDOR
              MOVE WS-VL-PARTE-SEC     TO VND-VL-VENDA
              PERFORM 99-GRAVA-VENDA-APROVADA
           ELSE
              MOVE VDD-CD-VENDEDOR TO VND-CD-VENDEDOR
              MOVE VDD-VL-VENDA    TO VND-VL-VENDA
              PERFORM 99-GRAVA-VENDA-APROVADA
           END-IF.
           PERFORM 99-FECHA-ARQUIVO-AUSENCIA.
           CLOSE ARQ-VENDA.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       211132-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
              CLOSE ARQ-APROVACAO
              CLOSE ARQ-CLIENTE
              CLOSE ARQ-VENDEDOR
              CLOSE ARQ-AUDITORIA
              IF WS-ARQ-LIMCRED-OK
                 CLOSE ARQ-LIMCRED
              END-IF
              IF WS-ARQ-DNE-OK
                 CLOSE ARQ-DNE
              END-IF
              IF WS-ARQ-INSCEST-OK
                 CLOSE ARQ-INSCEST
              END-IF
              IF WS-ARQ-RETIDAS-OK
                 CLOSE ARQ-VENDARET
                 CLOSE ARQ-VENDADET.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
      *
       99-REGRAVA-APROVACAO.
           REWRITE APR-REGISTRO.
      *
       99-LER-FECHAMENTO.
           READ ARQ-FECHAMENTO
               AT END MOVE "F" TO WS-FINAL-FECHAMENTO.
      *
      * GRAVA A DECISAO (WS-SIT-REEMBOLSO "A" OU "R") NO REEMBOLSO DE
      * QUILOMETRAGEM DA SOLICITACAO, SE ELE AINDA ESTA PENDENTE COM
      * ELA; O ARQUIVO E ABERTO SO PARA ISSO
       99-DECIDE-REEMBOLSO.
           OPEN I-O ARQ-REEMBOLSO
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE APR-CD-EMPRESA        TO RMB-CD-EMPRESA
              MOVE APR-CHAVE             TO RMB-CD-VENDEDOR
              MOVE APR-NR-COMP-REEMBOLSO TO RMB-NR-COMPETENCIA
              READ ARQ-REEMBOLSO
              IF  WS-OPERACAO-BEM-SUCEDIDA
              AND RMB-SIT-PENDENTE
              AND RMB-NR-SOLICITACAO EQUAL APR-NR-SOLICITACAO
                 MOVE WS-SIT-REEMBOLSO TO RMB-SITUACAO
                 MOVE LK-CD-USUARIO TO RMB-CD-APROVADOR
                 MOVE WS-DT-HOJE    TO RMB-DT-DECISAO
                 REWRITE RMB-REGISTRO
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "S" TO WS-IND-APLICOU
                 END-IF
              END-IF
              CLOSE ARQ-REEMBOLSO
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
      * A VENDA RETIDA DE UMA SOLICITACAO RECUSADA FICA REGISTRADA
      * COMO RECUSADA (BASE DO RELATORIO DE DESCONTOS)
       99-RECUSA-VENDA-RETIDA.
           IF WS-ARQ-RETIDAS-OK
              MOVE APR-NR-SOLICITACAO TO RET-NR-SOLICITACAO
              READ ARQ-VENDARET
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "R" TO RET-SITUACAO
                 REWRITE RET-REGISTRO
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
      *
       99-MONTA-EXIBICAO.
           MOVE APR-NR-SOLICITACAO TO WS-NR-SOLIC-ED
           MOVE APR-CD-SOLICITANTE TO WS-SOLICITANTE-ED
           MOVE APR-DT-SOLICITACAO TO WS-DT-SOLIC-ED
           MOVE SPACES             TO WS-DS-DADOS-ED
                                      WS-DS-DADOS-ED2
           IF APR-ALT-BANCO
              MOVE "DADOS BANCARIOS DO VENDEDOR" TO WS-DS-TIPO-ED
              STRING "BCO " APR-CD-BANCO
                 STRING "NOVO PERCENTUAL: " APR-DADOS-NOVOS(1:5)
                        DELIMITED BY SIZE
                        INTO WS-DS-DADOS-ED
              ELSE
              IF APR-ALT-DESCONTO
                 MOVE "VENDA C/ DESCONTO (CLIENTE)" TO WS-DS-TIPO-ED
                 MOVE APR-PC-DESCONTO TO WS-PC-DESCONTO-ED
                 MOVE APR-VL-UNITARIO TO WS-VL-UNITARIO-ED
                 STRING "PROD " APR-CD-PRODUTO
                        " UNIT " WS-VL-UNITARIO-ED
                        " DESC " WS-PC-DESCONTO-ED "%"
                        DELIMITED BY SIZE
                        INTO WS-DS-DADOS-ED
              ELSE
              IF APR-ALT-LIMITE-CREDITO
                 MOVE "LIMITE DE CREDITO DO CLIENTE" TO WS-DS-TIPO-ED
                 MOVE APR-VL-LIMITE-CREDITO TO WS-VL-LIMITE-ED
                 STRING "NOVO LIMITE: " WS-VL-LIMITE-ED
                        DELIMITED BY SIZE
                        INTO WS-DS-DADOS-ED
              ELSE
              IF APR-ALT-EXCESSO-LIMITE
                 MOVE "VENDA ACIMA DO LIMITE CREDITO" TO WS-DS-TIPO-ED
                 MOVE APR-VL-EXPOSICAO TO WS-VL-EXPOSICAO-ED
                 MOVE APR-VL-LIMITE    TO WS-VL-LIMITE-ED
                 STRING "EXPOS " WS-VL-EXPOSICAO-ED
                        " LIMITE " WS-VL-LIMITE-ED
                        DELIMITED BY SIZE
                        INTO WS-DS-DADOS-ED
              ELSE
              IF APR-ALT-INDENIZACAO
                 MOVE "INDENIZACAO RESCISORIA (VEND)" TO WS-DS-TIPO-ED
                 MOVE APR-VL-INDENIZACAO  TO WS-VL-INDENIZACAO-ED
                 MOVE APR-VL-AVISO-PREVIO TO WS-VL-AVISO-ED
                 STRING "1/12 " WS-VL-INDENIZACAO-ED
                        " AVISO " WS-VL-AVISO-ED
                        DELIMITED BY SIZE
                        INTO WS-DS-DADOS-ED
              ELSE
              IF APR-ALT-REEMBOLSO
                 MOVE "REEMBOLSO DE KM (VENDEDOR)" TO WS-DS-TIPO-ED
                 MOVE APR-QT-KM-REEMBOLSO TO WS-QT-KM-ED
                 MOVE APR-VL-REEMBOLSO    TO WS-VL-REEMBOLSO-ED
                 STRING "COMP " APR-NR-COMP-REEMBOLSO
                        " KM " WS-QT-KM-ED
                        " VALOR " WS-VL-REEMBOLSO-ED
                        DELIMITED BY SIZE
                        INTO WS-DS-DADOS-ED
              ELSE
              IF APR-ALT-CAMPO
                 PERFORM 99-MONTA-EXIBICAO-CAMPO
              ELSE
              IF APR-ALT-PIX
      * A CHAVE NOVA VAI INTEIRA NA LINHA DE BAIXO; CHAVE EM BRANCO
      * E A VOLTA DO PAGAMENTO PARA A CONTA BANCARIA
                 MOVE "CHAVE PIX DO VENDEDOR" TO WS-DS-TIPO-ED
                 MOVE "REMOVIDA" TO WS-DS-TIPO-PIX-ED
                 IF APR-TP-CHAVE-PIX EQUAL "C"
                    MOVE "CPF"       TO WS-DS-TIPO-PIX-ED
                 END-IF
                 IF APR-TP-CHAVE-PIX EQUAL "J"
                    MOVE "CNPJ"      TO WS-DS-TIPO-PIX-ED
                 END-IF
                 IF APR-TP-CHAVE-PIX EQUAL "E"
                    MOVE "E-MAIL"    TO WS-DS-TIPO-PIX-ED
                 END-IF
                 IF APR-TP-CHAVE-PIX EQUAL "T"
                    MOVE "TELEFONE"  TO WS-DS-TIPO-PIX-ED
                 END-IF
                 IF APR-TP-CHAVE-PIX EQUAL "A"
                    MOVE "ALEATORIA" TO WS-DS-TIPO-PIX-ED
                 END-IF
                 STRING "TIPO DA CHAVE: " WS-DS-TIPO-PIX-ED
                        DELIMITED BY SIZE
                        INTO WS-DS-DADOS-ED
                 MOVE APR-DS-CHAVE-PIX TO WS-DS-DADOS-ED2
              ELSE
                 MOVE "BLOQUEIO/DESBLOQUEIO CLIENTE" TO WS-DS-TIPO-ED
                 STRING "SITUACAO: " APR-SITUACAO-DESEJADA
                        DELIMITED BY SIZE
                        INTO WS-DS-DADOS-ED
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF.
      *
      * CORRECAO DO CAMPO: O ITEM NA PRIMEIRA LINHA E O VALOR NOVO
      * INTEIRO NA SEGUINTE
       99-MONTA-EXIBICAO-CAMPO.
           MOVE "CORRECAO DO CAMPO (CLIENTE)" TO WS-DS-TIPO-ED
           IF APR-CAMPO-ENDERECO
              MOVE "ENDERECO E CEP" TO WS-DS-DADOS-ED
              STRING APR-DS-ENDERECO " CEP " APR-NR-CEP
                     DELIMITED BY SIZE
                     INTO WS-DS-DADOS-ED2
           ELSE
           IF APR-CAMPO-TELEFONE
              MOVE "TELEFONE"        TO WS-DS-DADOS-ED
              MOVE APR-DS-TELEFONE   TO WS-DS-DADOS-ED2
           ELSE
           IF APR-CAMPO-EMAIL
              MOVE "E-MAIL"          TO WS-DS-DADOS-ED
              MOVE APR-DS-EMAIL      TO WS-DS-DADOS-ED2
           ELSE
           IF APR-CAMPO-COORDENADA
              MOVE "COORDENADA GPS"  TO WS-DS-DADOS-ED
              MOVE APR-NR-LATITUDE   TO WS-NR-LATITUDE-ED
              MOVE APR-NR-LONGITUDE  TO WS-NR-LONGITUDE-ED
              STRING "LAT " WS-NR-LATITUDE-ED
                     " LON " WS-NR-LONGITUDE-ED
                     DELIMITED BY SIZE
                     INTO WS-DS-DADOS-ED2
           ELSE
           IF APR-CAMPO-INSCRICAO
              MOVE "INSCRICAO ESTADUAL"   TO WS-DS-DADOS-ED
              MOVE APR-NR-INSC-ESTADUAL   TO WS-DS-DADOS-ED2
           ELSE
              MOVE "CLIENTE ENCERRADO - INATIVAR" TO WS-DS-DADOS-ED.
      *
       99-GRAVA-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           CALL "GV-AUDSELO" USING AUD-REGISTRO.
           WRITE AUD-REGISTRO.
      *
      * CORRECAO DO CAMPO: O AUTOR REGISTRADO E O VENDEDOR QUE A
      * ENVIOU, NAO O OPERADOR QUE A APROVOU
       99-GRAVA-AUDITORIA-CAMPO.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE APR-CD-SOLICITANTE TO AUD-CD-USUARIO.
           CALL "GV-AUDSELO" USING AUD-REGISTRO.
           WRITE AUD-REGISTRO.
      *
      * CLIENTE COM COORDENADA NOVA FICA ANOTADO PARA O RECALCULO DE
      * DISTANCIAS (GV-RECALCDIST), COMO NA CARGA GPS
       99-ANOTA-RECALCULO.
           OPEN EXTEND ARQ-PENDENTE
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
           AND WS-ESTADO-ARQUIVO EQUAL "35"
              CLOSE ARQ-PENDENTE
              OPEN OUTPUT ARQ-PENDENTE
           END-IF
           MOVE WS-DT-HOJE     TO PEN-DT-ATUALIZACAO
           MOVE CLI-CD-CLIENTE TO PEN-CD-CLIENTE
           MOVE ";"            TO PEN-DELIMITADOR-1
           WRITE PEN-REGISTRO
           CLOSE ARQ-PENDENTE
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
      * SOBREPOE OS NOMES DOS ARQUIVOS COM OS VALORES DO ARQUIVO
      * CENTRAL DE CONFIGURACAO (GV-CONFIG.PAR), QUANDO PRESENTES
      * LINHA DA VENDA APROVADA NO ARQUIVO DE VENDAS, COM O VENDEDOR
      * DE COBERTURA QUANDO O CREDITADO ESTAVA AUSENTE NA DATA
       99-GRAVA-VENDA-APROVADA.
           MOVE VDD-CD-EMPRESA  TO WS-COB-CD-EMPRESA
           MOVE VND-CD-VENDEDOR TO WS-COB-CD-VENDEDOR
           MOVE VDD-DT-VENDA    TO WS-COB-DT-VENDA
           PERFORM 99-BUSCA-COBERTURA
           MOVE WS-COB-CD-COBERTURA TO VND-CD-COBERTURA
           WRITE VND-REGISTRO-VENDA.
      *
       COPY GV-AUSENCIAPD.CPY.
      *
       99-LE-CONFIGURACAO.
           MOVE "ARQ-CLIENTE" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-VENDEDOR
           END-IF
           MOVE "ARQ-VENDADET" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-VENDADET
           END-IF
           MOVE "ARQ-AUDITORIA" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
      *
       990-CONSULTA-CONFIG.
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
      *
      * VENDA TARDIA POSTADA (REDATADA AQUI OU NA ENTRADA, ANTES DA
      * RETENCAO): REGISTRA A REDATACAO PELA DATA ORIGINAL
       99-REGISTRA-VENDA-TARDIA.
           MOVE VDD-CD-EMPRESA     TO WS-TRV-CD-EMPRESA
           MOVE VDD-CD-CLIENTE     TO WS-TRV-CD-CLIENTE
           MOVE VDD-NR-DOCUMENTO   TO WS-TRV-NR-DOCUMENTO
           MOVE VDD-CD-VENDEDOR    TO WS-TRV-CD-VENDEDOR
           MOVE VDD-VL-VENDA       TO WS-TRV-VL-VENDA
           MOVE VDD-DT-ORIGINAL    TO WS-TRV-DT-VENDA
           COMPUTE WS-TRV-NR-COMP-VENDA = VDD-DT-ORIGINAL / 100
           MOVE VDD-DT-VENDA       TO WS-TRV-DT-LANCAMENTO
           MOVE "D"                TO WS-TRV-TP-REGISTRO
           PERFORM 99-REGISTRA-LANCTO-TARDIO.
      *
       COPY GV-TRAVACOMPPD.CPY.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-APROVA" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
