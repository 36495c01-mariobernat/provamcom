000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-CADLIMITE.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Solicitacao de Limite de Credito do Cliente
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Mostra o limite de credito vigente do cliente
      *     (GV-LIMCRED.DAT) e a exposicao atual - titulos em aberto
      *     no contas a receber mais vendas ainda nao faturadas - e
      *     registra o novo limite pedido pelo financeiro como
      *     solicitacao "C" na fila de aprovacao (GV-APROVACAO.DAT).
      *     O limite so muda quando um segundo usuario aprova em
      *     GV-APROVA (quatro olhos). Limite zero retira o limite
      *     do cliente.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Chave alternada do documento no contas a
      *                   receber (GV-RECEBER.CPY).
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
           SELECT ARQ-VENDADET ASSIGN TO DISK WID-ARQ-VENDADET
             organization       is indexed
             access mode        is dynamic
             record key         is VDD-CHAVE-VENDA-DET
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-APROVACAO ASSIGN TO DISK WID-ARQ-APROVACAO
             organization       is indexed
             access mode        is dynamic
             record key         is APR-NR-SOLICITACAO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-CADCLI.CPY.
       COPY GV-LIMCRED.CPY.
       COPY GV-RECEBER.CPY.
       COPY GV-VENDADET.CPY.
       COPY GV-APROVACAO.CPY.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-CLIENTE        PIC X(60) VALUE "GV-CLIENTE.DAT".
           03 WID-ARQ-LIMCRED        PIC X(15) VALUE "GV-LIMCRED.DAT".
           03 WID-ARQ-RECEBER        PIC X(60) VALUE "GV-RECEBER.DAT".
           03 WID-ARQ-VENDADET       PIC X(60) VALUE "GV-VENDADET.DAT".
           03 WID-ARQ-APROVACAO      PIC X(16) VALUE "GV-APROVACAO.DAT".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-MENSAGEM            PIC X(68).
           03 WS-RESPOSTA            PIC X(01).
              88 WS-SIM                        VALUE "S" "s".
           03 WS-ACAO                PIC X(01).
              88 WS-FIM-ACAO                   VALUE "F".
           03 WS-FINAL-ARQUIVO       PIC X(01) VALUE SPACE.
              88 WS-FIM-ARQUIVO                VALUE "F".
           03 WS-IND-ARQ-VENDADET    PIC X(01) VALUE "N".
              88 WS-ARQ-VENDADET-OK            VALUE "S".
           03 WS-NR-SOLICITACAO-NOVO PIC 9(007) VALUE ZEROS.
           03 WS-HR-AGORA-APR        PIC 9(008) VALUE ZEROS.
      *
      * DADOS DO CLIENTE EM CONSULTA
           03 WS-CD-EMPRESA          PIC 9(002) VALUE ZEROS.
           03 WS-CD-CLIENTE          PIC 9(007) VALUE ZEROS.
           03 WS-DS-RAZAO-ED         PIC X(040) VALUE SPACES.
           03 WS-VL-LIMITE-ED        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 WS-VL-TITULOS-ED       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 WS-VL-NAO-FAT-ED       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 WS-VL-EXPOSICAO-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 WS-VL-NOVO-LIMITE      PIC ZZZZZZZZZZZZ9,99.
           03 WS-VL-NOVO-LIMITE-NUM  PIC 9(013)V9(002) VALUE ZEROS.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-CREDITOWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
       SCREEN SECTION.
      *
       01  SST-LIMPA-TELA.
           03 LINE 22 COL 10 BLANK LINE.
           03 LINE 20 COL 01 BLANK LINE.
           03 LINE 19 COL 01 BLANK LINE.
           03 LINE 18 COL 01 BLANK LINE.
           03 LINE 17 COL 01 BLANK LINE.
           03 LINE 16 COL 01 BLANK LINE.
           03 LINE 15 COL 01 BLANK LINE.
           03 LINE 14 COL 01 BLANK LINE.
           03 LINE 13 COL 01 BLANK LINE.
           03 LINE 12 COL 01 BLANK LINE.
           03 LINE 11 COL 01 BLANK LINE.
           03 LINE 10 COL 01 BLANK LINE.
           03 LINE 09 COL 01 BLANK LINE.
           03 LINE 08 COL 01 BLANK LINE.
           03 LINE 07 COL 01 BLANK LINE.
           03 LINE 06 COL 01 BLANK LINE.
           03 LINE 05 COL 01 BLANK LINE.
           03 LINE 04 COL 01 BLANK LINE.
           03 LINE 02 COL 30 VALUE "                              ".
      *
       01  SST-TITULO.
           03 LINE 02 COL 24 VALUE "Limite de Credito do Cliente".
      *
       01  SST-CHAVE-CLIENTE.
           03 LINE 05 COL 07 VALUE "            Empresa: ".
           03 LINE 05 COL 28 USING WS-CD-EMPRESA.
           03 LINE 06 COL 07 VALUE "    Cliente (0 Sai): ".
           03 LINE 06 COL 28 USING WS-CD-CLIENTE.
      *
       01  SST-MOSTRA-CREDITO.
           03 LINE 06 COL 38 PIC X(040) FROM WS-DS-RAZAO-ED.
           03 LINE 08 COL 07 VALUE "      Limite Atual : ".
           03 LINE 08 COL 28 PIC X(017) FROM WS-VL-LIMITE-ED.
           03 LINE 09 COL 07 VALUE "  Titulos em Aberto: ".
           03 LINE 09 COL 28 PIC X(017) FROM WS-VL-TITULOS-ED.
           03 LINE 10 COL 07 VALUE "Vendas nao Faturad.: ".
           03 LINE 10 COL 28 PIC X(017) FROM WS-VL-NAO-FAT-ED.
           03 LINE 11 COL 07 VALUE "   Exposicao Atual : ".
           03 LINE 11 COL 28 PIC X(017) FROM WS-VL-EXPOSICAO-ED.
      *
       01  SST-NOVO-LIMITE.
           03 LINE 13 COL 07 VALUE "  Novo Limite (0=Sem): ".
           03 LINE 13 COL 30 USING WS-VL-NOVO-LIMITE.
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
           IF NOT WS-FIM-ARQUIVO
              PERFORM 2-MODULO-PRINCIPAL
                  WITH TEST AFTER UNTIL WS-FIM-ACAO.
           PERFORM 3-MODULO-FINAL.
       0-SAIDA.
           EXIT PROGRAM.
      *
       1-MODULO-INICIAL SECTION.
      *----------------
       1.
           PERFORM 99-LE-CONFIGURACAO.
           DISPLAY SST-TITULO.
           OPEN INPUT ARQ-CLIENTE.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Clientes Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              OPEN I-O ARQ-APROVACAO
              IF WS-ESTADO-ARQUIVO EQUAL "35"
                 OPEN OUTPUT ARQ-APROVACAO
                 CLOSE ARQ-APROVACAO
                 OPEN I-O ARQ-APROVACAO
              END-IF
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-APROVACAO TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Fila de Aprovacao Indisponivel." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 CLOSE ARQ-CLIENTE
              ELSE
                 OPEN INPUT ARQ-VENDADET
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "S" TO WS-IND-ARQ-VENDADET
                 END-IF
                 MOVE "00" TO WS-ESTADO-ARQUIVO
                 PERFORM 99-ABRE-ARQUIVOS-CREDITO.
       1-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           MOVE SPACE TO WS-ACAO.
           MOVE ZEROS TO WS-CD-CLIENTE.
           ACCEPT SST-CHAVE-CLIENTE.
           IF WS-CD-CLIENTE EQUAL ZEROS
              MOVE "F" TO WS-ACAO
           ELSE
              IF WS-CD-EMPRESA EQUAL ZEROS
                 MOVE 1 TO WS-CD-EMPRESA
              END-IF
              MOVE WS-CD-EMPRESA TO CLI-CD-EMPRESA
              MOVE WS-CD-CLIENTE TO CLI-CD-CLIENTE
              READ ARQ-CLIENTE
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "00" TO WS-ESTADO-ARQUIVO
                 MOVE "Cliente Inexistente no Cadastro." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 PERFORM 21-MOSTRA-CREDITO
                 PERFORM 22-SOLICITA-LIMITE.
           DISPLAY SST-LIMPA-TELA.
           DISPLAY SST-TITULO.
       2-SAIDA.
           EXIT.
      *
       21-MOSTRA-CREDITO SECTION.
      *-----------------
       21.
           MOVE CLI-DS-RAZAO-SOCIAL TO WS-DS-RAZAO-ED.
           MOVE WS-CD-EMPRESA TO WS-CRD-CD-EMPRESA.
           MOVE WS-CD-CLIENTE TO WS-CRD-CD-CLIENTE.
           MOVE SPACES        TO WS-CRD-CHAVE-IGNORAR.
           PERFORM 99-BUSCA-LIMITE-CREDITO.
      * SEM O MASTER DE DETALHE A EXPOSICAO FICA SO COM OS TITULOS
           PERFORM 99-CALCULA-EXPOSICAO.
           MOVE WS-CRD-VL-LIMITE       TO WS-VL-LIMITE-ED.
           MOVE WS-CRD-VL-TITULOS      TO WS-VL-TITULOS-ED.
           MOVE WS-CRD-VL-NAO-FATURADO TO WS-VL-NAO-FAT-ED.
           MOVE WS-CRD-VL-EXPOSICAO    TO WS-VL-EXPOSICAO-ED.
           DISPLAY SST-MOSTRA-CREDITO.
       21-SAIDA.
           EXIT.
      *
       22-SOLICITA-LIMITE SECTION.
      *------------------
       22.
           MOVE WS-CRD-VL-LIMITE TO WS-VL-NOVO-LIMITE.
           ACCEPT SST-NOVO-LIMITE.
           MOVE WS-VL-NOVO-LIMITE TO WS-VL-NOVO-LIMITE-NUM.
           IF WS-VL-NOVO-LIMITE-NUM EQUAL WS-CRD-VL-LIMITE
              MOVE "Limite Inalterado - Nada a Solicitar."
                                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              MOVE "Solicitar o Novo Limite (S/N) ?" TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              IF WS-SIM
                 PERFORM 99-GRAVA-PENDENCIA-LIMITE
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "Limite Enviado para Aprovacao (GV-APROVA)."
                                                      TO WS-MENSAGEM
                 ELSE
                    MOVE "00" TO WS-ESTADO-ARQUIVO
                    MOVE "Falha ao Gravar a Solicitacao." TO WS-MENSAGEM
                 END-IF
                 PERFORM 99-MENSAGEM.
       22-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           IF NOT WS-FIM-ARQUIVO
              CLOSE ARQ-CLIENTE
              CLOSE ARQ-APROVACAO
              IF WS-ARQ-VENDADET-OK
                 CLOSE ARQ-VENDADET
              END-IF
              PERFORM 99-FECHA-ARQUIVOS-CREDITO.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
      *
      * GRAVA NA FILA DE APROVACAO A SOLICITACAO DE NOVO LIMITE DE
      * CREDITO DO CLIENTE POSICIONADO (QUATRO OLHOS)
       99-GRAVA-PENDENCIA-LIMITE.
           PERFORM 991-PROXIMO-NR-SOLICITACAO
           MOVE WS-NR-SOLICITACAO-NOVO TO APR-NR-SOLICITACAO
           MOVE "C"                 TO APR-TP-ALTERACAO
           MOVE CLI-CD-EMPRESA      TO APR-CD-EMPRESA
           MOVE CLI-CD-CLIENTE      TO APR-CHAVE
           MOVE LK-CD-USUARIO       TO APR-CD-SOLICITANTE
           ACCEPT APR-DT-SOLICITACAO FROM DATE YYYYMMDD
           ACCEPT WS-HR-AGORA-APR FROM TIME
           MOVE WS-HR-AGORA-APR(1:6) TO APR-HR-SOLICITACAO
           MOVE "P"                 TO APR-SITUACAO
           MOVE SPACES              TO APR-CD-APROVADOR
           MOVE ZEROS               TO APR-DT-DECISAO
           MOVE SPACES              TO APR-DADOS-NOVOS
           MOVE WS-VL-NOVO-LIMITE-NUM TO APR-VL-LIMITE-CREDITO
           WRITE APR-REGISTRO.
      *
       991-PROXIMO-NR-SOLICITACAO.
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
      * SOBREPOE OS NOMES DOS ARQUIVOS COM OS VALORES DO ARQUIVO
      * CENTRAL DE CONFIGURACAO (GV-CONFIG.PAR), QUANDO PRESENTES
       99-LE-CONFIGURACAO.
           MOVE "ARQ-CLIENTE" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-CLIENTE
           END-IF
           MOVE "ARQ-VENDADET" TO WS-CFG-CHAVE
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
       COPY GV-CREDITOPD.CPY.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-CADLIMITE" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
