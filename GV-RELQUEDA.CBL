      *     contato ao lado, para o supervisor mandar alguem antes
      *     de o cliente sumir de vez. Cliente sem receita na
      *     janela anterior fica fora (nao ha base de comparacao).
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *     15/Out/2026 - MCB - Chave alternada da carteira
      *                   (empresa + vendedor) no cadastro de clientes
      *                   (GV-CADCLI.CPY).
      *     15/Out/2026 - MCB - Meses ja compactados somados do resumo
      *                   mensal de vendas (GV-VENDARES.CPY).
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
             record key         is VDD-CHAVE-VENDA-DET
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-VENDARES ASSIGN TO DISK WID-ARQ-VENDARES
             organization       is indexed
             access mode        is dynamic
             record key         is VRS-CHAVE-RESUMO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-SORT ASSIGN TO DISK.
           SELECT ARQ-SPOOL-CAT ASSIGN TO DISK WID-ARQ-SPOOL-CAT
             organization       is line sequential
       FILE SECTION.
       COPY GV-CADCLI.CPY.
       COPY GV-VENDADET.CPY.
       COPY GV-VENDARES.CPY.
      *
       SD  ARQ-SORT.
       01  REG-SORT.
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-CLIENTE        PIC X(60) VALUE "GV-CLIENTE.DAT".
           03 WID-ARQ-VENDADET       PIC X(60) VALUE "GV-VENDADET.DAT".
           03 WID-ARQ-VENDARES       PIC X(60) VALUE "GV-VENDARES.DAT".
           03 WS01-ARQUIVO           PIC X(60) VALUE "IMPRESSAO.IMP".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-PC-QUEDA            PIC 9(003)V9(002) VALUE ZEROS.
           03 WS-IND-FIM-DETALHE     PIC X(01) VALUE "N".
              88 WS-FIM-DETALHE                VALUE "S".
           03 WS-IND-ARQ-VENDARES    PIC X(01) VALUE "N".
              88 WS-ARQ-VENDARES-OK            VALUE "S".
           03 WS-QT-EM-QUEDA         PIC 9(07) VALUE ZEROS.
           03 WS-QT-ED1              PIC ZZZZZZ9.
           03 WS-CD-REGIAO-ANT       PIC 9(003) VALUE ZEROS.
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
           MOVE WS-NR-MES-TRABALHO TO WS-NR-MES-B-FIM.
           OPEN INPUT ARQ-CLIENTE.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Clientes Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
              MOVE "Master de Detalhe de Vendas nao Encontrado."
                                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
      * O RESUMO MENSAL SO EXISTE DEPOIS DA PRIMEIRA COMPACTACAO
           OPEN INPUT ARQ-VENDARES.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-VENDARES
           ELSE
              MOVE "00" TO WS-ESTADO-ARQUIVO.
       1-SAIDA.
           EXIT.
      *
           IF NOT WS-FIM-ARQUIVO
              CLOSE ARQ-CLIENTE
              CLOSE ARQ-VENDADET.
           IF WS-ARQ-VENDARES-OK
              CLOSE ARQ-VENDARES.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
           END-IF
           PERFORM 991-SOMA-UM-DETALHE
               UNTIL WS-FIM-DETALHE
           MOVE "00" TO WS-ESTADO-ARQUIVO
           IF WS-ARQ-VENDARES-OK
              PERFORM 99-SOMA-RESUMO-JANELAS
           END-IF.
      *
       991-SOMA-UM-DETALHE.
           READ ARQ-VENDADET NEXT
                 IF  NOT VDD-MOV-ESTORNO
                 AND WS-NR-MES-VENDA GREATER WS-NR-MES-A-FIM
                    MOVE "S" TO WS-IND-FIM-DETALHE.
      *
      * MESES JA COMPACTADOS: O RESUMO MENSAL TRAZ VENDA E ESTORNO
      * NA COMPETENCIA DA VENDA ORIGINAL, COMO A LEITURA DO DETALHE
       99-SOMA-RESUMO-JANELAS.
           MOVE "N"   TO WS-IND-FIM-DETALHE
           MOVE CLI-CD-EMPRESA  TO VRS-CD-EMPRESA
           MOVE CLI-CD-CLIENTE  TO VRS-CD-CLIENTE
           MOVE WS-NR-MES-B-INI TO VRS-NR-COMPETENCIA
           MOVE ZEROS           TO VRS-CD-VENDEDOR
                                   VRS-CD-PRODUTO
                                   WS-ESTADO-ARQUIVO
           START ARQ-VENDARES KEY NOT LESS VRS-CHAVE-RESUMO
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-FIM-DETALHE
           END-IF
           PERFORM 992-SOMA-UM-RESUMO
               UNTIL WS-FIM-DETALHE
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
       992-SOMA-UM-RESUMO.
           READ ARQ-VENDARES NEXT
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-FIM-DETALHE
           ELSE
              IF VRS-CD-EMPRESA NOT EQUAL CLI-CD-EMPRESA
              OR VRS-CD-CLIENTE NOT EQUAL CLI-CD-CLIENTE
              OR VRS-NR-COMPETENCIA GREATER WS-NR-MES-A-FIM
                 MOVE "S" TO WS-IND-FIM-DETALHE
              ELSE
                 IF  VRS-NR-COMPETENCIA NOT LESS WS-NR-MES-B-INI
                 AND VRS-NR-COMPETENCIA NOT GREATER WS-NR-MES-B-FIM
                    ADD VRS-VL-VENDA TO WS-VL-JANELA-ANTERIOR
                    IF VRS-VL-ESTORNO NOT GREATER WS-VL-JANELA-ANTERIOR
                       SUBTRACT VRS-VL-ESTORNO
                           FROM WS-VL-JANELA-ANTERIOR
                    ELSE
                       MOVE ZEROS TO WS-VL-JANELA-ANTERIOR
                    END-IF
                 END-IF
                 IF  VRS-NR-COMPETENCIA NOT LESS WS-NR-MES-A-INI
                    ADD VRS-VL-VENDA TO WS-VL-JANELA-ATUAL
                    IF VRS-VL-ESTORNO NOT GREATER WS-VL-JANELA-ATUAL
                       SUBTRACT VRS-VL-ESTORNO FROM WS-VL-JANELA-ATUAL
                    ELSE
                       MOVE ZEROS TO WS-VL-JANELA-ATUAL.
      *
       99-IMPRIME-LINHA.
           ADD 1 TO WS-NR-LIN
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-VENDADET
           END-IF
           MOVE "ARQ-VENDARES" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-VENDARES
           END-IF.
      *
       990-CONSULTA-CONFIG.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-RELQUEDA" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
