      *     a aplicacao, CLI-CD-CLASSE-ABC e regravado com imagens
      *     de auditoria antes/depois - as passadas por prioridade
      *     de classe da distribuicao passam a rodar sobre fatos.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *     15/Out/2026 - MCB - Chave alternada da carteira
      *                   (empresa + vendedor) no cadastro de clientes
      *                   (GV-CADCLI.CPY).
      *     15/Out/2026 - MCB - Receita dos meses ja compactados lida do
      *                   resumo mensal de vendas (GV-VENDARES.CPY).
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
           SELECT ARQ-TRABALHO ASSIGN TO DISK WID-ARQ-TRABALHO
             organization       is line sequential
       FILE SECTION.
       COPY GV-CADCLI.CPY.
       COPY GV-VENDADET.CPY.
       COPY GV-VENDARES.CPY.
       COPY GV-AUDITORIA.CPY.
      *
       SD  ARQ-SORT.
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-CLIENTE        PIC X(60) VALUE "GV-CLIENTE.DAT".
           03 WID-ARQ-VENDADET       PIC X(60) VALUE "GV-VENDADET.DAT".
           03 WID-ARQ-VENDARES       PIC X(60) VALUE "GV-VENDARES.DAT".
           03 WID-ARQ-TRABALHO       PIC X(20) VALUE
                                      "CLASSIF-ABC.TRB".
           03 WID-ARQ-AUDITORIA      PIC X(60) VALUE "GV-AUDITORIA.LOG".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-CLASSE-PROPOSTA     PIC X(001) VALUE SPACE.
           03 WS-IND-FIM-DETALHE     PIC X(01) VALUE "N".
              88 WS-FIM-DETALHE                VALUE "S".
           03 WS-IND-ARQ-VENDARES    PIC X(01) VALUE "N".
              88 WS-ARQ-VENDARES-OK            VALUE "S".
           03 WS-NR-COMP-RESUMO      PIC 9(006) VALUE ZEROS.
           03 WS-QT-CLIENTES         PIC 9(07) VALUE ZEROS.
           03 WS-QT-TROCAS           PIC 9(07) VALUE ZEROS.
           03 WS-QT-APLICADAS        PIC 9(07) VALUE ZEROS.
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
           COMPUTE WS-DT-CORTE = WS-DT-HOJE - 10000.
           OPEN I-O ARQ-CLIENTE.
           IF WS-ERRO-ACESSO
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Clientes em Uso." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA AND NOT WS-ERRO-ACESSO
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Clientes com Erro." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 CLOSE ARQ-CLIENTE.
           IF NOT WS-FIM-ARQUIVO
              PERFORM 11-ABRE-RESUMO.
       1-SAIDA.
           EXIT.
      *
       11-ABRE-RESUMO SECTION.
      *--------------
      * SEM COMPACTACAO AINDA NAO HA RESUMO MENSAL: SO O DETALHE CONTA
       11.
           OPEN INPUT ARQ-VENDARES.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-VENDARES
           ELSE
              MOVE "N" TO WS-IND-ARQ-VENDARES
              MOVE "00" TO WS-ESTADO-ARQUIVO.
      * PRIMEIRA COMPETENCIA INTEIRA DENTRO DA JANELA DE DOZE MESES
           COMPUTE WS-NR-COMP-RESUMO = WS-DT-CORTE / 100.
           IF WS-DT-CORTE(7:2) NOT EQUAL "01"
              IF WS-NR-COMP-RESUMO(5:2) EQUAL "12"
                 ADD 89 TO WS-NR-COMP-RESUMO
              ELSE
                 ADD 1 TO WS-NR-COMP-RESUMO.
       11-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       3.
           IF NOT WS-FIM-ARQUIVO
              CLOSE ARQ-CLIENTE
              CLOSE ARQ-VENDADET
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
              PERFORM 99-SOMA-RESUMO-12M
           END-IF.
      *
      * ESTORNO DE CANCELAMENTO DESCONTA DA RECEITA QUANDO A VENDA
      * ORIGINAL TAMBEM CAI NA JANELA (NUNCA ABAIXO DE ZERO)
                    END-IF
                 ELSE
                    ADD VDD-VL-VENDA TO WS-VL-RECEITA-CLI.
      *
      * MESES JA COMPACTADOS: O RESUMO MENSAL DO CLIENTE ENTRA PELAS
      * COMPETENCIAS INTEIRAS DA JANELA, COM O ESTORNO DESCONTADO
      * COMO NO DETALHE
       99-SOMA-RESUMO-12M.
           MOVE "N"   TO WS-IND-FIM-DETALHE
           MOVE CLI-CD-EMPRESA    TO VRS-CD-EMPRESA
           MOVE CLI-CD-CLIENTE    TO VRS-CD-CLIENTE
           MOVE WS-NR-COMP-RESUMO TO VRS-NR-COMPETENCIA
           MOVE ZEROS             TO VRS-CD-VENDEDOR
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
                 MOVE "S" TO WS-IND-FIM-DETALHE
              ELSE
                 ADD VRS-VL-VENDA TO WS-VL-RECEITA-CLI
                 IF VRS-VL-ESTORNO NOT GREATER WS-VL-RECEITA-CLI
                    SUBTRACT VRS-VL-ESTORNO FROM WS-VL-RECEITA-CLI
                 ELSE
                    MOVE ZEROS TO WS-VL-RECEITA-CLI.
      *
       99-GRAVA-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-VENDADET
           END-IF
           MOVE "ARQ-VENDARES" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-VENDARES
           END-IF
           MOVE "ARQ-AUDITORIA" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-CLASSIFABC" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
