      *     "o que cada vendedor realmente vende". Estornos de
      *     cancelamento descontam na linha da venda original;
      *     detalhe sem produto sai na linha SEM LINHA.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Chave alternada da carteira
      *                   (empresa + vendedor) no cadastro de clientes
      *                   (GV-CADCLI.CPY).
      *     15/Out/2026 - MCB - Competencias ja compactadas lidas do
      *                   resumo mensal de vendas (GV-VENDARES.CPY).
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
           SELECT ARQ-PRODUTO ASSIGN TO DISK WID-ARQ-PRODUTO
             record key         is PRD-CD-PRODUTO
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
       COPY GV-VENDADET.CPY.
       COPY GV-CADCLI.CPY.
       COPY GV-PRODUTO.CPY.
       COPY GV-VENDARES.CPY.
      *
       SD  ARQ-SORT.
       01  REG-SORT.
           03 WID-ARQ-VENDADET       PIC X(60) VALUE "GV-VENDADET.DAT".
           03 WID-ARQ-CLIENTE        PIC X(60) VALUE "GV-CLIENTE.DAT".
           03 WID-ARQ-PRODUTO        PIC X(15) VALUE "GV-PRODUTO.DAT".
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
           03 WS-NR-MES-AUX          PIC S9(004) VALUE ZEROS.
           03 WS-IND-ARQ-PRODUTO     PIC X(01) VALUE "N".
              88 WS-ARQ-PRODUTO-OK             VALUE "S".
           03 WS-IND-ARQ-VENDARES    PIC X(01) VALUE "N".
              88 WS-ARQ-VENDARES-OK            VALUE "S".
           03 WS-CD-PRODUTO-LINHA    PIC 9(005) VALUE ZEROS.
      *
      * QUEBRAS E ACUMULADORES DA IMPRESSAO
           03 WS-CD-REGIAO-ANT       PIC 9(003) VALUE ZEROS.
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
           PERFORM 99-COMPETENCIA-ANTERIOR.
           OPEN INPUT ARQ-VENDADET.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-VENDADET TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Master de Detalhe de Vendas nao Encontrado."
                                                      TO WS-MENSAGEM
           ELSE
              MOVE "N" TO WS-IND-ARQ-PRODUTO
              MOVE "00" TO WS-ESTADO-ARQUIVO.
      * O RESUMO MENSAL SO EXISTE DEPOIS DA PRIMEIRA COMPACTACAO
           OPEN INPUT ARQ-VENDARES.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-VENDARES
           ELSE
              MOVE "00" TO WS-ESTADO-ARQUIVO.
       1-SAIDA.
           EXIT.
      *
           PERFORM 211-CARREGA-UM-DETALHE
               UNTIL NOT WS-OPERACAO-BEM-SUCEDIDA.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
           IF WS-ARQ-VENDARES-OK
              MOVE ZEROS TO VRS-CHAVE-RESUMO
              START ARQ-VENDARES KEY NOT LESS VRS-CHAVE-RESUMO
              PERFORM 212-CARREGA-UM-RESUMO
                  UNTIL NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "00" TO WS-ESTADO-ARQUIVO.
       21-SAIDA.
           EXIT.
      *
                    MOVE "00"  TO WS-ESTADO-ARQUIVO
                 END-IF
                 MOVE VDD-CD-VENDEDOR TO SOR-CD-VENDEDOR
                 MOVE VDD-CD-PRODUTO  TO WS-CD-PRODUTO-LINHA
                 PERFORM 99-LINHA-DO-PRODUTO
                 MOVE ZEROS TO SOR-VL-ATUAL
                               SOR-VL-ANTERIOR
           END-IF.
       211-SAIDA.
           EXIT.
      *
       212-CARREGA-UM-RESUMO SECTION.
      * COMPETENCIA JA COMPACTADA: O RESUMO MENSAL ENTRA COM A VENDA
      * MENOS O ESTORNO, NA MESMA REGIAO, VENDEDOR E LINHA DO DETALHE
       212.
           READ ARQ-VENDARES NEXT.
           IF WS-OPERACAO-BEM-SUCEDIDA
              IF VRS-NR-COMPETENCIA EQUAL WS-NR-COMPETENCIA
              OR VRS-NR-COMPETENCIA EQUAL WS-NR-COMP-ANTERIOR
                 MOVE VRS-CD-EMPRESA TO CLI-CD-EMPRESA
                 MOVE VRS-CD-CLIENTE TO CLI-CD-CLIENTE
                 PERFORM 99-LER-CLIENTE
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    MOVE CLI-CD-REGIAO TO SOR-CD-REGIAO
                 ELSE
                    MOVE ZEROS TO SOR-CD-REGIAO
                    MOVE "00"  TO WS-ESTADO-ARQUIVO
                 END-IF
                 MOVE VRS-CD-VENDEDOR TO SOR-CD-VENDEDOR
                 MOVE VRS-CD-PRODUTO  TO WS-CD-PRODUTO-LINHA
                 PERFORM 99-LINHA-DO-PRODUTO
                 MOVE ZEROS TO SOR-VL-ATUAL
                               SOR-VL-ANTERIOR
                 IF VRS-NR-COMPETENCIA EQUAL WS-NR-COMPETENCIA
                    COMPUTE SOR-VL-ATUAL =
                            VRS-VL-VENDA - VRS-VL-ESTORNO
                 ELSE
                    COMPUTE SOR-VL-ANTERIOR =
                            VRS-VL-VENDA - VRS-VL-ESTORNO
                 END-IF
                 RELEASE REG-SORT
              END-IF
           END-IF.
       212-SAIDA.
           EXIT.
      *
       22-IMPRIME-MIX SECTION.
       22.
                 CLOSE ARQ-PRODUTO
              END-IF
           END-IF.
           IF WS-ARQ-VENDARES-OK
              CLOSE ARQ-VENDARES.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
               AT END
                  MOVE "F" TO WS-FINAL-SORT.
      *
      * LINHA DO PRODUTO DO DETALHE OU DO RESUMO; PRODUTO ZERO OU
      * FORA DO CADASTRO SAI NA LINHA "SEM LINHA"
       99-LINHA-DO-PRODUTO.
           MOVE "SEM LINHA" TO SOR-CD-LINHA
           IF WS-ARQ-PRODUTO-OK
           AND WS-CD-PRODUTO-LINHA GREATER ZEROS
              MOVE WS-CD-PRODUTO-LINHA TO PRD-CD-PRODUTO
              READ ARQ-PRODUTO
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE PRD-CD-LINHA TO SOR-CD-LINHA
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
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
      *
       COPY GV-SPOOLPD.CPY.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-RELMIX" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
