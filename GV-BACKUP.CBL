      *     22/Ago/2026 - MCB - Em modo lote as mensagens deixam de
      *                   exigir ENTER: vao para LOTE-EXECUCAO.LOG e
      *                   o programa segue (ou falha) sozinho.
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
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-RT-BATIMENTO        PIC 9(03) VALUE ZEROS.
      *
       COPY GV-BATIMWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
           PERFORM 11-PREPARA-GERACAO.
           OPEN INPUT ARQ-CLIENTE.
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
           OPEN INPUT ARQ-VENDEDOR.
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
              DISPLAY SST-MENSAGEM
              ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-BACKUP" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
       99-GRAVA-LOG-LOTE.
           MOVE WS-ESTADO-ARQUIVO TO WS-ESTADO-GUARDADO
