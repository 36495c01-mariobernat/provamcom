      *     anual. Cada anonimizacao gera imagens antes/depois na
      *     auditoria e o resumo para a pasta de compliance sai no
      *     spool de impressao.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Chave PIX do vendedor (CPF, e-mail ou
      *                   telefone) tambem e apagada na
      *                   anonimizacao.
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
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ARQ-CLIENTE.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Clientes Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           IF NOT WS-FIM-ARQUIVO
              OPEN I-O ARQ-VENDEDOR
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Arquivo de Vendedores Indisponivel."
                                                      TO WS-MENSAGEM
      *
       99-APAGA-DADOS-VENDEDOR.
           MOVE ZEROS         TO FOR-NR-CPF-VENDEDOR
           MOVE WS-NM-ANONIMO TO FOR-NM-VENDEDOR
           MOVE SPACE         TO FOR-TP-CHAVE-PIX
           MOVE SPACES        TO FOR-DS-CHAVE-PIX.
      *
      * RECARGA DO ARQUIVO MORTO A PARTIR DO TRABALHO, APOS A
      * PASSADA DE ANONIMIZACAO
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-ANONIMIZA" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
