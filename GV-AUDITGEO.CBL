      *     configurado, alem de conferir o prefixo do CEP contra a
      *     faixa postal da UF declarada. Sao exatamente os registros
      *     que envenenam as distancias da distribuicao.
      *
      *     Alteracoes:
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
           03 FILLER          PIC X(07) VALUE SPACES.
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
              MOVE 800000 TO WS-QT-RAIO-UF.
           OPEN INPUT ARQ-CLIENTE.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Clientes Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           OPEN INPUT ARQ-VENDEDOR.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Vendedores Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
              DISPLAY SST-MENSAGEM
              ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-AUDITGEO" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
