      *     erros de um treinando nunca tocam dados reais e as telas
      *     usadas sao as mesmas da producao, bastando operar com a
      *     empresa 99.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - CNPJ alfanumerico: o CNPJ ficticio
      *                   da serie 99 e montado em campo numerico e
      *                   movido para o CNPJ, agora alfanumerico.
      *     15/Out/2026 - MCB - O vendedor clonado nao herda o saldo a
      *                   recuperar da garantia minima.
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
      *
       01  WS-CAMPOS-TRABALHO.
      * EMPRESA RESERVADA AO TREINAMENTO - NUNCA USADA EM PRODUCAO
           03 WS-QT-ED1              PIC ZZZZZZ9.
           03 WS-QT-ED2              PIC ZZZZZZ9.
           03 WS-NR-SERIE-FICTICIA   PIC 9(07) VALUE ZEROS.
           03 WS-NR-CNPJ-FICTICIO    PIC 9(15) VALUE ZEROS.
           03 WS-NR-JITTER           PIC 9(03) VALUE ZEROS.
           03 WS-VL-DESLOCAMENTO     PIC S9(03)V9(08) VALUE ZEROS.
           03 WS-DS-ROTULO           PIC X(40) VALUE SPACES.
           03 WS-CD-EMPRESA-ORIGEM   PIC 9(02) VALUE ZEROS.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
           PERFORM 99-LE-CONFIGURACAO.
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
                         FOR-CD-AGENCIA
                         FOR-NR-CONTA
                         FOR-VL-COMISSAO-APURADA
                         FOR-VL-VENDA-REALIZADA
                         FOR-VL-SALDO-GARANTIA.
           MOVE SPACE TO FOR-TP-CONTA.
           WRITE FOR-REGISTRO-VENDEDOR.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
           MOVE CLI-CD-CLIENTE TO WS-CD-CODIGO-ED.
           MOVE CLI-CD-EMPRESA TO WS-CD-EMPRESA-ORIGEM.
           MOVE WS-CD-EMPRESA-TREINO TO CLI-CD-EMPRESA.
           COMPUTE WS-NR-CNPJ-FICTICIO =
                   990000000000000 + WS-NR-SERIE-FICTICIA.
           MOVE WS-NR-CNPJ-FICTICIO TO CLI-NR-CNPJ-CLIENTE.
           MOVE SPACES TO WS-DS-ROTULO.
           STRING "TREINAMENTO CLIENTE " DELIMITED BY SIZE
                  WS-CD-CODIGO-ED        DELIMITED BY SIZE
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-TREINAMENTO" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
