      *     a manter todos os membros ativos de um grupo com o mesmo
      *     vendedor e a consulta de clientes mostra a visao
      *     consolidada.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - CNPJ alfanumerico: a raiz passa a
      *                   campo alfanumerico de 8 posicoes (letras
      *                   e digitos), mesma posicao no CNPJ.
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
           SELECT ARQ-GRUPO ASSIGN TO DISK WID-ARQ-GRUPO
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-FINAL-ARQUIVO       PIC X(01) VALUE SPACE.
              88 WS-FIM-ARQUIVO                VALUE "F".
           03 WS-MENSAGEM            PIC X(68).
           03 WS-NR-RAIZ             PIC X(008) VALUE ZEROS.
           03 WS-QT-GRUPOS           PIC 9(05) VALUE ZEROS.
           03 WS-QT-MEMBROS-TOT      PIC 9(07) VALUE ZEROS.
           03 WS-QT-ED1              PIC ZZZZ9.
           03 WS-QT-ED2              PIC ZZZZZZ9.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
           DISPLAY SST-GRUPOS.
           OPEN INPUT ARQ-CLIENTE.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Clientes Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
      * O CADASTRO DE GRUPOS E SEMPRE RECONSTRUIDO DO ZERO
              OPEN OUTPUT ARQ-GRUPO
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-GRUPO TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Cadastro de Grupos Indisponivel." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
           EXIT.
      *
       21-AGRUPA-UM-CLIENTE SECTION.
      * A RAIZ DO CNPJ SAO AS POSICOES 2 A 9 DO CAMPO DE 15 POSICOES
      * (O CNPJ DE 14 ENTRA ALINHADO A DIREITA COM ZERO A ESQUERDA;
      * NO CNPJ ALFANUMERICO A RAIZ PODE TER LETRAS)
       21.
           READ ARQ-CLIENTE NEXT.
           IF WS-OPERACAO-BEM-SUCEDIDA
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-GRUPOCNPJ" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
