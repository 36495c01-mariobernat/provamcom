      *     GV-CLIENTE.DAT com auditoria. Rejeicao resolvida sai do
      *     log na regravacao final - a fila de rejeitados vira fila
      *     de trabalho, nao cemiterio.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - CNPJ alfanumerico: documento e CNPJ
      *                   corrigido passam a alfanumericos; o CNPJ
      *                   digitado e normalizado antes da critica.
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
           SELECT ARQ-REJEICAO ASSIGN TO DISK WID-ARQ-REJEICAO
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
      *
      * CAMPOS DA CORRECAO EM TELA
           03 WS-CD-CLIENTE          PIC 9(007) VALUE ZEROS.
           03 WS-NR-CNPJ-CLIENTE     PIC X(015) VALUE ZEROS.
           03 WS-DS-RAZAO-SOCIAL     PIC X(040) VALUE SPACES.
           03 WS-NR-LATITUDE         PIC ZZ9,99999999.
           03 WS-NR-LONGITUDE        PIC ZZ9,99999999.
      * CAMPOS DE EXIBICAO DA REJEICAO
           03 WS-EX-DATA             PIC 9(008).
           03 WS-EX-CHAVE            PIC 9(007).
           03 WS-EX-DOCUMENTO        PIC X(015).
           03 WS-EX-MOTIVO           PIC X(060).
      *
      * LOG DE REJEITADOS EM MEMORIA PARA A REGRAVACAO FINAL SEM OS
      *
      * CALCULO DO DIGITO CNPJ/CPF
        COPY GV-VALIDACPF2.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
                 MOVE SPACE TO WS-FINAL-ARQUIVO
                 OPEN I-O ARQ-CLIENTE
                 IF NOT WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                    MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
                    PERFORM 99-REGISTRA-ERRO
                    MOVE "F" TO WS-FINAL-ARQUIVO
                    MOVE "Arquivo de Clientes Indisponivel."
                                                      TO WS-MENSAGEM
           ELSE
              MOVE REJ-DATA         TO WS-EX-DATA
              MOVE REJ-CHAVE        TO WS-EX-CHAVE
              MOVE REJ-NR-CNPJ      TO WS-EX-DOCUMENTO
              MOVE REJ-MOTIVO       TO WS-EX-MOTIVO
              DISPLAY SST-REJEICAO
              MOVE SPACE TO WS-RESPOSTA
      *-------------------
       211.
           MOVE REJ-CHAVE        TO WS-CD-CLIENTE.
           MOVE REJ-NR-CNPJ      TO WS-NR-CNPJ-CLIENTE.
           MOVE SPACES           TO WS-DS-RAZAO-SOCIAL.
           MOVE ZEROS            TO WS-NR-LATITUDE
                                    WS-NR-LONGITUDE.
              MOVE "Codigo do Cliente ja Cadastrado!" TO WS-ERRO.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
           IF WS-ERRO EQUAL SPACES
              MOVE WS-NR-CNPJ-CLIENTE TO WS-CNPJ-ENTRADA
              PERFORM 99-NORMALIZA-CNPJ
              MOVE WS-CNPJ            TO WS-NR-CNPJ-CLIENTE
              PERFORM 99-VALIDA-CNPJ
              IF WS-NR-CNPJ-CLIENTE NOT EQUAL WS-CNPJ
                 MOVE "CNPJ Invalido!" TO WS-ERRO.
           MOVE "C" TO CLI-CD-CLASSE-ABC.
           PERFORM 99-GRAVA-CLIENTE.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "2112-POSTA-CLIENTE" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              MOVE CLI-CHAVE-CLIENTE TO WS-ERR-DS-CHAVE
              PERFORM 99-REGISTRA-ERRO
              MOVE "00" TO WS-ESTADO-ARQUIVO
              MOVE "Erro na Gravacao do Cliente." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-RETRABALHO" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
