      *     auditoria. O relatorio de clientes sem contato diz quem
      *     foi esquecido; este historico mostra o padrao de um
      *     cliente esfriando.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Contato digitado grava a situacao de
      *                   geocerca em branco (sem check-in).
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
           SELECT ARQ-CONTATO ASSIGN TO DISK WID-ARQ-CONTATO
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-DS-RAZAO-SOCIAL     PIC X(040) VALUE SPACES.
           03 WS-DT-AGORA            PIC 9(008) VALUE ZEROS.
           03 WS-HR-AGORA            PIC 9(008) VALUE ZEROS.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
       1.
           OPEN I-O ARQ-CLIENTE.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Clientes Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
                 CLOSE ARQ-CONTATO
                 OPEN I-O ARQ-CONTATO
              ELSE
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-CONTATO TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Historico de Contatos Indisponivel."
                                                      TO WS-MENSAGEM
           MOVE LK-CD-USUARIO     TO CON-CD-USUARIO.
           MOVE WS-TP-CONTATO     TO CON-TP-CONTATO.
           MOVE WS-DS-NOTA        TO CON-DS-NOTA.
           MOVE SPACE             TO CON-SIT-GEOCERCA.
           MOVE ZEROS             TO CON-QT-DISTANCIA.
           PERFORM 99-GRAVA-REGISTRO-CONTATO.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "211-GRAVA-CONTATO" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CONTATO TO WS-ERR-NM-ARQUIVO
              MOVE CON-CHAVE-CONTATO TO WS-ERR-DS-CHAVE
              PERFORM 99-REGISTRA-ERRO
              MOVE "00" TO WS-ESTADO-ARQUIVO
              MOVE "Erro na Gravacao do Contato." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-CADCONTATO" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
