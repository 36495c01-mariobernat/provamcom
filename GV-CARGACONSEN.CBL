      *     carimbo da manutencao na tela (GV-CADCLIENTE). Linhas
      *     invalidas saem em CONSENT-REJ.LOG com o motivo e a carga
      *     termina com os totais de controle.
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
           SELECT ARQ-CARGA ASSIGN TO DISK WID-ARQ-CARGA
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-FINAL-ARQUIVO       PIC X(01) VALUE SPACE.
           03 WS-QT-ED3              PIC ZZZZZZ9.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
           ELSE
              OPEN I-O ARQ-CLIENTE
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Arquivo de Clientes Indisponivel."
                                                      TO WS-MENSAGEM
                 MOVE CLI-REGISTRO-CLIENTE TO AUD-DADOS-REGISTRO
                 PERFORM 99-GRAVA-AUDITORIA
              ELSE
                 MOVE "211-APLICA-CONSENTIMENTO" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
                 MOVE CLI-CHAVE-CLIENTE TO WS-ERR-DS-CHAVE
                 PERFORM 99-REGISTRA-ERRO
                 ADD 1 TO WS-QT-REJEITADOS
                 MOVE "00"           TO WS-ESTADO-ARQUIVO
                 MOVE "C"            TO REJ-TIPO-ENTIDADE
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-CARGACONSEN" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
