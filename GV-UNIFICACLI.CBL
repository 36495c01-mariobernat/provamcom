      *     em CLI-CD-CLIENTE-SUCESSOR, grava imagens de auditoria
      *     antes/depois de ambos e aponta outros registros que ja
      *     referenciem o codigo morto como sucessor.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - CNPJ alfanumerico: exibicao do CNPJ
      *                   dos dois registros passa a alfanumerica.
      *     15/Out/2026 - MCB - Duplicado que perde o vendedor
      *                   fica registrado no historico de
      *                   carteira (GV-HISTCART.DAT).
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
           SELECT ARQ-AUDITORIA ASSIGN TO DISK WID-ARQ-AUDITORIA
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-HISTCART ASSIGN TO DISK WID-ARQ-HISTCART
             organization       is indexed
             access mode        is dynamic
             record key         is HCT-CHAVE-HISTORICO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-CADCLI.CPY.
       COPY GV-AUDITORIA.CPY.
       COPY GV-HISTCART.CPY.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-CLIENTE        PIC X(15) VALUE "GV-CLIENTE.DAT".
           03 WID-ARQ-AUDITORIA      PIC X(20) VALUE "GV-AUDITORIA.LOG".
           03 WID-ARQ-HISTCART       PIC X(20) VALUE "GV-HISTCART.DAT".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
      * CAMPOS DE EXIBICAO LADO A LADO
       01  WS-CAMPOS-EXIBICAO.
           03 WS-EX-SOB-RAZAO        PIC X(025).
           03 WS-EX-SOB-CNPJ         PIC X(015).
           03 WS-EX-SOB-CIDADE       PIC X(020).
           03 WS-EX-SOB-TELEFONE     PIC X(013).
           03 WS-EX-SOB-CONTATO      PIC 9(008).
           03 WS-EX-DUP-RAZAO        PIC X(025).
           03 WS-EX-DUP-CNPJ         PIC X(015).
           03 WS-EX-DUP-CIDADE       PIC X(020).
           03 WS-EX-DUP-TELEFONE     PIC X(013).
           03 WS-EX-DUP-CONTATO      PIC 9(008).
      *
       COPY GV-HISTCARWS.CPY.
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
              MOVE ZEROS TO WS-CD-SOBREVIVENTE
              MOVE "Arquivo de Clientes Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           OPEN EXTEND ARQ-AUDITORIA.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
           MOVE "GV-UNIFICACLI" TO WS-HCT-NM-PROGRAMA.
           PERFORM 99-ABRE-HISTCART-GRAVACAO.
       1-SAIDA.
           EXIT.
      *
           PERFORM 99-AUDITA-ANTES.
           MOVE "I"                TO CLI-SITUACAO.
           MOVE WS-CD-SOBREVIVENTE TO CLI-CD-CLIENTE-SUCESSOR.
           MOVE CLI-CD-VENDEDOR    TO WS-HCT-CD-VENDEDOR-ANT.
           MOVE ZEROS              TO CLI-CD-VENDEDOR
                                      CLI-QT-DISTANCIA.
           PERFORM 99-REGRAVA-CLIENTE.
           IF WS-OPERACAO-BEM-SUCEDIDA
              PERFORM 99-REGISTRA-CARTEIRA.
           PERFORM 99-AUDITA-DEPOIS.
           MOVE "Unificacao Efetuada - Duplicado Inativado."
                                                      TO WS-MENSAGEM.
       3.
           CLOSE ARQ-CLIENTE.
           CLOSE ARQ-AUDITORIA.
           PERFORM 99-FECHA-HISTCART.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
           MOVE LK-CD-USUARIO TO AUD-CD-USUARIO.
           CALL "GV-AUDSELO" USING AUD-REGISTRO.
           WRITE AUD-REGISTRO.
      *
       COPY GV-HISTCARPD.CPY.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-UNIFICACLI" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
