      *     Criacao: Ago/2026
      *
      *     Aplica uma alteracao a todos os clientes que atendem a um
      *     filtro (UF, cidade, regiao, situacao, dias sem contato,
      *     vendedor atual ou segmento): nova regiao, nova situacao,
      *     limpeza do vendedor ou novo segmento. Antes de aplicar
      *     mostra a previa com a contagem e uma amostra dos
      *     atingidos, como o modo de previa da importacao; a
      *     aplicacao grava imagem de auditoria antes e depois de
      *     cada cliente alterado.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Limpeza de vendedor registrada no
      *                   historico de carteira do cliente
      *                   (GV-HISTCART.DAT).
      *     15/Out/2026 - MCB - Filtro por segmento (7) e
      *                   alteracao para novo segmento (4),
      *                   validado contra GV-SEGMENTO.DAT.
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
             record key         is REG-CD-REGIAO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-SEGMENTO ASSIGN TO DISK WID-ARQ-SEGMENTO
             organization       is indexed
             access mode        is dynamic
             record key         is SEG-CD-SEGMENTO
             lock mode          is manual
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
       COPY GV-CADREG.CPY.
       COPY GV-CADSEG.CPY.
       COPY GV-HISTCART.CPY.
      *
       WORKING-STORAGE SECTION.
      *
           03 WID-ARQ-CLIENTE        PIC X(15) VALUE "GV-CLIENTE.DAT".
           03 WID-ARQ-AUDITORIA      PIC X(20) VALUE "GV-AUDITORIA.LOG".
           03 WID-ARQ-REGIAO         PIC X(15) VALUE "GV-REGIAO.DAT".
           03 WID-ARQ-SEGMENTO       PIC X(16) VALUE "GV-SEGMENTO.DAT".
           03 WID-ARQ-HISTCART       PIC X(20) VALUE "GV-HISTCART.DAT".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
              88 WS-FIL-SITUACAO               VALUE 4.
              88 WS-FIL-SEM-CONTATO            VALUE 5.
              88 WS-FIL-VENDEDOR               VALUE 6.
              88 WS-FIL-SEGMENTO               VALUE 7.
              88 WS-FILTRO-VALIDO              VALUE 1 2 3 4 5 6 7.
           03 WS-OPCAO-ALTERACAO     PIC 9(01) VALUE ZEROS.
              88 WS-ALT-REGIAO                 VALUE 1.
              88 WS-ALT-SITUACAO               VALUE 2.
              88 WS-ALT-LIMPA-VENDEDOR         VALUE 3.
              88 WS-ALT-SEGMENTO               VALUE 4.
              88 WS-ALTERACAO-VALIDA           VALUE 1 2 3 4.
      *
      * VALORES DO FILTRO E DA ALTERACAO
           03 WS-SG-UF-FILTRO        PIC X(002) VALUE SPACES.
           03 WS-SITUACAO-FILTRO     PIC X(001) VALUE SPACE.
           03 WS-QT-DIAS-FILTRO      PIC 9(005) VALUE ZEROS.
           03 WS-CD-VENDEDOR-FILTRO  PIC 9(007) VALUE ZEROS.
           03 WS-CD-SEGMENTO-FILTRO  PIC 9(003) VALUE ZEROS.
           03 WS-CD-SEGMENTO-NOVA    PIC 9(003) VALUE ZEROS.
           03 WS-CD-REGIAO-NOVA      PIC 9(003) VALUE ZEROS.
           03 WS-SITUACAO-NOVA       PIC X(001) VALUE SPACE.
      *
              88 WS-REGISTRO-CASOU             VALUE "S".
           03 WS-IND-ARQ-REGIAO      PIC X(001) VALUE "N".
              88 WS-ARQ-REGIAO-OK              VALUE "S".
           03 WS-IND-ARQ-SEGMENTO    PIC X(001) VALUE "N".
              88 WS-ARQ-SEGMENTO-OK            VALUE "S".
           03 WS-QT-PREVIA           PIC 9(007) VALUE ZEROS.
           03 WS-QT-ALTERADOS        PIC 9(007) VALUE ZEROS.
           03 WS-QT-FALHAS           PIC 9(007) VALUE ZEROS.
           03 WS-QT-AMOSTRA          PIC 9(001) VALUE ZEROS.
           03 WS-QT-ED               PIC ZZZZZZ9.
      *
       COPY GV-HISTCARWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
           03 LINE 05 COL 07 VALUE "Filtro: ".
           03 OPCAO1 LINE 05 COL 15 PIC 9 USING WS-OPCAO-FILTRO AUTO.
           03 LINE 05 COL 17 VALUE  "(1-UF, 2-Cidade, 3-Regiao, 4-Situa
      -                             "cao, 5-Sem Contato, 6-Vendedor,".
           03 LINE 06 COL 17 VALUE  "7-Segmento)".
           03 LINE 07 COL 07 VALUE "Alteracao: ".
           03 OPCAO2 LINE 07 COL 18 PIC 9 USING WS-OPCAO-ALTERACAO
                                                                  AUTO.
           03 LINE 07 COL 20 VALUE  "(1-Nova Regiao, 2-Nova Situacao, 3
      -                             "-Limpar Vendedor,".
           03 LINE 08 COL 20 VALUE  "4-Novo Segmento)".
      *
       01  SST-FILTRO-UF.
           03 LINE 09 COL 07 VALUE "UF do Filtro: ".
       01  SST-FILTRO-VENDEDOR.
           03 LINE 09 COL 07 VALUE "Vendedor Atual do Filtro: ".
           03 LINE 09 COL 33 USING WS-CD-VENDEDOR-FILTRO.
      *
       01  SST-FILTRO-SEGMENTO.
           03 LINE 09 COL 07 VALUE "Segmento do Filtro: ".
           03 LINE 09 COL 27 USING WS-CD-SEGMENTO-FILTRO.
      *
       01  SST-NOVA-REGIAO.
           03 LINE 11 COL 07 VALUE "Nova Regiao: ".
       01  SST-NOVA-SITUACAO.
           03 LINE 11 COL 07 VALUE "Nova Situacao (A/I/B): ".
           03 LINE 11 COL 30 USING WS-SITUACAO-NOVA.
      *
       01  SST-NOVO-SEGMENTO.
           03 LINE 11 COL 07 VALUE "Novo Segmento (0 Nao Classif.): ".
           03 LINE 11 COL 39 USING WS-CD-SEGMENTO-NOVA.
      *
       01  SST-MENSAGEM.
           03 LINE 22 COL 11 USING WS-MENSAGEM.
       1.
           OPEN I-O ARQ-CLIENTE.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Clientes Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           ELSE
              MOVE "N" TO WS-IND-ARQ-REGIAO
              MOVE "00" TO WS-ESTADO-ARQUIVO.
           OPEN INPUT ARQ-SEGMENTO.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-SEGMENTO
           ELSE
              MOVE "N" TO WS-IND-ARQ-SEGMENTO
              MOVE "00" TO WS-ESTADO-ARQUIVO.
           MOVE "GV-LOTEALTERA" TO WS-HCT-NM-PROGRAMA.
           PERFORM 99-ABRE-HISTCART-GRAVACAO.
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           MOVE FUNCTION INTEGER-OF-DATE (WS-DT-HOJE)
                TO WS-NR-DIA-JULIANO-HOJE.
              ACCEPT SST-FILTRO-CONTATO.
           IF WS-FIL-VENDEDOR
              ACCEPT SST-FILTRO-VENDEDOR.
           IF WS-FIL-SEGMENTO
              ACCEPT SST-FILTRO-SEGMENTO.
           IF WS-ALT-REGIAO
              ACCEPT SST-NOVA-REGIAO
              PERFORM 211-VALIDA-NOVA-REGIAO.
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Situacao Nova Invalida (A/I/B)." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM.
           IF WS-ALT-SEGMENTO
              ACCEPT SST-NOVO-SEGMENTO
              PERFORM 212-VALIDA-NOVO-SEGMENTO.
       21-SAIDA.
           EXIT.
      *
           END-IF.
       211-SAIDA.
           EXIT.
      *
      * SEGMENTO ZERO DEVOLVE OS CLIENTES A "NAO CLASSIFICADO"
       212-VALIDA-NOVO-SEGMENTO SECTION.
       212.
           IF  WS-ARQ-SEGMENTO-OK
           AND WS-CD-SEGMENTO-NOVA NOT EQUAL ZEROS
              MOVE WS-CD-SEGMENTO-NOVA TO SEG-CD-SEGMENTO
              READ ARQ-SEGMENTO
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Novo Segmento Inexistente no Cadastro."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 IF NOT SEG-SIT-ATIVO
                    MOVE "F" TO WS-FINAL-ARQUIVO
                    MOVE "Novo Segmento Inativo." TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                 END-IF
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
       212-SAIDA.
           EXIT.
      *
       22-PREVIA SECTION.
      *---------
                 MOVE CLI-CD-CLIENTE       TO AUD-CHAVE
                 MOVE CLI-REGISTRO-CLIENTE TO AUD-DADOS-REGISTRO
                 PERFORM 99-GRAVA-AUDITORIA
                 MOVE CLI-CD-VENDEDOR TO WS-HCT-CD-VENDEDOR-ANT
                 IF WS-ALT-REGIAO
                    MOVE WS-CD-REGIAO-NOVA TO CLI-CD-REGIAO
                 END-IF
                    MOVE ZEROS TO CLI-CD-VENDEDOR
                                  CLI-QT-DISTANCIA
                 END-IF
                 IF WS-ALT-SEGMENTO
                    MOVE WS-CD-SEGMENTO-NOVA TO CLI-CD-SEGMENTO
                 END-IF
                 REWRITE CLI-REGISTRO-CLIENTE
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    ADD 1 TO WS-QT-ALTERADOS
                    IF WS-ALT-LIMPA-VENDEDOR
                       PERFORM 99-REGISTRA-CARTEIRA
                    END-IF
                    MOVE "D"                  TO AUD-IMAGEM
                    MOVE CLI-REGISTRO-CLIENTE TO AUD-DADOS-REGISTRO
                    PERFORM 99-GRAVA-AUDITORIA
           CLOSE ARQ-AUDITORIA.
           IF WS-ARQ-REGIAO-OK
              CLOSE ARQ-REGIAO.
           IF WS-ARQ-SEGMENTO-OK
              CLOSE ARQ-SEGMENTO.
           PERFORM 99-FECHA-HISTCART.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
              IF CLI-CD-VENDEDOR EQUAL WS-CD-VENDEDOR-FILTRO
                 MOVE "S" TO WS-IND-CASOU
              END-IF
           END-IF
           IF WS-FIL-SEGMENTO
              IF CLI-CD-SEGMENTO EQUAL WS-CD-SEGMENTO-FILTRO
                 MOVE "S" TO WS-IND-CASOU
              END-IF
           END-IF.
      *
       99-GRAVA-AUDITORIA.
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
           MOVE "GV-LOTEALTERA" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
