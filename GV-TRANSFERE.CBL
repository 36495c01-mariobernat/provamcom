      *                   cliente nao entra na proposta e a
      *                   indicacao manual de um par vedado e
      *                   recusada com aviso.
      *     15/Out/2026 - MCB - Ao final do repasse oferece o calculo da
      *                   indenizacao rescisoria (GV-INDENIZA) do
      *                   vendedor que esta saindo.
      *     15/Out/2026 - MCB - Transferencia registrada no
      *                   historico de carteira do cliente
      *                   (GV-HISTCART.DAT).
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *     15/Out/2026 - MCB - Clientes do vendedor que sai lidos
      *                   direto pela chave alternada empresa +
      *                   vendedor do cadastro de clientes
      *                   (GV-CADCLI.CPY), guardados antes do repasse.
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
             record key         is XCL-CHAVE-EXCLUSAO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-HISTCART ASSIGN TO DISK WID-ARQ-HISTCART
             organization       is indexed
             access mode        is dynamic
             record key         is HCT-CHAVE-HISTORICO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-AUDITORIA ASSIGN TO DISK WID-ARQ-AUDITORIA
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
       COPY GV-CADCLI.CPY.
       COPY GV-CADVEN.CPY.
       COPY GV-EXCLPAR.CPY.
       COPY GV-HISTCART.CPY.
       COPY GV-AUDITORIA.CPY.
       COPY GV-SPOOLFD.CPY.
      *
           03 WID-ARQ-VENDEDOR       PIC X(60) VALUE "GV-VENDEDOR.DAT".
           03 WID-ARQ-AUDITORIA      PIC X(20) VALUE "GV-AUDITORIA.LOG".
           03 WID-ARQ-EXCLUSAO      PIC X(16) VALUE "GV-EXCLUSAO.DAT".
           03 WID-ARQ-HISTCART       PIC X(20) VALUE "GV-HISTCART.DAT".
           03 WS01-ARQUIVO           PIC X(60) VALUE "IMPRESSAO.IMP".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-RESPOSTA            PIC X(01).
              88 WS-SIM                        VALUE "S" "s".
              88 WS-NAO                        VALUE "N" "n".
           03 WS-PROGRAMA-INDENIZA   PIC X(60) VALUE "GV-INDENIZA".
           03 WS-ACAO-ESCOLHA        PIC X(01) VALUE SPACE.
              88 WS-ESC-ACEITA                 VALUE "A" "a" SPACE.
              88 WS-ESC-OUTRO                  VALUE "O" "o".
           03 WS-EX-NM-PROPOSTO      PIC X(030).
           03 WS-EX-DISTANCIA        PIC ZZZZZZZZZ9.
           03 WS-EX-AVISO            PIC X(030).
           03 WS-CD-EMPRESA-SAINTE   PIC 9(002) VALUE ZEROS.
           03 WS-QT-CARTEIRA         PIC 9(004) VALUE ZEROS.
           03 WS-IX-CARTEIRA         PIC 9(004) VALUE ZEROS.
           03 WS-IND-CARTEIRA-EXCEDIDA PIC X(01) VALUE "N".
              88 WS-CARTEIRA-EXCEDIDA          VALUE "S".
      *
      * CLIENTES ATIVOS DA CARTEIRA DO VENDEDOR QUE ESTA SAINDO
       01  WS-TAB-CARTEIRA.
           03 WS-CAR-CD-CLIENTE      PIC 9(007) OCCURS 5000 TIMES.
      *
      * VENDEDORES ATIVOS ELEGIVEIS (SEM O QUE ESTA SAINDO)
       01  WS-TAB-VENDEDORES.
           03 WS-CD-VENDEDOR-PAR     PIC 9(007) VALUE ZEROS.
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-HISTCARWS.CPY.
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
                 MOVE "Arquivo de Clientes Indisponivel." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              END-IF
              OPEN INPUT ARQ-VENDEDOR
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Arquivo de Vendedores Indisponivel."
                                                      TO WS-MENSAGEM
                 MOVE "N" TO WS-IND-ARQ-EXCLUSAO
                 MOVE "00" TO WS-ESTADO-ARQUIVO
              END-IF
              MOVE "GV-TRANSFERE" TO WS-HCT-NM-PROGRAMA
              PERFORM 99-ABRE-HISTCART-GRAVACAO
              MOVE "TRANSFERE" TO WS-SPL-ID-RELATORIO
              PERFORM 99-PREPARA-SPOOL
              OPEN OUTPUT RELATO
                 MOVE "Vendedor nao Encontrado." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 MOVE FOR-CD-EMPRESA TO WS-CD-EMPRESA-SAINTE
                 PERFORM 21-CARREGA-VENDEDORES
                 MOVE "Aceitar Todas as Propostas de Uma Vez (S/N) ?"
                                                      TO WS-MENSAGEM
                 WRITE LINHA FROM CAB-01 BEFORE ADVANCING 1
                 WRITE LINHA FROM CAB-02 BEFORE ADVANCING 1
                 WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1
                 PERFORM 24-CARREGA-CARTEIRA
                 PERFORM 22-TRATA-UM-CLIENTE
                     VARYING WS-IX-CARTEIRA FROM 1 BY 1
                     UNTIL WS-IX-CARTEIRA GREATER WS-QT-CARTEIRA
                 IF WS-CARTEIRA-EXCEDIDA
                    MOVE "Carteira Excede a Tabela - Repetir Depois."
                                                      TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                 END-IF
                 MOVE WS-QT-TRANSFERIDOS TO WS-QT-ED1
                 MOVE WS-QT-PULADOS      TO WS-QT-ED2
                 STRING "Transferidos: "
                        WS-QT-ED2 DELIMITED BY SIZE
                        INTO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 MOVE "Calcular Indenizacao Rescisoria (S/N) ?"
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 IF WS-SIM
                    PERFORM 23-CHAMA-INDENIZACAO
                 END-IF
              END-IF
           END-IF.
       2-SAIDA.
           EXIT.
      *
       23-CHAMA-INDENIZACAO SECTION.
      *--------------------
      * ABRE O CALCULO DA INDENIZACAO RESCISORIA (LEI 4.886/65) JA
      * POSICIONADO NO VENDEDOR QUE ESTA SAINDO (LK-CD-CHAVE-CONSULTA
      * E ZERADA NO RETORNO)
       23.
           MOVE WS-CD-VENDEDOR-SAINTE TO LK-CD-CHAVE-CONSULTA.
           CALL WS-PROGRAMA-INDENIZA USING LINKAGE-DADOS.
           MOVE ZEROS TO LK-CD-CHAVE-CONSULTA.
           DISPLAY SST-LIMPA-TELA.
       23-SAIDA.
           EXIT.
      *
       21-CARREGA-VENDEDORES SECTION.
       21.
           EXIT.
      *
       22-TRATA-UM-CLIENTE SECTION.
      * RELE O CLIENTE DA TABELA PELA CHAVE PRINCIPAL E CONFERE QUE
      * CONTINUA ATIVO E COM O VENDEDOR QUE ESTA SAINDO
       22.
           MOVE WS-CD-EMPRESA-SAINTE TO CLI-CD-EMPRESA.
           MOVE WS-CAR-CD-CLIENTE(WS-IX-CARTEIRA) TO CLI-CD-CLIENTE.
           READ ARQ-CLIENTE.
           IF WS-OPERACAO-BEM-SUCEDIDA
              IF  CLI-SIT-ATIVO
              AND CLI-CD-VENDEDOR EQUAL WS-CD-VENDEDOR-SAINTE
                 PERFORM 221-PROPOE-TRANSFERENCIA
              END-IF
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       22-SAIDA.
           EXIT.
      *
       24-CARREGA-CARTEIRA SECTION.
      *-------------------
      * GUARDA OS CODIGOS DOS CLIENTES DO VENDEDOR QUE ESTA SAINDO,
      * LIDOS DIRETO PELA CHAVE DA CARTEIRA (EMPRESA + VENDEDOR). A
      * TRANSFERENCIA MUDA ESSA CHAVE, POR ISSO A CARTEIRA E LIDA
      * INTEIRA ANTES DE A PRIMEIRA PROPOSTA SER EFETIVADA
       24.
           MOVE ZEROS TO WS-QT-CARTEIRA
                         CLI-CHAVE-CLIENTE
                         WS-ESTADO-ARQUIVO.
           MOVE "N" TO WS-IND-CARTEIRA-EXCEDIDA.
           MOVE WS-CD-EMPRESA-SAINTE  TO CLI-CD-EMPRESA.
           MOVE WS-CD-VENDEDOR-SAINTE TO CLI-CD-VENDEDOR.
           START ARQ-CLIENTE KEY EQUAL CLI-CHAVE-CARTEIRA.
           PERFORM 241-GUARDA-UM-CLIENTE
               UNTIL NOT WS-OPERACAO-BEM-SUCEDIDA.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       24-SAIDA.
           EXIT.
      *
       241-GUARDA-UM-CLIENTE SECTION.
       241.
           READ ARQ-CLIENTE NEXT.
           IF  WS-OPERACAO-BEM-SUCEDIDA
           AND (CLI-CD-EMPRESA  NOT EQUAL WS-CD-EMPRESA-SAINTE
           OR   CLI-CD-VENDEDOR NOT EQUAL WS-CD-VENDEDOR-SAINTE)
              MOVE "10" TO WS-ESTADO-ARQUIVO.
           IF WS-OPERACAO-BEM-SUCEDIDA AND CLI-SIT-ATIVO
              IF WS-QT-CARTEIRA EQUAL 5000
                 MOVE "S"  TO WS-IND-CARTEIRA-EXCEDIDA
                 MOVE "10" TO WS-ESTADO-ARQUIVO
              ELSE
                 ADD 1 TO WS-QT-CARTEIRA
                 MOVE CLI-CD-CLIENTE
                   TO WS-CAR-CD-CLIENTE(WS-QT-CARTEIRA)
              END-IF
           END-IF.
       241-SAIDA.
           EXIT.
      *
       221-PROPOE-TRANSFERENCIA SECTION.
       221.
              IF WS-ARQ-EXCLUSAO-OK
                 CLOSE ARQ-EXCLUSAO
              END-IF
              PERFORM 99-FECHA-HISTCART
              CLOSE RELATO.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           MOVE CLI-CD-CLIENTE       TO WL-CD-CLIENTE
           MOVE CLI-DS-RAZAO-SOCIAL  TO WL-RAZAO
           MOVE CLI-CD-VENDEDOR      TO WL-CD-DE
                                        WS-HCT-CD-VENDEDOR-ANT
           MOVE WS-CD-PROPOSTO       TO CLI-CD-VENDEDOR
                                        WL-CD-PARA
           MOVE WS-QT-DIST-PROPOSTA  TO CLI-QT-DISTANCIA
           REWRITE CLI-REGISTRO-CLIENTE
           IF WS-OPERACAO-BEM-SUCEDIDA
              ADD 1 TO WS-QT-TRANSFERIDOS
              PERFORM 99-REGISTRA-CARTEIRA
              MOVE "D"                  TO AUD-IMAGEM
              MOVE CLI-REGISTRO-CLIENTE TO AUD-DADOS-REGISTRO
              PERFORM 99-GRAVA-AUDITORIA
           WRITE LINHA FROM LIN-01 BEFORE ADVANCING 1.
      *
       COPY GV-SPOOLPD.CPY.
      *
       COPY GV-HISTCARPD.CPY.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-TRANSFERE" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
