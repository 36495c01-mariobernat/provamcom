      *                   GV-AUSENCIA.DAT.
      *     22/Ago/2026 - MCB - Exibe o nome da regiao (GV-REGIAO.DAT)
      *                   ao lado do codigo.
      *     15/Out/2026 - MCB - CPF formatado e mascarado para o
      *                   operador sem a permissao de dados pessoais;
      *                   exibe banco/agencia/conta e chave PIX, com
      *                   a mesma mascara.
      *     15/Out/2026 - MCB - Cada vendedor exibido fica registrado no
      *                   log de acesso a dados pessoais (GV-REGACESSO).
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *     15/Out/2026 - MCB - Exibe o tamanho da carteira (clientes
      *                   e ativos), lida pela chave alternada empresa +
      *                   vendedor do cadastro de clientes.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             record key         is FOR-CHAVE-VENDEDOR
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
             organization       is indexed
             access mode        is dynamic
             record key         is CLI-CHAVE-CLIENTE
             alternate record key is CLI-NR-CNPJ-CLIENTE
                                with duplicates
             alternate record key is CLI-CHAVE-CARTEIRA =
                                CLI-CD-EMPRESA CLI-CD-VENDEDOR
                                with duplicates
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-AUSENCIA ASSIGN TO DISK WID-ARQ-AUSENCIA
             organization       is indexed
             access mode        is dynamic
       DATA DIVISION.
       FILE SECTION.
       COPY GV-CADVEN.CPY.
       COPY GV-CADCLI.CPY.
       COPY GV-AUSENCIA.CPY.
       COPY GV-CADREG.CPY.
       COPY GV-CADEMP.CPY.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-VENDEDOR       PIC X(60) VALUE "GV-VENDEDOR.DAT".
           03 WID-ARQ-CLIENTE        PIC X(60) VALUE "GV-CLIENTE.DAT".
           03 WID-ARQ-AUSENCIA       PIC X(15) VALUE "GV-AUSENCIA.DAT".
           03 WID-ARQ-REGIAO         PIC X(15) VALUE "GV-REGIAO.DAT".
           03 WID-ARQ-EMPRESA        PIC X(15) VALUE "GV-EMPRESA.DAT".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-CD-VENDEDOR         PIC 9(007).
              88 WS-SAIR-CONSULTA              VALUE ZERO.
           03 WS-NR-CPF-VENDEDOR     PIC X(014).
           03 WS-NM-VENDEDOR         PIC X(040).
           03 WS-NR-LATITUDE         PIC ZZ9,99999999.
           03 WS-NR-LONGITUDE        PIC ZZ9,99999999.
           03 WS-CD-SUPERVISOR       PIC 9(007).
           03 WS-CD-REGIAO           PIC 9(003).
           03 WS-PC-COMISSAO         PIC ZZ9,99.
           03 WS-DS-CONTA-ED         PIC X(030) VALUE SPACES.
           03 WS-DS-PIX-ED           PIC X(050) VALUE SPACES.
           03 WS-MENSAGEM            PIC X(68).
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-FINAL-AUSENCIA      PIC X(01) VALUE SPACE.
           03 WS-IND-ARQ-EMPRESA     PIC X(01) VALUE "N".
              88 WS-ARQ-EMPRESA-OK             VALUE "S".
           03 WS-NM-EMPRESA          PIC X(040) VALUE SPACES.
           03 WS-IND-ARQ-CLIENTE     PIC X(01) VALUE "N".
              88 WS-ARQ-CLIENTE-OK             VALUE "S".
           03 WS-FINAL-CARTEIRA      PIC X(01) VALUE SPACE.
              88 WS-FIM-CARTEIRA               VALUE "F".
           03 WS-QT-CARTEIRA         PIC 9(005) VALUE ZEROS.
           03 WS-QT-CARTEIRA-ATIVOS  PIC 9(005) VALUE ZEROS.
           03 WS-DS-CARTEIRA-ED      PIC X(040) VALUE SPACES.
           03 WS-QT-ED1              PIC ZZZZ9.
           03 WS-QT-ED2              PIC ZZZZ9.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-MASCARAWS.CPY.
      *
       COPY GV-ACESSOWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
           03 LINE 12 COL 27 VALUE "                    ".
           03 LINE 13 COL 27 VALUE "                    ".
           03 LINE 14 COL 27 VALUE "                    ".
           03 LINE 15 COL 26 VALUE
                           "                              ".
           03 LINE 16 COL 26 VALUE
                           "                                        ".
           03 LINE 17 COL 26 VALUE
                           "                                        ".
      *
       01  SST-CONSULTA-VENDEDOR.
           03 LINE 02 COL 23 VALUE "Consulta de Vendedores (Somente Leit
           03 LINE 13 COL 31 USING WS-NM-REGIAO.
           03 LINE 14 COL 07 VALUE "     Comissao (%): ".
           03 LINE 14 COL 26 USING WS-PC-COMISSAO.
           03 LINE 15 COL 07 VALUE "  Banco/Ag./Conta: ".
           03 LINE 15 COL 26 USING WS-DS-CONTA-ED.
           03 LINE 16 COL 07 VALUE "         Chave PIX: ".
           03 LINE 16 COL 26 USING WS-DS-PIX-ED.
           03 LINE 17 COL 07 VALUE "          Carteira: ".
           03 LINE 17 COL 26 USING WS-DS-CARTEIRA-ED.
      *
       01  SST-MENSAGEM.
           03 LINE 22 COL 11 USING WS-MENSAGEM.
           PERFORM 99-LE-CONFIGURACAO.
           OPEN INPUT ARQ-VENDEDOR.
           IF WS-ERRO-ACESSO
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE ZEROS TO WS-CD-VENDEDOR
              MOVE "Arquivo de Vendedores em Uso." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
           AND NOT WS-ERRO-ACESSO
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE ZEROS TO WS-CD-VENDEDOR
              MOVE "Arquivo de Vendedores com Erro." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           ELSE
              MOVE "N" TO WS-IND-ARQ-EMPRESA
              MOVE "00" TO WS-ESTADO-ARQUIVO.
           OPEN INPUT ARQ-CLIENTE.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-CLIENTE
           ELSE
              MOVE "N" TO WS-IND-ARQ-CLIENTE
              MOVE "00" TO WS-ESTADO-ARQUIVO.
       1-SAIDA.
           EXIT.
      *
              MOVE "Codigo do Vendedor nao Encontrado." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              PERFORM 99-REGISTRA-ACESSO
              MOVE FOR-NR-CPF-VENDEDOR TO WS-MSC-NR-CPF
              PERFORM 99-FORMATA-CPF
              PERFORM 99-MASCARA-CPF
              MOVE WS-MSC-TEXTO        TO WS-NR-CPF-VENDEDOR
              MOVE FOR-NM-VENDEDOR     TO WS-NM-VENDEDOR
              MOVE FOR-NR-LATITUDE     TO WS-NR-LATITUDE
              MOVE FOR-NR-LONGITUDE    TO WS-NR-LONGITUDE
              MOVE FOR-CD-SUPERVISOR   TO WS-CD-SUPERVISOR
              MOVE FOR-CD-REGIAO       TO WS-CD-REGIAO
              MOVE FOR-PC-COMISSAO     TO WS-PC-COMISSAO
              PERFORM 99-MASCARA-DADOS-BANCARIOS
              PERFORM 99-BUSCA-NOME-REGIAO
              PERFORM 99-BUSCA-NOME-EMPRESA
              PERFORM 23-CONTA-CARTEIRA
              DISPLAY SST-DADOS-VENDEDOR
              PERFORM 22-MOSTRA-AUSENCIA
              MOVE "Consulta Concluida." TO WS-MENSAGEM
                    MOVE "S" TO WS-IND-AUSENTE.
       221-SAIDA.
           EXIT.
      *
       23-CONTA-CARTEIRA SECTION.
      *-----------------
      * CONTA OS CLIENTES DA CARTEIRA DO VENDEDOR (E OS ATIVOS) LENDO
      * SO A CARTEIRA DELE, PELA CHAVE EMPRESA + VENDEDOR; SEM O
      * CADASTRO DE CLIENTES A LINHA SAI EM BRANCO
       23.
           MOVE SPACES TO WS-DS-CARTEIRA-ED.
           MOVE ZEROS  TO WS-QT-CARTEIRA
                          WS-QT-CARTEIRA-ATIVOS.
           IF WS-ARQ-CLIENTE-OK
              MOVE SPACE           TO WS-FINAL-CARTEIRA
              MOVE FOR-CD-EMPRESA  TO CLI-CD-EMPRESA
              MOVE FOR-CD-VENDEDOR TO CLI-CD-VENDEDOR
              START ARQ-CLIENTE KEY EQUAL CLI-CHAVE-CARTEIRA
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "F" TO WS-FINAL-CARTEIRA
              END-IF
              PERFORM 231-CONTA-UM-CLIENTE
                  UNTIL WS-FIM-CARTEIRA
              MOVE WS-QT-CARTEIRA        TO WS-QT-ED1
              MOVE WS-QT-CARTEIRA-ATIVOS TO WS-QT-ED2
              STRING WS-QT-ED1           DELIMITED BY SIZE
                     " Clientes - "      DELIMITED BY SIZE
                     WS-QT-ED2           DELIMITED BY SIZE
                     " Ativos"           DELIMITED BY SIZE
                     INTO WS-DS-CARTEIRA-ED
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
       23-SAIDA.
           EXIT.
      *
       231-CONTA-UM-CLIENTE SECTION.
       231.
           READ ARQ-CLIENTE NEXT.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "F" TO WS-FINAL-CARTEIRA
           ELSE
              IF CLI-CD-EMPRESA  NOT EQUAL FOR-CD-EMPRESA
              OR CLI-CD-VENDEDOR NOT EQUAL FOR-CD-VENDEDOR
                 MOVE "F" TO WS-FINAL-CARTEIRA
              ELSE
                 ADD 1 TO WS-QT-CARTEIRA
                 IF CLI-SIT-ATIVO
                    ADD 1 TO WS-QT-CARTEIRA-ATIVOS.
       231-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           CLOSE ARQ-VENDEDOR.
           IF WS-ARQ-CLIENTE-OK
              CLOSE ARQ-CLIENTE.
           IF WS-ARQ-REGIAO-OK
              CLOSE ARQ-REGIAO.
           IF WS-ARQ-EMPRESA-OK
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-VENDEDOR
           END-IF
           MOVE "ARQ-CLIENTE" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-CLIENTE
           END-IF.
      *
       990-CONSULTA-CONFIG.
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
      *
      * REGISTRA A EXIBICAO DO VENDEDOR NO LOG DE ACESSO (LGPD)
       99-REGISTRA-ACESSO.
           MOVE "GV-CONVENDEDOR"    TO WS-ACS-NM-PROGRAMA.
           MOVE "V"                 TO WS-ACS-TP-REGISTRO.
           MOVE "N"                 TO WS-ACS-IN-ARQUIVO-MORTO.
           MOVE FOR-CD-EMPRESA      TO WS-ACS-CD-EMPRESA.
           MOVE FOR-CD-VENDEDOR     TO WS-ACS-CD-CHAVE.
           MOVE FOR-NR-CPF-VENDEDOR TO WS-ACS-NR-CPF.
           CALL WS-NM-PROG-ACESSO USING WS-ACS-PARAMETROS
                                        LINKAGE-DADOS.
      *
      * CONTA E CHAVE PIX MASCARADAS PARA QUEM NAO TEM A PERMISSAO
      * DE VER DADOS PESSOAIS
       99-MASCARA-DADOS-BANCARIOS.
           MOVE SPACES TO WS-DS-CONTA-ED
                          WS-DS-PIX-ED.
           IF FOR-NR-CONTA GREATER ZEROS
              MOVE FOR-NR-CONTA TO WS-MSC-TEXTO
              PERFORM 99-MASCARA-CONTA
              STRING FOR-CD-BANCO    DELIMITED BY SIZE
                     " / "           DELIMITED BY SIZE
                     FOR-CD-AGENCIA  DELIMITED BY SIZE
                     " / "           DELIMITED BY SIZE
                     WS-MSC-TEXTO    DELIMITED BY SPACE
                     INTO WS-DS-CONTA-ED
           END-IF.
           IF FOR-DS-CHAVE-PIX NOT EQUAL SPACES
              MOVE FOR-DS-CHAVE-PIX TO WS-MSC-TEXTO
              MOVE FOR-TP-CHAVE-PIX TO WS-MSC-TP-CHAVE-PIX
              PERFORM 99-MASCARA-PIX
              MOVE WS-MSC-TEXTO TO WS-DS-PIX-ED
           END-IF.
      *
       COPY GV-MASCARAPD.CPY.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-CONVENDEDOR" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
