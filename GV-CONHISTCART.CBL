000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-CONHISTCART.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Consulta do Historico de Carteira do Cliente
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Lista, do periodo mais antigo ao vigente, os vendedores
      *     que ja foram donos do cliente (GV-HISTCART.DAT): inicio
      *     e fim de cada periodo, vendedor com o nome, o programa
      *     que fez a troca e o usuario. Cliente que nunca trocou de
      *     vendedor desde a criacao do historico nao tem periodos e
      *     mostra apenas o dono atual do cadastro. Quando chamado
      *     pela consulta de clientes (GV-CONCLIENTE) com
      *     LK-CD-CHAVE-CONSULTA preenchida, lista direto o cliente
      *     exibido e retorna.
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
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-HISTCART ASSIGN TO DISK WID-ARQ-HISTCART
             organization       is indexed
             access mode        is dynamic
             record key         is HCT-CHAVE-HISTORICO
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
           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
             organization       is indexed
             access mode        is dynamic
             record key         is FOR-CHAVE-VENDEDOR
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-HISTCART.CPY.
       COPY GV-CADCLI.CPY.
       COPY GV-CADVEN.CPY.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-HISTCART       PIC X(20) VALUE "GV-HISTCART.DAT".
           03 WID-ARQ-CLIENTE        PIC X(60) VALUE "GV-CLIENTE.DAT".
           03 WID-ARQ-VENDEDOR       PIC X(60) VALUE "GV-VENDEDOR.DAT".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-MENSAGEM            PIC X(68).
           03 WS-RESPOSTA            PIC X(01).
              88 WS-SIM                        VALUE "S" "s".
              88 WS-NAO                        VALUE "N" "n".
           03 WS-FINAL-ARQUIVO       PIC X(01) VALUE SPACE.
              88 WS-FIM-ARQUIVO                VALUE "F".
           03 WS-IND-FIM-CONSULTA    PIC X(01) VALUE "N".
              88 WS-FIM-CONSULTA               VALUE "S".
           03 WS-IND-FIM-LISTA       PIC X(01) VALUE "N".
              88 WS-FIM-LISTA                  VALUE "S".
           03 WS-IND-ARQ-HISTCART    PIC X(01) VALUE "N".
              88 WS-ARQ-HISTCART-OK            VALUE "S".
           03 WS-QT-LISTADOS         PIC 9(03) VALUE ZEROS.
           03 WS-CD-CLIENTE          PIC 9(007) VALUE ZEROS.
           03 WS-DS-RAZAO-ED         PIC X(040) VALUE SPACES.
      *
      * DATA AAAAMMDD EDITADA COMO DD/MM/AAAA NA LISTA
           03 WS-DT-EDICAO           PIC 9(008) VALUE ZEROS.
           03 WS-DT-EDICAO-R REDEFINES WS-DT-EDICAO.
              05 WS-DT-EDICAO-ANO    PIC 9(004).
              05 WS-DT-EDICAO-MES    PIC 9(002).
              05 WS-DT-EDICAO-DIA    PIC 9(002).
           03 WS-DT-EDITADA          PIC X(010) VALUE SPACES.
      *
      * LINHA DA LISTAGEM DE PERIODOS DO CLIENTE
       01  WS-LINHA-TITULO.
           03 FILLER                 PIC X(12) VALUE "Inicio".
           03 FILLER                 PIC X(12) VALUE "Fim".
           03 FILLER                 PIC X(25) VALUE "Vendedor".
           03 FILLER                 PIC X(16) VALUE "Programa".
           03 FILLER                 PIC X(08) VALUE "Usuario".
      *
       01  WS-LINHA-LISTA.
           03 WS-LL-DT-INICIO        PIC X(10).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 WS-LL-DT-FIM           PIC X(10).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 WS-LL-CD-VENDEDOR      PIC ZZZZZZ9.
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 WS-LL-NM-VENDEDOR      PIC X(16).
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 WS-LL-NM-PROGRAMA      PIC X(15).
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 WS-LL-CD-USUARIO       PIC X(08).
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
       SCREEN SECTION.
      *
       01  SST-LIMPA-TELA.
           03 LINE 22 COL 10 BLANK LINE.
           03 LINE 20 COL 01 BLANK LINE.
           03 LINE 19 COL 01 BLANK LINE.
           03 LINE 06 COL 01 BLANK LINE.
           03 LINE 02 COL 20 VALUE
              "                                        ".
      *
       01  SST-HISTORICO-CARTEIRA.
           03 LINE 02 COL 20 VALUE
              "Historico de Carteira do Cliente".
      *
       01  SST-CHAVE-CLIENTE.
           03 LINE 06 COL 07 VALUE "Cliente (0 Sai): ".
           03 LINE 06 COL 24 USING WS-CD-CLIENTE.
           03 LINE 06 COL 34 USING WS-DS-RAZAO-ED.
      *
       01  SST-TITULO-LISTA.
           03 LINE 19 COL 05 USING WS-LINHA-TITULO.
      *
       01  SST-LINHA-LISTA.
           03 LINE 20 COL 05 USING WS-LINHA-LISTA.
      *
       01  SST-MENSAGEM.
           03 LINE 22 COL 11 USING WS-MENSAGEM.
      *
       PROCEDURE DIVISION USING LINKAGE-DADOS.
      *
       0-MODULO-CONTROLE SECTION.
      *-----------------
       0.
           PERFORM 1-MODULO-INICIAL.
           IF NOT WS-FIM-ARQUIVO
              PERFORM 2-MODULO-PRINCIPAL
                  UNTIL WS-FIM-CONSULTA.
           PERFORM 3-MODULO-FINAL.
       0-SAIDA.
           EXIT PROGRAM.
      *
       1-MODULO-INICIAL SECTION.
      *----------------
      * SEM O HISTORICO A CONSULTA AINDA MOSTRA O DONO ATUAL
       1.
           PERFORM 99-LE-CONFIGURACAO.
           DISPLAY SST-HISTORICO-CARTEIRA.
           OPEN INPUT ARQ-CLIENTE.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Clientes Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              OPEN INPUT ARQ-VENDEDOR
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Arquivo de Vendedores Indisponivel."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 CLOSE ARQ-CLIENTE
              ELSE
                 OPEN INPUT ARQ-HISTCART
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "S" TO WS-IND-ARQ-HISTCART
                 ELSE
                    MOVE "N" TO WS-IND-ARQ-HISTCART
                    MOVE "00" TO WS-ESTADO-ARQUIVO
                 END-IF
              END-IF
           END-IF.
       1-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
      * CHAMADO PELA CONSULTA DE CLIENTES, LISTA O CLIENTE EXIBIDO
      * UMA UNICA VEZ; PELO MENU, PEDE CLIENTES ATE O ZERO
       2.
           IF LK-CD-CHAVE-CONSULTA GREATER ZEROS
              MOVE LK-CD-CHAVE-CONSULTA TO WS-CD-CLIENTE
              MOVE "S" TO WS-IND-FIM-CONSULTA
           ELSE
              MOVE ZEROS  TO WS-CD-CLIENTE
              MOVE SPACES TO WS-DS-RAZAO-ED
              ACCEPT SST-CHAVE-CLIENTE
              IF WS-CD-CLIENTE EQUAL ZEROS
                 MOVE "S" TO WS-IND-FIM-CONSULTA
              END-IF
           END-IF.
           IF WS-CD-CLIENTE GREATER ZEROS
              MOVE 1             TO CLI-CD-EMPRESA
              MOVE WS-CD-CLIENTE TO CLI-CD-CLIENTE
              READ ARQ-CLIENTE
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "00" TO WS-ESTADO-ARQUIVO
                 MOVE "Cliente nao Encontrado." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 MOVE CLI-DS-RAZAO-SOCIAL TO WS-DS-RAZAO-ED
                 DISPLAY SST-CHAVE-CLIENTE
                 DISPLAY SST-TITULO-LISTA
                 PERFORM 21-LISTA-PERIODOS
              END-IF
           END-IF.
       2-SAIDA.
           EXIT.
      *
       21-LISTA-PERIODOS SECTION.
      *-----------------
      * PAGINA PELOS PERIODOS DO CLIENTE, UMA LINHA POR VEZ, DO MAIS
      * ANTIGO AO VIGENTE
       21.
           MOVE "N"   TO WS-IND-FIM-LISTA.
           MOVE ZEROS TO WS-QT-LISTADOS.
           IF WS-ARQ-HISTCART-OK
              MOVE CLI-CD-EMPRESA TO HCT-CD-EMPRESA
              MOVE CLI-CD-CLIENTE TO HCT-CD-CLIENTE
              MOVE ZEROS          TO HCT-DT-INICIO
                                     WS-ESTADO-ARQUIVO
              START ARQ-HISTCART KEY NOT LESS HCT-CHAVE-HISTORICO
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "S" TO WS-IND-FIM-LISTA
              END-IF
              PERFORM 211-LISTA-UM-PERIODO
                  UNTIL WS-FIM-LISTA
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
           IF WS-QT-LISTADOS EQUAL ZEROS
              MOVE "Sem Troca"          TO WS-LL-DT-INICIO
              MOVE "Em Vigor"           TO WS-LL-DT-FIM
              MOVE CLI-CD-VENDEDOR      TO WS-LL-CD-VENDEDOR
              PERFORM 99-NOME-VENDEDOR
              MOVE "CADASTRO"           TO WS-LL-NM-PROGRAMA
              MOVE SPACES               TO WS-LL-CD-USUARIO
              DISPLAY SST-LINHA-LISTA
              MOVE "Cliente sem Troca de Vendedor Registrada."
                                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           END-IF.
           DISPLAY SST-LIMPA-TELA.
           DISPLAY SST-HISTORICO-CARTEIRA.
       21-SAIDA.
           EXIT.
      *
       211-LISTA-UM-PERIODO SECTION.
       211.
           READ ARQ-HISTCART NEXT.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-FIM-LISTA
           ELSE
              IF HCT-CD-EMPRESA NOT EQUAL CLI-CD-EMPRESA
              OR HCT-CD-CLIENTE NOT EQUAL CLI-CD-CLIENTE
                 MOVE "S" TO WS-IND-FIM-LISTA
              ELSE
                 ADD 1 TO WS-QT-LISTADOS
                 IF HCT-DT-INICIO EQUAL ZEROS
                    MOVE "Anterior"     TO WS-LL-DT-INICIO
                 ELSE
                    MOVE HCT-DT-INICIO  TO WS-DT-EDICAO
                    PERFORM 99-EDITA-DATA
                    MOVE WS-DT-EDITADA  TO WS-LL-DT-INICIO
                 END-IF
                 IF HCT-DT-FIM EQUAL 99999999
                    MOVE "Em Vigor"     TO WS-LL-DT-FIM
                 ELSE
                    MOVE HCT-DT-FIM     TO WS-DT-EDICAO
                    PERFORM 99-EDITA-DATA
                    MOVE WS-DT-EDITADA  TO WS-LL-DT-FIM
                 END-IF
                 MOVE HCT-CD-VENDEDOR   TO WS-LL-CD-VENDEDOR
                 PERFORM 99-NOME-VENDEDOR
                 MOVE HCT-NM-PROGRAMA   TO WS-LL-NM-PROGRAMA
                 MOVE HCT-CD-USUARIO    TO WS-LL-CD-USUARIO
                 DISPLAY SST-LINHA-LISTA
                 MOVE "Continuar a Lista (S/N) ?" TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 IF WS-NAO
                    MOVE "S" TO WS-IND-FIM-LISTA
                 END-IF
              END-IF
           END-IF.
       211-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           IF NOT WS-FIM-ARQUIVO
              CLOSE ARQ-CLIENTE
              CLOSE ARQ-VENDEDOR
              IF WS-ARQ-HISTCART-OK
                 CLOSE ARQ-HISTCART
              END-IF
           END-IF.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
      *
      * NOME DO VENDEDOR DA LINHA (VENDEDOR ZERO = CLIENTE SEM DONO)
       99-NOME-VENDEDOR.
           MOVE SPACES TO WS-LL-NM-VENDEDOR
           IF WS-LL-CD-VENDEDOR EQUAL ZEROS
              MOVE "(sem vendedor)" TO WS-LL-NM-VENDEDOR
           ELSE
              MOVE CLI-CD-EMPRESA    TO FOR-CD-EMPRESA
              MOVE WS-LL-CD-VENDEDOR TO FOR-CD-VENDEDOR
              READ ARQ-VENDEDOR
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE FOR-NM-VENDEDOR TO WS-LL-NM-VENDEDOR
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
      *
       99-EDITA-DATA.
           MOVE SPACES TO WS-DT-EDITADA
           STRING WS-DT-EDICAO-DIA "/" WS-DT-EDICAO-MES "/"
                  WS-DT-EDICAO-ANO DELIMITED BY SIZE
                  INTO WS-DT-EDITADA.
      *
      * SOBREPOE OS NOMES DOS ARQUIVOS COM OS VALORES DO ARQUIVO
      * CENTRAL DE CONFIGURACAO (GV-CONFIG.PAR), QUANDO PRESENTES
       99-LE-CONFIGURACAO.
           MOVE "ARQ-CLIENTE" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-CLIENTE
           END-IF
           MOVE "ARQ-VENDEDOR" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-VENDEDOR
           END-IF.
      *
       990-CONSULTA-CONFIG.
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-CONHISTCART" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
