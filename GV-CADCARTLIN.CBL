000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-CADCARTLIN.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Carteira por Linha de Produto
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Manutencao do arquivo GV-CARTLINHA.DAT (GV-CARTLIN.CPY):
      *     para cada cliente, o vendedor especialista que atende
      *     cada linha de produto, independente do vendedor da
      *     carteira geral. Lista as linhas ja atribuidas no cliente
      *     e permite atribuir, trocar ou retirar (vendedor zero) o
      *     dono de uma linha. So e aceito vendedor ativo cadastrado
      *     como especialista daquela linha (FOR-CD-LINHA-VENDA). A
      *     atribuicao feita aqui e manual: a distribuicao rodada por
      *     linha (GV-DISTRIBUICAO) nao a refaz - para devolve-la a
      *     distribuicao, retire a atribuicao.
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
           SELECT ARQ-CARTLINHA ASSIGN TO DISK WID-ARQ-CARTLINHA
             organization       is indexed
             access mode        is dynamic
             record key         is CLN-CHAVE-CARTLINHA
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-CADCLI.CPY.
       COPY GV-CADVEN.CPY.
       COPY GV-CARTLIN.CPY.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-CLIENTE        PIC X(60) VALUE "GV-CLIENTE.DAT".
           03 WID-ARQ-VENDEDOR       PIC X(60) VALUE "GV-VENDEDOR.DAT".
           03 WID-ARQ-CARTLINHA      PIC X(20) VALUE
                                     "GV-CARTLINHA.DAT".
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
           03 WS-FINAL-LINHA         PIC X(01) VALUE SPACE.
              88 WS-FIM-LINHA                  VALUE "F".
           03 WS-MENSAGEM            PIC X(68).
           03 WS-RESPOSTA            PIC X(01).
              88 WS-SIM                        VALUE "S" "s".
              88 WS-NAO                        VALUE "N" "n".
           03 WS-ACAO                PIC X(01).
              88 WS-FIM-ACAO                   VALUE "F".
           03 WS-IN-EXISTE           PIC X(01) VALUE "N".
              88 WS-ATRIBUICAO-EXISTE          VALUE "S".
           03 WS-CD-CLIENTE          PIC 9(007) VALUE ZEROS.
              88 WS-SAIR-CARTEIRA              VALUE ZERO.
           03 WS-DS-RAZAO-SOCIAL     PIC X(040) VALUE SPACES.
           03 WS-CD-LINHA            PIC X(010) VALUE SPACES.
           03 WS-CD-VENDEDOR         PIC 9(007) VALUE ZEROS.
           03 WS-CD-VENDEDOR-ANT     PIC 9(007) VALUE ZEROS.
           03 WS-NM-VENDEDOR         PIC X(040) VALUE SPACES.
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-QT-LINHAS           PIC 9(002) VALUE ZEROS.
           03 WS-QT-NAO-LISTADAS     PIC 9(003) VALUE ZEROS.
           03 WS-QT-ED               PIC ZZ9.
      *
      * LINHA DA LISTA DE ATRIBUICOES DO CLIENTE
       01  WS-LINHA-MONTADA.
           03 WS-LM-CD-LINHA         PIC X(010).
           03 FILLER                 PIC X(001) VALUE SPACE.
           03 WS-LM-CD-VENDEDOR      PIC 9(007).
           03 FILLER                 PIC X(001) VALUE SPACE.
           03 WS-LM-NM-VENDEDOR      PIC X(030).
           03 FILLER                 PIC X(001) VALUE SPACE.
           03 WS-LM-TP-ORIGEM        PIC X(006).
           03 FILLER                 PIC X(001) VALUE SPACE.
           03 WS-LM-DT-DIA           PIC 9(002).
           03 FILLER                 PIC X(001) VALUE "/".
           03 WS-LM-DT-MES           PIC 9(002).
           03 FILLER                 PIC X(001) VALUE "/".
           03 WS-LM-DT-ANO           PIC 9(004).
      *
       01  WS-LISTA-LINHAS.
           03 WS-LIN-LINHA-1         PIC X(068) VALUE SPACES.
           03 WS-LIN-LINHA-2         PIC X(068) VALUE SPACES.
           03 WS-LIN-LINHA-3         PIC X(068) VALUE SPACES.
           03 WS-LIN-LINHA-4         PIC X(068) VALUE SPACES.
           03 WS-LIN-LINHA-5         PIC X(068) VALUE SPACES.
           03 WS-LIN-LINHA-6         PIC X(068) VALUE SPACES.
       01  WS-TAB-LINHAS REDEFINES WS-LISTA-LINHAS.
           03 WS-LIN-LINHA           PIC X(068) OCCURS 6 TIMES.
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
           03 LINE 18 COL 01 BLANK LINE.
           03 LINE 17 COL 01 BLANK LINE.
           03 LINE 16 COL 01 BLANK LINE.
           03 LINE 15 COL 01 BLANK LINE.
           03 LINE 14 COL 01 BLANK LINE.
           03 LINE 13 COL 01 BLANK LINE.
           03 LINE 12 COL 01 BLANK LINE.
           03 LINE 11 COL 01 BLANK LINE.
           03 LINE 10 COL 01 BLANK LINE.
           03 LINE 09 COL 01 BLANK LINE.
           03 LINE 08 COL 01 BLANK LINE.
           03 LINE 07 COL 01 BLANK LINE.
           03 LINE 06 COL 01 BLANK LINE.
           03 LINE 05 COL 01 BLANK LINE.
           03 LINE 04 COL 01 BLANK LINE.
           03 LINE 02 COL 30 VALUE "                              ".
      *
       01  SST-CARTEIRA-CLIENTE.
           03 LINE 02 COL 26 VALUE "Carteira por Linha de Produto".
           03 LINE 05 COL 07 VALUE "Cliente (0 Sai): ".
           03 LINE 05 COL 24 USING WS-CD-CLIENTE.
      *
       01  SST-CD-LINHA.
           03 LINE 05 COL 33 PIC X(040) FROM WS-DS-RAZAO-SOCIAL.
           03 LINE 06 COL 07 VALUE "Linha de Produto (Branco Volta): ".
           03 LINE 06 COL 40 USING WS-CD-LINHA.
      *
       01  SST-VENDEDOR-LINHA.
           03 LINE 08 COL 07 VALUE "Vendedor (0 Retira): ".
           03 LINE 08 COL 28 USING WS-CD-VENDEDOR.
      *
       01  SST-NM-VENDEDOR.
           03 LINE 08 COL 37 PIC X(040) FROM WS-NM-VENDEDOR.
      *
       01  SST-LISTA-LINHAS.
           03 LINE 13 COL 07 VALUE
              "Linha      Vendedor                               Origem
      -       "  Desde".
           03 LINE 14 COL 07 FROM WS-LIN-LINHA-1.
           03 LINE 15 COL 07 FROM WS-LIN-LINHA-2.
           03 LINE 16 COL 07 FROM WS-LIN-LINHA-3.
           03 LINE 17 COL 07 FROM WS-LIN-LINHA-4.
           03 LINE 18 COL 07 FROM WS-LIN-LINHA-5.
           03 LINE 19 COL 07 FROM WS-LIN-LINHA-6.
      *
       01  SST-LIMPA-LINHA.
           03 LINE 08 COL 01 BLANK LINE.
           03 LINE 06 COL 01 BLANK LINE.
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
                  WITH TEST AFTER UNTIL WS-SAIR-CARTEIRA.
           PERFORM 3-MODULO-FINAL.
       0-SAIDA.
           EXIT PROGRAM.
      *
       1-MODULO-INICIAL SECTION.
      *----------------
       1.
           PERFORM 99-LE-CONFIGURACAO.
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-CLIENTE.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Clientes Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           OPEN INPUT ARQ-VENDEDOR.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Vendedores Indisponivel."
                                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           OPEN I-O ARQ-CARTLINHA.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              IF WS-ESTADO-ARQUIVO EQUAL "35"
                 CLOSE ARQ-CARTLINHA
                 OPEN OUTPUT ARQ-CARTLINHA
                 CLOSE ARQ-CARTLINHA
                 OPEN I-O ARQ-CARTLINHA
              ELSE
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-CARTLINHA TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Arquivo da Carteira por Linha Indisponivel."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM.
       1-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           MOVE ZEROS TO WS-CD-CLIENTE.
           ACCEPT SST-CARTEIRA-CLIENTE.
           IF NOT WS-SAIR-CARTEIRA
              PERFORM 21-TRATA-CLIENTE.
           DISPLAY SST-LIMPA-TELA.
       2-SAIDA.
           EXIT.
      *
       21-TRATA-CLIENTE SECTION.
      *----------------
       21.
           MOVE 1             TO CLI-CD-EMPRESA.
           MOVE WS-CD-CLIENTE TO CLI-CD-CLIENTE.
           PERFORM 99-LER-CLIENTE.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "00" TO WS-ESTADO-ARQUIVO
              MOVE "Cliente nao Encontrado." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              MOVE CLI-DS-RAZAO-SOCIAL TO WS-DS-RAZAO-SOCIAL
              PERFORM 211-LISTA-LINHAS
              MOVE SPACE TO WS-ACAO
              PERFORM 212-TRATA-LINHA
                  UNTIL WS-FIM-ACAO.
       21-SAIDA.
           EXIT.
      *
       211-LISTA-LINHAS SECTION.
      * MONTA AS LINHAS COM AS ATRIBUICOES DO CLIENTE; ALEM DAS SEIS
      * QUE CABEM NA TELA, SO INFORMA QUANTAS FICARAM DE FORA
       211.
           MOVE SPACES TO WS-LISTA-LINHAS.
           MOVE ZEROS  TO WS-QT-LINHAS
                          WS-QT-NAO-LISTADAS.
           MOVE SPACE  TO WS-FINAL-LINHA.
           MOVE 1             TO CLN-CD-EMPRESA.
           MOVE WS-CD-CLIENTE TO CLN-CD-CLIENTE.
           MOVE SPACES        TO CLN-CD-LINHA.
           START ARQ-CARTLINHA KEY NOT LESS CLN-CHAVE-CARTLINHA
               INVALID KEY
                   MOVE "F" TO WS-FINAL-LINHA.
           PERFORM 2111-LISTA-UMA-LINHA
               UNTIL WS-FIM-LINHA.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
           DISPLAY SST-LISTA-LINHAS.
           IF WS-QT-NAO-LISTADAS GREATER ZEROS
              MOVE WS-QT-NAO-LISTADAS TO WS-QT-ED
              MOVE SPACES TO WS-MENSAGEM
              STRING "Mais " DELIMITED BY SIZE
                     WS-QT-ED DELIMITED BY SIZE
                     " Linha(s) Atribuida(s) Fora da Lista."
                                DELIMITED BY SIZE
                     INTO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
       211-SAIDA.
           EXIT.
      *
       2111-LISTA-UMA-LINHA SECTION.
      *--------------------
       2111.
           READ ARQ-CARTLINHA NEXT
               AT END MOVE "F" TO WS-FINAL-LINHA.
           IF NOT WS-FIM-LINHA
              IF CLN-CD-EMPRESA NOT EQUAL 1
              OR CLN-CD-CLIENTE NOT EQUAL WS-CD-CLIENTE
                 MOVE "F" TO WS-FINAL-LINHA
              ELSE
                 IF WS-QT-LINHAS EQUAL 6
                    ADD 1 TO WS-QT-NAO-LISTADAS
                 ELSE
                    ADD 1 TO WS-QT-LINHAS
                    MOVE CLN-CD-LINHA    TO WS-LM-CD-LINHA
                    MOVE CLN-CD-VENDEDOR TO WS-LM-CD-VENDEDOR
                    MOVE 1               TO FOR-CD-EMPRESA
                    MOVE CLN-CD-VENDEDOR TO FOR-CD-VENDEDOR
                    PERFORM 99-LER-VENDEDOR
                    IF WS-OPERACAO-BEM-SUCEDIDA
                       MOVE FOR-NM-VENDEDOR TO WS-LM-NM-VENDEDOR
                    ELSE
                       MOVE "00" TO WS-ESTADO-ARQUIVO
                       MOVE "*** VENDEDOR NAO CADASTRADO"
                                         TO WS-LM-NM-VENDEDOR
                    END-IF
                    IF CLN-ORIGEM-MANUAL
                       MOVE "MANUAL" TO WS-LM-TP-ORIGEM
                    ELSE
                       MOVE "DISTR." TO WS-LM-TP-ORIGEM
                    END-IF
                    MOVE CLN-DT-ATRIBUICAO(7:2) TO WS-LM-DT-DIA
                    MOVE CLN-DT-ATRIBUICAO(5:2) TO WS-LM-DT-MES
                    MOVE CLN-DT-ATRIBUICAO(1:4) TO WS-LM-DT-ANO
                    MOVE WS-LINHA-MONTADA
                           TO WS-LIN-LINHA(WS-QT-LINHAS).
       2111-SAIDA.
           EXIT.
      *
       212-TRATA-LINHA SECTION.
      *---------------
       212.
           MOVE SPACES TO WS-CD-LINHA
                          WS-NM-VENDEDOR.
           DISPLAY SST-LIMPA-LINHA.
           ACCEPT SST-CD-LINHA.
           IF WS-CD-LINHA EQUAL SPACES
              MOVE "F" TO WS-ACAO
           ELSE
              MOVE 1             TO CLN-CD-EMPRESA
              MOVE WS-CD-CLIENTE TO CLN-CD-CLIENTE
              MOVE WS-CD-LINHA   TO CLN-CD-LINHA
              PERFORM 99-LER-CARTLINHA
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "S"             TO WS-IN-EXISTE
                 MOVE CLN-CD-VENDEDOR TO WS-CD-VENDEDOR
                                         WS-CD-VENDEDOR-ANT
              ELSE
                 MOVE "00"  TO WS-ESTADO-ARQUIVO
                 MOVE "N"   TO WS-IN-EXISTE
                 MOVE ZEROS TO WS-CD-VENDEDOR
                               WS-CD-VENDEDOR-ANT
              END-IF
              PERFORM 2121-MANTEM-LINHA.
       212-SAIDA.
           EXIT.
      *
       2121-MANTEM-LINHA SECTION.
      * ATRIBUI, TROCA OU RETIRA (VENDEDOR ZERO) O DONO DA LINHA NO
      * CLIENTE; O NOVO DONO DEVE SER VENDEDOR ATIVO ESPECIALISTA
      * DAQUELA LINHA
       2121.
           IF WS-ATRIBUICAO-EXISTE
              PERFORM 99-BUSCA-NOME-VENDEDOR
              DISPLAY SST-NM-VENDEDOR.
           ACCEPT SST-VENDEDOR-LINHA.
           IF WS-CD-VENDEDOR EQUAL ZEROS
              IF NOT WS-ATRIBUICAO-EXISTE
                 MOVE "Linha sem Atribuicao no Cliente." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 MOVE "Retira a Atribuicao da Linha (S/N) ?"
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 IF WS-SIM
                    PERFORM 21211-RETIRA-ATRIBUICAO
                 END-IF
              END-IF
           ELSE
              MOVE 1              TO FOR-CD-EMPRESA
              MOVE WS-CD-VENDEDOR TO FOR-CD-VENDEDOR
              PERFORM 99-LER-VENDEDOR
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "00" TO WS-ESTADO-ARQUIVO
                 MOVE "Vendedor nao Encontrado." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
              MOVE FOR-NM-VENDEDOR TO WS-NM-VENDEDOR
              DISPLAY SST-NM-VENDEDOR
              IF NOT FOR-SIT-ATIVO
                 MOVE "Vendedor Inativo." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
              IF FOR-CD-LINHA-VENDA NOT EQUAL WS-CD-LINHA
                 MOVE "Vendedor nao e Especialista desta Linha."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 MOVE "Confirma a Atribuicao (S/N) ?" TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 IF WS-SIM
                    PERFORM 21212-GRAVA-ATRIBUICAO.
       2121-SAIDA.
           EXIT.
      *
       21211-RETIRA-ATRIBUICAO SECTION.
      *-----------------------
       21211.
           MOVE 1             TO CLN-CD-EMPRESA.
           MOVE WS-CD-CLIENTE TO CLN-CD-CLIENTE.
           MOVE WS-CD-LINHA   TO CLN-CD-LINHA.
           PERFORM 99-EXCLUI-CARTLINHA.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "21211-RETIRA-ATRIBUICAO" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CARTLINHA TO WS-ERR-NM-ARQUIVO
              MOVE CLN-CHAVE-CARTLINHA TO WS-ERR-DS-CHAVE
              PERFORM 99-REGISTRA-ERRO
              MOVE "00" TO WS-ESTADO-ARQUIVO
              MOVE "Erro ao Retirar a Atribuicao." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              MOVE "Atribuicao Retirada." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              PERFORM 211-LISTA-LINHAS.
       21211-SAIDA.
           EXIT.
      *
       21212-GRAVA-ATRIBUICAO SECTION.
      * ATRIBUICAO MANUAL: A DISTRIBUICAO POR LINHA NAO A REFAZ
       21212.
           MOVE 1              TO CLN-CD-EMPRESA.
           MOVE WS-CD-CLIENTE  TO CLN-CD-CLIENTE.
           MOVE WS-CD-LINHA    TO CLN-CD-LINHA.
           MOVE WS-CD-VENDEDOR TO CLN-CD-VENDEDOR.
           MOVE ZEROS          TO CLN-QT-DISTANCIA.
           MOVE "M"            TO CLN-TP-ORIGEM.
           MOVE WS-DT-HOJE     TO CLN-DT-ATRIBUICAO.
           MOVE LK-CD-USUARIO  TO CLN-CD-USUARIO.
           IF WS-ATRIBUICAO-EXISTE
              PERFORM 99-REGRAVA-CARTLINHA
           ELSE
              PERFORM 99-GRAVA-CARTLINHA.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "21212-GRAVA-ATRIBUICAO" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CARTLINHA TO WS-ERR-NM-ARQUIVO
              MOVE CLN-CHAVE-CARTLINHA TO WS-ERR-DS-CHAVE
              PERFORM 99-REGISTRA-ERRO
              MOVE "00" TO WS-ESTADO-ARQUIVO
              MOVE "Erro na Gravacao da Atribuicao." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              MOVE "Atribuicao Gravada." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              PERFORM 211-LISTA-LINHAS.
       21212-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           CLOSE ARQ-CLIENTE.
           CLOSE ARQ-VENDEDOR.
           CLOSE ARQ-CARTLINHA.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
      *
       99-LER-CLIENTE.
           READ ARQ-CLIENTE.
      *
       99-LER-VENDEDOR.
           READ ARQ-VENDEDOR.
      *
       99-LER-CARTLINHA.
           READ ARQ-CARTLINHA.
      *
       99-GRAVA-CARTLINHA.
           WRITE CLN-REGISTRO.
      *
       99-REGRAVA-CARTLINHA.
           REWRITE CLN-REGISTRO.
      *
       99-EXCLUI-CARTLINHA.
           DELETE ARQ-CARTLINHA RECORD.
      *
      * NOME DO DONO ATUAL DA LINHA PARA A TELA
       99-BUSCA-NOME-VENDEDOR.
           MOVE SPACES             TO WS-NM-VENDEDOR
           MOVE 1                  TO FOR-CD-EMPRESA
           MOVE WS-CD-VENDEDOR-ANT TO FOR-CD-VENDEDOR
           PERFORM 99-LER-VENDEDOR
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE FOR-NM-VENDEDOR TO WS-NM-VENDEDOR
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO.
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
           MOVE "GV-CADCARTLIN" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
