      *     trabalho, recria o indexado e recarrega, imprimindo a
      *     conciliacao antes/depois. Executavel pelo menu e, em
      *     modo lote (somente verificacao), antes da cadeia noturna.
      *     No cadastro de clientes confere tambem o indice da
      *     carteira (empresa + vendedor): a leitura por ele deve
      *     devolver os mesmos registros da chave principal. Arquivo
      *     ainda gravado sem esse indice (abertura com estado 39) e
      *     acusado na verificacao e convertido na reconstrucao,
      *     descarregado pelo leiaute anterior (297 posicoes, sem o
      *     segmento). Do mesmo modo o cadastro de vendedores ainda
      *     no leiaute anterior (169 posicoes, sem garantia minima,
      *     chave PIX e linha de venda) e acusado e convertido.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *     15/Out/2026 - MCB - Chave alternada da carteira
      *                   (empresa + vendedor) no cadastro de clientes
      *                   (GV-CADCLI.CPY).
      *     15/Out/2026 - MCB - Verificacao do indice da carteira e
      *                   conversao do cadastro de clientes gravado
      *                   sem ele (leiaute de chaves anterior).
      *     15/Out/2026 - MCB - Leiaute anterior do cliente corrigido
      *                   para 297 posicoes (segmento zerado na
      *                   recarga); conversao tambem do cadastro de
      *                   vendedores no leiaute anterior.
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
      * MESMO ARQUIVO, COM AS CHAVES DE ANTES DO INDICE DA CARTEIRA -
      * SO PARA DESCARREGAR O CADASTRO NA CONVERSAO
           SELECT ARQ-CLIENTE-ANT ASSIGN TO DISK WID-ARQ-CLIENTE
             organization       is indexed
             access mode        is dynamic
             record key         is ANT-CHAVE-CLIENTE
             alternate record key is ANT-NR-CNPJ-CLIENTE
                                with duplicates
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
             record key         is FOR-CHAVE-VENDEDOR
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
      * MESMO ARQUIVO, NO LEIAUTE ANTERIOR A GARANTIA MINIMA - SO
      * PARA DESCARREGAR O CADASTRO NA CONVERSAO
           SELECT ARQ-VENDEDOR-ANT ASSIGN TO DISK WID-ARQ-VENDEDOR
             organization       is indexed
             access mode        is dynamic
             record key         is ANT-CHAVE-VENDEDOR
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-TRABALHO ASSIGN TO DISK WID-ARQ-TRABALHO
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
       FILE SECTION.
       COPY GV-CADCLI.CPY.
       COPY GV-CADVEN.CPY.
      *
      * LEIAUTE ANTERIOR DO CLIENTE: AS MESMAS 297 POSICOES DE
      * CLI-REGISTRO-CLIENTE ATE CLI-CD-USU-CONSENT, SEM O SEGMENTO
       FD  ARQ-CLIENTE-ANT
           LABEL RECORD IS STANDARD.
       01  ANT-REGISTRO-CLIENTE.
           03 ANT-CHAVE-CLIENTE      PIC X(009).
           03 ANT-NR-CNPJ-CLIENTE    PIC X(015).
           03 FILLER                 PIC X(273).
      *
      * LEIAUTE ANTERIOR DO VENDEDOR: AS MESMAS 169 POSICOES DE
      * FOR-REGISTRO-VENDEDOR ATE FOR-PC-OVERRIDE
       FD  ARQ-VENDEDOR-ANT
           LABEL RECORD IS STANDARD.
       01  ANT-REGISTRO-VENDEDOR.
           03 ANT-CHAVE-VENDEDOR     PIC X(009).
           03 FILLER                 PIC X(160).
      *
       FD  ARQ-TRABALHO
           LABEL RECORD IS STANDARD.
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-CHAVE-CORRENTE      PIC 9(09) VALUE ZEROS.
           03 WS-IND-PRIMEIRO        PIC X(01) VALUE "S".
              88 WS-PRIMEIRO-REGISTRO          VALUE "S".
           03 WS-QT-LIDOS-CARTEIRA   PIC 9(07) VALUE ZEROS.
           03 WS-IND-LAYOUT-ANTIGO   PIC X(01) VALUE "N".
              88 WS-LAYOUT-ANTIGO              VALUE "S".
           03 WS-QT-ED1              PIC ZZZZZZ9.
           03 WS-QT-ED2              PIC ZZZZZZ9.
      *
           03 FILLER          PIC X(32) VALUE SPACES.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
       21.
           MOVE "CLIENTE"  TO WL-ENTIDADE.
           OPEN INPUT ARQ-CLIENTE.
           IF WS-ERRO-ACESSO
              MOVE "21-VERIFICA-CLIENTES" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "SEM INDICE DA CARTEIRA" TO WL-TEXTO
              MOVE ZEROS TO WL-QT-VALOR1 WL-QT-VALOR2
              MOVE "  RECONSTRUIR (MODO 2)" TO WL-TEXTO2
              PERFORM 99-IMPRIME-LINHA
              MOVE "Clientes sem o Indice da Carteira - Reconstruir."
                                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              GO TO 21-SAIDA.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "21-VERIFICA-CLIENTES" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "ARQUIVO INDISPONIVEL P/ LEITURA" TO WL-TEXTO
              MOVE ZEROS TO WL-QT-VALOR1 WL-QT-VALOR2
              MOVE SPACES TO WL-TEXTO2
              START ARQ-CLIENTE KEY NOT LESS CLI-CHAVE-CLIENTE
              PERFORM 211-VERIFICA-UM-CLIENTE
                  UNTIL NOT WS-OPERACAO-BEM-SUCEDIDA
              PERFORM 99-IMPRIME-RESULTADO
              PERFORM 212-VERIFICA-CARTEIRA
              CLOSE ARQ-CLIENTE.
       21-SAIDA.
           EXIT.
      *
              PERFORM 99-CONFERE-ORDEM.
       211-SAIDA.
           EXIT.
      *
       212-VERIFICA-CARTEIRA SECTION.
      * PERCORRE O INDICE DA CARTEIRA (EMPRESA + VENDEDOR): ADMITE
      * CHAVES IGUAIS, MAS NAO DECRESCENTES, E TEM DE DEVOLVER TANTOS
      * REGISTROS QUANTOS A CHAVE PRINCIPAL
       212.
           MOVE ZEROS TO WS-QT-LIDOS-CARTEIRA
                         WS-QT-FORA-ORDEM
                         WS-CHAVE-ANTERIOR
                         CLI-CD-EMPRESA
                         CLI-CD-VENDEDOR
                         WS-ESTADO-ARQUIVO.
           START ARQ-CLIENTE KEY NOT LESS CLI-CHAVE-CARTEIRA.
           PERFORM 2121-VERIFICA-UMA-CARTEIRA
               UNTIL NOT WS-OPERACAO-BEM-SUCEDIDA.
           MOVE "INDICE CARTEIRA - LIDOS:" TO WL-TEXTO.
           MOVE WS-QT-LIDOS-CARTEIRA      TO WL-QT-VALOR1.
           MOVE "  FORA DE ORDEM:"        TO WL-TEXTO2.
           MOVE WS-QT-FORA-ORDEM          TO WL-QT-VALOR2.
           PERFORM 99-IMPRIME-LINHA.
           IF WS-QT-LIDOS-CARTEIRA NOT EQUAL WS-QT-LIDOS
           OR WS-QT-FORA-ORDEM     GREATER ZEROS
              MOVE "INDICE CARTEIRA DIVERGENTE" TO WL-TEXTO
              MOVE WS-QT-LIDOS               TO WL-QT-VALOR1
              MOVE "  RECONSTRUIR (MODO 2)"  TO WL-TEXTO2
              MOVE WS-QT-LIDOS-CARTEIRA      TO WL-QT-VALOR2
              PERFORM 99-IMPRIME-LINHA
              MOVE "ATENCAO: Indice da Carteira Divergente!"
                                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
       212-SAIDA.
           EXIT.
      *
       2121-VERIFICA-UMA-CARTEIRA SECTION.
       2121.
           READ ARQ-CLIENTE NEXT.
           IF WS-OPERACAO-BEM-SUCEDIDA
              ADD 1 TO WS-QT-LIDOS-CARTEIRA
              COMPUTE WS-CHAVE-CORRENTE =
                      CLI-CD-EMPRESA * 10000000 + CLI-CD-VENDEDOR
              IF WS-CHAVE-CORRENTE LESS WS-CHAVE-ANTERIOR
                 ADD 1 TO WS-QT-FORA-ORDEM
              END-IF
              MOVE WS-CHAVE-CORRENTE TO WS-CHAVE-ANTERIOR.
       2121-SAIDA.
           EXIT.
      *
       22-VERIFICA-VENDEDORES SECTION.
      *----------------------
       22.
           MOVE "VENDEDOR"  TO WL-ENTIDADE.
           OPEN INPUT ARQ-VENDEDOR.
           IF WS-ERRO-ACESSO
              MOVE "22-VERIFICA-VENDEDORES" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "LEIAUTE ANTERIOR" TO WL-TEXTO
              MOVE ZEROS TO WL-QT-VALOR1 WL-QT-VALOR2
              MOVE "  RECONSTRUIR (MODO 2)" TO WL-TEXTO2
              PERFORM 99-IMPRIME-LINHA
              MOVE "Vendedores no Leiaute Anterior - Reconstruir."
                                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              GO TO 22-SAIDA.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "22-VERIFICA-VENDEDORES" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "ARQUIVO INDISPONIVEL P/ LEITURA" TO WL-TEXTO
              MOVE ZEROS TO WL-QT-VALOR1 WL-QT-VALOR2
              MOVE SPACES TO WL-TEXTO2
       23-RECONSTROI-CLIENTES SECTION.
      *----------------------
      * DESCARREGA O INDEXADO PARA O ARQUIVO DE TRABALHO, RECRIA O
      * INDEXADO E RECARREGA, COM CONCILIACAO ANTES/DEPOIS. CADASTRO
      * AINDA SEM O INDICE DA CARTEIRA (ESTADO 39 NA ABERTURA) E
      * DESCARREGADO PELO LEIAUTE ANTERIOR E RECRIADO JA COM ELE
       23.
           MOVE "CLIENTE"  TO WL-ENTIDADE.
           MOVE "N"        TO WS-IND-LAYOUT-ANTIGO.
           MOVE "Confirma a RECONSTRUCAO de Clientes (S/N) ?"
                                                      TO WS-MENSAGEM.
           PERFORM 99-MENSAGEM.
              MOVE ZEROS TO WS-QT-DESCARREGADOS
                            WS-QT-RECARREGADOS
              OPEN I-O ARQ-CLIENTE WITH LOCK
              IF WS-ERRO-ACESSO
                 MOVE "S" TO WS-IND-LAYOUT-ANTIGO
                 OPEN I-O ARQ-CLIENTE-ANT WITH LOCK
              END-IF
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "23-RECONSTROI-CLIENTES" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "Cadastro em Uso ou Danificado - Ver Restauracao."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 OPEN OUTPUT ARQ-TRABALHO
                 IF WS-LAYOUT-ANTIGO
                    PERFORM 233-DESCARREGA-ANTIGO
                 ELSE
                    MOVE ZEROS TO CLI-CHAVE-CLIENTE
                                  WS-ESTADO-ARQUIVO
                    START ARQ-CLIENTE KEY NOT LESS CLI-CHAVE-CLIENTE
                    PERFORM 231-DESCARREGA-UM-CLIENTE
                        UNTIL NOT WS-OPERACAO-BEM-SUCEDIDA
                    CLOSE ARQ-CLIENTE
                 END-IF
                 CLOSE ARQ-TRABALHO
                 OPEN OUTPUT ARQ-CLIENTE
                 OPEN INPUT ARQ-TRABALHO
                 CLOSE ARQ-CLIENTE
                 CLOSE ARQ-TRABALHO
                 MOVE SPACE TO WS-FINAL-ARQUIVO
                 PERFORM 99-IMPRIME-RECONSTRUCAO
                 IF WS-LAYOUT-ANTIGO
                    MOVE "CONVERTIDO: INDICE CARTEIRA" TO WL-TEXTO
                    MOVE WS-QT-RECARREGADOS TO WL-QT-VALOR1
                    MOVE ZEROS  TO WL-QT-VALOR2
                    MOVE SPACES TO WL-TEXTO2
                    PERFORM 99-IMPRIME-LINHA.
       23-SAIDA.
           EXIT.
      *
       232-RECARREGA-UM-CLIENTE SECTION.
       232.
           MOVE TRB-REGISTRO TO CLI-REGISTRO-CLIENTE.
      * O LEIAUTE ANTERIOR NAO TEM O SEGMENTO: NASCE NAO CLASSIFICADO
           IF WS-LAYOUT-ANTIGO
              MOVE ZEROS TO CLI-CD-SEGMENTO.
           WRITE CLI-REGISTRO-CLIENTE.
           IF WS-OPERACAO-BEM-SUCEDIDA
              ADD 1 TO WS-QT-RECARREGADOS.
           PERFORM 99-LER-TRABALHO.
       232-SAIDA.
           EXIT.
      *
       233-DESCARREGA-ANTIGO SECTION.
      * DESCARGA DO CADASTRO DE CLIENTES GRAVADO COM AS CHAVES DE
      * ANTES DO INDICE DA CARTEIRA (SO NA CONVERSAO)
       233.
           MOVE ZEROS TO ANT-CHAVE-CLIENTE
                         WS-ESTADO-ARQUIVO.
           START ARQ-CLIENTE-ANT KEY NOT LESS ANT-CHAVE-CLIENTE.
           PERFORM 2331-DESCARREGA-UM-ANTIGO
               UNTIL NOT WS-OPERACAO-BEM-SUCEDIDA.
           CLOSE ARQ-CLIENTE-ANT.
       233-SAIDA.
           EXIT.
      *
       2331-DESCARREGA-UM-ANTIGO SECTION.
       2331.
           READ ARQ-CLIENTE-ANT NEXT.
           IF WS-OPERACAO-BEM-SUCEDIDA
      * AS 297 POSICOES ANTIGAS; O SEGMENTO E ZERADO NA RECARGA
              MOVE ANT-REGISTRO-CLIENTE TO TRB-REGISTRO
              WRITE TRB-REGISTRO
              ADD 1 TO WS-QT-DESCARREGADOS.
       2331-SAIDA.
           EXIT.
      *
       24-RECONSTROI-VENDEDORES SECTION.
      *------------------------
      * CADASTRO AINDA NO LEIAUTE ANTERIOR (ESTADO 39 NA ABERTURA) E
      * DESCARREGADO POR ELE E RECRIADO NO LEIAUTE ATUAL
       24.
           MOVE "VENDEDOR"  TO WL-ENTIDADE.
           MOVE "N"         TO WS-IND-LAYOUT-ANTIGO.
           MOVE "Confirma a RECONSTRUCAO de Vendedores (S/N) ?"
                                                      TO WS-MENSAGEM.
           PERFORM 99-MENSAGEM.
              MOVE ZEROS TO WS-QT-DESCARREGADOS
                            WS-QT-RECARREGADOS
              OPEN I-O ARQ-VENDEDOR WITH LOCK
              IF WS-ERRO-ACESSO
                 MOVE "S" TO WS-IND-LAYOUT-ANTIGO
                 OPEN I-O ARQ-VENDEDOR-ANT WITH LOCK
              END-IF
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "24-RECONSTROI-VENDEDORES" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "Cadastro em Uso ou Danificado - Ver Restauracao."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 OPEN OUTPUT ARQ-TRABALHO
                 IF WS-LAYOUT-ANTIGO
                    PERFORM 243-DESCARREGA-ANTIGO
                 ELSE
                    MOVE ZEROS TO FOR-CHAVE-VENDEDOR
                                  WS-ESTADO-ARQUIVO
                    START ARQ-VENDEDOR KEY NOT LESS FOR-CHAVE-VENDEDOR
                    PERFORM 241-DESCARREGA-UM-VENDEDOR
                        UNTIL NOT WS-OPERACAO-BEM-SUCEDIDA
                    CLOSE ARQ-VENDEDOR
                 END-IF
                 CLOSE ARQ-TRABALHO
                 OPEN OUTPUT ARQ-VENDEDOR
                 OPEN INPUT ARQ-TRABALHO
                 CLOSE ARQ-VENDEDOR
                 CLOSE ARQ-TRABALHO
                 MOVE SPACE TO WS-FINAL-ARQUIVO
                 PERFORM 99-IMPRIME-RECONSTRUCAO
                 IF WS-LAYOUT-ANTIGO
                    MOVE "CONVERTIDO: LEIAUTE ATUAL" TO WL-TEXTO
                    MOVE WS-QT-RECARREGADOS TO WL-QT-VALOR1
                    MOVE ZEROS  TO WL-QT-VALOR2
                    MOVE SPACES TO WL-TEXTO2
                    PERFORM 99-IMPRIME-LINHA.
       24-SAIDA.
           EXIT.
      *
       242-RECARREGA-UM-VENDEDOR SECTION.
       242.
           MOVE TRB-REGISTRO TO FOR-REGISTRO-VENDEDOR.
      * CAMPOS QUE O LEIAUTE ANTERIOR NAO TEM: SEM GARANTIA, SEM
      * CHAVE PIX E VENDEDOR DA CARTEIRA GERAL
           IF WS-LAYOUT-ANTIGO
              MOVE ZEROS  TO FOR-VL-GARANTIA
                             FOR-NR-COMP-FIM-GARANTIA
                             FOR-VL-SALDO-GARANTIA
              MOVE SPACES TO FOR-TP-CHAVE-PIX
                             FOR-DS-CHAVE-PIX
                             FOR-CD-LINHA-VENDA.
           WRITE FOR-REGISTRO-VENDEDOR.
           IF WS-OPERACAO-BEM-SUCEDIDA
              ADD 1 TO WS-QT-RECARREGADOS.
           PERFORM 99-LER-TRABALHO.
       242-SAIDA.
           EXIT.
      *
       243-DESCARREGA-ANTIGO SECTION.
      * DESCARGA DO CADASTRO DE VENDEDORES NO LEIAUTE ANTERIOR (SO
      * NA CONVERSAO)
       243.
           MOVE ZEROS TO ANT-CHAVE-VENDEDOR
                         WS-ESTADO-ARQUIVO.
           START ARQ-VENDEDOR-ANT KEY NOT LESS ANT-CHAVE-VENDEDOR.
           PERFORM 2431-DESCARREGA-UM-ANTIGO
               UNTIL NOT WS-OPERACAO-BEM-SUCEDIDA.
           CLOSE ARQ-VENDEDOR-ANT.
       243-SAIDA.
           EXIT.
      *
       2431-DESCARREGA-UM-ANTIGO SECTION.
       2431.
           READ ARQ-VENDEDOR-ANT NEXT.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE ANT-REGISTRO-VENDEDOR TO TRB-REGISTRO
              WRITE TRB-REGISTRO
              ADD 1 TO WS-QT-DESCARREGADOS.
       2431-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
              DISPLAY SST-MENSAGEM
              ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-VERIFICA" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
