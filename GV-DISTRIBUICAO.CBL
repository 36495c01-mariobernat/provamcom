      *                   da mesma empresa deixam de ser repartidas
      *                   entre vendedores. Sem o arquivo de grupos
      *                   a regra fica inativa.
      *     15/Out/2026 - MCB - CNPJ alfanumerico: raiz do grupo
      *                   economico passa a alfanumerica.
      *     15/Out/2026 - MCB - Historico de carteira do cliente
      *                   (GV-HISTCART.DAT): aplicacao, desfazer
      *                   e reatribuicao manual encerram o
      *                   periodo do dono anterior e abrem o
      *                   do novo vendedor.
      *     15/Out/2026 - MCB - Rodada por linha de produto: so os
      *                   especialistas da linha sao candidatos e o
      *                   resultado vai para a carteira por linha
      *                   (GV-CARTLINHA.DAT), preservando a
      *                   atribuicao manual, sem regravar clientes,
      *                   snapshot ou geracao de transmissao. A
      *                   rodada geral passa a ignorar os
      *                   especialistas.
      *     15/Out/2026 - MCB - Totais de controle devolvidos a
      *                   cadeia (LK-CD-ARQ-CONTROLE): clientes lidos
      *                   e distribuidos, com a soma dos codigos de
      *                   cada lado, para o jornal GV-RUNCTL.LOG.
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
           SELECT ARQ-CARTLINHA ASSIGN TO DISK WID-ARQ-CARTLINHA
             organization       is indexed
             access mode        is dynamic
             record key         is CLN-CHAVE-CARTLINHA
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-AUDITORIA.CPY.
       COPY GV-GRUPOECO.CPY.
       COPY GV-EXCLPAR.CPY.
       COPY GV-HISTCART.CPY.
       COPY GV-CARTLIN.CPY.
      *
      * LOG DE EXECUCAO DO MODO LOTE - RECEBE AS MENSAGENS QUE NA
      * TELA EXIGIRIAM UM ENTER QUE NAO EXISTE DE MADRUGADA
           03 WID-ARQ-AUDITORIA      PIC X(60) VALUE "GV-AUDITORIA.LOG".
           03 WID-ARQ-GRUPO          PIC X(15) VALUE "GV-GRUPO.DAT".
           03 WID-ARQ-EXCLUSAO      PIC X(16) VALUE "GV-EXCLUSAO.DAT".
           03 WID-ARQ-HISTCART       PIC X(20) VALUE "GV-HISTCART.DAT".
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
       01  WS-CAMPOS-GRUPO.
           03 WS-IND-ARQ-GRUPO       PIC X(001) VALUE "N".
              88 WS-ARQ-GRUPO-OK               VALUE "S".
           03 WS-NR-RAIZ-CNPJ        PIC X(008) VALUE ZEROS.
           03 WS-IND-GRUPO           PIC X(001) VALUE "N".
              88 WS-CLIENTE-EM-GRUPO           VALUE "S".
           03 WS-CD-VENDEDOR-GRUPO   PIC 9(007) VALUE ZEROS.
           03 WS-IX-VEND-GRUPO       PIC 9(005) VALUE ZEROS.
      *
      * RODADA POR LINHA DE PRODUTO: SO OS ESPECIALISTAS DA LINHA SAO
      * CANDIDATOS E O RESULTADO VAI PARA A CARTEIRA POR LINHA
      * (GV-CARTLINHA.DAT) - O CADASTRO DE CLIENTES NAO E REGRAVADO,
      * NEM HA SNAPSHOT, APLICACAO OU GERACAO DE TRANSMISSAO. EM
      * BRANCO, A RODADA GERAL DE SEMPRE, SO COM OS VENDEDORES SEM
      * LINHA (CARTEIRA GERAL)
       01  WS-CAMPOS-LINHA.
           03 WS-CD-LINHA-RODADA     PIC X(010) VALUE SPACES.
              88 WS-RODADA-GERAL               VALUE SPACES.
           03 WS-IND-ARQ-CARTLINHA   PIC X(001) VALUE "N".
              88 WS-ARQ-CARTLINHA-OK           VALUE "S".
           03 WS-IND-ATRIB-LINHA     PIC X(001) VALUE "N".
              88 WS-TEM-ATRIB-LINHA            VALUE "S".
           03 WS-CD-VENDEDOR-LIN-ANT PIC 9(007) VALUE ZEROS.
      *
       01  WS-TAB-VENDEDORES.
           03 WS-VENDEDOR-OCORRENCIA OCCURS 2000 TIMES.
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-BATIMWS.CPY.
      *
       COPY GV-HISTCARWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
           03 LINE 08 COL 07 VALUE
              "Processar por Prioridade de Classe ABC (S/N): ".
           03 LINE 08 COL 54 USING WS-MODO-CLASSE.
      *
       01  SST-LINHA-RODADA.
           03 LINE 09 COL 07 VALUE
              "Linha de Produto (Branco=Carteira Geral): ".
           03 LINE 09 COL 50 USING WS-CD-LINHA-RODADA.
      *
       01  SST-TOLERANCIA.
           03 LINE 07 COL 07 VALUE
           DISPLAY SST-DISTRIBUICAO.
           OPEN I-O ARQ-CLIENTE WITH LOCK.
           IF WS-ERRO-ACESSO
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "E" TO LK-CD-RETORNO
              MOVE "Arquivo de Clientes em Uso." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA AND NOT WS-ERRO-ACESSO
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "E" TO LK-CD-RETORNO
              MOVE "Arquivo de Clientes com Erro." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           OPEN INPUT ARQ-VENDEDOR.
           IF WS-ERRO-ACESSO
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "E" TO LK-CD-RETORNO
              MOVE "Arquivo de Vendedores em Uso." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA AND NOT WS-ERRO-ACESSO
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "E" TO LK-CD-RETORNO
              MOVE "Arquivo de Vendedores com Erro." TO WS-MENSAGEM
           ELSE
              MOVE "N" TO WS-IND-ARQ-EXCLUSAO
              MOVE "00" TO WS-ESTADO-ARQUIVO.
           MOVE "GV-DISTRIBUICAO" TO WS-HCT-NM-PROGRAMA.
           PERFORM 99-ABRE-HISTCART-GRAVACAO.
       1-SAIDA.
           EXIT.
      *
                    MOVE "N" TO WS-MODO-CLASSE
                    DISPLAY SST-MODO-CLASSE
                    ACCEPT  SST-MODO-CLASSE
                    MOVE SPACES TO WS-CD-LINHA-RODADA
                    DISPLAY SST-LINHA-RODADA
                    ACCEPT  SST-LINHA-RODADA
                    IF NOT WS-RODADA-GERAL
                       MOVE "DISTRIB-LINHA.CSV" TO WID-ARQ-EXPORTACAO
                       PERFORM 99-ABRE-CARTLINHA
                    END-IF
                    IF  NOT WS-RODADA-GERAL
                    AND NOT WS-ARQ-CARTLINHA-OK
                       MOVE "Carteira por Linha Indisponivel."
                                                         TO WS-MENSAGEM
                       PERFORM 99-MENSAGEM
                    ELSE
                    MOVE "N" TO WS-MODO-SIMULACAO
                    MOVE "Executar em Modo Simulacao (S/N) ?" TO
                                                             WS-MENSAGEM
                          END-IF
                       END-IF
                    END-IF
                    END-IF
                 END-IF
              END-IF
              END-IF
      *--------------------
       21.
           MOVE ZEROS TO WS-QT-CLI-PROCESSADOS
      * TOTAIS DE CONTROLE PARA O JORNAL DA CADEIA: ENTRADA SAO OS
      * CLIENTES LIDOS DA EMPRESA, SAIDA OS CLIENTES DISTRIBUIDOS
      * (LINHAS DO DISTRIB.CSV), CADA LADO COM A SOMA DOS CODIGOS
           MOVE "CLI" TO LK-CD-ARQ-CONTROLE
           MOVE ZEROS TO LK-QT-ENTRADA
                         LK-VL-CHAVE-ENTRADA
                         LK-QT-SAIDA
                         LK-VL-CHAVE-SAIDA
           MOVE ZEROS TO WS-QT-VENDEDOR-CART
           MOVE ZEROS TO WS-TAB-CARTEIRA-VENDEDOR
           MOVE ZEROS TO WS-QT-CLI-ATRIBUIDOS
           PERFORM 99-PREPARA-GRUPOS
           OPEN OUTPUT ARQ-EXPORTACAO.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "21-GERA-DISTRIBUICAO" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-EXPORTACAO TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "E" TO LK-CD-RETORNO
              MOVE "Erro na Criacao do Arquivo DISTRIB.CSV."
                                                      TO WS-MENSAGEM
           ELSE
              PERFORM 99-ABRE-ENVELOPE
              OPEN OUTPUT ARQ-EXCECAO
              IF NOT WS-SIMULACAO AND WS-RODADA-GERAL
                 OPEN OUTPUT ARQ-SNAPSHOT
                 OPEN OUTPUT ARQ-TRABALHO
              END-IF
              PERFORM 212-GRAVA-MOSTRA-RESUMO
              PERFORM 99-FECHA-ARQUIVO-SAIDA
              CLOSE ARQ-EXCECAO
              IF NOT WS-SIMULACAO AND WS-RODADA-GERAL
                 CLOSE ARQ-SNAPSHOT
                 CLOSE ARQ-TRABALHO
                 MOVE ZEROS TO WS-QT-JA-APLICADOS
                         WS-QT-FALHAS-APLICA.
           OPEN INPUT ARQ-TRABALHO.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "22-APLICA-DISTRIBUICAO" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-TRABALHO TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "E" TO LK-CD-RETORNO
              MOVE "00" TO WS-ESTADO-ARQUIVO
              MOVE "Arquivo de Trabalho da Aplicacao Indisponivel."
                 MOVE CLI-CD-CLIENTE       TO AUD-CHAVE
                 MOVE CLI-REGISTRO-CLIENTE TO AUD-DADOS-REGISTRO
                 PERFORM 99-GRAVA-AUDITORIA
                 MOVE CLI-CD-VENDEDOR  TO WS-HCT-CD-VENDEDOR-ANT
                 MOVE TRB-CD-VENDEDOR  TO CLI-CD-VENDEDOR
                 MOVE TRB-QT-DISTANCIA TO CLI-QT-DISTANCIA
                 PERFORM 99-REGRAVA-CLIENTE
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    ADD 1 TO WS-QT-APLICADOS
                    PERFORM 99-REGISTRA-CARTEIRA
                    MOVE "D"                  TO AUD-IMAGEM
                    MOVE CLI-REGISTRO-CLIENTE TO AUD-DADOS-REGISTRO
                    PERFORM 99-GRAVA-AUDITORIA
           START ARQ-CLIENTE KEY NOT LESS CLI-CHAVE-CLIENTE.
           PERFORM 99-LER-CLIENTE-NEXT.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "213-VARRE-CLIENTES" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              MOVE CLI-CHAVE-CLIENTE TO WS-ERR-DS-CHAVE
              PERFORM 99-REGISTRA-ERRO
              MOVE "E" TO LK-CD-RETORNO
              MOVE "Erro na Leitura de Clientes." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              CONTINUE
           ELSE
           IF CLI-SIT-ATIVO OR CLI-SIT-BLOQUEADO
              IF NOT WS-RODADA-GERAL
                 PERFORM 99-CARREGA-ATRIB-LINHA
              END-IF
              IF NOT WS-SIMULACAO AND WS-RODADA-GERAL
                 PERFORM 99-GRAVA-SNAPSHOT
              END-IF
              MOVE CLI-CD-VENDEDOR TO WS-CD-VENDEDOR-AUS
              ELSE
                 PERFORM 2111-ESCOLHE-VENDEDOR
              END-IF
              IF NOT WS-RODADA-GERAL AND NOT WS-SIMULACAO
                 PERFORM 99-GRAVA-ATRIB-LINHA
              END-IF
              IF CLI-CD-VENDEDOR GREATER ZEROS
                 ADD 1 TO WS-QT-CLI-ATRIBUIDOS
                 ADD CLI-QT-DISTANCIA TO WS-QT-SOMA-DISTANCIA
              ELSE
                 ADD 1 TO WS-QT-CLI-SEM-VENDEDOR
              END-IF
              ADD 1              TO LK-QT-SAIDA
              ADD CLI-CD-CLIENTE TO LK-VL-CHAVE-SAIDA
              PERFORM 99-GRAVA-LINHA-DISTRIBUICAO
              IF NOT CLI-SIT-BLOQUEADO
                 PERFORM 99-VERIFICA-EXCECAO
           AND (LK-CD-EMPRESA EQUAL ZEROS
           OR  CLI-CD-EMPRESA EQUAL LK-CD-EMPRESA)
              ADD 1 TO WS-QT-CLI-PROCESSADOS
              ADD 1              TO LK-QT-ENTRADA
              ADD CLI-CD-CLIENTE TO LK-VL-CHAVE-ENTRADA
           END-IF
           DIVIDE WS-QT-CLI-PROCESSADOS BY 50
                  GIVING   WS-DV-PROGRESSO
              PERFORM 99-INCREMENTA-CARTEIRA
              PERFORM 99-FIXA-VENDEDOR-GRUPO
           END-IF.
           IF NOT WS-SIMULACAO AND WS-RODADA-GERAL
              PERFORM 99-GRAVA-TRABALHO
           END-IF.
       2111-SAIDA.
           PERFORM 99-VERIFICA-EXCLUSAO.
           IF FOR-SIT-ATIVO
           AND FOR-CD-REGIAO EQUAL CLI-CD-REGIAO
           AND FOR-CD-LINHA-VENDA EQUAL WS-CD-LINHA-RODADA
           AND NOT WS-VENDEDOR-AUSENTE
           AND NOT WS-PAR-EXCLUIDO
              PERFORM 99-CALCULA-DISTANCIA
           MOVE SNP-CD-CLIENTE TO CLI-CD-CLIENTE
           PERFORM 99-LER-CLIENTE
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE CLI-CD-VENDEDOR  TO WS-HCT-CD-VENDEDOR-ANT
              MOVE SNP-CD-VENDEDOR  TO CLI-CD-VENDEDOR
              MOVE SNP-QT-DISTANCIA TO CLI-QT-DISTANCIA
              PERFORM 99-REGRAVA-CLIENTE
              IF WS-OPERACAO-BEM-SUCEDIDA
                 PERFORM 99-REGISTRA-CARTEIRA
              END-IF
              ADD 1 TO WS-QT-CLI-PROCESSADOS
           END-IF
           PERFORM 99-LER-SNAPSHOT.
                    MOVE "Vendedor nao Encontrado." TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                 ELSE
                    MOVE CLI-CD-VENDEDOR       TO WS-HCT-CD-VENDEDOR-ANT
                    MOVE WS-CD-VENDEDOR-MANUAL TO CLI-CD-VENDEDOR
                    MOVE "S"                   TO CLI-MANUAL-PIN
                    PERFORM 99-CALCULA-DISTANCIA
                    MOVE WS-QT-CALCULO         TO CLI-QT-DISTANCIA
                    PERFORM 99-REGRAVA-CLIENTE
                    IF WS-OPERACAO-BEM-SUCEDIDA
                       PERFORM 99-REGISTRA-CARTEIRA
                    END-IF
                    MOVE "Reatribuicao Efetuada." TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                 END-IF
              CLOSE ARQ-GRUPO.
           IF WS-ARQ-EXCLUSAO-OK
              CLOSE ARQ-EXCLUSAO.
           PERFORM 99-FECHA-HISTCART.
           IF WS-ARQ-CARTLINHA-OK
              CLOSE ARQ-CARTLINHA.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
           MOVE WS-VL-HASH-DISTANCIA TO ENV-VL-HASH
           WRITE ARQ-REGISTRO-DISTRIBUICAO FROM WS-ENV-TRAILER
           CLOSE ARQ-EXPORTACAO
           IF NOT WS-SIMULACAO AND WS-RODADA-GERAL
              PERFORM 99-ANOTA-TRANSMISSAO
           END-IF.
      *
           MOVE ZEROS TO WS-QT-LINHAS-EXPORT
                         WS-VL-HASH-DISTANCIA
                         WS-NR-GERACAO.
           IF NOT WS-SIMULACAO AND WS-RODADA-GERAL
              MOVE SPACE TO WS-FINAL-TRANSMISSAO
              OPEN INPUT ARQ-TRANSMISSAO
              IF WS-OPERACAO-BEM-SUCEDIDA
              PERFORM 99-VERIFICA-AUSENTE
              IF FOR-SIT-ATIVO
              AND NOT WS-VENDEDOR-AUSENTE
              AND FOR-CD-LINHA-VENDA EQUAL WS-CD-LINHA-RODADA
                 ADD 1 TO WS-QT-VEND-TABELA
                 MOVE FOR-CD-VENDEDOR
                      TO WS-VDT-CD-VENDEDOR(WS-QT-VEND-TABELA)
              END-IF
           END-IF.
      *
      * CARTEIRA POR LINHA: ABERTA SO NA RODADA POR LINHA; NA
      * PRIMEIRA VEZ O ARQUIVO E CRIADO VAZIO
       99-ABRE-CARTLINHA.
           MOVE "N" TO WS-IND-ARQ-CARTLINHA
           OPEN I-O ARQ-CARTLINHA
           IF WS-ESTADO-ARQUIVO EQUAL "35"
              OPEN OUTPUT ARQ-CARTLINHA
              CLOSE ARQ-CARTLINHA
              OPEN I-O ARQ-CARTLINHA
           END-IF
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-CARTLINHA
           ELSE
              MOVE "99-ABRE-CARTLINHA" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CARTLINHA TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
      * NA RODADA POR LINHA O CLIENTE E TRATADO PELO DONO DA LINHA:
      * VENDEDOR E DISTANCIA VEM DA CARTEIRA POR LINHA (ZERO SEM
      * ATRIBUICAO), SEM SECUNDARIO, E A ATRIBUICAO MANUAL FAZ AS
      * VEZES DO PIN. SO A IMAGEM EM MEMORIA E ALTERADA - O CLIENTE
      * NAO E REGRAVADO NESTA RODADA
       99-CARREGA-ATRIB-LINHA.
           MOVE CLI-CD-EMPRESA     TO CLN-CD-EMPRESA
           MOVE CLI-CD-CLIENTE     TO CLN-CD-CLIENTE
           MOVE WS-CD-LINHA-RODADA TO CLN-CD-LINHA
           MOVE ZEROS TO CLI-CD-VENDEDOR
                         CLI-QT-DISTANCIA
                         CLI-CD-VENDEDOR-SEC
           MOVE "N"   TO CLI-MANUAL-PIN
                         WS-IND-ATRIB-LINHA
           READ ARQ-CARTLINHA
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S"              TO WS-IND-ATRIB-LINHA
              MOVE CLN-CD-VENDEDOR  TO CLI-CD-VENDEDOR
              MOVE CLN-QT-DISTANCIA TO CLI-QT-DISTANCIA
              IF CLN-ORIGEM-MANUAL
                 MOVE "S" TO CLI-MANUAL-PIN
              END-IF
           END-IF
           MOVE CLI-CD-VENDEDOR TO WS-CD-VENDEDOR-LIN-ANT
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
      * GRAVA NA CARTEIRA POR LINHA O DONO ESCOLHIDO PARA O CLIENTE,
      * QUANDO MUDOU; CLIENTE QUE FICOU SEM ESPECIALISTA PERDE A
      * ATRIBUICAO. A ATRIBUICAO MANUAL NUNCA E TOCADA
       99-GRAVA-ATRIB-LINHA.
           IF  NOT CLI-PIN-MANUAL
           AND CLI-CD-VENDEDOR NOT EQUAL WS-CD-VENDEDOR-LIN-ANT
              MOVE CLI-CD-EMPRESA     TO CLN-CD-EMPRESA
              MOVE CLI-CD-CLIENTE     TO CLN-CD-CLIENTE
              MOVE WS-CD-LINHA-RODADA TO CLN-CD-LINHA
              IF CLI-CD-VENDEDOR EQUAL ZEROS
                 DELETE ARQ-CARTLINHA RECORD
              ELSE
                 MOVE CLI-CD-VENDEDOR   TO CLN-CD-VENDEDOR
                 MOVE CLI-QT-DISTANCIA  TO CLN-QT-DISTANCIA
                 MOVE "D"               TO CLN-TP-ORIGEM
                 MOVE WS-DT-HOJE-RODADA TO CLN-DT-ATRIBUICAO
                 MOVE LK-CD-USUARIO     TO CLN-CD-USUARIO
                 IF WS-TEM-ATRIB-LINHA
                    REWRITE CLN-REGISTRO
                 ELSE
                    WRITE CLN-REGISTRO
                 END-IF
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
      *
      * CARREGA NA TABELA OS VENDEDORES AUSENTES NA DATA DA RODADA
       99-CARREGA-AUSENCIAS.
           MOVE ZEROS TO WS-QT-AUSENTES
           ELSE
              DISPLAY SST-MENSAGEM
              ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-DISTRIBUICAO" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
       99-GRAVA-LOG-LOTE.
           MOVE WS-ESTADO-ARQUIVO TO WS-ESTADO-GUARDADO
       99-MOSTRA-PROGRESSO.
           DISPLAY SST-MENSAGEM.
      *
       COPY GV-HISTCARPD.CPY.
      *
