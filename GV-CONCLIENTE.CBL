      *                   comercial do cliente: motivo (descrito pela
      *                   tabela GV-MOTIVO.DAT, quando presente) e a
      *                   data em que o bloqueio foi aplicado.
      *     15/Out/2026 - MCB - CNPJ alfanumerico: a busca aceita
      *                   CNPJ com letras, com ou sem pontuacao, e o
      *                   normaliza antes da leitura pela chave.
      *     15/Out/2026 - MCB - Chamada do historico de carteira
      *                   do cliente (GV-CONHISTCART).
      *     15/Out/2026 - MCB - Exibe a nota mais recente da pesquisa de
      *                   satisfacao do cliente (GV-NPS.DAT), com a
      *                   data e a classificacao.
      *     15/Out/2026 - MCB - CNPJ, telefone e e-mail do cliente
      *                   mascarados para o operador sem permissao de
      *                   ver dados pessoais (GV-MASCARAPD.CPY).
      *     15/Out/2026 - MCB - Cada cliente exibido fica registrado no
      *                   log de acesso a dados pessoais (GV-REGACESSO).
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
           SELECT ARQ-EMPRESA ASSIGN TO DISK WID-ARQ-EMPRESA
             record key         is GRP-NR-RAIZ-CNPJ
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-NPS ASSIGN TO DISK WID-ARQ-NPS
             organization       is indexed
             access mode        is dynamic
             record key         is NPS-CHAVE-NPS
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-CONTATO.CPY.
       COPY GV-CADVEN.CPY.
       COPY GV-GRUPOECO.CPY.
       COPY GV-PESQNPS.CPY.
      *
       WORKING-STORAGE SECTION.
      *
           03 WID-ARQ-MOTIVO         PIC X(15) VALUE "GV-MOTIVO.DAT".
           03 WID-ARQ-VENDEDOR       PIC X(60) VALUE "GV-VENDEDOR.DAT".
           03 WID-ARQ-GRUPO          PIC X(15) VALUE "GV-GRUPO.DAT".
           03 WID-ARQ-NPS            PIC X(15) VALUE "GV-NPS.DAT".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-CD-CLIENTE          PIC 9(007).
              88 WS-SAIR-CONSULTA              VALUE ZERO.
           03 WS-NR-CNPJ-CLIENTE     PIC X(018).
           03 WS-DS-TELEFONE-ED      PIC X(013) VALUE SPACES.
           03 WS-DS-EMAIL-ED         PIC X(034) VALUE SPACES.
           03 WS-DS-RAZAO-SOCIAL     PIC X(040).
           03 WS-NR-LATITUDE         PIC ZZ9,99999999.
           03 WS-NR-LONGITUDE        PIC ZZ9,99999999.
           03 WS-PROGRAMA-AUDITORIA  PIC X(60) VALUE "GV-CONAUDIT".
           03 WS-PROGRAMA-OCORRENCIA PIC X(60) VALUE "GV-CADOCORR".
           03 WS-PROGRAMA-CONTRATO   PIC X(60) VALUE "GV-CADCONTRATO".
           03 WS-PROGRAMA-HISTCART   PIC X(60) VALUE "GV-CONHISTCART".
           03 WS-NM-REGIAO           PIC X(030) VALUE SPACES.
           03 WS-IND-ARQ-REGIAO      PIC X(01) VALUE "N".
              88 WS-ARQ-REGIAO-OK              VALUE "S".
           03 WS-IND-ARQ-EMPRESA     PIC X(01) VALUE "N".
              88 WS-ARQ-EMPRESA-OK             VALUE "S".
           03 WS-NM-EMPRESA          PIC X(040) VALUE SPACES.
           03 WS-NR-CNPJ-BUSCA       PIC X(015) VALUE SPACES.
           03 WS-IND-ENCERRA         PIC X(01) VALUE "N".
              88 WS-ENCERRA-CONSULTA           VALUE "S".
           03 WS-IND-ARQ-CONTATO     PIC X(01) VALUE "N".
              88 WS-ARQ-GRUPO-OK               VALUE "S".
           03 WS-DS-GRUPO-ED         PIC X(053) VALUE SPACES.
           03 WS-QT-MEMBROS-ED       PIC ZZZZ9.
           03 WS-IND-ARQ-NPS         PIC X(01) VALUE "N".
              88 WS-ARQ-NPS-OK                 VALUE "S".
           03 WS-DS-NPS-ED           PIC X(025) VALUE SPACES.
           03 WS-NR-NOTA-ED          PIC Z9.
      *
      * NORMALIZACAO DO CNPJ DIGITADO
        COPY GV-VALIDACPF2.CPY.
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
           03 LINE 07 COL 26 USING WS-NM-EMPRESA.
           03 LINE 08 COL 07 VALUE "              CNPJ: ".
           03 LINE 08 COL 26 USING WS-NR-CNPJ-CLIENTE.
           03 LINE 08 COL 47 VALUE "Fone: ".
           03 LINE 08 COL 53 USING WS-DS-TELEFONE-ED.
           03 LINE 09 COL 07 VALUE "      Razao Social: ".
           03 LINE 09 COL 26 USING WS-DS-RAZAO-SOCIAL.
           03 LINE 10 COL 07 VALUE "          Latitude: ".
           03 LINE 19 COL 70 USING WS-PC-SPLIT-ED.
           03 LINE 20 COL 07 VALUE "       Grupo Econ.: ".
           03 LINE 20 COL 27 USING WS-DS-GRUPO-ED.
           03 LINE 21 COL 07 VALUE "            E-mail: ".
           03 LINE 21 COL 27 USING WS-DS-EMAIL-ED.
           03 LINE 13 COL 07 VALUE "            Regiao: ".
           03 LINE 13 COL 26 USING WS-CD-REGIAO.
           03 LINE 13 COL 31 USING WS-NM-REGIAO.
           03 LINE 14 COL 07 VALUE "          Bloqueio: ".
           03 LINE 14 COL 27 USING WS-DS-BLOQUEIO.
           03 LINE 15 COL 07 VALUE "Ultimos Contatos:".
           03 LINE 15 COL 45 VALUE "Ult. NPS: ".
           03 LINE 15 COL 55 USING WS-DS-NPS-ED.
           03 LINE 16 COL 09 USING WS-CT-LINHA1.
           03 LINE 17 COL 09 USING WS-CT-LINHA2.
           03 LINE 18 COL 09 USING WS-CT-LINHA3.
           PERFORM 99-LE-CONFIGURACAO.
           OPEN INPUT ARQ-CLIENTE.
           IF WS-ERRO-ACESSO
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE ZEROS TO WS-CD-CLIENTE
              MOVE "Arquivo de Clientes em Uso." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
           AND NOT WS-ERRO-ACESSO
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE ZEROS TO WS-CD-CLIENTE
              MOVE "Arquivo de Clientes com Erro." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           ELSE
              MOVE "N" TO WS-IND-ARQ-GRUPO
              MOVE "00" TO WS-ESTADO-ARQUIVO.
           OPEN INPUT ARQ-NPS.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-NPS
           ELSE
              MOVE "N" TO WS-IND-ARQ-NPS
              MOVE "00" TO WS-ESTADO-ARQUIVO.
       1-SAIDA.
           EXIT.
      *
           ACCEPT SST-CONSULTA-CLIENTE.
           IF WS-SAIR-CONSULTA
      *       Codigo zero abre a busca por CNPJ; CNPJ zero encerra --
              MOVE SPACES TO WS-NR-CNPJ-BUSCA
              ACCEPT SST-BUSCA-CNPJ
              MOVE WS-NR-CNPJ-BUSCA TO WS-CNPJ-ENTRADA
              PERFORM 99-NORMALIZA-CNPJ
              MOVE WS-CNPJ TO WS-NR-CNPJ-BUSCA
              IF WS-NR-CNPJ-BUSCA EQUAL ZEROS
                 MOVE "S" TO WS-IND-ENCERRA
              ELSE
              MOVE "Codigo do Cliente nao Encontrado." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              PERFORM 99-REGISTRA-ACESSO
              PERFORM 99-MASCARA-DADOS-CLIENTE
              MOVE CLI-DS-RAZAO-SOCIAL TO WS-DS-RAZAO-SOCIAL
              MOVE CLI-NR-LATITUDE     TO WS-NR-LATITUDE
              MOVE CLI-NR-LONGITUDE    TO WS-NR-LONGITUDE
              PERFORM 99-MONTA-BLOQUEIO
              PERFORM 99-BUSCA-GRUPO
              PERFORM 99-BUSCA-ULTIMOS-CONTATOS
              PERFORM 99-BUSCA-ULTIMA-NPS
              DISPLAY SST-DADOS-CLIENTE
              MOVE "Ver Historico de Alteracoes (S/N) ?" TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              IF WS-SIM
                 PERFORM 27-CHAMA-CONTRATOS
              END-IF
              MOVE "Ver Historico de Carteira (S/N) ?" TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              IF WS-SIM
                 PERFORM 28-CHAMA-HISTCARTEIRA
              END-IF
              MOVE "Consulta Concluida." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              DISPLAY SST-LIMPA-REGISTRO.
           DISPLAY SST-LIMPA-TELA.
       27-SAIDA.
           EXIT.
      *
       28-CHAMA-HISTCARTEIRA SECTION.
      *---------------------
      * MOSTRA OS DONOS DO CLIENTE EXIBIDO AO LONGO DO TEMPO
      * (LK-CD-CHAVE-CONSULTA E ZERADA NO RETORNO)
       28.
           MOVE WS-CD-CLIENTE TO LK-CD-CHAVE-CONSULTA.
           CALL WS-PROGRAMA-HISTCART USING LINKAGE-DADOS.
           MOVE ZEROS TO LK-CD-CHAVE-CONSULTA.
           DISPLAY SST-LIMPA-TELA.
       28-SAIDA.
           EXIT.
      *
       26-CHAMA-OCORRENCIAS SECTION.
      *--------------------
              CLOSE ARQ-VENDEDOR.
           IF WS-ARQ-GRUPO-OK
              CLOSE ARQ-GRUPO.
           IF WS-ARQ-NPS-OK
              CLOSE ARQ-NPS.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
                  CON-DS-NOTA     DELIMITED BY SIZE
                  INTO WS-CT-LINHA3.
      *
      * NOTA DA PESQUISA DE SATISFACAO MAIS RECENTE DO CLIENTE,
      * LIDA DE TRAS PARA FRENTE A PARTIR DA DATA MAXIMA; SEM
      * RESPOSTA A LINHA SAI EM BRANCO
       99-BUSCA-ULTIMA-NPS.
           MOVE SPACES TO WS-DS-NPS-ED
           IF WS-ARQ-NPS-OK
              MOVE 1             TO NPS-CD-EMPRESA
              MOVE WS-CD-CLIENTE TO NPS-CD-CLIENTE
              MOVE 99999999      TO NPS-DT-PESQUISA
              START ARQ-NPS KEY NOT GREATER NPS-CHAVE-NPS
              IF WS-OPERACAO-BEM-SUCEDIDA
                 READ ARQ-NPS PREVIOUS
                 IF  WS-OPERACAO-BEM-SUCEDIDA
                 AND NPS-CD-EMPRESA EQUAL 1
                 AND NPS-CD-CLIENTE EQUAL WS-CD-CLIENTE
                    PERFORM 995-MONTA-NPS
                 END-IF
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
      *
       995-MONTA-NPS.
           MOVE NPS-NR-NOTA TO WS-NR-NOTA-ED
           STRING WS-NR-NOTA-ED   DELIMITED BY SIZE
                  " em "          DELIMITED BY SIZE
                  NPS-DT-PESQUISA DELIMITED BY SIZE
                  INTO WS-DS-NPS-ED
           IF NPS-DETRATOR
              MOVE "Detrator" TO WS-DS-NPS-ED(17:9)
           ELSE
              IF NPS-NEUTRO
                 MOVE "Neutro"   TO WS-DS-NPS-ED(17:9)
              ELSE
                 MOVE "Promotor" TO WS-DS-NPS-ED(17:9).
      *
      * NOMES DO TITULAR E DO VENDEDOR SECUNDARIO DA CONTA; SEM O
      * ARQUIVO DE VENDEDORES OS NOMES FICAM EM BRANCO
       99-BUSCA-NOMES-VENDEDOR.
      *
       990-CONSULTA-CONFIG.
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
      *
      * REGISTRA A EXIBICAO DO CLIENTE NO LOG DE ACESSO (LGPD)
       99-REGISTRA-ACESSO.
           MOVE "GV-CONCLIENTE"     TO WS-ACS-NM-PROGRAMA.
           MOVE "C"                 TO WS-ACS-TP-REGISTRO.
           MOVE "N"                 TO WS-ACS-IN-ARQUIVO-MORTO.
           MOVE CLI-CD-EMPRESA      TO WS-ACS-CD-EMPRESA.
           MOVE CLI-CD-CLIENTE      TO WS-ACS-CD-CHAVE.
           MOVE CLI-NR-CNPJ-CLIENTE TO WS-ACS-NR-DOCUMENTO.
           CALL WS-NM-PROG-ACESSO USING WS-ACS-PARAMETROS
                                        LINKAGE-DADOS.
      *
      * CNPJ, TELEFONE E E-MAIL MASCARADOS PARA QUEM NAO TEM A
      * PERMISSAO DE VER DADOS PESSOAIS
       99-MASCARA-DADOS-CLIENTE.
           MOVE CLI-NR-CNPJ-CLIENTE(2:14) TO WS-MSC-NR-CNPJ.
           PERFORM 99-FORMATA-CNPJ.
           PERFORM 99-MASCARA-CNPJ.
           MOVE WS-MSC-TEXTO TO WS-NR-CNPJ-CLIENTE.
           MOVE CLI-DS-TELEFONE TO WS-MSC-TEXTO.
           PERFORM 99-MASCARA-TELEFONE.
           MOVE WS-MSC-TEXTO TO WS-DS-TELEFONE-ED.
           MOVE CLI-DS-EMAIL TO WS-MSC-TEXTO.
           PERFORM 99-MASCARA-EMAIL.
           MOVE WS-MSC-TEXTO TO WS-DS-EMAIL-ED.
      *
       COPY GV-MASCARAPD.CPY.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-CONCLIENTE" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
       COPY GV-VALIDACPF1.CPY.
