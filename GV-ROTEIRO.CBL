      *     ordena as paradas do dia pelo vizinho mais proximo,
      *     partindo das coordenadas do proprio Vendedor, imprimindo
      *     endereco, telefone e data do ultimo contato por parada.
      *     Cada dia e um dia util datado (GV-DIAUTIL) a partir da
      *     data informada e so recebe clientes cuja janela de
      *     recebimento (GV-JANELA.DAT) admite aquele dia da semana;
      *     as paradas seguem o vizinho mais proximo dentro da faixa
      *     de horario de cada cliente, com hora prevista de chegada.
      *     Clientes sem dia ou horario possivel numa semana util
      *     inteira saem listados no fim da folha do vendedor.
      *
      *     Alteracoes:
      *     22/Ago/2026 - MCB - Saida convertida para o spool de
      *                   folha quando ha consentimento de contato
      *                   telefonico (LGPD); os suprimidos sao
      *                   contados no rodape do relatorio.
      *     15/Out/2026 - MCB - Dias uteis datados a partir da data
      *                   informada, janela de recebimento do cliente
      *                   (GV-JANELA.DAT), hora de chegada prevista
      *                   e lista de clientes sem dia/horario.
      *     15/Out/2026 - MCB - Vendedor especialista de linha de
      *                   produto tem o roteiro montado pelas
      *                   atribuicoes da linha dele nos clientes
      *                   (GV-CARTLINHA.DAT).
      *     15/Out/2026 - MCB - Telefone da folha mascarado para o
      *                   operador sem permissao de ver dados pessoais;
      *                   o spool registra a mascara.
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *     15/Out/2026 - MCB - Carteira do vendedor lida direto
      *                   pela chave alternada empresa + vendedor do
      *                   cadastro de clientes (GV-CADCLI.CPY), sem
      *                   varrer o cadastro inteiro.
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
           SELECT ARQ-EMITIDO ASSIGN TO DISK WID-ARQ-EMITIDO
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-JANELA ASSIGN TO DISK WID-ARQ-JANELA
             organization       is indexed
             access mode        is dynamic
             record key         is JAN-CHAVE-JANELA
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
       COPY GV-JANELA.CPY.
       COPY GV-CARTLIN.CPY.
      *
       COPY GV-SPOOLFD.CPY.
      *
           03 WID-ARQ-VENDEDOR       PIC X(15) VALUE "GV-VENDEDOR.DAT".
           03 WID-ARQ-EMITIDO        PIC X(20) VALUE
                                      "ROTEIRO-EMITIDO.LOG".
           03 WID-ARQ-JANELA         PIC X(13) VALUE "GV-JANELA.DAT".
           03 WID-ARQ-CARTLINHA      PIC X(16) VALUE "GV-CARTLINHA.DAT".
           03 WS01-ARQUIVO           PIC X(60) VALUE "IMPRESSAO.IMP".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-QT-CALCULO          PIC 9(015) VALUE ZEROS.
           03 WS-QT-VEND-IMPRESSOS   PIC 9(005) VALUE ZEROS.
           03 WS-QT-ED               PIC ZZZZ9.
           03 WS-QT-ED-SEM-JANELA    PIC ZZZZ9.
           03 WS-IND-PRIMEIRO-VEND   PIC X(001) VALUE "S".
              88 WS-PRIMEIRO-VENDEDOR          VALUE "S".
           03 WS-DT-EMISSAO          PIC 9(008) VALUE ZEROS.
           03 WS-IND-ARQ-JANELA      PIC X(001) VALUE "N".
              88 WS-ARQ-JANELA-OK              VALUE "S".
           03 WS-VL-CONFIG-NUM       PIC 9(008) VALUE ZEROS.
      *
      * CALENDARIO DA FOLHA: DIA UTIL CORRENTE E DIA DA SEMANA
      * (1=SEGUNDA ... 7=DOMINGO); DIAS SEM NENHUMA PARADA POSSIVEL
      * SEGUIDOS ENCERRAM A FOLHA (UMA SEMANA UTIL INTEIRA)
           03 WS-DT-INICIO-ROTEIRO   PIC 9(008) VALUE ZEROS.
           03 WS-DT-DIA              PIC 9(008) VALUE ZEROS.
           03 WS-DT-DIA-R REDEFINES WS-DT-DIA.
              05 WS-AAAA-DIA         PIC 9(004).
              05 WS-MM-DIA           PIC 9(002).
              05 WS-DD-DIA           PIC 9(002).
           03 WS-NR-DIA-AUX          PIC 9(009) VALUE ZEROS.
           03 WS-NR-DIA-SEMANA       PIC 9(001) VALUE ZEROS.
           03 WS-QT-DIAS-VAZIOS      PIC 9(003) VALUE ZEROS.
           03 WS-QT-SEM-JANELA       PIC 9(005) VALUE ZEROS.
           03 WS-IND-ESGOTOU         PIC X(001) VALUE "N".
              88 WS-DIA-ESGOTADO               VALUE "S".
           03 WS-IND-CAB-DIA         PIC X(001) VALUE "N".
              88 WS-DIA-IMPRESSO               VALUE "S".
      *
      * RELOGIO DA ROTA EM MINUTOS DO DIA: EXPEDIENTE DO VENDEDOR,
      * TEMPO DE CADA VISITA E VELOCIDADE MEDIA DE DESLOCAMENTO
      * (CHAVES ROTEIRO-HR-INICIO, ROTEIRO-HR-FIM,
      * ROTEIRO-MIN-VISITA E ROTEIRO-KM-HORA DE GV-CONFIG.PAR)
           03 WS-HR-INICIO-EXPED     PIC 9(004) VALUE 0800.
           03 WS-HR-FIM-EXPED        PIC 9(004) VALUE 1800.
           03 WS-QT-MIN-VISITA       PIC 9(003) VALUE 30.
           03 WS-QT-KM-HORA          PIC 9(003) VALUE 30.
           03 WS-MN-INICIO-EXPED     PIC 9(004) VALUE ZEROS.
           03 WS-MN-FIM-EXPED        PIC 9(004) VALUE ZEROS.
           03 WS-MN-RELOGIO          PIC 9(007) VALUE ZEROS.
           03 WS-MN-DESLOCAMENTO     PIC 9(007) VALUE ZEROS.
           03 WS-MN-CHEGADA          PIC 9(007) VALUE ZEROS.
           03 WS-MN-LIMITE           PIC 9(004) VALUE ZEROS.
           03 WS-MN-CHEGADA-ESC      PIC 9(007) VALUE ZEROS.
           03 WS-MN-ABRE-ESPERA      PIC 9(004) VALUE ZEROS.
           03 WS-IX-ESPERA           PIC 9(004) VALUE ZEROS.
           03 WS-QT-DIST-ESPERA      PIC 9(015) VALUE ZEROS.
           03 WS-HR-AUX              PIC 9(004) VALUE ZEROS.
           03 WS-HR-AUX-R REDEFINES WS-HR-AUX.
              05 WS-HH-AUX           PIC 9(002).
              05 WS-MM-AUX           PIC 9(002).
           03 WS-MN-AUX              PIC 9(004) VALUE ZEROS.
      *
      * POSICAO CORRENTE DA ROTA (PARTE DO PROPRIO VENDEDOR)
           03 WS-NR-LAT-POSICAO      PIC S9(003)V9(008) VALUE ZEROS.
           03 WS-NR-LON-POSICAO      PIC S9(003)V9(008) VALUE ZEROS.
      *
       01  WS-TAB-NOMES-DIA.
           03 FILLER                 PIC X(009) VALUE "SEGUNDA".
           03 FILLER                 PIC X(009) VALUE "TERCA".
           03 FILLER                 PIC X(009) VALUE "QUARTA".
           03 FILLER                 PIC X(009) VALUE "QUINTA".
           03 FILLER                 PIC X(009) VALUE "SEXTA".
           03 FILLER                 PIC X(009) VALUE "SABADO".
           03 FILLER                 PIC X(009) VALUE "DOMINGO".
       01  WS-TAB-NOMES-DIA-R REDEFINES WS-TAB-NOMES-DIA.
           03 WS-NM-DIA-SEMANA       PIC X(009) OCCURS 7 TIMES.
      *
       01  WS-LATITUDE-LONGITUDE.
           03 WS-LATITUDE1           PIC S9(003)V9(008).
           03 WS-HAV-DISTANCIA       USAGE COMP-2.
      *
      * CARTEIRA DO VENDEDOR EM MEMORIA PARA A MONTAGEM DA ROTA
      * (SITUACAO: ESPACO=PENDENTE, D=NO DIA CORRENTE, S=IMPRESSO,
      * X=SEM DIA OU HORARIO POSSIVEL), COM A JANELA DE RECEBIMENTO
      * (DIAS S/N DE SEGUNDA A DOMINGO E FAIXA EM MINUTOS DO DIA)
       01  WS-TAB-ROTEIRO.
           03 WS-ROTEIRO-OCORRENCIA OCCURS 1000 TIMES.
              05 WS-ROT-CD-CLIENTE   PIC 9(007).
              05 WS-ROT-LATITUDE     PIC S9(003)V9(008).
              05 WS-ROT-LONGITUDE    PIC S9(003)V9(008).
              05 WS-ROT-SITUACAO     PIC X(001).
              05 WS-ROT-IN-DIAS      PIC X(007).
              05 WS-ROT-HR-INICIO    PIC 9(004).
              05 WS-ROT-HR-FIM       PIC 9(004).
              05 WS-ROT-MN-INICIO    PIC 9(004).
              05 WS-ROT-MN-FIM       PIC 9(004).
      *
      * LAYOUT DA FOLHA DE ROTEIRO
       01  CAB-01.
       01  CAB-02.
           03 FILLER    PIC X(04) VALUE SPACES.
           03 FILLER    PIC X(04) VALUE "PAR.".
           03 FILLER    PIC X(06) VALUE "CHEG.".
           03 FILLER    PIC X(08) VALUE " CODIGO".
           03 FILLER    PIC X(31) VALUE "RAZAO SOCIAL".
           03 FILLER    PIC X(29) VALUE "ENDERECO".
           03 FILLER    PIC X(14) VALUE "TELEFONE".
           03 FILLER    PIC X(09) VALUE "ULT.CONT".
           03 FILLER    PIC X(10) VALUE "  DIST.(M)".
      *
       01  CAB-03.
           03 FILLER PIC X(113) VALUE IS ALL '='.
           03 FILLER    PIC X(04) VALUE SPACES.
           03 FILLER    PIC X(04) VALUE "DIA ".
           03 WL-NR-DIA PIC ZZ9.
           03 FILLER    PIC X(03) VALUE " - ".
           03 WL-DD-DIA PIC 9(02).
           03 FILLER    PIC X(01) VALUE "/".
           03 WL-MM-DIA PIC 9(02).
           03 FILLER    PIC X(01) VALUE "/".
           03 WL-AAAA-DIA PIC 9(04).
           03 FILLER    PIC X(01) VALUE SPACES.
           03 WL-NM-DIA-SEMANA PIC X(09).
           03 FILLER    PIC X(82) VALUE SPACES.
      *
       01  CAB-SEM-JANELA.
           03 FILLER    PIC X(04) VALUE SPACES.
           03 FILLER    PIC X(50) VALUE
              "CLIENTES SEM DIA OU HORARIO POSSIVEL NA SEMANA".
           03 FILLER    PIC X(62) VALUE SPACES.
      *
       01  LIN-SEM-JANELA.
           03 FILLER          PIC X(09) VALUE SPACES.
           03 WL-CD-CLIENTE-SJ PIC ZZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-RAZAO-SJ     PIC X(30).
           03 FILLER          PIC X(12) VALUE " DIAS (S-D):".
           03 WL-IN-DIAS-SJ   PIC X(07).
           03 FILLER          PIC X(10) VALUE "  HORARIO:".
           03 WL-HR-INICIO-SJ PIC 99B99.
           03 FILLER          PIC X(03) VALUE " A ".
           03 WL-HR-FIM-SJ    PIC 99B99.
           03 FILLER          PIC X(27) VALUE SPACES.
      *
       01  ROD-CONSENT.
           03 FILLER            PIC X(04) VALUE SPACES.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 WL-NR-PARADA    PIC ZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-HH-CHEGADA   PIC 9(02).
           03 FILLER          PIC X(01) VALUE ":".
           03 WL-MM-CHEGADA   PIC 9(02).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-CD-CLIENTE   PIC ZZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-RAZAO        PIC X(30).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-ENDERECO     PIC X(28).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-TELEFONE     PIC X(13).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-DISTANCIA    PIC ZZZZZZZZZ9.
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-DIAUTILWS.CPY.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-CARTLINWS.CPY.
      *
       COPY GV-MASCARAWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
           03 LINE 05 COL 37 USING WS-CD-VENDEDOR-INF.
           03 LINE 07 COL 07 VALUE "Paradas por Dia: ".
           03 LINE 07 COL 24 USING WS-QT-PARADAS-DIA.
           03 LINE 09 COL 07 VALUE "Primeiro Dia (AAAAMMDD): ".
           03 LINE 09 COL 32 USING WS-DT-INICIO-ROTEIRO.
      *
       01  SST-MENSAGEM.
           03 LINE 22 COL 11 USING WS-MENSAGEM.
       1-MODULO-INICIAL SECTION.
      *----------------
       1.
           PERFORM 99-LE-CONFIGURACAO.
           ACCEPT WS-DT-EMISSAO FROM DATE YYYYMMDD.
           MOVE WS-DT-EMISSAO TO WS-DT-INICIO-ROTEIRO.
           IF NOT LK-MODO-BATCH
              ACCEPT SST-OPCOES-ROTEIRO.
           IF WS-QT-PARADAS-DIA EQUAL ZEROS
              MOVE 10 TO WS-QT-PARADAS-DIA.
           IF WS-DT-INICIO-ROTEIRO LESS WS-DT-EMISSAO
           OR WS-DT-INICIO-ROTEIRO(5:2) LESS "01"
           OR WS-DT-INICIO-ROTEIRO(5:2) GREATER "12"
           OR WS-DT-INICIO-ROTEIRO(7:2) LESS "01"
           OR WS-DT-INICIO-ROTEIRO(7:2) GREATER "31"
              MOVE WS-DT-EMISSAO TO WS-DT-INICIO-ROTEIRO.
           MOVE WS-HR-INICIO-EXPED TO WS-HR-AUX.
           PERFORM 99-CONVERTE-HORA.
           MOVE WS-MN-AUX TO WS-MN-INICIO-EXPED.
           MOVE WS-HR-FIM-EXPED TO WS-HR-AUX.
           PERFORM 99-CONVERTE-HORA.
           MOVE WS-MN-AUX TO WS-MN-FIM-EXPED.
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
              MOVE "Arquivo de Vendedores Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           OPEN INPUT ARQ-JANELA.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-JANELA
           ELSE
              MOVE "N" TO WS-IND-ARQ-JANELA.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
           PERFORM 99-ABRE-CARTLINHA-CONSULTA.
           MOVE "ROTEIRO" TO WS-SPL-ID-RELATORIO.
           PERFORM 99-MARCA-SPOOL-MASCARA.
           PERFORM 99-PREPARA-SPOOL.
           OPEN OUTPUT RELATO.
           OPEN EXTEND ARQ-EMITIDO.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
           AND WS-ESTADO-ARQUIVO EQUAL "35"
              STRING "Roteiros Gerados: "
                     WS-QT-ED DELIMITED BY SIZE
                     INTO WS-MENSAGEM
              IF WS-QT-SEM-JANELA GREATER ZEROS
                 MOVE WS-QT-SEM-JANELA TO WS-QT-ED-SEM-JANELA
                 STRING "Roteiros Gerados: "
                        WS-QT-ED DELIMITED BY SIZE
                        " - Clientes sem Dia/Horario: "
                                             DELIMITED BY SIZE
                        WS-QT-ED-SEM-JANELA DELIMITED BY SIZE
                        INTO WS-MENSAGEM
              END-IF
              PERFORM 99-MENSAGEM
           END-IF.
       2-SAIDA.
           EXIT.
      *
       211-CARREGA-CARTEIRA SECTION.
      * CARREGA NA TABELA OS CLIENTES ATIVOS DA CARTEIRA DO VENDEDOR,
      * LIDOS DIRETO PELA CHAVE DA CARTEIRA (EMPRESA + VENDEDOR); O
      * ESPECIALISTA DE LINHA PERCORRE OS CLIENTES DA EMPRESA, POIS A
      * CARTEIRA DELE ESTA NA ATRIBUICAO POR LINHA (GV-CARTLINHA.DAT)
       211.
           MOVE ZEROS TO WS-QT-CLIENTES
                         CLI-CHAVE-CLIENTE
                         WS-ESTADO-ARQUIVO.
           MOVE FOR-CD-EMPRESA TO CLI-CD-EMPRESA.
           IF FOR-CD-LINHA-VENDA EQUAL SPACES
              MOVE FOR-CD-VENDEDOR TO CLI-CD-VENDEDOR
              START ARQ-CLIENTE KEY EQUAL CLI-CHAVE-CARTEIRA
           ELSE
              START ARQ-CLIENTE KEY NOT LESS CLI-CHAVE-CLIENTE
           END-IF.
           PERFORM 2111-CARREGA-UM-CLIENTE
               UNTIL NOT WS-OPERACAO-BEM-SUCEDIDA
                  OR WS-QT-CLIENTES EQUAL 1000.
       2111-CARREGA-UM-CLIENTE SECTION.
       2111.
           READ ARQ-CLIENTE NEXT.
           IF  WS-OPERACAO-BEM-SUCEDIDA
           AND CLI-CD-EMPRESA NOT EQUAL FOR-CD-EMPRESA
              MOVE "10" TO WS-ESTADO-ARQUIVO.
           IF  WS-OPERACAO-BEM-SUCEDIDA
           AND FOR-CD-LINHA-VENDA EQUAL SPACES
           AND CLI-CD-VENDEDOR NOT EQUAL FOR-CD-VENDEDOR
              MOVE "10" TO WS-ESTADO-ARQUIVO.
           IF WS-OPERACAO-BEM-SUCEDIDA
              PERFORM 99-VERIFICA-CARTEIRA
              IF  CLI-SIT-ATIVO
              AND WS-CLN-DA-CARTEIRA
                 ADD 1 TO WS-QT-CLIENTES
                 MOVE CLI-CD-CLIENTE
                      TO WS-ROT-CD-CLIENTE(WS-QT-CLIENTES)
                      TO WS-ROT-LONGITUDE(WS-QT-CLIENTES)
                 MOVE SPACE
                      TO WS-ROT-SITUACAO(WS-QT-CLIENTES)
                 PERFORM 99-CARREGA-JANELA
              END-IF
           END-IF.
       2111-SAIDA.
           WRITE LINHA FROM CAB-02 BEFORE ADVANCING 1.
           WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1.
           MOVE WS-QT-CLIENTES TO WS-QT-RESTANTES.
           MOVE ZEROS TO WS-NR-DIA
                         WS-QT-DIAS-VAZIOS.
           MOVE WS-DT-INICIO-ROTEIRO TO WS-DT-DIA.
           PERFORM 2121-MONTA-UM-DIA
               UNTIL WS-QT-RESTANTES EQUAL ZEROS
                  OR WS-QT-DIAS-VAZIOS EQUAL 5.
           IF WS-QT-RESTANTES GREATER ZEROS
              PERFORM 2122-LISTA-SEM-JANELA.
       212-SAIDA.
           EXIT.
      *
       2121-MONTA-UM-DIA SECTION.
      * NO PROXIMO DIA UTIL, SELECIONA OS CLIENTES HA MAIS TEMPO SEM
      * CONTATO QUE RECEBEM NAQUELE DIA DA SEMANA E DEPOIS ORDENA AS
      * PARADAS PELO VIZINHO MAIS PROXIMO DENTRO DA FAIXA DE HORARIO,
      * PARTINDO DAS COORDENADAS DO VENDEDOR NO INICIO DO EXPEDIENTE.
      * O DIA SO E IMPRESSO QUANDO TEM PARADA
       2121.
           PERFORM 99-POSICIONA-DIA-UTIL.
           MOVE "N" TO WS-IND-ESGOTOU
                       WS-IND-CAB-DIA.
           MOVE ZEROS TO WS-QT-NO-DIA.
           PERFORM 21211-ESCOLHE-MAIS-ANTIGO
               UNTIL WS-QT-NO-DIA EQUAL WS-QT-PARADAS-DIA
                  OR WS-QT-RESTANTES EQUAL ZEROS
                  OR WS-DIA-ESGOTADO.
           MOVE FOR-NR-LATITUDE    TO WS-NR-LAT-POSICAO.
           MOVE FOR-NR-LONGITUDE   TO WS-NR-LON-POSICAO.
           MOVE WS-MN-INICIO-EXPED TO WS-MN-RELOGIO.
           MOVE ZEROS TO WS-NR-PARADA.
           PERFORM 21212-IMPRIME-PARADA
               UNTIL WS-QT-NO-DIA EQUAL ZEROS.
           IF WS-DIA-IMPRESSO
              MOVE ZEROS TO WS-QT-DIAS-VAZIOS
           ELSE
              ADD 1 TO WS-QT-DIAS-VAZIOS.
           COMPUTE WS-NR-DIA-AUX =
                   FUNCTION INTEGER-OF-DATE (WS-DT-DIA) + 1.
           MOVE FUNCTION DATE-OF-INTEGER (WS-NR-DIA-AUX) TO WS-DT-DIA.
       2121-SAIDA.
           EXIT.
      *
           IF WS-IX-ESCOLHIDO GREATER ZEROS
              MOVE "D" TO WS-ROT-SITUACAO(WS-IX-ESCOLHIDO)
              ADD 1 TO WS-QT-NO-DIA
              SUBTRACT 1 FROM WS-QT-RESTANTES
           ELSE
              MOVE "S" TO WS-IND-ESGOTOU.
       21211-SAIDA.
           EXIT.
      *
       212111-COMPARA-CONTATO SECTION.
      * COMPARACAO POR "NOT GREATER" PARA QUE TODO CLIENTE PENDENTE
      * SEJA SELECIONAVEL, INCLUSIVE COM DATA IGUAL AO VALOR INICIAL;
      * SO CONCORRE QUEM RECEBE NO DIA DA SEMANA CORRENTE E TEM FAIXA
      * DE HORARIO QUE CRUZA O EXPEDIENTE
       212111.
           IF  WS-ROT-IN-DIAS(WS-IX-CLIENTE)(WS-NR-DIA-SEMANA:1)
                                                   EQUAL "S"
           AND WS-ROT-MN-INICIO(WS-IX-CLIENTE) LESS WS-MN-FIM-EXPED
           AND WS-ROT-MN-FIM(WS-IX-CLIENTE) GREATER WS-MN-INICIO-EXPED
              IF  WS-ROT-SITUACAO(WS-IX-CLIENTE) EQUAL SPACE
              AND WS-IX-ESCOLHIDO EQUAL ZEROS
                 MOVE WS-ROT-DT-CONTATO(WS-IX-CLIENTE)
                      TO WS-DT-MAIS-ANTIGA
                 MOVE WS-IX-CLIENTE TO WS-IX-ESCOLHIDO
              ELSE
                 IF  WS-ROT-SITUACAO(WS-IX-CLIENTE) EQUAL SPACE
                 AND WS-ROT-DT-CONTATO(WS-IX-CLIENTE) LESS
                                                   WS-DT-MAIS-ANTIGA
                    MOVE WS-ROT-DT-CONTATO(WS-IX-CLIENTE)
                         TO WS-DT-MAIS-ANTIGA
                    MOVE WS-IX-CLIENTE TO WS-IX-ESCOLHIDO.
       212111-SAIDA.
           EXIT.
      *
       21212-IMPRIME-PARADA SECTION.
      * A PROXIMA PARADA E A MAIS PROXIMA ENTRE AS JA ABERTAS NA HORA
      * DE CHEGADA; SEM NENHUMA ABERTA, A QUE ABRE PRIMEIRO (O
      * VENDEDOR ESPERA). QUEM NAO CABE MAIS NO HORARIO VOLTA A SER
      * PENDENTE PARA OUTRO DIA
       21212.
           MOVE 999999999999999 TO WS-QT-MENOR-DIST.
           MOVE ZEROS           TO WS-IX-ESCOLHIDO
                                   WS-IX-ESPERA.
           MOVE 9999            TO WS-MN-ABRE-ESPERA.
           PERFORM 212121-COMPARA-DISTANCIA
               VARYING WS-IX-CLIENTE FROM 1 BY 1
               UNTIL WS-IX-CLIENTE GREATER WS-QT-CLIENTES.
           IF  WS-IX-ESCOLHIDO EQUAL ZEROS
           AND WS-IX-ESPERA GREATER ZEROS
              MOVE WS-IX-ESPERA      TO WS-IX-ESCOLHIDO
              MOVE WS-QT-DIST-ESPERA TO WS-QT-MENOR-DIST
              MOVE WS-MN-ABRE-ESPERA TO WS-MN-CHEGADA-ESC.
           IF WS-IX-ESCOLHIDO GREATER ZEROS
              IF NOT WS-DIA-IMPRESSO
                 PERFORM 99-IMPRIME-CABECALHO-DIA
              END-IF
              ADD 1 TO WS-NR-PARADA
              MOVE WS-NR-PARADA TO WL-NR-PARADA
              DIVIDE WS-MN-CHEGADA-ESC BY 60 GIVING WL-HH-CHEGADA
                                         REMAINDER WL-MM-CHEGADA
              MOVE WS-ROT-CD-CLIENTE(WS-IX-ESCOLHIDO)
                   TO WL-CD-CLIENTE
              MOVE WS-ROT-RAZAO(WS-IX-ESCOLHIDO)    TO WL-RAZAO
              MOVE WS-ROT-ENDERECO(WS-IX-ESCOLHIDO) TO WL-ENDERECO
              MOVE WS-ROT-TELEFONE(WS-IX-ESCOLHIDO) TO WS-MSC-TEXTO
              PERFORM 99-MASCARA-TELEFONE
              MOVE WS-MSC-TEXTO                     TO WL-TELEFONE
              MOVE WS-ROT-DT-CONTATO(WS-IX-ESCOLHIDO)
                   TO WL-DT-CONTATO
              MOVE WS-QT-MENOR-DIST TO WL-DISTANCIA
              MOVE WS-ROT-LONGITUDE(WS-IX-ESCOLHIDO)
                   TO WS-NR-LON-POSICAO
              MOVE "S" TO WS-ROT-SITUACAO(WS-IX-ESCOLHIDO)
              COMPUTE WS-MN-RELOGIO = WS-MN-CHEGADA-ESC
                                    + WS-QT-MIN-VISITA
              SUBTRACT 1 FROM WS-QT-NO-DIA
           ELSE
              PERFORM 212122-DEVOLVE-PENDENTE
                  VARYING WS-IX-CLIENTE FROM 1 BY 1
                  UNTIL WS-IX-CLIENTE GREATER WS-QT-CLIENTES
              MOVE ZEROS TO WS-QT-NO-DIA.
       21212-SAIDA.
           EXIT.
      *
       212121-COMPARA-DISTANCIA SECTION.
      * A CHEGADA E O RELOGIO MAIS O DESLOCAMENTO PELA VELOCIDADE
      * MEDIA (SEM COORDENADAS NAO HA COMO MEDIR - CONTA ZERO) E
      * PRECISA CAIR ANTES DO FIM DA JANELA E DO EXPEDIENTE
       212121.
           IF WS-ROT-SITUACAO(WS-IX-CLIENTE) EQUAL "D"
              MOVE WS-NR-LAT-POSICAO TO WS-LATITUDE1
              MOVE WS-ROT-LATITUDE(WS-IX-CLIENTE)  TO WS-LATITUDE2
              MOVE WS-ROT-LONGITUDE(WS-IX-CLIENTE) TO WS-LONGITUDE2
              PERFORM 99-CALCULA-DISTANCIA
              IF (WS-LATITUDE1 EQUAL ZEROS
              AND WS-LONGITUDE1 EQUAL ZEROS)
              OR (WS-LATITUDE2 EQUAL ZEROS
              AND WS-LONGITUDE2 EQUAL ZEROS)
                 MOVE ZEROS TO WS-MN-DESLOCAMENTO
              ELSE
                 COMPUTE WS-MN-DESLOCAMENTO ROUNDED =
                         WS-QT-CALCULO * 60 / (WS-QT-KM-HORA * 1000)
              END-IF
              COMPUTE WS-MN-CHEGADA = WS-MN-RELOGIO
                                    + WS-MN-DESLOCAMENTO
              IF WS-ROT-MN-FIM(WS-IX-CLIENTE) LESS WS-MN-FIM-EXPED
                 MOVE WS-ROT-MN-FIM(WS-IX-CLIENTE) TO WS-MN-LIMITE
              ELSE
                 MOVE WS-MN-FIM-EXPED TO WS-MN-LIMITE
              END-IF
              IF WS-MN-CHEGADA NOT GREATER WS-MN-LIMITE
                 IF WS-MN-CHEGADA NOT LESS
                                  WS-ROT-MN-INICIO(WS-IX-CLIENTE)
                    IF WS-QT-CALCULO LESS WS-QT-MENOR-DIST
                       MOVE WS-QT-CALCULO TO WS-QT-MENOR-DIST
                       MOVE WS-IX-CLIENTE TO WS-IX-ESCOLHIDO
                       MOVE WS-MN-CHEGADA TO WS-MN-CHEGADA-ESC
                    END-IF
                 ELSE
                    IF  WS-ROT-MN-INICIO(WS-IX-CLIENTE) LESS
                                                   WS-MN-ABRE-ESPERA
                    AND WS-ROT-MN-INICIO(WS-IX-CLIENTE) NOT GREATER
                                                   WS-MN-LIMITE
                       MOVE WS-ROT-MN-INICIO(WS-IX-CLIENTE)
                            TO WS-MN-ABRE-ESPERA
                       MOVE WS-IX-CLIENTE TO WS-IX-ESPERA
                       MOVE WS-QT-CALCULO TO WS-QT-DIST-ESPERA.
       212121-SAIDA.
           EXIT.
      *
       212122-DEVOLVE-PENDENTE SECTION.
       212122.
           IF WS-ROT-SITUACAO(WS-IX-CLIENTE) EQUAL "D"
              MOVE SPACE TO WS-ROT-SITUACAO(WS-IX-CLIENTE)
              ADD 1 TO WS-QT-RESTANTES.
       212122-SAIDA.
           EXIT.
      *
       2122-LISTA-SEM-JANELA SECTION.
      * CLIENTES QUE UMA SEMANA UTIL INTEIRA NAO CONSEGUIU ENCAIXAR:
      * NENHUM DIA UTIL PERMITIDO OU FAIXA FORA DO EXPEDIENTE
       2122.
           MOVE SPACES TO LINHA.
           WRITE LINHA BEFORE ADVANCING 1.
           WRITE LINHA FROM CAB-SEM-JANELA BEFORE ADVANCING 1.
           PERFORM 21221-LISTA-UM-CLIENTE
               VARYING WS-IX-CLIENTE FROM 1 BY 1
               UNTIL WS-IX-CLIENTE GREATER WS-QT-CLIENTES.
       2122-SAIDA.
           EXIT.
      *
       21221-LISTA-UM-CLIENTE SECTION.
       21221.
           IF WS-ROT-SITUACAO(WS-IX-CLIENTE) EQUAL SPACE
              MOVE "X" TO WS-ROT-SITUACAO(WS-IX-CLIENTE)
              ADD 1 TO WS-QT-SEM-JANELA
              MOVE WS-ROT-CD-CLIENTE(WS-IX-CLIENTE)
                   TO WL-CD-CLIENTE-SJ
              MOVE WS-ROT-RAZAO(WS-IX-CLIENTE)   TO WL-RAZAO-SJ
              MOVE WS-ROT-IN-DIAS(WS-IX-CLIENTE) TO WL-IN-DIAS-SJ
              MOVE WS-ROT-HR-INICIO(WS-IX-CLIENTE)
                   TO WL-HR-INICIO-SJ
              MOVE WS-ROT-HR-FIM(WS-IX-CLIENTE)  TO WL-HR-FIM-SJ
              WRITE LINHA FROM LIN-SEM-JANELA BEFORE ADVANCING 1.
       21221-SAIDA.
           EXIT.
      *
       22-PROCESSA-TODOS SECTION.
      *-----------------
           CLOSE ARQ-VENDEDOR.
           CLOSE RELATO.
           CLOSE ARQ-EMITIDO.
           IF WS-ARQ-JANELA-OK
              CLOSE ARQ-JANELA.
           PERFORM 99-FECHA-CARTLINHA.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
      *
       99-LER-VENDEDOR.
           READ ARQ-VENDEDOR.
      *
      * O CLIENTE LIDO E DA CARTEIRA DO VENDEDOR? VENDEDOR GERAL PELO
      * CADASTRO DO CLIENTE; ESPECIALISTA PELA ATRIBUICAO DA LINHA
      * DELE NO CLIENTE (GV-CARTLINHA.DAT)
       99-VERIFICA-CARTEIRA.
           MOVE "N" TO WS-CLN-IND-CARTEIRA
           IF FOR-CD-LINHA-VENDA EQUAL SPACES
              IF CLI-CD-VENDEDOR EQUAL FOR-CD-VENDEDOR
                 MOVE "S" TO WS-CLN-IND-CARTEIRA
              END-IF
           ELSE
              MOVE CLI-CD-EMPRESA     TO WS-CLN-CD-EMPRESA
              MOVE CLI-CD-CLIENTE     TO WS-CLN-CD-CLIENTE
              MOVE FOR-CD-LINHA-VENDA TO WS-CLN-CD-LINHA
              MOVE ZEROS              TO WS-CLN-CD-VENDEDOR
              PERFORM 99-BUSCA-DONO-LINHA
              IF  WS-CLN-ACHOU
              AND WS-CLN-CD-VENDEDOR EQUAL FOR-CD-VENDEDOR
                 MOVE "S" TO WS-CLN-IND-CARTEIRA
              END-IF
           END-IF.
      *
      * JANELA DE RECEBIMENTO DO CLIENTE RECEM-CARREGADO NA TABELA;
      * SEM JANELA CADASTRADA RECEBE TODOS OS DIAS, O DIA TODO
       99-CARREGA-JANELA.
           MOVE "SSSSSSS" TO WS-ROT-IN-DIAS(WS-QT-CLIENTES)
           MOVE 0000      TO WS-ROT-HR-INICIO(WS-QT-CLIENTES)
           MOVE 2359      TO WS-ROT-HR-FIM(WS-QT-CLIENTES)
           IF WS-ARQ-JANELA-OK
              MOVE CLI-CD-EMPRESA TO JAN-CD-EMPRESA
              MOVE CLI-CD-CLIENTE TO JAN-CD-CLIENTE
              READ ARQ-JANELA
              IF WS-OPERACAO-BEM-SUCEDIDA
                 PERFORM 991-CARREGA-UM-DIA
                     VARYING WS-NR-DIA-SEMANA FROM 1 BY 1
                     UNTIL WS-NR-DIA-SEMANA GREATER 7
                 MOVE JAN-HR-INICIO
                      TO WS-ROT-HR-INICIO(WS-QT-CLIENTES)
                 MOVE JAN-HR-FIM
                      TO WS-ROT-HR-FIM(WS-QT-CLIENTES)
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF
           MOVE WS-ROT-HR-INICIO(WS-QT-CLIENTES) TO WS-HR-AUX
           PERFORM 99-CONVERTE-HORA
           MOVE WS-MN-AUX TO WS-ROT-MN-INICIO(WS-QT-CLIENTES)
           MOVE WS-ROT-HR-FIM(WS-QT-CLIENTES) TO WS-HR-AUX
           PERFORM 99-CONVERTE-HORA
           MOVE WS-MN-AUX TO WS-ROT-MN-FIM(WS-QT-CLIENTES).
      *
       991-CARREGA-UM-DIA.
           MOVE JAN-IN-DIA-SEMANA(WS-NR-DIA-SEMANA)
                TO WS-ROT-IN-DIAS(WS-QT-CLIENTES)(WS-NR-DIA-SEMANA:1).
      *
       99-CONVERTE-HORA.
           COMPUTE WS-MN-AUX = WS-HH-AUX * 60 + WS-MM-AUX.
      *
      * AVANCA WS-DT-DIA ATE O PRIMEIRO DIA UTIL (GV-DIAUTIL) E
      * CALCULA O DIA DA SEMANA; O DIA 1 DO CALENDARIO GREGORIANO
      * INTERNO E UMA SEGUNDA-FEIRA
       99-POSICIONA-DIA-UTIL.
           MOVE "N" TO WS-DU-IN-DIA-UTIL
           PERFORM 992-VERIFICA-DIA-UTIL
               UNTIL WS-DU-E-DIA-UTIL
           COMPUTE WS-NR-DIA-SEMANA =
                   FUNCTION MOD
                   (FUNCTION INTEGER-OF-DATE (WS-DT-DIA) 7)
           IF WS-NR-DIA-SEMANA EQUAL ZEROS
              MOVE 7 TO WS-NR-DIA-SEMANA.
      *
       992-VERIFICA-DIA-UTIL.
           MOVE "V"       TO WS-DU-FUNCAO
           MOVE WS-DT-DIA TO WS-DU-DT-REFERENCIA
           CALL WS-NM-PROG-DIAUTIL USING WS-DU-PARAMETROS
           IF NOT WS-DU-E-DIA-UTIL
              COMPUTE WS-NR-DIA-AUX =
                      FUNCTION INTEGER-OF-DATE (WS-DT-DIA) + 1
              MOVE FUNCTION DATE-OF-INTEGER (WS-NR-DIA-AUX)
                   TO WS-DT-DIA.
      *
       99-IMPRIME-CABECALHO-DIA.
           MOVE "S" TO WS-IND-CAB-DIA
           ADD 1 TO WS-NR-DIA
           MOVE WS-NR-DIA   TO WL-NR-DIA
           MOVE WS-DD-DIA   TO WL-DD-DIA
           MOVE WS-MM-DIA   TO WL-MM-DIA
           MOVE WS-AAAA-DIA TO WL-AAAA-DIA
           MOVE WS-NM-DIA-SEMANA(WS-NR-DIA-SEMANA) TO WL-NM-DIA-SEMANA
           WRITE LINHA FROM CAB-DIA BEFORE ADVANCING 1.
      *
       99-ANOTA-PARADA-EMITIDA.
           MOVE WS-DT-EMISSAO   TO EMT-DT-EMISSAO
                                                 (WS-HAV-A)).
           COMPUTE WS-HAV-DISTANCIA = WS-RAIO-TERRA * WS-HAV-C.
           COMPUTE WS-QT-CALCULO = WS-HAV-DISTANCIA.
      *
      * EXPEDIENTE, TEMPO DE VISITA E VELOCIDADE MEDIA DO ARQUIVO
      * CENTRAL DE CONFIGURACAO (GV-CONFIG.PAR), QUANDO PRESENTES
       99-LE-CONFIGURACAO.
           MOVE "ROTEIRO-HR-INICIO" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              COMPUTE WS-VL-CONFIG-NUM = FUNCTION NUMVAL (WS-CFG-VALOR)
              IF WS-VL-CONFIG-NUM LESS 2400
                 MOVE WS-VL-CONFIG-NUM TO WS-HR-INICIO-EXPED
              END-IF
           END-IF
           MOVE "ROTEIRO-HR-FIM" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              COMPUTE WS-VL-CONFIG-NUM = FUNCTION NUMVAL (WS-CFG-VALOR)
              IF  WS-VL-CONFIG-NUM LESS 2400
              AND WS-VL-CONFIG-NUM GREATER WS-HR-INICIO-EXPED
                 MOVE WS-VL-CONFIG-NUM TO WS-HR-FIM-EXPED
              END-IF
           END-IF
           MOVE "ROTEIRO-MIN-VISITA" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              COMPUTE WS-VL-CONFIG-NUM = FUNCTION NUMVAL (WS-CFG-VALOR)
              IF WS-VL-CONFIG-NUM LESS 1000
                 MOVE WS-VL-CONFIG-NUM TO WS-QT-MIN-VISITA
              END-IF
           END-IF
           MOVE "ROTEIRO-KM-HORA" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              COMPUTE WS-VL-CONFIG-NUM = FUNCTION NUMVAL (WS-CFG-VALOR)
              IF  WS-VL-CONFIG-NUM GREATER ZEROS
              AND WS-VL-CONFIG-NUM LESS 1000
                 MOVE WS-VL-CONFIG-NUM TO WS-QT-KM-HORA
              END-IF
           END-IF.
      *
       990-CONSULTA-CONFIG.
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
      *
       COPY GV-SPOOLPD.CPY.
      *
       COPY GV-MASCARAPD.CPY.
      *
       COPY GV-CARTLINPD.CPY.
      *
      * EM MODO LOTE NAO HA OPERADOR PARA O ENTER - SO EXIBE
       99-MENSAGEM.
              DISPLAY SST-MENSAGEM
              ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-ROTEIRO" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
