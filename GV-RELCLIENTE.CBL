      *                   chave PERFIL-RELCLIENTE do GV-CONFIG.PAR
      *                   escolhe o perfil em vez dos padroes
      *                   compilados.
      *     15/Out/2026 - MCB - CNPJ alfanumerico: coluna CNPJ, raiz
      *                   dos grupos economicos e CNPJ do CSV passam a
      *                   alfanumericos (letras na raiz/filial).
      *     22/Ago/2026 - MCB - Em modo lote as mensagens deixam de
      *                   exigir ENTER: vao para LOTE-EXECUCAO.LOG e
      *                   o programa segue (ou falha) sozinho.
      *     22/Ago/2026 - MCB - Nova coluna BLQ com o codigo do motivo
      *                   de bloqueio comercial do cliente (em branco
      *                   quando nao bloqueado).
      *     15/Out/2026 - MCB - Filtro por segmento (7) e
      *                   classificacao por segmento (3), com linha de
      *                   quebra trazendo descricao e grupo de canal de
      *                   GV-SEGMENTO.DAT.
      *     15/Out/2026 - MCB - CNPJ mascarado na listagem e no CSV
      *                   para o operador sem permissao de ver dados
      *                   pessoais; o spool registra a mascara.
      *     15/Out/2026 - MCB - Totais de controle devolvidos a
      *                   cadeia (LK-CD-ARQ-CONTROLE): clientes ativos
      *                   e bloqueados da empresa e clientes listados,
      *                   com a soma dos codigos de cada lado.
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
           SELECT ARQ-SORT ASSIGN TO DISK.
             record key         is REG-CD-REGIAO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-SEGMENTO ASSIGN TO DISK WID-ARQ-SEGMENTO
             organization       is indexed
             access mode        is dynamic
             record key         is SEG-CD-SEGMENTO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-PERFIL ASSIGN TO DISK WID-ARQ-PERFIL
             organization       is indexed
             access mode        is dynamic
       COPY GV-GRUPOECO.CPY.
       COPY GV-EXPRELCLI.CPY.
       COPY GV-CADREG.CPY.
       COPY GV-CADSEG.CPY.
       COPY GV-PERFIL.CPY.
      *
       SD  ARQ-SORT.
           03 RCHAVE-SORT REDEFINES CHAVE-SORT.
              05  RSOR-RAZAO        PIC  X(040).
              05  RSOR-CODIGO       PIC  9(007).
      * CLASSIFICACAO POR SEGMENTO: RAZAO SOCIAL DENTRO DO SEGMENTO
           03 SCHAVE-SORT REDEFINES CHAVE-SORT.
              05  SSOR-SEGMENTO     PIC  9(003).
              05  SSOR-RAZAO        PIC  X(040).
              05  FILLER            PIC  X(004).
           03 SOR-CD-CLIENTE        PIC 9(007).
           03 SOR-NR-CNPJ-CLIENTE   PIC X(015).
           03 SOR-NR-LATITUDE       PIC 9(003)V9(008).
           03 SOR-NR-LONGITUDE      PIC 9(003)V9(008).
           03 SOR-CD-VENDEDOR       PIC 9(007).
           03 SOR-CD-MOTIVO-BLOQ    PIC 9(003).
           03 SOR-CD-VENDEDOR-SEC   PIC 9(007).
           03 SOR-PC-SPLIT-SEC      PIC 9(003)V9(002).
           03 SOR-CD-SEGMENTO       PIC 9(003).
      *
       FD  RELATO
           VALUE OF FILE-ID IS WS01-ARQUIVO
           03 WID-ARQ-EXPORTACAO     PIC X(20) VALUE "RELCLIENTE.CSV".
           03 WID-ARQ-CORREIO        PIC X(20) VALUE "RELCLIENTE.MAIL".
           03 WID-ARQ-REGIAO         PIC X(15) VALUE "GV-REGIAO.DAT".
           03 WID-ARQ-SEGMENTO       PIC X(16) VALUE "GV-SEGMENTO.DAT".
           03 WID-ARQ-PERFIL         PIC X(15) VALUE "GV-PERFIL.DAT".
           03 WID-ARQ-EMPRESA        PIC X(15) VALUE "GV-EMPRESA.DAT".
           03 WID-ARQ-GRUPO          PIC X(15) VALUE "GV-GRUPO.DAT".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-OPCAO-CLASS         PIC 9(01) VALUE ZEROS.
              88 WS-CLA-CODIGO                 VALUE 1.
              88 WS-CLA-RAZAO-SOCIAL           VALUE 2.
              88 WS-CLA-SEGMENTO               VALUE 3.
           03 WS-OPCAO-FILTRO        PIC 9(01) VALUE ZEROS.
              88 WS-FIL-TODOS                  VALUE 0.
              88 WS-FIL-COD-CLIENTE            VALUE 1.
              88 WS-FIL-FAIXA-DISTANCIA        VALUE 4.
              88 WS-FIL-NAO-ATRIBUIDO          VALUE 5.
              88 WS-FIL-SEM-CONTATO             VALUE 6.
              88 WS-FIL-SEGMENTO               VALUE 7.
           03 WS-OPCAO-SAIDA         PIC 9(01) VALUE ZEROS.
              88 WS-SAI-IMPRESSO               VALUE 1.
              88 WS-SAI-CSV                    VALUE 2.
           03 WS-DS-EMAIL-DESTINO    PIC X(034) VALUE SPACES.
           03 WS-IND-ARQ-REGIAO      PIC X(01) VALUE "N".
              88 WS-ARQ-REGIAO-OK              VALUE "S".
           03 WS-IND-ARQ-SEGMENTO    PIC X(01) VALUE "N".
              88 WS-ARQ-SEGMENTO-OK            VALUE "S".
           03 WS-CD-SEGMENTO-ANT     PIC 9(04) VALUE 9999.
           03 WS-IND-ARQ-EMPRESA     PIC X(01) VALUE "N".
              88 WS-ARQ-EMPRESA-OK             VALUE "S".
           03 WS-IND-ARQ-GRUPO       PIC X(01) VALUE "N".
      *
      * DADOS DO CLIENTE
           03 WS-CD-CLIENTE              PIC 9(007).
           03 WS-NR-CNPJ-CLIENTE         PIC X(015).
           03 WS-DS-RAZAO-SOCIAL         PIC X(040).
           03 WS-NR-LATITUDE             PIC -ZZ9,99999999.
           03 WS-NR-LONGITUDE            PIC -ZZ9,99999999.
       01  LIN-GRUPO.
           03 FILLER        PIC X(08) VALUE SPACES.
           03 FILLER        PIC X(06) VALUE "Raiz: ".
           03 WL-GR-RAIZ    PIC X(08).
           03 FILLER        PIC X(03) VALUE " - ".
           03 WL-GR-NOME    PIC X(40).
           03 FILLER        PIC X(12) VALUE "  Clientes: ".
      * PAGINA DE SECUNDARIOS AO FINAL DO RELATORIO)
           03 WL-SEC       PIC  X(001).
           03 FILLER       PIC  X(001) VALUE SPACES.
           03 WL-CNPJ      PIC  X(014).
           03 FILLER       PIC  X(001) VALUE SPACES.
           03 WL-LATITUDE  PIC -ZZ9,99999999.
           03 FILLER       PIC  X(001) VALUE SPACES.
           03 FILLER       PIC  X(001) VALUE SPACES.
           03 WL-BLOQUEIO  PIC  ZZZ.
      *
      * QUEBRA POR SEGMENTO (CLASSIFICACAO 3)
       01  LIN-SEGMENTO.
           03 FILLER         PIC X(08) VALUE SPACES.
           03 FILLER         PIC X(10) VALUE "SEGMENTO: ".
           03 WL-SG-CODIGO   PIC 9(03).
           03 FILLER         PIC X(03) VALUE " - ".
           03 WL-SG-DESCRICAO PIC X(30).
           03 FILLER         PIC X(09) VALUE "  CANAL: ".
           03 WL-SG-CANAL    PIC X(15).
           03 FILLER         PIC X(60) VALUE SPACES.
      *
      *
       COPY GV-CONFIGWS.CPY.
      *
           03 WS-QT-GRUPOS           PIC 9(003) COMP VALUE ZEROS.
           03 WS-IX-GRP              PIC 9(003) COMP VALUE ZEROS.
           03 WS-IX-GRP-ACHADO       PIC 9(003) COMP VALUE ZEROS.
           03 WS-NR-RAIZ-BUSCA       PIC X(008) VALUE ZEROS.
           03 WS-QT-GRP-LISTADOS     PIC 9(003) VALUE ZEROS.
           03 WS-ENT-GRUPO           OCCURS 300 TIMES.
              05 WS-GRP-NR-RAIZ      PIC X(008).
              05 WS-GRP-QT-CLIENTES  PIC 9(005).
              05 WS-GRP-CD-VENDEDOR  PIC 9(007).
              05 WS-GRP-IN-DIVIDIDO  PIC X(001).
              05 WS-EMP-QT-CLIENTES  PIC 9(007).
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-MASCARAWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
           03 LINE 05 COL 33 VALUE "(1-Ascendente, 2-Decrescente)".
           03 LINE 07 COL 08 VALUE "Tipo de Classificacao: ".
           03 OPCAO2 LINE 07 COL 31 PIC 9 USING WS-OPCAO-CLASS AUTO.
           03 LINE 07 COL 33 VALUE
              "(1-Codigo, 2-Razao Social, 3-Segmento)".

           03 LINE 09 COL 08 VALUE "       Tipo de Filtro: ".
           03 OPCAO3 LINE 09 COL 31 PIC 9 USING WS-OPCAO-FILTRO AUTO.
           03 LINE 09 COL 33 VALUE  "(0-Todos, 1-Cod.Cliente, 2-Razao So
      -                             "cial, 3-Cod.Vendedor, 4-Faixa de D
      -                             "istancia, 5-Nao Atribuidos, 6-Sem
      -                             "Contato, 7-Segmento)".
      *
       01  SST-FILTRO-CODIGO.
           03 LINE 10 COL 10 VALUE "         Codido: ".
           PERFORM 99-LE-CONFIGURACAO.
           OPEN INPUT ARQ-CLIENTE.
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
           ELSE
              MOVE "N" TO WS-IND-ARQ-REGIAO
              MOVE "00" TO WS-ESTADO-ARQUIVO.
           OPEN INPUT ARQ-SEGMENTO.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-SEGMENTO
           ELSE
              MOVE "N" TO WS-IND-ARQ-SEGMENTO
              MOVE "00" TO WS-ESTADO-ARQUIVO.
           OPEN INPUT ARQ-EMPRESA.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-EMPRESA
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO.
           MOVE "RELCLIENTE" TO WS-SPL-ID-RELATORIO.
           PERFORM 99-MARCA-SPOOL-MASCARA.
           PERFORM 99-PREPARA-SPOOL.
           OPEN OUTPUT RELATO.
       1-SAIDA.
              ACCEPT SST-OPCOES-CLIENTE
              IF WS-FIL-COD-CLIENTE
              OR WS-FIL-COD-VENDEDOR
              OR WS-FIL-SEGMENTO
                 ACCEPT SST-FILTRO-CODIGO
              END-IF
              IF WS-FIL-RAZAO-SOCIAL
              IF  (WS-ORD-ASCENDENTE
              OR   WS-ORD-DESCENDENTE)
              AND (WS-CLA-CODIGO
              OR   WS-CLA-RAZAO-SOCIAL
              OR   WS-CLA-SEGMENTO)
              AND (WS-FIL-COD-CLIENTE
              OR   WS-FIL-RAZAO-SOCIAL
              OR   WS-FIL-COD-VENDEDOR
              OR   WS-FIL-FAIXA-DISTANCIA
              OR   WS-FIL-NAO-ATRIBUIDO
              OR   WS-FIL-SEM-CONTATO
              OR   WS-FIL-SEGMENTO)
              AND (WS-SAI-IMPRESSO
              OR   WS-SAI-CSV)
                   PERFORM 99-OFERECE-SALVAR-PERFIL
       21-TRATA-ENTRADA SECTION.
      *----------------
       21.
      * TOTAIS DE CONTROLE PARA O JORNAL DA CADEIA: ENTRADA SAO OS
      * CLIENTES ATIVOS E BLOQUEADOS DA EMPRESA (A MESMA POPULACAO
      * QUE A DISTRIBUICAO ENTREGA), SAIDA OS CLIENTES LISTADOS
           MOVE "CLI" TO LK-CD-ARQ-CONTROLE.
           MOVE ZEROS TO LK-QT-ENTRADA
                         LK-VL-CHAVE-ENTRADA
                         LK-QT-SAIDA
                         LK-VL-CHAVE-SAIDA.
           IF WS-SAI-CSV
              OPEN OUTPUT ARQ-EXPORTACAO.
           IF WS-FIL-SEM-CONTATO
                     FROM WS-NR-DIA-JULIANO-HOJE
                     GIVING WS-NR-DIAS-SEM-CONTATO
              END-IF.
           IF (CLI-SIT-ATIVO OR CLI-SIT-BLOQUEADO)
           AND (LK-CD-EMPRESA EQUAL ZEROS
           OR   CLI-CD-EMPRESA EQUAL LK-CD-EMPRESA)
              ADD 1              TO LK-QT-ENTRADA
              ADD CLI-CD-CLIENTE TO LK-VL-CHAVE-ENTRADA.
      * BLOQUEADO NAO E INATIVO: SEGUE NO RELATORIO, COM O MOTIVO
      * NA COLUNA BLQ
           IF (CLI-SIT-ATIVO OR CLI-SIT-BLOQUEADO)
           OR (WS-FIL-NAO-ATRIBUIDO
           AND CLI-CD-VENDEDOR EQUAL ZEROS)
           OR (WS-FIL-SEM-CONTATO
           AND WS-NR-DIAS-SEM-CONTATO NOT LESS WS-QT-DIAS-SEM-CONTATO)
           OR (WS-FIL-SEGMENTO
           AND CLI-CD-SEGMENTO EQUAL WS-CD-CODIGO-FILTRO))
              MOVE CLI-NR-CNPJ-CLIENTE TO SOR-NR-CNPJ-CLIENTE
              MOVE CLI-NR-LATITUDE     TO SOR-NR-LATITUDE
              MOVE CLI-NR-LONGITUDE    TO SOR-NR-LONGITUDE
              END-IF
              MOVE CLI-CD-VENDEDOR-SEC TO SOR-CD-VENDEDOR-SEC
              MOVE CLI-PC-SPLIT-SEC    TO SOR-PC-SPLIT-SEC
              MOVE CLI-CD-SEGMENTO     TO SOR-CD-SEGMENTO
              MOVE CLI-CD-EMPRESA TO WS-CD-EMPRESA-BUSCA
              PERFORM 99-ACUMULA-EMPRESA
              ADD 1              TO LK-QT-SAIDA
              ADD CLI-CD-CLIENTE TO LK-VL-CHAVE-SAIDA
              IF WS-CLA-CODIGO
                 MOVE CLI-CD-CLIENTE      TO SOR-CODIGO
                 MOVE CLI-DS-RAZAO-SOCIAL TO SOR-RAZAO
                 RELEASE REG-SORT
              ELSE
              IF WS-CLA-SEGMENTO
                 MOVE SPACES              TO SCHAVE-SORT
                 MOVE CLI-CD-SEGMENTO     TO SSOR-SEGMENTO
                 MOVE CLI-DS-RAZAO-SOCIAL TO SSOR-RAZAO
                 RELEASE REG-SORT
              ELSE
                 MOVE CLI-DS-RAZAO-SOCIAL TO RSOR-RAZAO
                 MOVE ZEROS               TO RSOR-CODIGO
      *
       212-GERA-RELATORIO SECTION.
       212.
           MOVE 9999 TO WS-CD-SEGMENTO-ANT.
           PERFORM 2120-IMPRIME-UM-REGISTRO
               UNTIL WS-FIM-SORT OR WS-CANCELOU-RELATORIO.
       212-SAIDA.
           IF NOT WS-FIM-SORT
              IF WS-CLA-CODIGO
                 MOVE SOR-RAZAO   TO WL-RAZAO
              ELSE
              IF WS-CLA-SEGMENTO
                 MOVE SSOR-RAZAO  TO WL-RAZAO
              ELSE
                 MOVE RSOR-RAZAO  TO WL-RAZAO
              END-IF
              END-IF
              MOVE SOR-NR-CNPJ-CLIENTE(2:14) TO WS-MSC-TEXTO
              PERFORM 99-MASCARA-CNPJ
              MOVE WS-MSC-TEXTO              TO WL-CNPJ
              MOVE SOR-NR-LATITUDE     TO WL-LATITUDE
              MOVE SOR-NR-LONGITUDE    TO WL-LONGITUDE
              MOVE SOR-CD-CLIENTE      TO WL-CODIGO
              PERFORM 99-ACUMULA-GRUPO
              PERFORM 99-BUSCA-NOME-REGIAO
              IF WS-SAI-IMPRESSO
                 IF  WS-CLA-SEGMENTO
                 AND SOR-CD-SEGMENTO NOT EQUAL WS-CD-SEGMENTO-ANT
                    PERFORM 2122-QUEBRA-SEGMENTO
                 END-IF
                 PERFORM 2121-IMPRIME-LINHA
              ELSE
                 PERFORM 2123-GRAVA-LINHA-CSV
       2121.
           ADD 1 TO WS-NR-LIN.
           IF WS-NR-LIN > 66
              PERFORM 21211-IMPRIME-CABECALHO.
           WRITE LINHA FROM LIN-01 BEFORE ADVANCING 1.
           IF WS-COM-PREVIA
              PERFORM 2124-PREVIA-LINHA.
       2121-SAIDA.
           EXIT.
      *
       21211-IMPRIME-CABECALHO SECTION.
       21211.
           ADD 1 TO WS-NR-PAG.
           IF WS-NR-PAG > 1
              MOVE SPACES TO LINHA
              WRITE LINHA FROM CAB-03 BEFORE ADVANCING PAGE.
           MOVE WS-NR-PAG TO WL-NR-PAGINA.
           WRITE LINHA FROM CAB-01 BEFORE ADVANCING 1.
           WRITE LINHA FROM CAB-02 BEFORE ADVANCING 1.
           WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1.
           MOVE SPACES TO LINHA.
           WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1.
           MOVE 5 TO WS-NR-LIN.
       21211-SAIDA.
           EXIT.
      *
      * LINHA DE QUEBRA NA CLASSIFICACAO POR SEGMENTO, COM A
      * DESCRICAO E O GRUPO DE CANAL DO CADASTRO DE SEGMENTOS;
      * QUEBRA QUE NAO CABE NA PAGINA COM UM DETALHE VAI PARA A
      * PROXIMA
       2122-QUEBRA-SEGMENTO SECTION.
       2122.
           IF WS-NR-LIN > 63
              PERFORM 21211-IMPRIME-CABECALHO.
           MOVE SOR-CD-SEGMENTO TO WS-CD-SEGMENTO-ANT
                                   WL-SG-CODIGO.
           MOVE SPACES TO WL-SG-DESCRICAO
                          WL-SG-CANAL.
           IF SOR-CD-SEGMENTO EQUAL ZEROS
              MOVE "NAO CLASSIFICADO" TO WL-SG-DESCRICAO
           ELSE
              IF WS-ARQ-SEGMENTO-OK
                 MOVE SOR-CD-SEGMENTO TO SEG-CD-SEGMENTO
                 READ ARQ-SEGMENTO
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    MOVE SEG-DS-SEGMENTO    TO WL-SG-DESCRICAO
                    MOVE SEG-NM-GRUPO-CANAL TO WL-SG-CANAL
                 ELSE
                    MOVE "(NAO CADASTR.)" TO WL-SG-DESCRICAO
                 END-IF
                 MOVE "00" TO WS-ESTADO-ARQUIVO
              END-IF
           END-IF.
           MOVE SPACES TO LINHA.
           WRITE LINHA BEFORE ADVANCING 1.
           WRITE LINHA FROM LIN-SEGMENTO BEFORE ADVANCING 1.
           ADD 2 TO WS-NR-LIN.
       2122-SAIDA.
           EXIT.
      *
       2124-PREVIA-LINHA SECTION.
       2124.
           MOVE SOR-CD-CLIENTE      TO ARQ-CD-CLIENTE.
           IF WS-CLA-CODIGO
              MOVE SOR-RAZAO        TO ARQ-DS-RAZAO-SOCIAL
           ELSE
           IF WS-CLA-SEGMENTO
              MOVE SSOR-RAZAO       TO ARQ-DS-RAZAO-SOCIAL
           ELSE
              MOVE RSOR-RAZAO       TO ARQ-DS-RAZAO-SOCIAL
           END-IF
           END-IF.
           MOVE SOR-NR-CNPJ-CLIENTE TO ARQ-NR-CNPJ-CLIENTE.
           MOVE SOR-NR-CNPJ-CLIENTE(2:14) TO WS-MSC-TEXTO.
           PERFORM 99-MASCARA-CNPJ.
           MOVE WS-MSC-TEXTO(1:14)  TO ARQ-NR-CNPJ-CLIENTE(2:14).
           MOVE SOR-NR-LATITUDE     TO ARQ-NR-LATITUDE.
           MOVE SOR-NR-LONGITUDE    TO ARQ-NR-LONGITUDE.
           MOVE SOR-CD-VENDEDOR     TO ARQ-CD-VENDEDOR.
           CLOSE ARQ-CLIENTE.
           IF WS-ARQ-REGIAO-OK
              CLOSE ARQ-REGIAO.
           IF WS-ARQ-SEGMENTO-OK
              CLOSE ARQ-SEGMENTO.
           IF WS-ARQ-EMPRESA-OK
              CLOSE ARQ-EMPRESA.
           IF WS-ARQ-GRUPO-OK
                    IF WS-OPERACAO-BEM-SUCEDIDA
                       MOVE "Perfil Salvo." TO WS-MENSAGEM
                    ELSE
                       MOVE "99-OFERECE-SALVAR-PERFIL"
                                                  TO WS-ERR-NM-PARAGRAFO
                       MOVE WID-ARQ-PERFIL TO WS-ERR-NM-ARQUIVO
                       MOVE PRF-CHAVE-PERFIL TO WS-ERR-DS-CHAVE
                       PERFORM 99-REGISTRA-ERRO
                       MOVE "Erro ao Salvar o Perfil!" TO WS-MENSAGEM
                    END-IF
                    MOVE "00" TO WS-ESTADO-ARQUIVO
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
      *
       COPY GV-SPOOLPD.CPY.
      *
       COPY GV-MASCARAPD.CPY.
      *
      * EM MODO LOTE AS MENSAGENS VAO PARA O LOG DE EXECUCAO, SEM
      * ACCEPT - O ESTADO DO ARQUIVO DO CHAMADOR E PRESERVADO
           ELSE
              DISPLAY SST-MENSAGEM
              ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-RELCLIENTE" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
       99-GRAVA-LOG-LOTE.
           MOVE WS-ESTADO-ARQUIVO TO WS-ESTADO-GUARDADO
