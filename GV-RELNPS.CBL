000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-RELNPS.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Indice de Satisfacao (NPS) da Carteira
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Apura o NPS das respostas da pesquisa de satisfacao
      *     (GV-NPS.DAT) com data dentro do periodo informado na
      *     tela (padrao: de 1o de janeiro ate hoje). Cada resposta
      *     conta para o vendedor do cliente, para o supervisor
      *     desse vendedor, para a regiao e para a classe ABC do
      *     cliente; o relatorio sai em quatro blocos, um por
      *     visao, com respondentes, promotores (9-10), neutros
      *     (7-8), detratores (0-6) e NPS = % promotores menos %
      *     detratores. Com LK-CD-EMPRESA preenchido cobre somente
      *     aquela empresa.
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
           SELECT ARQ-NPS ASSIGN TO DISK WID-ARQ-NPS
             organization       is indexed
             access mode        is dynamic
             record key         is NPS-CHAVE-NPS
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
           SELECT ARQ-REGIAO ASSIGN TO DISK WID-ARQ-REGIAO
             organization       is indexed
             access mode        is dynamic
             record key         is REG-CD-REGIAO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-SORT ASSIGN TO DISK.
           SELECT ARQ-SPOOL-CAT ASSIGN TO DISK WID-ARQ-SPOOL-CAT
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT RELATO   ASSIGN TO DISK.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-PESQNPS.CPY.
       COPY GV-CADCLI.CPY.
       COPY GV-CADVEN.CPY.
       COPY GV-CADREG.CPY.
      *
      * QUATRO REGISTROS POR RESPOSTA, UM POR VISAO: 1 = VENDEDOR,
      * 2 = SUPERVISOR, 3 = REGIAO, 4 = CLASSE ABC
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SOR-NR-VISAO           PIC 9(001).
           03 SOR-CD-CHAVE.
              05 SOR-CD-EMPRESA      PIC 9(002).
              05 SOR-CD-VENDEDOR     PIC 9(007).
           03 SOR-CD-CHAVE-REGIAO REDEFINES SOR-CD-CHAVE.
              05 SOR-CD-REGIAO       PIC 9(003).
              05 FILLER              PIC X(006).
           03 SOR-CD-CHAVE-CLASSE REDEFINES SOR-CD-CHAVE.
              05 SOR-CD-CLASSE       PIC X(001).
              05 FILLER              PIC X(008).
           03 SOR-NR-NOTA            PIC 9(002).
      *
       FD  RELATO
           VALUE OF FILE-ID IS WS01-ARQUIVO
           LABEL RECORD IS  OMITTED.
       01  LINHA                       PIC X(116).
      *
       COPY GV-SPOOLFD.CPY.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-NPS            PIC X(10) VALUE "GV-NPS.DAT".
           03 WID-ARQ-CLIENTE        PIC X(60) VALUE "GV-CLIENTE.DAT".
           03 WID-ARQ-VENDEDOR       PIC X(60) VALUE "GV-VENDEDOR.DAT".
           03 WID-ARQ-REGIAO         PIC X(15) VALUE "GV-REGIAO.DAT".
           03 WS01-ARQUIVO           PIC X(60) VALUE "IMPRESSAO.IMP".
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
           03 WS-MENSAGEM            PIC X(68).
           03 WS-FINAL-SORT          PIC X(01) VALUE SPACE.
              88 WS-FIM-SORT                   VALUE "F".
           03 WS-IND-ARQ-VENDEDOR    PIC X(01) VALUE "N".
              88 WS-ARQ-VENDEDOR-OK            VALUE "S".
           03 WS-IND-ARQ-REGIAO      PIC X(01) VALUE "N".
              88 WS-ARQ-REGIAO-OK              VALUE "S".
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-DT-INICIAL          PIC 9(008) VALUE ZEROS.
           03 WS-DT-FINAL            PIC 9(008) VALUE ZEROS.
           03 WS-CD-SUPERVISOR       PIC 9(007) VALUE ZEROS.
           03 WS-VL-NPS              PIC S9(003)V9(001) VALUE ZEROS.
           03 WS-PC-PROMOTORES       PIC 9(003)V9(001) VALUE ZEROS.
           03 WS-PC-DETRATORES       PIC 9(003)V9(001) VALUE ZEROS.
      *
      * QUEBRAS
           03 WS-NR-VISAO-ANT        PIC 9(001) VALUE ZEROS.
           03 WS-CD-CHAVE-ANT        PIC X(009) VALUE SPACES.
           03 WS-QT-RESPOSTAS-LIDAS  PIC 9(007) VALUE ZEROS.
           03 WS-QT-ED1              PIC ZZZZZZ9.
           03 WS-NR-LIN              PIC 9(03) VALUE 999.
           03 WS-NR-PAG              PIC 9(03) VALUE ZEROS.
      *
      * TOTAIS: 1 = CHAVE DA VISAO, 2 = GERAL (SOMADO SO NA PRIMEIRA
      * VISAO, POIS TODA RESPOSTA APARECE UMA VEZ EM CADA VISAO)
       01  WS-TAB-TOTAIS.
           03 WS-TOT-NIVEL           OCCURS 2 TIMES.
              05 WS-TOT-QT-RESPOSTAS PIC 9(007).
              05 WS-TOT-QT-PROMOTOR  PIC 9(007).
              05 WS-TOT-QT-NEUTRO    PIC 9(007).
              05 WS-TOT-QT-DETRATOR  PIC 9(007).
           03 WS-IX-NIVEL            PIC 9(01) COMP VALUE ZEROS.
      *
      * LAYOUT DO RELATORIO DE NPS
       01  CAB-01.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(46) VALUE
              "INDICE DE SATISFACAO (NPS) DA CARTEIRA".
           02 FILLER            PIC X(10) VALUE "Periodo: ".
           02 WL-DT-INICIAL     PIC 9(08) VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE " a ".
           02 WL-DT-FINAL       PIC 9(08) VALUE ZEROS.
           02 FILLER            PIC X(28) VALUE SPACES.
           02 FILLER            PIC X(05) VALUE "Pag: ".
           02 WL-NR-PAGINA      PIC 9(03) VALUE ZEROS.
      *
       01  CAB-02.
           03 FILLER    PIC X(05) VALUE SPACES.
           03 FILLER    PIC X(42) VALUE "CODIGO    NOME".
           03 FILLER    PIC X(11) VALUE "      RESP.".
           03 FILLER    PIC X(11) VALUE "     PROMOT".
           03 FILLER    PIC X(11) VALUE "     NEUTRO".
           03 FILLER    PIC X(11) VALUE "     DETRAT".
           03 FILLER    PIC X(07) VALUE "  PROM%".
           03 FILLER    PIC X(08) VALUE "   DETR%".
           03 FILLER    PIC X(08) VALUE "     NPS".
           03 FILLER    PIC X(02) VALUE SPACES.
      *
       01  CAB-03.
           03 FILLER PIC X(116) VALUE IS ALL '='.
      *
       01  LIN-VISAO.
           03 FILLER          PIC X(05) VALUE SPACES.
           03 FILLER          PIC X(09) VALUE "NPS POR ".
           03 WL-DS-VISAO     PIC X(20).
           03 FILLER          PIC X(82) VALUE SPACES.
      *
       01  LIN-01.
           03 FILLER          PIC X(05) VALUE SPACES.
           03 WL-CD-CHAVE     PIC X(09).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-NM-CHAVE     PIC X(30).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-QT-RESPOSTAS PIC ZZZ.ZZZ.ZZ9.
           03 WL-QT-PROMOTOR  PIC ZZZ.ZZZ.ZZ9.
           03 WL-QT-NEUTRO    PIC ZZZ.ZZZ.ZZ9.
           03 WL-QT-DETRATOR  PIC ZZZ.ZZZ.ZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-PC-PROMOTOR  PIC ZZ9,9.
           03 FILLER          PIC X(03) VALUE SPACES.
           03 WL-PC-DETRATOR  PIC ZZ9,9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-VL-NPS       PIC ---9,9.
           03 FILLER          PIC X(02) VALUE SPACES.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
       SCREEN SECTION.
      *
       01  SST-LIMPA-TELA.
           03 LINE 22 COL 10 BLANK LINE.
           03 LINE 06 COL 01 BLANK LINE.
           03 LINE 05 COL 01 BLANK LINE.
           03 LINE 04 COL 01 BLANK LINE.
           03 LINE 02 COL 25 VALUE "                                ".
      *
       01  SST-NPS.
           03 LINE 02 COL 23 VALUE "Indice de Satisfacao (NPS)".
           03 LINE 05 COL 07 VALUE "Data Inicial (AAAAMMDD): ".
           03 LINE 05 COL 32 USING WS-DT-INICIAL.
           03 LINE 06 COL 07 VALUE "Data Final   (AAAAMMDD): ".
           03 LINE 06 COL 32 USING WS-DT-FINAL.
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
           PERFORM 2-MODULO-PRINCIPAL.
           PERFORM 3-MODULO-FINAL.
       0-SAIDA.
           EXIT PROGRAM.
      *
       1-MODULO-INICIAL SECTION.
      *----------------
      * PERIODO PADRAO: DO PRIMEIRO DIA DO ANO ATE HOJE
       1.
           PERFORM 99-LE-CONFIGURACAO.
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DT-HOJE TO WS-DT-INICIAL
                              WS-DT-FINAL.
           MOVE "0101"     TO WS-DT-INICIAL(5:4).
           ACCEPT SST-NPS.
           IF WS-DT-FINAL LESS WS-DT-INICIAL
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Data Final Anterior a Inicial." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              OPEN INPUT ARQ-NPS
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Nenhuma Resposta de Pesquisa Carregada."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 OPEN INPUT ARQ-CLIENTE
                 IF NOT WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                    MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
                    PERFORM 99-REGISTRA-ERRO
                    MOVE "F" TO WS-FINAL-ARQUIVO
                    MOVE "Arquivo de Clientes Indisponivel."
                                                      TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                    CLOSE ARQ-NPS
                 ELSE
                    PERFORM 11-ABRE-OPCIONAIS
                 END-IF
              END-IF
           END-IF.
       1-SAIDA.
           EXIT.
      *
       11-ABRE-OPCIONAIS SECTION.
      * SEM O CADASTRO DE VENDEDORES NAO HA SUPERVISOR E AS VISOES
      * SAEM SOMENTE COM O CODIGO
       11.
           OPEN INPUT ARQ-VENDEDOR.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-VENDEDOR
           ELSE
              MOVE "N" TO WS-IND-ARQ-VENDEDOR.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
           OPEN INPUT ARQ-REGIAO.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-REGIAO
           ELSE
              MOVE "N" TO WS-IND-ARQ-REGIAO.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       11-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           IF NOT WS-FIM-ARQUIVO
              MOVE "NPS" TO WS-SPL-ID-RELATORIO
              PERFORM 99-PREPARA-SPOOL
              OPEN OUTPUT RELATO
              MOVE WS-DT-INICIAL TO WL-DT-INICIAL
              MOVE WS-DT-FINAL   TO WL-DT-FINAL
              SORT ARQ-SORT ON ASCENDING KEY SOR-NR-VISAO
                                             SOR-CD-CHAVE
                   INPUT  PROCEDURE IS 21-SELECIONA-RESPOSTAS
                   OUTPUT PROCEDURE IS 22-IMPRIME-NPS
              CLOSE RELATO
              MOVE WS-QT-RESPOSTAS-LIDAS TO WS-QT-ED1
              MOVE SPACES TO WS-MENSAGEM
              STRING "Relatorio no Spool - Respostas no Periodo: "
                     WS-QT-ED1
                     DELIMITED BY SIZE INTO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           END-IF.
       2-SAIDA.
           EXIT.
      *
       21-SELECIONA-RESPOSTAS SECTION.
       21.
           MOVE ZEROS TO NPS-CHAVE-NPS
                         WS-ESTADO-ARQUIVO.
           START ARQ-NPS KEY NOT LESS NPS-CHAVE-NPS.
           PERFORM 211-SELECIONA-UMA-RESPOSTA
               UNTIL NOT WS-OPERACAO-BEM-SUCEDIDA.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       21-SAIDA.
           EXIT.
      *
       211-SELECIONA-UMA-RESPOSTA SECTION.
      * RESPOSTA DE CLIENTE EXCLUIDO DO CADASTRO FICA DE FORA, POIS
      * NAO HA VENDEDOR, REGIAO NEM CLASSE A QUEM ATRIBUI-LA
       211.
           READ ARQ-NPS NEXT.
           IF WS-OPERACAO-BEM-SUCEDIDA
              IF  NPS-DT-PESQUISA NOT LESS WS-DT-INICIAL
              AND NPS-DT-PESQUISA NOT GREATER WS-DT-FINAL
              AND (LK-CD-EMPRESA EQUAL ZEROS
                   OR NPS-CD-EMPRESA EQUAL LK-CD-EMPRESA)
                 MOVE NPS-CD-EMPRESA TO CLI-CD-EMPRESA
                 MOVE NPS-CD-CLIENTE TO CLI-CD-CLIENTE
                 READ ARQ-CLIENTE
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    ADD 1 TO WS-QT-RESPOSTAS-LIDAS
                    PERFORM 2111-LIBERA-VISOES
                 END-IF
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
       211-SAIDA.
           EXIT.
      *
       2111-LIBERA-VISOES SECTION.
      * O SUPERVISOR E O DO VENDEDOR ATUAL DO CLIENTE NO CADASTRO DE
      * VENDEDORES; SEM CADASTRO OU SEM SUPERVISOR SAI COM CODIGO ZERO
       2111.
           MOVE NPS-NR-NOTA    TO SOR-NR-NOTA.
           MOVE 1              TO SOR-NR-VISAO.
           MOVE CLI-CD-EMPRESA  TO SOR-CD-EMPRESA.
           MOVE CLI-CD-VENDEDOR TO SOR-CD-VENDEDOR.
           RELEASE REG-SORT.
           MOVE ZEROS TO WS-CD-SUPERVISOR.
           IF WS-ARQ-VENDEDOR-OK
              MOVE CLI-CD-EMPRESA  TO FOR-CD-EMPRESA
              MOVE CLI-CD-VENDEDOR TO FOR-CD-VENDEDOR
              READ ARQ-VENDEDOR
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE FOR-CD-SUPERVISOR TO WS-CD-SUPERVISOR
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
           MOVE 2              TO SOR-NR-VISAO.
           MOVE CLI-CD-EMPRESA  TO SOR-CD-EMPRESA.
           MOVE WS-CD-SUPERVISOR TO SOR-CD-VENDEDOR.
           RELEASE REG-SORT.
           MOVE 3              TO SOR-NR-VISAO.
           MOVE SPACES         TO SOR-CD-CHAVE.
           MOVE CLI-CD-REGIAO  TO SOR-CD-REGIAO.
           RELEASE REG-SORT.
           MOVE 4              TO SOR-NR-VISAO.
           MOVE SPACES         TO SOR-CD-CHAVE.
           MOVE CLI-CD-CLASSE-ABC TO SOR-CD-CLASSE.
           RELEASE REG-SORT.
       2111-SAIDA.
           EXIT.
      *
       22-IMPRIME-NPS SECTION.
       22.
           MOVE SPACE TO WS-FINAL-SORT.
           MOVE 2 TO WS-IX-NIVEL.
           PERFORM 99-ZERA-NIVEL.
           PERFORM 99-LEITURA-SORT.
           PERFORM 221-TRATA-UMA-VISAO
               UNTIL WS-FIM-SORT.
           MOVE SPACES        TO WL-CD-CHAVE.
           MOVE "TOTAL GERAL" TO WL-NM-CHAVE.
           MOVE 2 TO WS-IX-NIVEL.
           PERFORM 99-MONTA-LINHA.
           IF WS-NR-LIN GREATER 64
              PERFORM 99-IMPRIME-CABECALHO.
           WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1.
           WRITE LINHA FROM LIN-01 BEFORE ADVANCING 1.
           ADD 2 TO WS-NR-LIN.
       22-SAIDA.
           EXIT.
      *
       221-TRATA-UMA-VISAO SECTION.
       221.
           MOVE SOR-NR-VISAO TO WS-NR-VISAO-ANT.
           PERFORM 99-IMPRIME-VISAO.
           PERFORM 2211-TRATA-UMA-CHAVE
               UNTIL WS-FIM-SORT
                  OR SOR-NR-VISAO NOT EQUAL WS-NR-VISAO-ANT.
       221-SAIDA.
           EXIT.
      *
       2211-TRATA-UMA-CHAVE SECTION.
       2211.
           MOVE SOR-CD-CHAVE TO WS-CD-CHAVE-ANT.
           PERFORM 22111-IDENTIFICA-CHAVE.
           MOVE 1 TO WS-IX-NIVEL.
           PERFORM 99-ZERA-NIVEL.
           PERFORM 22112-CONTA-UMA-RESPOSTA
               UNTIL WS-FIM-SORT
                  OR SOR-NR-VISAO NOT EQUAL WS-NR-VISAO-ANT
                  OR SOR-CD-CHAVE NOT EQUAL WS-CD-CHAVE-ANT.
           MOVE 1 TO WS-IX-NIVEL.
           PERFORM 99-MONTA-LINHA.
           PERFORM 99-IMPRIME-LINHA.
           IF WS-NR-VISAO-ANT EQUAL 1
              PERFORM 99-ACUMULA-NIVEL.
       2211-SAIDA.
           EXIT.
      *
       22111-IDENTIFICA-CHAVE SECTION.
      * CODIGO E NOME DA CHAVE CONFORME A VISAO, AINDA COM O PRIMEIRO
      * REGISTRO DA CHAVE NA AREA DO SORT
       22111.
           MOVE SPACES TO WL-CD-CHAVE
                          WL-NM-CHAVE.
           IF SOR-NR-VISAO EQUAL 1 OR 2
              MOVE SOR-CD-VENDEDOR TO WL-CD-CHAVE
              IF SOR-CD-VENDEDOR EQUAL ZEROS
                 MOVE "(SEM ATRIBUICAO)" TO WL-NM-CHAVE
              ELSE
              IF WS-ARQ-VENDEDOR-OK
                 MOVE SOR-CD-EMPRESA  TO FOR-CD-EMPRESA
                 MOVE SOR-CD-VENDEDOR TO FOR-CD-VENDEDOR
                 READ ARQ-VENDEDOR
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    MOVE FOR-NM-VENDEDOR TO WL-NM-CHAVE
                 ELSE
                    MOVE "(NAO CADASTR.)" TO WL-NM-CHAVE
                 END-IF
                 MOVE "00" TO WS-ESTADO-ARQUIVO
              END-IF
              END-IF
           ELSE
           IF SOR-NR-VISAO EQUAL 3
              MOVE SOR-CD-REGIAO TO WL-CD-CHAVE
              IF WS-ARQ-REGIAO-OK
                 MOVE SOR-CD-REGIAO TO REG-CD-REGIAO
                 READ ARQ-REGIAO
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    MOVE REG-NM-REGIAO TO WL-NM-CHAVE
                 ELSE
                    MOVE "(NAO CADASTR.)" TO WL-NM-CHAVE
                 END-IF
                 MOVE "00" TO WS-ESTADO-ARQUIVO
              END-IF
           ELSE
              MOVE SOR-CD-CLASSE TO WL-CD-CHAVE
              IF SOR-CD-CLASSE EQUAL SPACE
                 MOVE "(SEM CLASSE)" TO WL-NM-CHAVE
              ELSE
                 MOVE SPACES TO WL-NM-CHAVE
                 STRING "CLASSE " SOR-CD-CLASSE
                        DELIMITED BY SIZE INTO WL-NM-CHAVE
              END-IF
           END-IF
           END-IF.
       22111-SAIDA.
           EXIT.
      *
       22112-CONTA-UMA-RESPOSTA SECTION.
       22112.
           ADD 1 TO WS-TOT-QT-RESPOSTAS(1).
           IF SOR-NR-NOTA GREATER 8
              ADD 1 TO WS-TOT-QT-PROMOTOR(1)
           ELSE
           IF SOR-NR-NOTA GREATER 6
              ADD 1 TO WS-TOT-QT-NEUTRO(1)
           ELSE
              ADD 1 TO WS-TOT-QT-DETRATOR(1).
           PERFORM 99-LEITURA-SORT.
       22112-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           IF NOT WS-FIM-ARQUIVO
              CLOSE ARQ-NPS
                    ARQ-CLIENTE
              IF WS-ARQ-VENDEDOR-OK
                 CLOSE ARQ-VENDEDOR
              END-IF
              IF WS-ARQ-REGIAO-OK
                 CLOSE ARQ-REGIAO
              END-IF
           END-IF.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
      *
       99-LEITURA-SORT.
           RETURN ARQ-SORT
               AT END
                  MOVE "F" TO WS-FINAL-SORT.
      *
       99-ZERA-NIVEL.
           MOVE ZEROS TO WS-TOT-QT-RESPOSTAS(WS-IX-NIVEL)
                         WS-TOT-QT-PROMOTOR(WS-IX-NIVEL)
                         WS-TOT-QT-NEUTRO(WS-IX-NIVEL)
                         WS-TOT-QT-DETRATOR(WS-IX-NIVEL).
      *
      * SOMA O NIVEL WS-IX-NIVEL NO NIVEL IMEDIATAMENTE ACIMA
       99-ACUMULA-NIVEL.
           ADD WS-TOT-QT-RESPOSTAS(WS-IX-NIVEL)
               TO WS-TOT-QT-RESPOSTAS(WS-IX-NIVEL + 1)
           ADD WS-TOT-QT-PROMOTOR(WS-IX-NIVEL)
               TO WS-TOT-QT-PROMOTOR(WS-IX-NIVEL + 1)
           ADD WS-TOT-QT-NEUTRO(WS-IX-NIVEL)
               TO WS-TOT-QT-NEUTRO(WS-IX-NIVEL + 1)
           ADD WS-TOT-QT-DETRATOR(WS-IX-NIVEL)
               TO WS-TOT-QT-DETRATOR(WS-IX-NIVEL + 1).
      *
      * NPS = % DE PROMOTORES MENOS % DE DETRATORES SOBRE AS
      * RESPOSTAS DO NIVEL
       99-MONTA-LINHA.
           MOVE WS-TOT-QT-RESPOSTAS(WS-IX-NIVEL) TO WL-QT-RESPOSTAS
           MOVE WS-TOT-QT-PROMOTOR(WS-IX-NIVEL)  TO WL-QT-PROMOTOR
           MOVE WS-TOT-QT-NEUTRO(WS-IX-NIVEL)    TO WL-QT-NEUTRO
           MOVE WS-TOT-QT-DETRATOR(WS-IX-NIVEL)  TO WL-QT-DETRATOR
           MOVE ZEROS TO WS-PC-PROMOTORES
                         WS-PC-DETRATORES
                         WS-VL-NPS
           IF WS-TOT-QT-RESPOSTAS(WS-IX-NIVEL) GREATER ZEROS
              COMPUTE WS-PC-PROMOTORES ROUNDED =
                      WS-TOT-QT-PROMOTOR(WS-IX-NIVEL) * 100
                    / WS-TOT-QT-RESPOSTAS(WS-IX-NIVEL)
              COMPUTE WS-PC-DETRATORES ROUNDED =
                      WS-TOT-QT-DETRATOR(WS-IX-NIVEL) * 100
                    / WS-TOT-QT-RESPOSTAS(WS-IX-NIVEL)
              COMPUTE WS-VL-NPS ROUNDED =
                      (WS-TOT-QT-PROMOTOR(WS-IX-NIVEL)
                     - WS-TOT-QT-DETRATOR(WS-IX-NIVEL)) * 100
                    / WS-TOT-QT-RESPOSTAS(WS-IX-NIVEL)
           END-IF
           MOVE WS-PC-PROMOTORES TO WL-PC-PROMOTOR
           MOVE WS-PC-DETRATORES TO WL-PC-DETRATOR
           MOVE WS-VL-NPS        TO WL-VL-NPS.
      *
       99-IMPRIME-VISAO.
           IF WS-NR-LIN GREATER 62
              PERFORM 99-IMPRIME-CABECALHO
           END-IF
           IF WS-NR-VISAO-ANT EQUAL 1
              MOVE "VENDEDOR"   TO WL-DS-VISAO
           END-IF
           IF WS-NR-VISAO-ANT EQUAL 2
              MOVE "SUPERVISOR" TO WL-DS-VISAO
           END-IF
           IF WS-NR-VISAO-ANT EQUAL 3
              MOVE "REGIAO"     TO WL-DS-VISAO
           END-IF
           IF WS-NR-VISAO-ANT EQUAL 4
              MOVE "CLASSE ABC" TO WL-DS-VISAO
           END-IF
           MOVE SPACES TO LINHA
           WRITE LINHA BEFORE ADVANCING 1
           WRITE LINHA FROM LIN-VISAO BEFORE ADVANCING 1
           ADD 2 TO WS-NR-LIN.
      *
       99-IMPRIME-LINHA.
           ADD 1 TO WS-NR-LIN
           IF WS-NR-LIN > 66
              PERFORM 99-IMPRIME-CABECALHO
           END-IF
           WRITE LINHA FROM LIN-01 BEFORE ADVANCING 1.
      *
       99-IMPRIME-CABECALHO.
           ADD 1 TO WS-NR-PAG
           IF WS-NR-PAG > 1
              MOVE SPACES TO LINHA
              WRITE LINHA FROM CAB-03 BEFORE ADVANCING PAGE
           END-IF
           MOVE WS-NR-PAG TO WL-NR-PAGINA
           WRITE LINHA FROM CAB-01 BEFORE ADVANCING 1
           WRITE LINHA FROM CAB-02 BEFORE ADVANCING 1
           WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1
           MOVE 4 TO WS-NR-LIN.
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
       COPY GV-SPOOLPD.CPY.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-RELNPS" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
