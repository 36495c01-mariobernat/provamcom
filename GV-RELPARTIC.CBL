000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-RELPARTIC.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Participacao na Carteira do Cliente
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Compara, para cada cliente com concorrente registrado
      *     (GV-PRESCONC.DAT), a nossa compra mensal - media dos
      *     ultimos doze meses do detalhe de vendas, com o estorno
      *     de cancelamento reduzindo a receita como na
      *     rentabilidade - com a compra mensal estimada junto aos
      *     concorrentes. Participacao = nossa / (nossa +
      *     concorrencia). Abre por regiao e vendedor do cliente, da
      *     menor para a maior participacao, com totais do vendedor,
      *     da regiao e geral. Cliente abaixo da participacao alvo
      *     (chave PARTICIPACAO-PC-ALVO de GV-CONFIG.PAR, padrao 30%,
      *     alteravel na tela) sai marcado como alvo de crescimento.
      *     Com LK-CD-EMPRESA preenchido cobre somente aquela
      *     empresa.
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
           SELECT ARQ-VENDADET ASSIGN TO DISK WID-ARQ-VENDADET
             organization       is indexed
             access mode        is dynamic
             record key         is VDD-CHAVE-VENDA-DET
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-PRESENCA ASSIGN TO DISK WID-ARQ-PRESENCA
             organization       is indexed
             access mode        is dynamic
             record key         is PCC-CHAVE-PRESENCA
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
       COPY GV-CADCLI.CPY.
       COPY GV-VENDADET.CPY.
       COPY GV-PRESCONC.CPY.
       COPY GV-CADVEN.CPY.
       COPY GV-CADREG.CPY.
      *
      * UM REGISTRO POR CLIENTE COM CONCORRENTE REGISTRADO
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SOR-CD-REGIAO          PIC 9(003).
           03 SOR-CD-VENDEDOR        PIC 9(007).
           03 SOR-PC-PARTICIPACAO    PIC 9(003)V9(002).
           03 SOR-CD-EMPRESA         PIC 9(002).
           03 SOR-CD-CLIENTE         PIC 9(007).
           03 SOR-DS-RAZAO-SOCIAL    PIC X(030).
           03 SOR-VL-NOSSA-MENSAL    PIC 9(013)V9(002).
           03 SOR-VL-CONCORRENCIA    PIC 9(013)V9(002).
           03 SOR-QT-CONCORRENTES    PIC 9(003).
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
           03 WID-ARQ-CLIENTE        PIC X(60) VALUE "GV-CLIENTE.DAT".
           03 WID-ARQ-VENDADET       PIC X(60) VALUE "GV-VENDADET.DAT".
           03 WID-ARQ-PRESENCA       PIC X(16) VALUE "GV-PRESCONC.DAT".
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
           03 WS-IND-FIM-DETALHE     PIC X(01) VALUE "N".
              88 WS-FIM-DETALHE                VALUE "S".
           03 WS-IND-FIM-PRESENCA    PIC X(01) VALUE "N".
              88 WS-FIM-PRESENCA               VALUE "S".
           03 WS-IND-ARQ-VENDEDOR    PIC X(01) VALUE "N".
              88 WS-ARQ-VENDEDOR-OK            VALUE "S".
           03 WS-IND-ARQ-REGIAO      PIC X(01) VALUE "N".
              88 WS-ARQ-REGIAO-OK              VALUE "S".
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-DT-CORTE            PIC 9(008) VALUE ZEROS.
      *
      * PARTICIPACAO ALVO - ABAIXO DELA O CLIENTE E ALVO DE
      * CRESCIMENTO
           03 WS-PC-ALVO             PIC 9(003)V9(002) VALUE 30.
           03 WS-PC-ALVO-ED          PIC ZZ9,99.
           03 WS-VL-CONFIG-NUM       PIC 9(005)V9(002) VALUE ZEROS.
      *
      * APURACAO DO CLIENTE
           03 WS-VL-RECEITA-12M      PIC S9(013)V9(002) VALUE ZEROS.
           03 WS-VL-NOSSA-MENSAL     PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-VL-CONCORRENCIA     PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-QT-CONCORRENTES     PIC 9(003) VALUE ZEROS.
           03 WS-PC-PARTICIPACAO     PIC 9(003)V9(002) VALUE ZEROS.
      *
      * QUEBRAS
           03 WS-CD-REGIAO-ANT       PIC 9(004) VALUE 9999.
           03 WS-CD-VENDEDOR-ANT     PIC 9(008) VALUE 99999999.
           03 WS-QT-CLIENTES-LIDOS   PIC 9(007) VALUE ZEROS.
           03 WS-QT-ED1              PIC ZZZZZZ9.
           03 WS-NR-LIN              PIC 9(03) VALUE 999.
           03 WS-NR-PAG              PIC 9(03) VALUE ZEROS.
      *
      * TOTAIS: 1 = VENDEDOR, 2 = REGIAO, 3 = GERAL
       01  WS-TAB-TOTAIS.
           03 WS-TOT-NIVEL           OCCURS 3 TIMES.
              05 WS-TOT-VL-NOSSA     PIC 9(015)V9(002).
              05 WS-TOT-VL-CONCORR   PIC 9(015)V9(002).
              05 WS-TOT-QT-CLIENTES  PIC 9(007).
              05 WS-TOT-QT-ALVOS     PIC 9(007).
           03 WS-IX-NIVEL            PIC 9(01) COMP VALUE ZEROS.
      *
      * LAYOUT DO RELATORIO DE PARTICIPACAO NA CARTEIRA
       01  CAB-01.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(46) VALUE
              "PARTICIPACAO NA CARTEIRA DO CLIENTE".
           02 FILLER            PIC X(20) VALUE "Participacao Alvo: ".
           02 WL-PC-ALVO        PIC ZZ9,99.
           02 FILLER            PIC X(01) VALUE "%".
           02 FILLER            PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(05) VALUE "Pag: ".
           02 WL-NR-PAGINA      PIC 9(03) VALUE ZEROS.
      *
       01  CAB-02.
           03 FILLER    PIC X(05) VALUE SPACES.
           03 FILLER    PIC X(39) VALUE "CLIENTE RAZAO SOCIAL".
           03 FILLER    PIC X(16) VALUE "   NOSSA MENSAL".
           03 FILLER    PIC X(16) VALUE "   CONCORRENCIA".
           03 FILLER    PIC X(08) VALUE "  PART%".
           03 FILLER    PIC X(05) VALUE " CONC".
           03 FILLER    PIC X(27) VALUE SPACES.
      *
       01  CAB-03.
           03 FILLER PIC X(116) VALUE IS ALL '='.
      *
       01  LIN-REGIAO.
           03 FILLER          PIC X(05) VALUE SPACES.
           03 FILLER          PIC X(08) VALUE "REGIAO: ".
           03 WL-RG-CODIGO    PIC 9(03).
           03 FILLER          PIC X(03) VALUE " - ".
           03 WL-RG-NOME      PIC X(30).
           03 FILLER          PIC X(67) VALUE SPACES.
      *
       01  LIN-VENDEDOR.
           03 FILLER          PIC X(08) VALUE SPACES.
           03 FILLER          PIC X(10) VALUE "VENDEDOR: ".
           03 WL-VD-CODIGO    PIC 9(07).
           03 FILLER          PIC X(03) VALUE " - ".
           03 WL-VD-NOME      PIC X(40).
           03 FILLER          PIC X(48) VALUE SPACES.
      *
       01  LIN-01.
           03 FILLER          PIC X(05) VALUE SPACES.
           03 WL-CD-CLIENTE   PIC 9(07).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-DS-RAZAO     PIC X(30).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VL-NOSSA     PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-VL-CONCORR   PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-PC-PART      PIC ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-QT-CONC      PIC ZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-IN-ALVO      PIC X(12).
           03 FILLER          PIC X(15) VALUE SPACES.
      *
       01  LIN-TOTAL.
           03 FILLER          PIC X(05) VALUE SPACES.
           03 WL-TT-ROTULO    PIC X(20).
           03 WL-TT-QT-CLI    PIC ZZZ.ZZ9.
           03 FILLER          PIC X(12) VALUE " CLIENTES".
           03 WL-TT-VL-NOSSA  PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-TT-VL-CONC   PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-TT-PC-PART   PIC ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-TT-QT-ALVOS  PIC ZZ.ZZ9.
           03 FILLER          PIC X(06) VALUE " ALVOS".
           03 FILLER          PIC X(20) VALUE SPACES.
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
           03 LINE 05 COL 01 BLANK LINE.
           03 LINE 04 COL 01 BLANK LINE.
           03 LINE 02 COL 25 VALUE "                                ".
      *
       01  SST-PARTICIPACAO.
           03 LINE 02 COL 22 VALUE "Participacao na Carteira".
           03 LINE 05 COL 07 VALUE "Participacao Alvo (%)  : ".
           03 LINE 05 COL 32 USING WS-PC-ALVO-ED.
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
       1.
           PERFORM 99-LE-CONFIGURACAO.
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-DT-CORTE = WS-DT-HOJE - 10000.
           MOVE WS-PC-ALVO TO WS-PC-ALVO-ED.
           ACCEPT SST-PARTICIPACAO.
           MOVE WS-PC-ALVO-ED TO WS-PC-ALVO.
           MOVE WS-PC-ALVO    TO WL-PC-ALVO.
           OPEN INPUT ARQ-CLIENTE.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Clientes Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              OPEN INPUT ARQ-PRESENCA
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Nenhuma Presenca de Concorrente Registrada."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 CLOSE ARQ-CLIENTE
              ELSE
                 OPEN INPUT ARQ-VENDADET
                 IF NOT WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "F" TO WS-FINAL-ARQUIVO
                    MOVE "Master de Detalhe de Vendas nao Encontrado."
                                                      TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                    CLOSE ARQ-CLIENTE
                          ARQ-PRESENCA
                 ELSE
                    PERFORM 11-ABRE-OPCIONAIS
                 END-IF
              END-IF
           END-IF.
       1-SAIDA.
           EXIT.
      *
       11-ABRE-OPCIONAIS SECTION.
      * SEM OS CADASTROS DE VENDEDORES E DE REGIOES AS QUEBRAS SAEM
      * SOMENTE COM O CODIGO
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
              MOVE "PARTICIP" TO WS-SPL-ID-RELATORIO
              PERFORM 99-PREPARA-SPOOL
              OPEN OUTPUT RELATO
              SORT ARQ-SORT ON ASCENDING KEY SOR-CD-REGIAO
                                             SOR-CD-VENDEDOR
                                             SOR-PC-PARTICIPACAO
                                             SOR-CD-EMPRESA
                                             SOR-CD-CLIENTE
                   INPUT  PROCEDURE IS 21-APURA-CLIENTES
                   OUTPUT PROCEDURE IS 22-IMPRIME-PARTICIPACAO
              CLOSE RELATO
              MOVE WS-QT-CLIENTES-LIDOS TO WS-QT-ED1
              MOVE SPACES TO WS-MENSAGEM
              STRING "Relatorio no Spool - Clientes com Concorrente: "
                     WS-QT-ED1
                     DELIMITED BY SIZE INTO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           END-IF.
       2-SAIDA.
           EXIT.
      *
       21-APURA-CLIENTES SECTION.
       21.
           MOVE ZEROS TO CLI-CHAVE-CLIENTE
                         WS-ESTADO-ARQUIVO.
           START ARQ-CLIENTE KEY NOT LESS CLI-CHAVE-CLIENTE.
           PERFORM 211-APURA-UM-CLIENTE
               UNTIL NOT WS-OPERACAO-BEM-SUCEDIDA.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       21-SAIDA.
           EXIT.
      *
       211-APURA-UM-CLIENTE SECTION.
      * CLIENTE INATIVO FICA DE FORA; SEM CONCORRENTE REGISTRADO NAO
      * HA O QUE COMPARAR
       211.
           READ ARQ-CLIENTE NEXT.
           IF WS-OPERACAO-BEM-SUCEDIDA
              IF NOT CLI-SIT-INATIVO
              AND (LK-CD-EMPRESA EQUAL ZEROS
                   OR CLI-CD-EMPRESA EQUAL LK-CD-EMPRESA)
                 PERFORM 99-SOMA-CONCORRENCIA
                 IF WS-QT-CONCORRENTES GREATER ZEROS
                    PERFORM 2111-CALCULA-PARTICIPACAO
                    ADD 1 TO WS-QT-CLIENTES-LIDOS
                    MOVE CLI-CD-REGIAO       TO SOR-CD-REGIAO
                    MOVE CLI-CD-VENDEDOR     TO SOR-CD-VENDEDOR
                    MOVE WS-PC-PARTICIPACAO  TO SOR-PC-PARTICIPACAO
                    MOVE CLI-CD-EMPRESA      TO SOR-CD-EMPRESA
                    MOVE CLI-CD-CLIENTE      TO SOR-CD-CLIENTE
                    MOVE CLI-DS-RAZAO-SOCIAL TO SOR-DS-RAZAO-SOCIAL
                    MOVE WS-VL-NOSSA-MENSAL  TO SOR-VL-NOSSA-MENSAL
                    MOVE WS-VL-CONCORRENCIA  TO SOR-VL-CONCORRENCIA
                    MOVE WS-QT-CONCORRENTES  TO SOR-QT-CONCORRENTES
                    RELEASE REG-SORT
                 END-IF
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
       211-SAIDA.
           EXIT.
      *
       2111-CALCULA-PARTICIPACAO SECTION.
      * NOSSA COMPRA MENSAL E A MEDIA DOS DOZE MESES; SALDO
      * NEGATIVO DE ESTORNOS CONTA COMO ZERO
       2111.
           PERFORM 99-SOMA-RECEITA-12M.
           MOVE ZEROS TO WS-VL-NOSSA-MENSAL
                         WS-PC-PARTICIPACAO.
           IF WS-VL-RECEITA-12M GREATER ZEROS
              COMPUTE WS-VL-NOSSA-MENSAL ROUNDED =
                      WS-VL-RECEITA-12M / 12.
           IF WS-VL-NOSSA-MENSAL + WS-VL-CONCORRENCIA GREATER ZEROS
              COMPUTE WS-PC-PARTICIPACAO ROUNDED =
                      WS-VL-NOSSA-MENSAL * 100
                    / (WS-VL-NOSSA-MENSAL + WS-VL-CONCORRENCIA).
       2111-SAIDA.
           EXIT.
      *
       22-IMPRIME-PARTICIPACAO SECTION.
       22.
           MOVE SPACE TO WS-FINAL-SORT.
           MOVE 3 TO WS-IX-NIVEL.
           PERFORM 99-ZERA-NIVEL.
           PERFORM 99-LEITURA-SORT.
           PERFORM 221-TRATA-UMA-REGIAO
               UNTIL WS-FIM-SORT.
           MOVE "TOTAL GERAL" TO WL-TT-ROTULO.
           MOVE 3 TO WS-IX-NIVEL.
           PERFORM 99-MONTA-LINHA-TOTAL.
           IF WS-NR-LIN GREATER 64
              PERFORM 99-IMPRIME-CABECALHO.
           WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1.
           WRITE LINHA FROM LIN-TOTAL BEFORE ADVANCING 1.
           ADD 2 TO WS-NR-LIN.
       22-SAIDA.
           EXIT.
      *
       221-TRATA-UMA-REGIAO SECTION.
       221.
           MOVE SOR-CD-REGIAO TO WS-CD-REGIAO-ANT.
           MOVE 2 TO WS-IX-NIVEL.
           PERFORM 99-ZERA-NIVEL.
           PERFORM 99-IMPRIME-REGIAO.
           PERFORM 2211-TRATA-UM-VENDEDOR
               UNTIL WS-FIM-SORT
                  OR SOR-CD-REGIAO NOT EQUAL WS-CD-REGIAO-ANT.
           MOVE "TOTAL DA REGIAO" TO WL-TT-ROTULO.
           MOVE 2 TO WS-IX-NIVEL.
           PERFORM 99-MONTA-LINHA-TOTAL.
           PERFORM 99-IMPRIME-TOTAL.
           PERFORM 99-ACUMULA-NIVEL.
       221-SAIDA.
           EXIT.
      *
       2211-TRATA-UM-VENDEDOR SECTION.
       2211.
           MOVE SOR-CD-VENDEDOR TO WS-CD-VENDEDOR-ANT.
           MOVE 1 TO WS-IX-NIVEL.
           PERFORM 99-ZERA-NIVEL.
           PERFORM 99-IMPRIME-VENDEDOR.
           PERFORM 22111-IMPRIME-UM-CLIENTE
               UNTIL WS-FIM-SORT
                  OR SOR-CD-REGIAO   NOT EQUAL WS-CD-REGIAO-ANT
                  OR SOR-CD-VENDEDOR NOT EQUAL WS-CD-VENDEDOR-ANT.
           MOVE "TOTAL DO VENDEDOR" TO WL-TT-ROTULO.
           MOVE 1 TO WS-IX-NIVEL.
           PERFORM 99-MONTA-LINHA-TOTAL.
           PERFORM 99-IMPRIME-TOTAL.
           PERFORM 99-ACUMULA-NIVEL.
       2211-SAIDA.
           EXIT.
      *
       22111-IMPRIME-UM-CLIENTE SECTION.
       22111.
           MOVE SOR-CD-CLIENTE      TO WL-CD-CLIENTE.
           MOVE SOR-DS-RAZAO-SOCIAL TO WL-DS-RAZAO.
           MOVE SOR-VL-NOSSA-MENSAL TO WL-VL-NOSSA.
           MOVE SOR-VL-CONCORRENCIA TO WL-VL-CONCORR.
           MOVE SOR-PC-PARTICIPACAO TO WL-PC-PART.
           MOVE SOR-QT-CONCORRENTES TO WL-QT-CONC.
           ADD SOR-VL-NOSSA-MENSAL TO WS-TOT-VL-NOSSA(1).
           ADD SOR-VL-CONCORRENCIA TO WS-TOT-VL-CONCORR(1).
           ADD 1 TO WS-TOT-QT-CLIENTES(1).
           IF SOR-PC-PARTICIPACAO LESS WS-PC-ALVO
              MOVE "* ALVO" TO WL-IN-ALVO
              ADD 1 TO WS-TOT-QT-ALVOS(1)
           ELSE
              MOVE SPACES TO WL-IN-ALVO.
           PERFORM 99-IMPRIME-LINHA.
           PERFORM 99-LEITURA-SORT.
       22111-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           IF NOT WS-FIM-ARQUIVO
              CLOSE ARQ-CLIENTE
                    ARQ-PRESENCA
                    ARQ-VENDADET
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
      * COMPRA MENSAL ESTIMADA JUNTO AOS CONCORRENTES REGISTRADOS NO
      * CLIENTE POSICIONADO
       99-SOMA-CONCORRENCIA.
           MOVE ZEROS TO WS-VL-CONCORRENCIA
                         WS-QT-CONCORRENTES
           MOVE "N"   TO WS-IND-FIM-PRESENCA
           MOVE CLI-CD-EMPRESA TO PCC-CD-EMPRESA
           MOVE CLI-CD-CLIENTE TO PCC-CD-CLIENTE
           MOVE ZEROS          TO PCC-CD-CONCORRENTE
                                  WS-ESTADO-ARQUIVO
           START ARQ-PRESENCA KEY NOT LESS PCC-CHAVE-PRESENCA
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-FIM-PRESENCA
           END-IF
           PERFORM 991-SOMA-UMA-PRESENCA
               UNTIL WS-FIM-PRESENCA
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
       991-SOMA-UMA-PRESENCA.
           READ ARQ-PRESENCA NEXT
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-FIM-PRESENCA
           ELSE
              IF PCC-CD-EMPRESA NOT EQUAL CLI-CD-EMPRESA
              OR PCC-CD-CLIENTE NOT EQUAL CLI-CD-CLIENTE
                 MOVE "S" TO WS-IND-FIM-PRESENCA
              ELSE
                 ADD PCC-VL-COMPRA-MENSAL TO WS-VL-CONCORRENCIA
                 ADD 1 TO WS-QT-CONCORRENTES
              END-IF
           END-IF.
      *
      * RECEITA LIQUIDA DOS ULTIMOS DOZE MESES DO CLIENTE
      * POSICIONADO; ESTORNO DE VENDA DA JANELA REDUZ A RECEITA
       99-SOMA-RECEITA-12M.
           MOVE ZEROS TO WS-VL-RECEITA-12M
           MOVE "N"   TO WS-IND-FIM-DETALHE
           MOVE CLI-CD-EMPRESA TO VDD-CD-EMPRESA
           MOVE CLI-CD-CLIENTE TO VDD-CD-CLIENTE
           MOVE WS-DT-CORTE    TO VDD-DT-VENDA
           MOVE ZEROS          TO VDD-NR-DOCUMENTO
                                  WS-ESTADO-ARQUIVO
           START ARQ-VENDADET KEY NOT LESS VDD-CHAVE-VENDA-DET
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-FIM-DETALHE
           END-IF
           PERFORM 992-SOMA-UM-DETALHE
               UNTIL WS-FIM-DETALHE
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
       992-SOMA-UM-DETALHE.
           READ ARQ-VENDADET NEXT
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-FIM-DETALHE
           ELSE
              IF VDD-CD-EMPRESA NOT EQUAL CLI-CD-EMPRESA
              OR VDD-CD-CLIENTE NOT EQUAL CLI-CD-CLIENTE
                 MOVE "S" TO WS-IND-FIM-DETALHE
              ELSE
                 IF VDD-MOV-ESTORNO
                    IF VDD-DT-ORIGINAL NOT LESS WS-DT-CORTE
                       SUBTRACT VDD-VL-VENDA FROM WS-VL-RECEITA-12M
                    END-IF
                 ELSE
                    ADD VDD-VL-VENDA TO WS-VL-RECEITA-12M
                 END-IF
              END-IF
           END-IF.
      *
       99-ZERA-NIVEL.
           MOVE ZEROS TO WS-TOT-VL-NOSSA(WS-IX-NIVEL)
                         WS-TOT-VL-CONCORR(WS-IX-NIVEL)
                         WS-TOT-QT-CLIENTES(WS-IX-NIVEL)
                         WS-TOT-QT-ALVOS(WS-IX-NIVEL).
      *
      * SOMA O NIVEL WS-IX-NIVEL NO NIVEL IMEDIATAMENTE ACIMA
       99-ACUMULA-NIVEL.
           ADD WS-TOT-VL-NOSSA(WS-IX-NIVEL)
               TO WS-TOT-VL-NOSSA(WS-IX-NIVEL + 1)
           ADD WS-TOT-VL-CONCORR(WS-IX-NIVEL)
               TO WS-TOT-VL-CONCORR(WS-IX-NIVEL + 1)
           ADD WS-TOT-QT-CLIENTES(WS-IX-NIVEL)
               TO WS-TOT-QT-CLIENTES(WS-IX-NIVEL + 1)
           ADD WS-TOT-QT-ALVOS(WS-IX-NIVEL)
               TO WS-TOT-QT-ALVOS(WS-IX-NIVEL + 1).
      *
      * PARTICIPACAO DO NIVEL SOBRE AS COMPRAS SOMADAS DOS CLIENTES
       99-MONTA-LINHA-TOTAL.
           MOVE WS-TOT-QT-CLIENTES(WS-IX-NIVEL) TO WL-TT-QT-CLI
           MOVE WS-TOT-VL-NOSSA(WS-IX-NIVEL)    TO WL-TT-VL-NOSSA
           MOVE WS-TOT-VL-CONCORR(WS-IX-NIVEL)  TO WL-TT-VL-CONC
           MOVE WS-TOT-QT-ALVOS(WS-IX-NIVEL)    TO WL-TT-QT-ALVOS
           MOVE ZEROS TO WS-PC-PARTICIPACAO
           IF WS-TOT-VL-NOSSA(WS-IX-NIVEL)
            + WS-TOT-VL-CONCORR(WS-IX-NIVEL) GREATER ZEROS
              COMPUTE WS-PC-PARTICIPACAO ROUNDED =
                      WS-TOT-VL-NOSSA(WS-IX-NIVEL) * 100
                    / (WS-TOT-VL-NOSSA(WS-IX-NIVEL)
                     + WS-TOT-VL-CONCORR(WS-IX-NIVEL))
           END-IF
           MOVE WS-PC-PARTICIPACAO TO WL-TT-PC-PART.
      *
       99-IMPRIME-REGIAO.
           IF WS-NR-LIN GREATER 62
              PERFORM 99-IMPRIME-CABECALHO
           END-IF
           MOVE WS-CD-REGIAO-ANT TO WL-RG-CODIGO
           MOVE SPACES TO WL-RG-NOME
           IF WS-ARQ-REGIAO-OK
              MOVE WS-CD-REGIAO-ANT TO REG-CD-REGIAO
              READ ARQ-REGIAO
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE REG-NM-REGIAO TO WL-RG-NOME
              ELSE
                 MOVE "(NAO CADASTR.)" TO WL-RG-NOME
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF
           MOVE SPACES TO LINHA
           WRITE LINHA BEFORE ADVANCING 1
           WRITE LINHA FROM LIN-REGIAO BEFORE ADVANCING 1
           ADD 2 TO WS-NR-LIN.
      *
       99-IMPRIME-VENDEDOR.
           IF WS-NR-LIN GREATER 64
              PERFORM 99-IMPRIME-CABECALHO
           END-IF
           MOVE WS-CD-VENDEDOR-ANT TO WL-VD-CODIGO
           MOVE SPACES TO WL-VD-NOME
           IF WS-ARQ-VENDEDOR-OK
              MOVE SOR-CD-EMPRESA     TO FOR-CD-EMPRESA
              MOVE WS-CD-VENDEDOR-ANT TO FOR-CD-VENDEDOR
              READ ARQ-VENDEDOR
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE FOR-NM-VENDEDOR TO WL-VD-NOME
              ELSE
                 MOVE "(NAO CADASTR.)" TO WL-VD-NOME
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF
           WRITE LINHA FROM LIN-VENDEDOR BEFORE ADVANCING 1
           ADD 1 TO WS-NR-LIN.
      *
       99-IMPRIME-LINHA.
           ADD 1 TO WS-NR-LIN
           IF WS-NR-LIN > 66
              PERFORM 99-IMPRIME-CABECALHO
           END-IF
           WRITE LINHA FROM LIN-01 BEFORE ADVANCING 1.
      *
       99-IMPRIME-TOTAL.
           ADD 1 TO WS-NR-LIN
           IF WS-NR-LIN > 66
              PERFORM 99-IMPRIME-CABECALHO
           END-IF
           WRITE LINHA FROM LIN-TOTAL BEFORE ADVANCING 1.
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
           MOVE "ARQ-VENDADET" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-VENDADET
           END-IF
           MOVE "ARQ-VENDEDOR" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-VENDEDOR
           END-IF
           MOVE "PARTICIPACAO-PC-ALVO" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              COMPUTE WS-VL-CONFIG-NUM =
                      FUNCTION NUMVAL (WS-CFG-VALOR)
              IF WS-VL-CONFIG-NUM NOT GREATER 100
                 MOVE WS-VL-CONFIG-NUM TO WS-PC-ALVO
              END-IF
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
           MOVE "GV-RELPARTIC" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
