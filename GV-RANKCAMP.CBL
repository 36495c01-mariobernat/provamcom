000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-RANKCAMP.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Ranking e Apuracao de Campanhas de Vendas
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Classificacao dos vendedores numa campanha de vendas
      *     (GV-CAMPANHA.DAT) em qualquer data do periodo, calculada
      *     do master de detalhe de vendas e do cadastro de clientes:
      *     so conta venda de cliente de empresa e regiao
      *     participantes, em produto de linha elegivel, feita entre
      *     o inicio da campanha e a data de referencia (limitada ao
      *     fim). Metricas: V volume vendido (estorno de venda do
      *     periodo desconta), C clientes compradores distintos e
      *     N clientes novos - cliente cuja primeira compra no
      *     detalhe caiu dentro do periodo - creditados ao vendedor
      *     da venda (dono da carteira na data). Empate e desfeito
      *     pelo codigo do vendedor. Sai no spool com o premio da
      *     faixa de cada posicao.
      *     A apuracao final, permitida a partir do fim da campanha,
      *     congela a classificacao em GV-CAMPRES.DAT, marca a
      *     campanha como apurada e, se pedido, lanca os premios
      *     como ajuste de comissao (GV-AJUSTE.DAT, tipo "CMP") na
      *     competencia corrente, que o proximo fechamento dobra no
      *     historico. Campanha apurada so reimprime o resultado
      *     congelado.
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
           SELECT ARQ-CAMPANHA ASSIGN TO DISK WID-ARQ-CAMPANHA
             organization       is indexed
             access mode        is dynamic
             record key         is CMP-CD-CAMPANHA
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-CAMPRES ASSIGN TO DISK WID-ARQ-CAMPRES
             organization       is indexed
             access mode        is dynamic
             record key         is CRS-CHAVE-RESULTADO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-VENDADET ASSIGN TO DISK WID-ARQ-VENDADET
             organization       is indexed
             access mode        is dynamic
             record key         is VDD-CHAVE-VENDA-DET
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
           SELECT ARQ-PRODUTO ASSIGN TO DISK WID-ARQ-PRODUTO
             organization       is indexed
             access mode        is dynamic
             record key         is PRD-CD-PRODUTO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
             organization       is indexed
             access mode        is dynamic
             record key         is FOR-CHAVE-VENDEDOR
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-AJUSTE ASSIGN TO DISK WID-ARQ-AJUSTE
             organization       is indexed
             access mode        is dynamic
             record key         is AJU-CHAVE-AJUSTE
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-SORT ASSIGN TO DISK.
           SELECT ARQ-SORT-RANK ASSIGN TO DISK.
           SELECT ARQ-SPOOL-CAT ASSIGN TO DISK WID-ARQ-SPOOL-CAT
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT RELATO   ASSIGN TO DISK.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-CAMPANHA.CPY.
       COPY GV-CAMPRES.CPY.
       COPY GV-VENDADET.CPY.
       COPY GV-CADCLI.CPY.
       COPY GV-PRODUTO.CPY.
       COPY GV-CADVEN.CPY.
       COPY GV-AJUSTE.CPY.
      *
      * VENDAS ELEGIVEIS POR VENDEDOR E CLIENTE
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SOR-CD-EMPRESA         PIC 9(002).
           03 SOR-CD-VENDEDOR        PIC 9(007).
           03 SOR-CD-CLIENTE         PIC 9(007).
           03 SOR-VL-PONTOS          PIC S9(013)V9(002).
      *
      * PONTUACAO POR VENDEDOR, NA ORDEM DA CLASSIFICACAO
       SD  ARQ-SORT-RANK.
       01  REG-SORT-RANK.
           03 RNK-VL-PONTOS          PIC S9(013)V9(002).
           03 RNK-CD-EMPRESA         PIC 9(002).
           03 RNK-CD-VENDEDOR        PIC 9(007).
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
           03 WID-ARQ-CAMPANHA       PIC X(16) VALUE "GV-CAMPANHA.DAT".
           03 WID-ARQ-CAMPRES        PIC X(15) VALUE "GV-CAMPRES.DAT".
           03 WID-ARQ-VENDADET       PIC X(60) VALUE "GV-VENDADET.DAT".
           03 WID-ARQ-CLIENTE        PIC X(60) VALUE "GV-CLIENTE.DAT".
           03 WID-ARQ-PRODUTO        PIC X(15) VALUE "GV-PRODUTO.DAT".
           03 WID-ARQ-VENDEDOR       PIC X(60) VALUE "GV-VENDEDOR.DAT".
           03 WID-ARQ-AJUSTE         PIC X(15) VALUE "GV-AJUSTE.DAT".
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
           03 WS-RESPOSTA            PIC X(01).
              88 WS-SIM                        VALUE "S" "s".
           03 WS-FINAL-SORT          PIC X(01) VALUE SPACE.
              88 WS-FIM-SORT                   VALUE "F".
           03 WS-CD-CAMPANHA         PIC 9(004) VALUE ZEROS.
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-DT-REFERENCIA       PIC 9(008) VALUE ZEROS.
           03 WS-DT-LIMITE           PIC 9(008) VALUE ZEROS.
           03 WS-IN-APURACAO         PIC X(01) VALUE "N".
              88 WS-APURACAO-FINAL             VALUE "S" "s".
           03 WS-IN-LANCA-PREMIO     PIC X(01) VALUE "N".
              88 WS-LANCA-PREMIO               VALUE "S" "s".
           03 WS-IND-ARQ-PRODUTO     PIC X(01) VALUE "N".
              88 WS-ARQ-PRODUTO-OK             VALUE "S".
           03 WS-IND-ARQ-AJUSTE      PIC X(01) VALUE "N".
              88 WS-ARQ-AJUSTE-OK              VALUE "S".
           03 WS-IX-TAB              PIC 9(02) VALUE ZEROS.
      *
      * FILTROS DA CAMPANHA SOBRE O DETALHE
           03 WS-IND-TODAS-EMPRESAS  PIC X(01) VALUE "S".
              88 WS-TODAS-EMPRESAS             VALUE "S".
           03 WS-IND-TODAS-REGIOES   PIC X(01) VALUE "S".
              88 WS-TODAS-REGIOES              VALUE "S".
           03 WS-IND-TODAS-LINHAS    PIC X(01) VALUE "S".
              88 WS-TODAS-LINHAS               VALUE "S".
           03 WS-IND-CLIENTE-OK      PIC X(01) VALUE "N".
              88 WS-CLIENTE-ELEGIVEL           VALUE "S".
           03 WS-IND-EMPRESA-OK      PIC X(01) VALUE "N".
              88 WS-EMPRESA-ELEGIVEL           VALUE "S".
           03 WS-IND-REGIAO-OK       PIC X(01) VALUE "N".
              88 WS-REGIAO-ELEGIVEL            VALUE "S".
           03 WS-IND-LINHA-OK        PIC X(01) VALUE "N".
              88 WS-LINHA-ELEGIVEL             VALUE "S".
           03 WS-IND-VENDA-OK        PIC X(01) VALUE "N".
              88 WS-VENDA-ELEGIVEL             VALUE "S".
           03 WS-IND-PRIMEIRA        PIC X(01) VALUE "S".
              88 WS-AGUARDA-PRIMEIRA           VALUE "S".
           03 WS-IND-NOVO            PIC X(01) VALUE "N".
              88 WS-CLIENTE-NOVO               VALUE "S".
           03 WS-CD-EMPRESA-CLI-ANT  PIC 9(002) VALUE ZEROS.
           03 WS-CD-CLIENTE-ANT      PIC 9(007) VALUE ZEROS.
      *
      * ACUMULACAO POR VENDEDOR
           03 WS-IND-PRIMEIRO        PIC X(01) VALUE "S".
              88 WS-PRIMEIRO-REGISTRO          VALUE "S".
           03 WS-CD-EMPRESA-ANT      PIC 9(002) VALUE ZEROS.
           03 WS-CD-VENDEDOR-ANT     PIC 9(007) VALUE ZEROS.
           03 WS-CD-CLIENTE-VDR-ANT  PIC 9(007) VALUE ZEROS.
           03 WS-VL-PONTOS-VDR       PIC S9(013)V9(002) VALUE ZEROS.
           03 WS-IND-ESTOURO         PIC X(01) VALUE "N".
              88 WS-TABELA-ESTOURADA           VALUE "S".
      *
      * CLASSIFICACAO
           03 WS-NR-POSICAO          PIC 9(005) VALUE ZEROS.
           03 WS-VL-PREMIO           PIC 9(011)V9(002) VALUE ZEROS.
           03 WS-VL-TOTAL-PREMIOS    PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-NR-COMPETENCIA      PIC 9(006) VALUE ZEROS.
           03 WS-NR-SEQ-AJUSTE       PIC 9(003) VALUE ZEROS.
           03 WS-QT-PREMIADOS        PIC 9(005) VALUE ZEROS.
           03 WS-QT-ED               PIC ZZZZ9.
           03 WS-NR-LIN              PIC 9(03) VALUE 999.
           03 WS-NR-PAG              PIC 9(03) VALUE ZEROS.
      *
      * PONTUACAO DE CADA VENDEDOR COM VENDA ELEGIVEL
       01  WS-TAB-RANKING.
           03 WS-QT-RANKING          PIC 9(005) VALUE ZEROS.
           03 WS-IX-RK               PIC 9(005) VALUE ZEROS.
           03 WS-TB-RANKING                     OCCURS 3000 TIMES.
              05 WS-RK-CD-EMPRESA    PIC 9(002).
              05 WS-RK-CD-VENDEDOR   PIC 9(007).
              05 WS-RK-VL-PONTOS     PIC S9(013)V9(002).
      *
      * LAYOUT DO RELATORIO DE CLASSIFICACAO
       01  CAB-01.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(21) VALUE "RANKING DA CAMPANHA ".
           02 WL-CD-CAMPANHA    PIC 9(04) VALUE ZEROS.
           02 FILLER            PIC X(03) VALUE " - ".
           02 WL-DS-CAMPANHA    PIC X(40) VALUE SPACES.
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WL-TP-RESULTADO   PIC X(20) VALUE SPACES.
           02 FILLER            PIC X(13) VALUE SPACES.
           02 FILLER            PIC X(05) VALUE "Pag: ".
           02 WL-NR-PAGINA      PIC 9(03) VALUE ZEROS.
      *
       01  CAB-02.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(09) VALUE "Periodo: ".
           02 WL-DT-INICIO      PIC X(10) VALUE SPACES.
           02 FILLER            PIC X(03) VALUE " a ".
           02 WL-DT-FIM         PIC X(10) VALUE SPACES.
           02 FILLER            PIC X(16) VALUE "   Posicao em: ".
           02 WL-DT-POSICAO     PIC X(10) VALUE SPACES.
           02 FILLER            PIC X(12) VALUE "   Metrica: ".
           02 WL-DS-METRICA     PIC X(20) VALUE SPACES.
           02 FILLER            PIC X(21) VALUE SPACES.
      *
       01  CAB-03.
           03 FILLER    PIC X(05) VALUE SPACES.
           03 FILLER    PIC X(08) VALUE "POSICAO ".
           03 FILLER    PIC X(04) VALUE "EMP ".
           03 FILLER    PIC X(09) VALUE "VENDEDOR ".
           03 FILLER    PIC X(41) VALUE "NOME".
           03 FILLER    PIC X(20) VALUE "           PONTUACAO".
           03 FILLER    PIC X(16) VALUE "          PREMIO".
           03 FILLER    PIC X(13) VALUE "  AJUSTE".
      *
       01  CAB-04.
           03 FILLER PIC X(116) VALUE IS ALL '='.
      *
       01  LIN-01.
           03 FILLER          PIC X(05) VALUE SPACES.
           03 WL-POSICAO      PIC ZZZZ9.
           03 FILLER          PIC X(03) VALUE SPACES.
           03 WL-EMPRESA      PIC Z9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-VENDEDOR     PIC ZZZZZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-NM-VENDEDOR  PIC X(40).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VL-PONTOS    PIC ----.---.---.--9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VL-PREMIO    PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-AJUSTE       PIC X(10).
           03 FILLER          PIC X(02) VALUE SPACES.
      *
       01  LIN-02.
           03 FILLER          PIC X(05) VALUE SPACES.
           03 FILLER          PIC X(20) VALUE "TOTAL DE PREMIOS: ".
           03 WL-VL-TOTAL     PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(70) VALUE SPACES.
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
           03 LINE 12 COL 01 BLANK LINE.
           03 LINE 11 COL 01 BLANK LINE.
           03 LINE 10 COL 01 BLANK LINE.
           03 LINE 09 COL 01 BLANK LINE.
           03 LINE 08 COL 01 BLANK LINE.
           03 LINE 07 COL 01 BLANK LINE.
           03 LINE 06 COL 01 BLANK LINE.
           03 LINE 05 COL 01 BLANK LINE.
           03 LINE 04 COL 01 BLANK LINE.
           03 LINE 02 COL 25 VALUE "                                ".
      *
       01  SST-RANKING.
           03 LINE 02 COL 22 VALUE "Ranking de Campanha de Vendas".
           03 LINE 05 COL 07 VALUE "        Codigo da Campanha: ".
           03 LINE 05 COL 35 USING WS-CD-CAMPANHA.
           03 LINE 06 COL 07 VALUE "Data de Referencia (AAAAMMDD): ".
           03 LINE 06 COL 38 USING WS-DT-REFERENCIA.
           03 LINE 07 COL 07 VALUE "      Apuracao Final (S/N) ? ".
           03 LINE 07 COL 36 USING WS-IN-APURACAO.
      *
       01  SST-MOSTRA-CAMPANHA.
           03 LINE 05 COL 41 PIC X(040) FROM CMP-DS-CAMPANHA.
      *
       01  SST-LANCA-PREMIO.
           03 LINE 09 COL 07 VALUE
              "Lanca os Premios como Ajuste de Comissao (S/N) ? ".
           03 LINE 09 COL 56 USING WS-IN-LANCA-PREMIO.
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
           MOVE WS-DT-HOJE TO WS-DT-REFERENCIA.
           OPEN I-O ARQ-CAMPANHA.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Cadastro de Campanhas nao Encontrado."
                                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              OPEN INPUT ARQ-VENDADET
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 CLOSE ARQ-CAMPANHA
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Master de Detalhe de Vendas nao Encontrado."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 OPEN I-O ARQ-CAMPRES
                 IF WS-ESTADO-ARQUIVO EQUAL "35"
                    CLOSE ARQ-CAMPRES
                    OPEN OUTPUT ARQ-CAMPRES
                    CLOSE ARQ-CAMPRES
                    OPEN I-O ARQ-CAMPRES
                 END-IF
                 OPEN INPUT ARQ-CLIENTE
                 OPEN INPUT ARQ-VENDEDOR
                 OPEN INPUT ARQ-PRODUTO
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "S" TO WS-IND-ARQ-PRODUTO
                 ELSE
                    MOVE "N" TO WS-IND-ARQ-PRODUTO
                 END-IF
                 MOVE "00" TO WS-ESTADO-ARQUIVO
              END-IF
           END-IF.
       1-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
      * CAMPANHA APURADA SO REIMPRIME O RESULTADO CONGELADO; ABERTA
      * E CALCULADA NA DATA DE REFERENCIA
       2.
           IF NOT WS-FIM-ARQUIVO
              MOVE "N" TO WS-IN-APURACAO
              ACCEPT SST-RANKING
              MOVE WS-CD-CAMPANHA TO CMP-CD-CAMPANHA
              READ ARQ-CAMPANHA
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "00" TO WS-ESTADO-ARQUIVO
                 MOVE "Campanha nao Encontrada." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 DISPLAY SST-MOSTRA-CAMPANHA
                 PERFORM 99-PREPARA-CABECALHO
                 IF CMP-SIT-APURADA
                    PERFORM 24-IMPRIME-CONGELADO
                 ELSE
                    PERFORM 21-CRITICA-PARAMETROS
                    IF WS-MENSAGEM NOT EQUAL SPACES
                       PERFORM 99-MENSAGEM
                    ELSE
                       MOVE "S" TO WS-RESPOSTA
                       IF WS-APURACAO-FINAL
                          PERFORM 23-PREPARA-APURACAO
                       END-IF
                       IF WS-SIM
                          PERFORM 22-CALCULA-RANKING
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
       2-SAIDA.
           EXIT.
      *
       21-CRITICA-PARAMETROS SECTION.
      *---------------------
       21.
           MOVE SPACES TO WS-MENSAGEM.
           IF  WS-APURACAO-FINAL
           AND WS-DT-REFERENCIA LESS CMP-DT-FIM
              MOVE "Apuracao Final Somente apos o Fim da Campanha."
                                                      TO WS-MENSAGEM.
           IF WS-DT-REFERENCIA LESS CMP-DT-INICIO
              MOVE "Data de Referencia Anterior ao Inicio da Campanha."
                                                      TO WS-MENSAGEM.
       21-SAIDA.
           EXIT.
      *
       22-CALCULA-RANKING SECTION.
      *------------------
      * PRIMEIRO SORT PONTUA CADA VENDEDOR A PARTIR DO DETALHE; O
      * SEGUNDO ORDENA A PONTUACAO E IMPRIME A CLASSIFICACAO
       22.
           MOVE WS-DT-REFERENCIA TO WS-DT-LIMITE.
           IF WS-DT-LIMITE GREATER CMP-DT-FIM
              MOVE CMP-DT-FIM TO WS-DT-LIMITE.
           MOVE WS-DT-LIMITE(7:2) TO WL-DT-POSICAO(1:2).
           MOVE WS-DT-LIMITE(5:2) TO WL-DT-POSICAO(4:2).
           MOVE WS-DT-LIMITE(1:4) TO WL-DT-POSICAO(7:4).
           PERFORM 99-PREPARA-FILTROS.
           MOVE ZEROS TO WS-QT-RANKING.
           MOVE "S"   TO WS-IND-PRIMEIRO.
           SORT ARQ-SORT ON ASCENDING KEY SOR-CD-EMPRESA
                                          SOR-CD-VENDEDOR
                                          SOR-CD-CLIENTE
                INPUT  PROCEDURE IS 221-CARREGA-VENDAS
                OUTPUT PROCEDURE IS 222-PONTUA-VENDEDORES.
           IF WS-APURACAO-FINAL
              MOVE "RESULTADO FINAL" TO WL-TP-RESULTADO
           ELSE
              MOVE "POSICAO PARCIAL" TO WL-TP-RESULTADO.
           MOVE "RANKCAMP" TO WS-SPL-ID-RELATORIO.
           PERFORM 99-PREPARA-SPOOL.
           OPEN OUTPUT RELATO.
           MOVE ZEROS TO WS-NR-POSICAO
                         WS-VL-TOTAL-PREMIOS
                         WS-QT-PREMIADOS.
           SORT ARQ-SORT-RANK ON DESCENDING KEY RNK-VL-PONTOS
                                 ASCENDING  KEY RNK-CD-EMPRESA
                                                RNK-CD-VENDEDOR
                INPUT  PROCEDURE IS 223-LIBERA-PONTUACAO
                OUTPUT PROCEDURE IS 224-CLASSIFICA.
           PERFORM 99-IMPRIME-TOTAL.
           CLOSE RELATO.
           IF WS-APURACAO-FINAL
              PERFORM 225-ENCERRA-CAMPANHA
           ELSE
              MOVE "Ranking da Campanha Gerado no Spool."
                                                      TO WS-MENSAGEM.
           IF WS-TABELA-ESTOURADA
              MOVE "Limite de Vendedores Excedido - Ranking Incompleto."
                                                      TO WS-MENSAGEM.
           PERFORM 99-MENSAGEM.
       22-SAIDA.
           EXIT.
      *
       221-CARREGA-VENDAS SECTION.
       221.
           MOVE ZEROS TO VDD-CHAVE-VENDA-DET
                         WS-CD-EMPRESA-CLI-ANT
                         WS-CD-CLIENTE-ANT
                         WS-ESTADO-ARQUIVO.
           START ARQ-VENDADET KEY NOT LESS VDD-CHAVE-VENDA-DET.
           PERFORM 2211-CARREGA-UMA-VENDA
               UNTIL NOT WS-OPERACAO-BEM-SUCEDIDA.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       221-SAIDA.
           EXIT.
      *
       2211-CARREGA-UMA-VENDA SECTION.
      * O DETALHE VEM POR EMPRESA/CLIENTE/DATA: NA QUEBRA DE CLIENTE
      * CONFERE EMPRESA E REGIAO NO CADASTRO, E A PRIMEIRA VENDA DO
      * CLIENTE DIZ SE ELE E NOVO NO PERIODO DA CAMPANHA
       2211.
           READ ARQ-VENDADET NEXT.
           IF WS-OPERACAO-BEM-SUCEDIDA
              IF VDD-CD-EMPRESA NOT EQUAL WS-CD-EMPRESA-CLI-ANT
              OR VDD-CD-CLIENTE NOT EQUAL WS-CD-CLIENTE-ANT
                 MOVE VDD-CD-EMPRESA TO WS-CD-EMPRESA-CLI-ANT
                 MOVE VDD-CD-CLIENTE TO WS-CD-CLIENTE-ANT
                 MOVE "S" TO WS-IND-PRIMEIRA
                 MOVE "N" TO WS-IND-NOVO
                 PERFORM 99-CONFERE-CLIENTE
              END-IF
              IF  VDD-MOV-VENDA
              AND WS-AGUARDA-PRIMEIRA
                 MOVE "N" TO WS-IND-PRIMEIRA
                 IF  VDD-DT-VENDA NOT LESS    CMP-DT-INICIO
                 AND VDD-DT-VENDA NOT GREATER WS-DT-LIMITE
                    MOVE "S" TO WS-IND-NOVO
                 END-IF
              END-IF
              PERFORM 99-CONFERE-VENDA
              IF WS-VENDA-ELEGIVEL
                 MOVE VDD-CD-EMPRESA  TO SOR-CD-EMPRESA
                 MOVE VDD-CD-VENDEDOR TO SOR-CD-VENDEDOR
                 MOVE VDD-CD-CLIENTE  TO SOR-CD-CLIENTE
                 MOVE ZEROS           TO SOR-VL-PONTOS
                 IF CMP-MET-VOLUME
                    IF VDD-MOV-ESTORNO
                       COMPUTE SOR-VL-PONTOS = 0 - VDD-VL-VENDA
                    ELSE
                       MOVE VDD-VL-VENDA TO SOR-VL-PONTOS
                    END-IF
                 END-IF
                 RELEASE REG-SORT
              END-IF
           END-IF.
       2211-SAIDA.
           EXIT.
      *
       222-PONTUA-VENDEDORES SECTION.
       222.
           MOVE SPACE TO WS-FINAL-SORT.
           PERFORM 2221-ACUMULA-UMA-VENDA
               UNTIL WS-FIM-SORT.
           IF NOT WS-PRIMEIRO-REGISTRO
              PERFORM 99-GUARDA-PONTUACAO.
       222-SAIDA.
           EXIT.
      *
       2221-ACUMULA-UMA-VENDA SECTION.
      * VOLUME SOMA O VALOR; NAS METRICAS DE CLIENTES CADA CLIENTE
      * DISTINTO DO VENDEDOR VALE UM PONTO
       2221.
           PERFORM 99-LEITURA-SORT.
           IF NOT WS-FIM-SORT
              IF WS-PRIMEIRO-REGISTRO
              OR SOR-CD-EMPRESA  NOT EQUAL WS-CD-EMPRESA-ANT
              OR SOR-CD-VENDEDOR NOT EQUAL WS-CD-VENDEDOR-ANT
                 IF NOT WS-PRIMEIRO-REGISTRO
                    PERFORM 99-GUARDA-PONTUACAO
                 END-IF
                 MOVE SOR-CD-EMPRESA  TO WS-CD-EMPRESA-ANT
                 MOVE SOR-CD-VENDEDOR TO WS-CD-VENDEDOR-ANT
                 MOVE ZEROS TO WS-VL-PONTOS-VDR
                               WS-CD-CLIENTE-VDR-ANT
              END-IF
              MOVE "N" TO WS-IND-PRIMEIRO
              IF CMP-MET-VOLUME
                 ADD SOR-VL-PONTOS TO WS-VL-PONTOS-VDR
              ELSE
                 IF SOR-CD-CLIENTE NOT EQUAL WS-CD-CLIENTE-VDR-ANT
                    ADD 1 TO WS-VL-PONTOS-VDR
                    MOVE SOR-CD-CLIENTE TO WS-CD-CLIENTE-VDR-ANT
                 END-IF
              END-IF
           END-IF.
       2221-SAIDA.
           EXIT.
      *
       223-LIBERA-PONTUACAO SECTION.
       223.
           PERFORM 2231-LIBERA-UM-VENDEDOR
               VARYING WS-IX-RK FROM 1 BY 1
               UNTIL WS-IX-RK GREATER WS-QT-RANKING.
       223-SAIDA.
           EXIT.
      *
       2231-LIBERA-UM-VENDEDOR SECTION.
      * SO ENTRA NA CLASSIFICACAO QUEM PONTUOU
       2231.
           IF WS-RK-VL-PONTOS(WS-IX-RK) GREATER ZEROS
              MOVE WS-RK-VL-PONTOS(WS-IX-RK)   TO RNK-VL-PONTOS
              MOVE WS-RK-CD-EMPRESA(WS-IX-RK)  TO RNK-CD-EMPRESA
              MOVE WS-RK-CD-VENDEDOR(WS-IX-RK) TO RNK-CD-VENDEDOR
              RELEASE REG-SORT-RANK.
       2231-SAIDA.
           EXIT.
      *
       224-CLASSIFICA SECTION.
       224.
           MOVE SPACE TO WS-FINAL-SORT.
           PERFORM 2241-CLASSIFICA-UM-VENDEDOR
               UNTIL WS-FIM-SORT.
       224-SAIDA.
           EXIT.
      *
       2241-CLASSIFICA-UM-VENDEDOR SECTION.
      * POSICAO, PREMIO DA FAIXA E, NA APURACAO FINAL, O RESULTADO
      * CONGELADO E O AJUSTE DO PREMIO
       2241.
           PERFORM 99-LEITURA-SORT-RANK.
           IF NOT WS-FIM-SORT
              ADD 1 TO WS-NR-POSICAO
              PERFORM 99-PREMIO-DA-POSICAO
              ADD WS-VL-PREMIO TO WS-VL-TOTAL-PREMIOS
              MOVE ZEROS TO WS-NR-SEQ-AJUSTE
              IF  WS-APURACAO-FINAL
              AND WS-ARQ-AJUSTE-OK
              AND WS-VL-PREMIO GREATER ZEROS
                 PERFORM 22411-GERA-AJUSTE
              END-IF
              MOVE CMP-CD-CAMPANHA  TO CRS-CD-CAMPANHA
              MOVE WS-NR-POSICAO    TO CRS-NR-POSICAO
              MOVE RNK-CD-EMPRESA   TO CRS-CD-EMPRESA
              MOVE RNK-CD-VENDEDOR  TO CRS-CD-VENDEDOR
              MOVE RNK-VL-PONTOS    TO CRS-VL-PONTUACAO
              MOVE WS-VL-PREMIO     TO CRS-VL-PREMIO
              MOVE ZEROS            TO CRS-NR-COMPETENCIA-AJU
              IF WS-NR-SEQ-AJUSTE GREATER ZEROS
                 MOVE WS-NR-COMPETENCIA TO CRS-NR-COMPETENCIA-AJU
              END-IF
              MOVE WS-NR-SEQ-AJUSTE TO CRS-NR-SEQ-AJUSTE
              IF WS-APURACAO-FINAL
                 WRITE CRS-REGISTRO-RESULTADO
                 IF NOT WS-OPERACAO-BEM-SUCEDIDA
                    REWRITE CRS-REGISTRO-RESULTADO
                 END-IF
                 MOVE "00" TO WS-ESTADO-ARQUIVO
              END-IF
              PERFORM 99-IMPRIME-RESULTADO
           END-IF.
       2241-SAIDA.
           EXIT.
      *
       22411-GERA-AJUSTE SECTION.
      * CREDITO DO PREMIO NA COMPETENCIA CORRENTE, NA PROXIMA
      * SEQUENCIA LIVRE DO VENDEDOR EM GV-AJUSTE.DAT (LEITURA
      * REVERSA, COMO EM GV-CADAJUSTE)
       22411.
           MOVE 1 TO WS-NR-SEQ-AJUSTE.
           MOVE RNK-CD-EMPRESA    TO AJU-CD-EMPRESA.
           MOVE RNK-CD-VENDEDOR   TO AJU-CD-VENDEDOR.
           MOVE WS-NR-COMPETENCIA TO AJU-NR-COMPETENCIA.
           MOVE 999               TO AJU-NR-SEQUENCIA.
           START ARQ-AJUSTE KEY NOT GREATER AJU-CHAVE-AJUSTE.
           IF WS-OPERACAO-BEM-SUCEDIDA
              READ ARQ-AJUSTE PREVIOUS
              IF  WS-OPERACAO-BEM-SUCEDIDA
              AND AJU-CD-EMPRESA     EQUAL RNK-CD-EMPRESA
              AND AJU-CD-VENDEDOR    EQUAL RNK-CD-VENDEDOR
              AND AJU-NR-COMPETENCIA EQUAL WS-NR-COMPETENCIA
                 COMPUTE WS-NR-SEQ-AJUSTE = AJU-NR-SEQUENCIA + 1
              END-IF
           END-IF.
           MOVE RNK-CD-EMPRESA    TO AJU-CD-EMPRESA.
           MOVE RNK-CD-VENDEDOR   TO AJU-CD-VENDEDOR.
           MOVE WS-NR-COMPETENCIA TO AJU-NR-COMPETENCIA.
           MOVE WS-NR-SEQ-AJUSTE  TO AJU-NR-SEQUENCIA.
           MOVE "CMP"             TO AJU-TP-AJUSTE.
           MOVE "C"               TO AJU-IN-SINAL.
           MOVE WS-VL-PREMIO      TO AJU-VL-AJUSTE.
           MOVE SPACES            TO AJU-DS-NOTA.
           STRING "PREMIO CAMPANHA " CMP-CD-CAMPANHA
                  " - POSICAO " WS-NR-POSICAO
                  DELIMITED BY SIZE INTO AJU-DS-NOTA.
           MOVE LK-CD-USUARIO     TO AJU-CD-USUARIO.
           MOVE WS-DT-HOJE        TO AJU-DT-INCLUSAO.
           MOVE "N"               TO AJU-IN-PROCESSADO.
           MOVE "00"              TO WS-ESTADO-ARQUIVO.
           WRITE AJU-REGISTRO-AJUSTE.
           IF WS-OPERACAO-BEM-SUCEDIDA
              ADD 1 TO WS-QT-PREMIADOS
           ELSE
              MOVE ZEROS TO WS-NR-SEQ-AJUSTE.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       22411-SAIDA.
           EXIT.
      *
       225-ENCERRA-CAMPANHA SECTION.
      * A CAMPANHA APURADA FICA CONGELADA: NAO SE ALTERA NEM SE
      * RECALCULA MAIS
       225.
           MOVE "F"           TO CMP-SITUACAO.
           MOVE WS-DT-HOJE    TO CMP-DT-APURACAO.
           MOVE LK-CD-USUARIO TO CMP-CD-USUARIO-APURACAO.
           IF WS-ARQ-AJUSTE-OK
              MOVE "S" TO CMP-IN-PREMIO-LANCADO
           ELSE
              MOVE "N" TO CMP-IN-PREMIO-LANCADO.
           REWRITE CMP-REGISTRO-CAMPANHA.
           IF WS-ARQ-AJUSTE-OK
              MOVE WS-QT-PREMIADOS TO WS-QT-ED
              MOVE SPACES TO WS-MENSAGEM
              STRING "Campanha Apurada - " WS-QT-ED
                     " Premio(s) Lancado(s) para o Fechamento."
                     DELIMITED BY SIZE INTO WS-MENSAGEM
           ELSE
              MOVE "Campanha Apurada - Resultado Congelado no Spool."
                                                      TO WS-MENSAGEM.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       225-SAIDA.
           EXIT.
      *
       23-PREPARA-APURACAO SECTION.
      *-------------------
      * CONFIRMA A APURACAO FINAL E, SE OS PREMIOS VAO PARA A
      * COMISSAO, ABRE O ARQUIVO DE AJUSTES
       23.
           MOVE "N" TO WS-IN-LANCA-PREMIO.
           ACCEPT SST-LANCA-PREMIO.
           MOVE "Confirma a Apuracao Final da Campanha (S/N) ?"
                                                      TO WS-MENSAGEM.
           PERFORM 99-MENSAGEM.
           IF WS-SIM
           AND WS-LANCA-PREMIO
              MOVE WS-DT-HOJE(1:6) TO WS-NR-COMPETENCIA
              OPEN I-O ARQ-AJUSTE
              IF WS-ESTADO-ARQUIVO EQUAL "35"
                 CLOSE ARQ-AJUSTE
                 OPEN OUTPUT ARQ-AJUSTE
                 CLOSE ARQ-AJUSTE
                 OPEN I-O ARQ-AJUSTE
              END-IF
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "S" TO WS-IND-ARQ-AJUSTE
              ELSE
                 MOVE "23-PREPARA-APURACAO" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-AJUSTE TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "N" TO WS-RESPOSTA
                 MOVE "Arquivo de Ajustes Indisponivel - Nada Apurado."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              END-IF
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       23-SAIDA.
           EXIT.
      *
       24-IMPRIME-CONGELADO SECTION.
      *--------------------
      * REIMPRIME A CLASSIFICACAO GRAVADA NA APURACAO FINAL
       24.
           MOVE "RESULTADO FINAL" TO WL-TP-RESULTADO.
           MOVE CMP-DT-APURACAO(7:2) TO WL-DT-POSICAO(1:2).
           MOVE CMP-DT-APURACAO(5:2) TO WL-DT-POSICAO(4:2).
           MOVE CMP-DT-APURACAO(1:4) TO WL-DT-POSICAO(7:4).
           MOVE "RANKCAMP" TO WS-SPL-ID-RELATORIO.
           PERFORM 99-PREPARA-SPOOL.
           OPEN OUTPUT RELATO.
           MOVE ZEROS TO WS-VL-TOTAL-PREMIOS.
           MOVE CMP-CD-CAMPANHA TO CRS-CD-CAMPANHA.
           MOVE ZEROS           TO CRS-NR-POSICAO
                                   WS-ESTADO-ARQUIVO.
           START ARQ-CAMPRES KEY NOT LESS CRS-CHAVE-RESULTADO.
           PERFORM 241-IMPRIME-UM-RESULTADO
               UNTIL NOT WS-OPERACAO-BEM-SUCEDIDA.
           PERFORM 99-IMPRIME-TOTAL.
           CLOSE RELATO.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
           MOVE "Campanha ja Apurada - Resultado Congelado no Spool."
                                                      TO WS-MENSAGEM.
           PERFORM 99-MENSAGEM.
       24-SAIDA.
           EXIT.
      *
       241-IMPRIME-UM-RESULTADO SECTION.
       241.
           READ ARQ-CAMPRES NEXT.
           IF WS-OPERACAO-BEM-SUCEDIDA
              IF CRS-CD-CAMPANHA NOT EQUAL CMP-CD-CAMPANHA
                 MOVE "10" TO WS-ESTADO-ARQUIVO
              ELSE
                 MOVE CRS-NR-POSICAO         TO WS-NR-POSICAO
                 MOVE CRS-VL-PREMIO          TO WS-VL-PREMIO
                 MOVE CRS-NR-COMPETENCIA-AJU TO WS-NR-COMPETENCIA
                 MOVE CRS-NR-SEQ-AJUSTE      TO WS-NR-SEQ-AJUSTE
                 ADD CRS-VL-PREMIO TO WS-VL-TOTAL-PREMIOS
                 PERFORM 99-IMPRIME-RESULTADO
              END-IF
           END-IF.
       241-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           IF NOT WS-FIM-ARQUIVO
              CLOSE ARQ-CAMPANHA
                    ARQ-CAMPRES
                    ARQ-VENDADET
                    ARQ-CLIENTE
                    ARQ-VENDEDOR
              IF WS-ARQ-PRODUTO-OK
                 CLOSE ARQ-PRODUTO
              END-IF
              IF WS-ARQ-AJUSTE-OK
                 CLOSE ARQ-AJUSTE
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
       99-LEITURA-SORT-RANK.
           RETURN ARQ-SORT-RANK
               AT END
                  MOVE "F" TO WS-FINAL-SORT.
      *
      * TABELAS DA CAMPANHA TODAS EM BRANCO VALEM PARA TODAS
       99-PREPARA-FILTROS.
           MOVE "S" TO WS-IND-TODAS-EMPRESAS
                       WS-IND-TODAS-REGIOES
                       WS-IND-TODAS-LINHAS
           PERFORM 99-VERIFICA-FILTROS
               VARYING WS-IX-TAB FROM 1 BY 1
               UNTIL WS-IX-TAB GREATER 10.
      *
       99-VERIFICA-FILTROS.
           IF WS-IX-TAB NOT GREATER 5
              IF CMP-TB-EMPRESA(WS-IX-TAB) GREATER ZEROS
                 MOVE "N" TO WS-IND-TODAS-EMPRESAS
              END-IF
              IF CMP-TB-LINHA(WS-IX-TAB) NOT EQUAL SPACES
                 MOVE "N" TO WS-IND-TODAS-LINHAS
              END-IF
           END-IF
           IF CMP-TB-REGIAO(WS-IX-TAB) GREATER ZEROS
              MOVE "N" TO WS-IND-TODAS-REGIOES
           END-IF.
      *
      * CLIENTE PARTICIPA QUANDO A EMPRESA E A REGIAO DO CADASTRO
      * ESTAO NA CAMPANHA; CLIENTE FORA DO CADASTRO NAO PARTICIPA
       99-CONFERE-CLIENTE.
           MOVE "N" TO WS-IND-CLIENTE-OK
           MOVE VDD-CD-EMPRESA TO CLI-CD-EMPRESA
           MOVE VDD-CD-CLIENTE TO CLI-CD-CLIENTE
           READ ARQ-CLIENTE
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE WS-IND-TODAS-EMPRESAS TO WS-IND-EMPRESA-OK
              MOVE WS-IND-TODAS-REGIOES  TO WS-IND-REGIAO-OK
              PERFORM 99-CONFERE-EMPRESA-REGIAO
                  VARYING WS-IX-TAB FROM 1 BY 1
                  UNTIL WS-IX-TAB GREATER 10
              IF  WS-EMPRESA-ELEGIVEL
              AND WS-REGIAO-ELEGIVEL
                 MOVE "S" TO WS-IND-CLIENTE-OK
              END-IF
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
       99-CONFERE-EMPRESA-REGIAO.
           IF  WS-IX-TAB NOT GREATER 5
           AND CMP-TB-EMPRESA(WS-IX-TAB) EQUAL CLI-CD-EMPRESA
              MOVE "S" TO WS-IND-EMPRESA-OK
           END-IF
           IF  CMP-TB-REGIAO(WS-IX-TAB) GREATER ZEROS
           AND CMP-TB-REGIAO(WS-IX-TAB) EQUAL CLI-CD-REGIAO
              MOVE "S" TO WS-IND-REGIAO-OK
           END-IF.
      *
      * VENDA CONTA QUANDO O CLIENTE PARTICIPA, A DATA ESTA NO
      * PERIODO (ATE A REFERENCIA) E A LINHA E ELEGIVEL; ESTORNO SO
      * CONTA NO VOLUME E QUANDO CANCELA VENDA DO PROPRIO PERIODO;
      * EM CLIENTES NOVOS SO CONTA O CLIENTE NOVO
       99-CONFERE-VENDA.
           MOVE WS-IND-CLIENTE-OK TO WS-IND-VENDA-OK
           IF VDD-DT-VENDA LESS    CMP-DT-INICIO
           OR VDD-DT-VENDA GREATER WS-DT-LIMITE
              MOVE "N" TO WS-IND-VENDA-OK
           END-IF
           IF  VDD-MOV-ESTORNO
           AND (NOT CMP-MET-VOLUME
           OR   VDD-DT-ORIGINAL LESS CMP-DT-INICIO)
              MOVE "N" TO WS-IND-VENDA-OK
           END-IF
           IF  CMP-MET-NOVOS
           AND NOT WS-CLIENTE-NOVO
              MOVE "N" TO WS-IND-VENDA-OK
           END-IF
           IF WS-VENDA-ELEGIVEL
              PERFORM 99-CONFERE-LINHA
              MOVE WS-IND-LINHA-OK TO WS-IND-VENDA-OK
           END-IF.
      *
      * LINHA DO PRODUTO DA VENDA ENTRE AS ELEGIVEIS; PRODUTO ZERO
      * OU FORA DO CADASTRO SO CONTA EM CAMPANHA SEM FILTRO DE LINHA
       99-CONFERE-LINHA.
           MOVE WS-IND-TODAS-LINHAS TO WS-IND-LINHA-OK
           IF  NOT WS-TODAS-LINHAS
           AND WS-ARQ-PRODUTO-OK
           AND VDD-CD-PRODUTO GREATER ZEROS
              MOVE VDD-CD-PRODUTO TO PRD-CD-PRODUTO
              READ ARQ-PRODUTO
              IF WS-OPERACAO-BEM-SUCEDIDA
                 PERFORM 99-CONFERE-UMA-LINHA
                     VARYING WS-IX-TAB FROM 1 BY 1
                     UNTIL WS-IX-TAB GREATER 5
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
      *
       99-CONFERE-UMA-LINHA.
           IF  CMP-TB-LINHA(WS-IX-TAB) NOT EQUAL SPACES
           AND CMP-TB-LINHA(WS-IX-TAB) EQUAL PRD-CD-LINHA
              MOVE "S" TO WS-IND-LINHA-OK
           END-IF.
      *
       99-GUARDA-PONTUACAO.
           IF WS-QT-RANKING LESS 3000
              ADD 1 TO WS-QT-RANKING
              MOVE WS-CD-EMPRESA-ANT
                               TO WS-RK-CD-EMPRESA(WS-QT-RANKING)
              MOVE WS-CD-VENDEDOR-ANT
                               TO WS-RK-CD-VENDEDOR(WS-QT-RANKING)
              MOVE WS-VL-PONTOS-VDR
                               TO WS-RK-VL-PONTOS(WS-QT-RANKING)
           ELSE
              MOVE "S" TO WS-IND-ESTOURO
           END-IF.
      *
      * PRIMEIRA FAIXA CUJA POSICAO LIMITE ALCANCA A POSICAO DO
      * VENDEDOR; ALEM DA ULTIMA FAIXA NAO HA PREMIO
       99-PREMIO-DA-POSICAO.
           MOVE ZEROS TO WS-VL-PREMIO
           PERFORM 99-CONFERE-FAIXA
               VARYING WS-IX-TAB FROM 5 BY -1
               UNTIL WS-IX-TAB LESS 1.
      *
       99-CONFERE-FAIXA.
           IF  CMP-NR-POSICAO-ATE(WS-IX-TAB) GREATER ZEROS
           AND CMP-NR-POSICAO-ATE(WS-IX-TAB) NOT LESS WS-NR-POSICAO
              MOVE CMP-VL-PREMIO(WS-IX-TAB) TO WS-VL-PREMIO
           END-IF.
      *
      * LINHA DA CLASSIFICACAO A PARTIR DO REGISTRO DE RESULTADO
      * (CALCULADO AGORA OU CONGELADO NA APURACAO); O AJUSTE SAI
      * COMO COMPETENCIA-SEQUENCIA
       99-IMPRIME-RESULTADO.
           MOVE WS-NR-POSICAO    TO WL-POSICAO
           MOVE CRS-CD-EMPRESA   TO WL-EMPRESA
           MOVE CRS-CD-VENDEDOR  TO WL-VENDEDOR
           MOVE CRS-VL-PONTUACAO TO WL-VL-PONTOS
           MOVE WS-VL-PREMIO     TO WL-VL-PREMIO
           MOVE SPACES TO WL-AJUSTE
           IF WS-NR-SEQ-AJUSTE GREATER ZEROS
              STRING WS-NR-COMPETENCIA "-" WS-NR-SEQ-AJUSTE
                     DELIMITED BY SIZE INTO WL-AJUSTE
           END-IF
           MOVE SPACES TO WL-NM-VENDEDOR
           MOVE CRS-CD-EMPRESA  TO FOR-CD-EMPRESA
           MOVE CRS-CD-VENDEDOR TO FOR-CD-VENDEDOR
           READ ARQ-VENDEDOR
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE FOR-NM-VENDEDOR TO WL-NM-VENDEDOR
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO
           PERFORM 99-IMPRIME-LINHA.
      *
       99-IMPRIME-TOTAL.
           MOVE WS-VL-TOTAL-PREMIOS TO WL-VL-TOTAL
           WRITE LINHA FROM CAB-04 BEFORE ADVANCING 1
           WRITE LINHA FROM LIN-02 BEFORE ADVANCING 1.
      *
       99-PREPARA-CABECALHO.
           MOVE CMP-CD-CAMPANHA TO WL-CD-CAMPANHA
           MOVE CMP-DS-CAMPANHA TO WL-DS-CAMPANHA
           MOVE SPACES TO WL-DT-INICIO
                          WL-DT-FIM
                          WL-DT-POSICAO
           STRING CMP-DT-INICIO(7:2) "/" CMP-DT-INICIO(5:2) "/"
                  CMP-DT-INICIO(1:4)
                  DELIMITED BY SIZE INTO WL-DT-INICIO
           STRING CMP-DT-FIM(7:2) "/" CMP-DT-FIM(5:2) "/"
                  CMP-DT-FIM(1:4)
                  DELIMITED BY SIZE INTO WL-DT-FIM
           MOVE "/" TO WL-DT-POSICAO(3:1)
                       WL-DT-POSICAO(6:1)
           IF CMP-MET-VOLUME
              MOVE "VOLUME VENDIDO"      TO WL-DS-METRICA
           END-IF
           IF CMP-MET-COMPRADORES
              MOVE "CLIENTES COMPRADORES" TO WL-DS-METRICA
           END-IF
           IF CMP-MET-NOVOS
              MOVE "CLIENTES NOVOS"      TO WL-DS-METRICA
           END-IF.
      *
       99-IMPRIME-LINHA.
           ADD 1 TO WS-NR-LIN
           IF WS-NR-LIN > 66
              ADD 1 TO WS-NR-PAG
              IF WS-NR-PAG > 1
                 MOVE SPACES TO LINHA
                 WRITE LINHA FROM CAB-04 BEFORE ADVANCING PAGE
              END-IF
              MOVE WS-NR-PAG TO WL-NR-PAGINA
              WRITE LINHA FROM CAB-01 BEFORE ADVANCING 1
              WRITE LINHA FROM CAB-02 BEFORE ADVANCING 1
              WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1
              WRITE LINHA FROM CAB-04 BEFORE ADVANCING 1
              MOVE 5 TO WS-NR-LIN
           END-IF
           WRITE LINHA FROM LIN-01 BEFORE ADVANCING 1.
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
           MOVE "GV-RANKCAMP" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
