000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-RELTARDIO.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Relatorio de Lancamentos em Competencia Fechada
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Le o log GV-LANCTARDIO.LOG (GV-LANCTARD.CPY), gravado
      *     pelas entradas de venda (GV-CADVENDA, GV-CARGAVDET,
      *     GV-CARGAVENDA e GV-APROVA) sempre que uma venda chega
      *     datada dentro de competencia ja fechada no historico de
      *     comissao, e lista no spool o que foi recusado e o que foi
      *     redatado para a competencia aberta como venda tardia -
      *     com a data original, a data do lancamento e quem lancou.
      *     Ordena por empresa, usuario e data/hora, com subtotal por
      *     usuario e totais de recusadas e tardias no fim.
      *     Filtra por faixa de datas do lancamento, empresa e acao.
      *     Em modo lote (agendador) lista o mes anterior inteiro da
      *     empresa da rodada (zero = todas).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-LANCTARDIO ASSIGN TO DISK WID-ARQ-LANCTARDIO
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-SORT ASSIGN TO DISK.
           SELECT ARQ-SPOOL-CAT ASSIGN TO DISK WID-ARQ-SPOOL-CAT
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT RELATO   ASSIGN TO DISK.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-LANCTARD.CPY.
      *
      * MESMO LAYOUT DO LOG, ORDENADO POR EMPRESA/USUARIO/DATA/HORA
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SOR-DATA               PIC 9(008).
           03 SOR-HORA               PIC 9(008).
           03 SOR-CD-USUARIO         PIC X(008).
           03 SOR-NM-PROGRAMA        PIC X(015).
           03 SOR-TP-ACAO            PIC X(001).
              88 SOR-ACAO-RECUSADA             VALUE "R".
              88 SOR-ACAO-REDATADA             VALUE "D".
           03 SOR-CD-EMPRESA         PIC 9(002).
           03 SOR-CD-CLIENTE         PIC 9(007).
           03 SOR-NR-DOCUMENTO       PIC 9(009).
           03 SOR-CD-VENDEDOR        PIC 9(007).
           03 SOR-VL-VENDA           PIC 9(013)V9(002).
           03 SOR-DT-ORIGINAL        PIC 9(008).
           03 SOR-NR-COMP-FECHADA    PIC 9(006).
           03 SOR-DT-LANCAMENTO      PIC 9(008).
      *
       COPY GV-SPOOLFD.CPY.
      *
       FD  RELATO
           VALUE OF FILE-ID IS WS01-ARQUIVO
           LABEL RECORD IS  OMITTED.
       01  LINHA                       PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-LANCTARDIO     PIC X(60) VALUE
                                      "GV-LANCTARDIO.LOG".
           03 WS01-ARQUIVO           PIC X(60) VALUE "IMPRESSAO.IMP".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-MENSAGEM            PIC X(68).
           03 WS-FINAL-ARQUIVO       PIC X(01) VALUE SPACE.
              88 WS-FIM-ARQUIVO                VALUE "F".
           03 WS-FINAL-LEITURA       PIC X(01) VALUE SPACE.
              88 WS-FIM-LEITURA                VALUE "F".
           03 WS-FINAL-SORT          PIC X(01) VALUE SPACE.
              88 WS-FIM-SORT                   VALUE "F".
           03 WS-IND-ARQ-LANCTARDIO  PIC X(01) VALUE "N".
              88 WS-ARQ-LANCTARDIO-OK          VALUE "S".
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-NR-COMPETENCIA      PIC 9(006) VALUE ZEROS.
           03 WS-DT-INICIAL          PIC 9(008) VALUE ZEROS.
           03 WS-DT-FINAL            PIC 9(008) VALUE ZEROS.
           03 WS-CD-EMPRESA-FILTRO   PIC 9(002) VALUE ZEROS.
      * R = SO RECUSADAS, D = SO TARDIAS, BRANCO = TODAS
           03 WS-TP-ACAO-FILTRO      PIC X(01) VALUE SPACE.
              88 WS-TP-ACAO-FILTRO-OK          VALUE "R" "D" " ".
           03 WS-NR-LIN              PIC 9(02) VALUE 99.
           03 WS-NR-PAG              PIC 9(03) VALUE ZEROS.
           03 WS-HR-LANCTO           PIC 9(006) VALUE ZEROS.
           03 WS-DT-ED               PIC 9999/99/99.
      *
      * QUEBRA POR EMPRESA/USUARIO
           03 WS-IND-QUEBRA          PIC X(01) VALUE "N".
              88 WS-HA-QUEBRA-ABERTA           VALUE "S".
           03 WS-CD-EMPRESA-QUEBRA   PIC 9(002) VALUE ZEROS.
           03 WS-CD-USUARIO-QUEBRA   PIC X(008) VALUE SPACES.
      *
       01  WS-TOTAIS.
           03 WS-QT-REC-USUARIO      PIC 9(07) VALUE ZEROS.
           03 WS-VL-REC-USUARIO      PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-QT-TAR-USUARIO      PIC 9(07) VALUE ZEROS.
           03 WS-VL-TAR-USUARIO      PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-QT-RECUSADAS        PIC 9(07) VALUE ZEROS.
           03 WS-VL-RECUSADAS        PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-QT-TARDIAS          PIC 9(07) VALUE ZEROS.
           03 WS-VL-TARDIAS          PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-QT-ED               PIC ZZZZZZ9.
           03 WS-QT-ED2              PIC ZZZZZZ9.
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-LINKAGE.
      *
      * LAYOUT DO RELATORIO DE LANCAMENTOS TARDIOS
       01  CAB-01.
           02 FILLER            PIC X(20) VALUE SPACES.
           02 FILLER            PIC X(48) VALUE
                  "LANCAMENTOS EM COMPETENCIA FECHADA".
           02 FILLER            PIC X(09) VALUE "Periodo: ".
           02 WL-DT-INICIAL     PIC 9999/99/99.
           02 FILLER            PIC X(03) VALUE " a ".
           02 WL-DT-FINAL       PIC 9999/99/99.
           02 FILLER            PIC X(10) VALUE "  Empresa:".
           02 WL-EMPRESA-FILTRO PIC X(06).
           02 FILLER            PIC X(08) VALUE SPACES.
           02 FILLER            PIC X(05) VALUE "Pag: ".
           02 WL-NR-PAGINA      PIC 9(03).
      *
       01  CAB-02.
           03 FILLER    PIC X(01) VALUE SPACES.
           03 FILLER    PIC X(11) VALUE "DATA".
           03 FILLER    PIC X(09) VALUE "HORA".
           03 FILLER    PIC X(09) VALUE "USUARIO".
           03 FILLER    PIC X(16) VALUE "PROGRAMA".
           03 FILLER    PIC X(09) VALUE "ACAO".
           03 FILLER    PIC X(03) VALUE "EMP".
           03 FILLER    PIC X(08) VALUE "CLIENTE".
           03 FILLER    PIC X(10) VALUE "DOCUMENTO".
           03 FILLER    PIC X(08) VALUE "VENDED.".
           03 FILLER    PIC X(18) VALUE "            VALOR".
           03 FILLER    PIC X(11) VALUE "DT.ORIGINAL".
           03 FILLER    PIC X(08) VALUE "COMP.".
           03 FILLER    PIC X(10) VALUE "LANCADA EM".
      *
       01  CAB-03.
           03 FILLER PIC X(132) VALUE IS ALL '='.
      *
       01  LIN-01.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-DATA         PIC 9999/99/99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-HORA         PIC 99.99.99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-CD-USUARIO   PIC X(08).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-NM-PROGRAMA  PIC X(15).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-DS-ACAO      PIC X(08).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-CD-EMPRESA   PIC Z9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-CD-CLIENTE   PIC ZZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-NR-DOCUMENTO PIC ZZZZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-CD-VENDEDOR  PIC ZZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VL-VENDA     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-DT-ORIGINAL  PIC 9999/99/99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-NR-COMP-FECHADA PIC 9999/99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-DT-LANCAMENTO PIC X(10).
      *
       01  LIN-02.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-DS-TOTAL     PIC X(40).
           03 FILLER          PIC X(12) VALUE "Recusadas: ".
           03 WL-QT-RECUSADAS PIC Z.ZZZ.ZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VL-RECUSADAS PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(12) VALUE "   Tardias: ".
           03 WL-QT-TARDIAS   PIC Z.ZZZ.ZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VL-TARDIAS   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       SCREEN SECTION.
      *
       01  SST-LIMPA-TELA.
           03 LINE 22 COL 10 BLANK LINE.
           03 LINE 09 COL 01 BLANK LINE.
           03 LINE 08 COL 01 BLANK LINE.
           03 LINE 07 COL 01 BLANK LINE.
           03 LINE 06 COL 01 BLANK LINE.
           03 LINE 05 COL 01 BLANK LINE.
           03 LINE 02 COL 20 VALUE
              "                                        ".
      *
       01  SST-RELTARDIO.
           03 LINE 02 COL 20 VALUE
              "Lancamentos em Competencia Fechada".
           03 LINE 05 COL 07 VALUE
              "Data Inicial (AAAAMMDD, 0 Sai): ".
           03 LINE 05 COL 39 USING WS-DT-INICIAL.
           03 LINE 06 COL 07 VALUE
              "Data Final   (AAAAMMDD) ......: ".
           03 LINE 06 COL 39 USING WS-DT-FINAL.
           03 LINE 07 COL 07 VALUE
              "Empresa (0 = Todas) .........: ".
           03 LINE 07 COL 39 USING WS-CD-EMPRESA-FILTRO.
           03 LINE 08 COL 07 VALUE
              "Acao (R/D, Branco = Todas) ..: ".
           03 LINE 08 COL 39 USING WS-TP-ACAO-FILTRO.
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
              PERFORM 2-MODULO-PRINCIPAL.
           PERFORM 3-MODULO-FINAL.
       0-SAIDA.
           EXIT PROGRAM.
      *
       1-MODULO-INICIAL SECTION.
      *----------------
      * O PERIODO PROPOSTO E O MES ANTERIOR INTEIRO; EM MODO LOTE E
      * O USADO SEM PERGUNTAR, COM A EMPRESA DA RODADA
       1.
           PERFORM 99-LE-CONFIGURACAO.
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-NR-COMPETENCIA = WS-DT-HOJE / 100.
           IF WS-DT-HOJE(5:2) EQUAL "01"
              SUBTRACT 89 FROM WS-NR-COMPETENCIA
           ELSE
              SUBTRACT 1 FROM WS-NR-COMPETENCIA.
           COMPUTE WS-DT-INICIAL = WS-NR-COMPETENCIA * 100 + 1.
           COMPUTE WS-DT-FINAL   = WS-NR-COMPETENCIA * 100 + 31.
           IF LK-MODO-BATCH
              MOVE LK-CD-EMPRESA TO WS-CD-EMPRESA-FILTRO
           ELSE
              PERFORM 11-ACEITA-OPCOES
                  WITH TEST AFTER UNTIL WS-TP-ACAO-FILTRO-OK
              IF WS-DT-INICIAL EQUAL ZEROS
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 GO TO 1-SAIDA.
           IF WS-DT-FINAL EQUAL ZEROS
              MOVE 99999999 TO WS-DT-FINAL.
      * SEM LOG NAO HOUVE LANCAMENTO EM COMPETENCIA FECHADA - O
      * RELATORIO SAI DO MESMO JEITO, SO COM A LINHA DE AVISO
           OPEN INPUT ARQ-LANCTARDIO.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-LANCTARDIO.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       1-SAIDA.
           EXIT.
      *
       11-ACEITA-OPCOES SECTION.
       11.
           ACCEPT SST-RELTARDIO.
           IF NOT WS-TP-ACAO-FILTRO-OK
              MOVE "Acao Invalida - Informe R, D ou Branco."
                   TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
       11-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           MOVE WS-DT-INICIAL TO WL-DT-INICIAL.
           MOVE WS-DT-FINAL   TO WL-DT-FINAL.
           IF WS-CD-EMPRESA-FILTRO EQUAL ZEROS
              MOVE " TODAS" TO WL-EMPRESA-FILTRO
           ELSE
              MOVE WS-CD-EMPRESA-FILTRO TO WS-QT-ED
              MOVE WS-QT-ED TO WL-EMPRESA-FILTRO.
           MOVE "RELTARDIO" TO WS-SPL-ID-RELATORIO.
           PERFORM 99-PREPARA-SPOOL.
           OPEN OUTPUT RELATO.
           SORT ARQ-SORT ON ASCENDING KEY SOR-CD-EMPRESA
                                          SOR-CD-USUARIO
                                          SOR-DATA
                                          SOR-HORA
                INPUT  PROCEDURE IS 21-SELECIONA-LANCAMENTOS
                OUTPUT PROCEDURE IS 22-LISTA-LANCAMENTOS.
           PERFORM 23-IMPRIME-TOTAIS.
           CLOSE RELATO.
           MOVE WS-QT-RECUSADAS TO WS-QT-ED.
           MOVE WS-QT-TARDIAS   TO WS-QT-ED2.
           MOVE SPACES TO WS-MENSAGEM.
           STRING "Relatorio no Spool. Recusadas: " WS-QT-ED
                  "  Tardias: " WS-QT-ED2
                  DELIMITED BY SIZE INTO WS-MENSAGEM.
           PERFORM 99-MENSAGEM.
       2-SAIDA.
           EXIT.
      *
       21-SELECIONA-LANCAMENTOS SECTION.
      *-----------------------
       21.
           IF WS-ARQ-LANCTARDIO-OK
              MOVE SPACE TO WS-FINAL-LEITURA
              PERFORM 99-LER-LANCTARDIO
              PERFORM 211-TRATA-UM-LANCAMENTO
                  UNTIL WS-FIM-LEITURA.
       21-SAIDA.
           EXIT.
      *
       211-TRATA-UM-LANCAMENTO SECTION.
       211.
           IF  LTA-DATA NOT LESS WS-DT-INICIAL
           AND LTA-DATA NOT GREATER WS-DT-FINAL
           AND (WS-CD-EMPRESA-FILTRO EQUAL ZEROS
           OR   LTA-CD-EMPRESA EQUAL WS-CD-EMPRESA-FILTRO)
           AND (WS-TP-ACAO-FILTRO EQUAL SPACE
           OR   LTA-TP-ACAO EQUAL WS-TP-ACAO-FILTRO)
              MOVE LTA-REGISTRO TO REG-SORT
              RELEASE REG-SORT.
           PERFORM 99-LER-LANCTARDIO.
       211-SAIDA.
           EXIT.
      *
       22-LISTA-LANCAMENTOS SECTION.
      *-------------------
       22.
           MOVE SPACE TO WS-FINAL-SORT.
           PERFORM 221-LISTA-UM-LANCAMENTO
               UNTIL WS-FIM-SORT.
           IF WS-HA-QUEBRA-ABERTA
              PERFORM 222-FECHA-USUARIO.
           IF WS-NR-PAG EQUAL ZEROS
              PERFORM 99-IMPRIME-CABECALHO
              MOVE SPACES TO LINHA
              MOVE "  Nenhum lancamento em competencia fechada."
                   TO LINHA
              WRITE LINHA BEFORE ADVANCING 1.
       22-SAIDA.
           EXIT.
      *
       221-LISTA-UM-LANCAMENTO SECTION.
       221.
           RETURN ARQ-SORT
               AT END MOVE "F" TO WS-FINAL-SORT.
           IF NOT WS-FIM-SORT
              IF WS-HA-QUEBRA-ABERTA
                 IF SOR-CD-EMPRESA NOT EQUAL WS-CD-EMPRESA-QUEBRA
                 OR SOR-CD-USUARIO NOT EQUAL WS-CD-USUARIO-QUEBRA
                    PERFORM 222-FECHA-USUARIO
                 END-IF
              END-IF
              IF NOT WS-HA-QUEBRA-ABERTA
                 MOVE "S"            TO WS-IND-QUEBRA
                 MOVE SOR-CD-EMPRESA TO WS-CD-EMPRESA-QUEBRA
                 MOVE SOR-CD-USUARIO TO WS-CD-USUARIO-QUEBRA
              END-IF
              PERFORM 99-IMPRIME-LANCAMENTO
              IF SOR-ACAO-RECUSADA
                 ADD 1            TO WS-QT-REC-USUARIO
                 ADD SOR-VL-VENDA TO WS-VL-REC-USUARIO
              ELSE
                 ADD 1            TO WS-QT-TAR-USUARIO
                 ADD SOR-VL-VENDA TO WS-VL-TAR-USUARIO
              END-IF
           END-IF.
       221-SAIDA.
           EXIT.
      *
      * SUBTOTAL DO USUARIO NA EMPRESA E ACUMULO NOS TOTAIS GERAIS
       222-FECHA-USUARIO SECTION.
       222.
           MOVE SPACES TO WL-DS-TOTAL.
           MOVE WS-CD-EMPRESA-QUEBRA TO WS-QT-ED.
           STRING "Total Usuario " WS-CD-USUARIO-QUEBRA
                  " Empresa" WS-QT-ED
                  DELIMITED BY SIZE INTO WL-DS-TOTAL.
           MOVE WS-QT-REC-USUARIO TO WL-QT-RECUSADAS.
           MOVE WS-VL-REC-USUARIO TO WL-VL-RECUSADAS.
           MOVE WS-QT-TAR-USUARIO TO WL-QT-TARDIAS.
           MOVE WS-VL-TAR-USUARIO TO WL-VL-TARDIAS.
           ADD 2 TO WS-NR-LIN.
           IF WS-NR-LIN > 66
              PERFORM 99-IMPRIME-CABECALHO
              ADD 2 TO WS-NR-LIN.
           WRITE LINHA FROM LIN-02 BEFORE ADVANCING 1.
           MOVE SPACES TO LINHA.
           WRITE LINHA BEFORE ADVANCING 1.
           ADD WS-QT-REC-USUARIO TO WS-QT-RECUSADAS.
           ADD WS-VL-REC-USUARIO TO WS-VL-RECUSADAS.
           ADD WS-QT-TAR-USUARIO TO WS-QT-TARDIAS.
           ADD WS-VL-TAR-USUARIO TO WS-VL-TARDIAS.
           MOVE ZEROS TO WS-QT-REC-USUARIO
                         WS-VL-REC-USUARIO
                         WS-QT-TAR-USUARIO
                         WS-VL-TAR-USUARIO.
           MOVE "N" TO WS-IND-QUEBRA.
       222-SAIDA.
           EXIT.
      *
       23-IMPRIME-TOTAIS SECTION.
      *-----------------
       23.
           MOVE SPACES TO LINHA.
           WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1.
           MOVE "Total Geral" TO WL-DS-TOTAL.
           MOVE WS-QT-RECUSADAS TO WL-QT-RECUSADAS.
           MOVE WS-VL-RECUSADAS TO WL-VL-RECUSADAS.
           MOVE WS-QT-TARDIAS   TO WL-QT-TARDIAS.
           MOVE WS-VL-TARDIAS   TO WL-VL-TARDIAS.
           WRITE LINHA FROM LIN-02 BEFORE ADVANCING 1.
       23-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           IF WS-ARQ-LANCTARDIO-OK
              CLOSE ARQ-LANCTARDIO.
           IF NOT LK-MODO-BATCH
              DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
      *
       99-LER-LANCTARDIO.
           READ ARQ-LANCTARDIO
               AT END MOVE "F" TO WS-FINAL-LEITURA.
      *
       99-IMPRIME-LANCAMENTO.
           MOVE SOR-DATA            TO WL-DATA
           COMPUTE WS-HR-LANCTO = SOR-HORA / 100
           MOVE WS-HR-LANCTO        TO WL-HORA
           MOVE SOR-CD-USUARIO      TO WL-CD-USUARIO
           MOVE SOR-NM-PROGRAMA     TO WL-NM-PROGRAMA
           IF SOR-ACAO-RECUSADA
              MOVE "RECUSADA"       TO WL-DS-ACAO
           ELSE
              MOVE "TARDIA"         TO WL-DS-ACAO
           END-IF
           MOVE SOR-CD-EMPRESA      TO WL-CD-EMPRESA
           MOVE SOR-CD-CLIENTE      TO WL-CD-CLIENTE
           MOVE SOR-NR-DOCUMENTO    TO WL-NR-DOCUMENTO
           MOVE SOR-CD-VENDEDOR     TO WL-CD-VENDEDOR
           MOVE SOR-VL-VENDA        TO WL-VL-VENDA
           MOVE SOR-DT-ORIGINAL     TO WL-DT-ORIGINAL
           MOVE SOR-NR-COMP-FECHADA TO WL-NR-COMP-FECHADA
           IF SOR-DT-LANCAMENTO EQUAL ZEROS
              MOVE SPACES           TO WL-DT-LANCAMENTO
           ELSE
              MOVE SOR-DT-LANCAMENTO TO WS-DT-ED
              MOVE WS-DT-ED          TO WL-DT-LANCAMENTO
           END-IF
           ADD 1 TO WS-NR-LIN
           IF WS-NR-LIN > 66
              PERFORM 99-IMPRIME-CABECALHO
              ADD 1 TO WS-NR-LIN
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
      * SOBREPOE O NOME DO LOG COM O VALOR DO ARQUIVO CENTRAL DE
      * CONFIGURACAO (GV-CONFIG.PAR), QUANDO PRESENTE
       99-LE-CONFIGURACAO.
           MOVE "ARQ-LANCTARDIO" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-LANCTARDIO
           END-IF.
      *
       990-CONSULTA-CONFIG.
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
      *
       COPY GV-SPOOLPD.CPY.
      *
      * EM MODO LOTE NAO HA OPERADOR PARA O ENTER - SO EXIBE
       99-MENSAGEM.
           IF LK-MODO-BATCH
              DISPLAY SST-MENSAGEM
           ELSE
              DISPLAY SST-MENSAGEM
              ACCEPT  SST-MENSAGEM.
      *
