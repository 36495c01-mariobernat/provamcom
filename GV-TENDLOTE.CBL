000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-TENDLOTE.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Tendencia da Janela de Lote
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Mede, pelo jornal da cadeia noturna (GV-RUNCTL.LOG e os
      *     segmentos da rotacao em GV-ROTACAO.CAT), a duracao da
      *     cadeia, de cada passo e de cada empresa nas ultimas
      *     noites (padrao TENDENCIA-NOITES, 30), com a media das 7
      *     ultimas, a media do periodo, a maxima e o crescimento -
      *     por noite e projetado para as noites uteis dos proximos
      *     30 dias. Projeta ainda, pela reta de tendencia da cadeia,
      *     em quantas noites uteis e em que data o fim da cadeia
      *     passa do fim da janela (LOTE-HR-FIM-JANELA, HHMM, padrao
      *     0600). O mesmo calculo (GV-TENDLOTEPD) alimenta o alerta
      *     JANELA do GV-ALERTA. O relatorio sai no spool de
      *     impressao.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RUNCTL ASSIGN TO DISK WID-ARQ-RUNCTL
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-ROTACAO ASSIGN TO DISK WID-ARQ-ROTACAO
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-SPOOL-CAT ASSIGN TO DISK WID-ARQ-SPOOL-CAT
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT RELATO   ASSIGN TO DISK.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-RUNCTL.CPY.
       COPY GV-ROTCAT.CPY.
      *
       FD  RELATO
           VALUE OF FILE-ID IS WS01-ARQUIVO
           LABEL RECORD IS  OMITTED.
       01  LINHA                       PIC X(132).
      *
       COPY GV-SPOOLFD.CPY.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-RUNCTL         PIC X(40) VALUE "GV-RUNCTL.LOG".
           03 WID-ARQ-ROTACAO        PIC X(15) VALUE "GV-ROTACAO.CAT".
           03 WS01-ARQUIVO           PIC X(60) VALUE "IMPRESSAO.IMP".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-MENSAGEM            PIC X(68).
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-QT-NOITES-INF       PIC 9(002) VALUE ZEROS.
           03 WS-IX-NOITE            PIC 9(004) COMP VALUE ZEROS.
           03 WS-QT-LINHAS           PIC 9(005) VALUE ZEROS.
           03 WS-QT-ED1              PIC ZZZZ9.
           03 WS-QT-ED2              PIC ZZZZ9.
           03 WS-NR-LIN              PIC 9(03) VALUE 999.
           03 WS-NR-PAG              PIC 9(03) VALUE ZEROS.
      *
      * DATA E TEMPOS EDITADOS NO RELATORIO
           03 WS-DT-EDICAO           PIC 9(008) VALUE ZEROS.
           03 WS-DT-EDICAO-R REDEFINES WS-DT-EDICAO.
              05 WS-DT-EDICAO-ANO    PIC 9(004).
              05 WS-DT-EDICAO-MES    PIC 9(002).
              05 WS-DT-EDICAO-DIA    PIC 9(002).
           03 WS-DT-EDITADA          PIC X(010) VALUE SPACES.
           03 WS-SG-EDICAO           PIC 9(006) VALUE ZEROS.
           03 WS-SG-RESTO            PIC 9(006) VALUE ZEROS.
           03 WS-TP-EDICAO-HORA      PIC 9(002) VALUE ZEROS.
           03 WS-TP-EDICAO-MINUTO    PIC 9(002) VALUE ZEROS.
           03 WS-TP-EDICAO-SEGUNDO   PIC 9(002) VALUE ZEROS.
           03 WS-TP-EDITADO          PIC X(008) VALUE SPACES.
      *
      * LAYOUT DO RELATORIO DE TENDENCIA DA JANELA DE LOTE
       01  CAB-01.
           02 FILLER            PIC X(10) VALUE SPACES.
           02 FILLER            PIC X(38) VALUE
              "TENDENCIA DA JANELA DE LOTE - ULTIMAS ".
           02 WL-QT-NOITES      PIC Z9.
           02 FILLER            PIC X(08) VALUE " NOITES".
           02 FILLER            PIC X(15) VALUE SPACES.
           02 FILLER            PIC X(04) VALUE "EM: ".
           02 WL-DT-DIA         PIC 9(02).
           02 FILLER            PIC X(01) VALUE "/".
           02 WL-DT-MES         PIC 9(02).
           02 FILLER            PIC X(01) VALUE "/".
           02 WL-DT-ANO         PIC 9(04).
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(05) VALUE "Pag: ".
           02 WL-NR-PAGINA      PIC 9(03) VALUE ZEROS.
      *
       01  CAB-02.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 FILLER    PIC X(15) VALUE "FIM DA JANELA: ".
           03 WL-JANELA-HORA    PIC 9(02).
           03 FILLER    PIC X(01) VALUE ":".
           03 WL-JANELA-MINUTO  PIC 9(02).
           03 FILLER    PIC X(05) VALUE SPACES.
           03 FILLER    PIC X(36) VALUE
              "NOITES UTEIS NOS PROXIMOS 30 DIAS: ".
           03 WL-NOITES-30D     PIC ZZ9.
           03 FILLER    PIC X(66) VALUE SPACES.
      *
       01  CAB-03.
           03 FILLER PIC X(132) VALUE IS ALL '='.
      *
      * DURACAO DA CADEIA NOITE A NOITE
       01  LIN-01.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 FILLER    PIC X(12) VALUE "NOITE".
           03 FILLER    PIC X(10) VALUE "INICIO".
           03 FILLER    PIC X(10) VALUE "FIM".
           03 FILLER    PIC X(12) VALUE "DURACAO".
           03 FILLER    PIC X(86) VALUE "MEDIA 7 NOITES".
      *
       01  LIN-02.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-NOITE        PIC X(10).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-INICIO       PIC X(08).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-FIM          PIC X(08).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-DURACAO      PIC X(10).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-MEDIA-NOITE  PIC X(08).
           03 FILLER          PIC X(78) VALUE SPACES.
      *
      * TENDENCIA DA CADEIA, DE CADA PASSO E DE CADA EMPRESA
       01  LIN-03.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 FILLER    PIC X(17) VALUE "CADEIA/PASSO".
           03 FILLER    PIC X(08) VALUE "NOITES".
           03 FILLER    PIC X(10) VALUE "ULTIMA".
           03 FILLER    PIC X(10) VALUE "MEDIA 7".
           03 FILLER    PIC X(10) VALUE "MEDIA".
           03 FILLER    PIC X(10) VALUE "MAXIMA".
           03 FILLER    PIC X(14) VALUE "CRESC S/NOITE".
           03 FILLER    PIC X(51) VALUE "CRESC 30 DIAS %".
      *
       01  LIN-04.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-NM-LINHA     PIC X(15).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-QT-PONTOS    PIC ZZ9.
           03 FILLER          PIC X(05) VALUE SPACES.
           03 WL-ULTIMA       PIC X(08).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-MEDIA-7      PIC X(08).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-MEDIA-N      PIC X(08).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-MAXIMA       PIC X(08).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-INCLINACAO   PIC -ZZZZ9,9.
           03 FILLER          PIC X(06) VALUE SPACES.
           03 WL-CRESCIMENTO  PIC -ZZZ9,9.
           03 FILLER          PIC X(44) VALUE SPACES.
      *
      * PROJECAO DO FIM DA CADEIA CONTRA A JANELA
       01  LIN-05.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-ROTULO       PIC X(36).
           03 FILLER          PIC X(02) VALUE ": ".
           03 WL-VALOR        PIC X(70).
           03 FILLER          PIC X(22) VALUE SPACES.
      *
       01  LIN-06.
           03 FILLER          PIC X(132) VALUE SPACES.
      *
       COPY GV-TENDLOTEWS.CPY.
      *
       COPY GV-DIAUTILWS.CPY.
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-LINKAGE.
      *
       SCREEN SECTION.
      *
       01  SST-LIMPA-TELA.
           03 LINE 22 COL 10 BLANK LINE.
           03 LINE 08 COL 01 BLANK LINE.
           03 LINE 02 COL 25 VALUE "                                ".
      *
       01  SST-TENDLOTE.
           03 LINE 02 COL 25 VALUE "Tendencia da Janela de Lote".
      *
       01  SST-NOITES.
           03 LINE 08 COL 05 VALUE "Noites Analisadas (3 a 60): ".
           03 LINE 08 COL 33 PIC Z9 USING WS-QT-NOITES-INF.
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
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DT-HOJE(7:2) TO WL-DT-DIA.
           MOVE WS-DT-HOJE(5:2) TO WL-DT-MES.
           MOVE WS-DT-HOJE(1:4) TO WL-DT-ANO.
           MOVE WS-DT-HOJE      TO WS-TDL-DT-REFERENCIA.
           PERFORM 99-LE-PARAMETROS-JANELA.
           IF NOT LK-MODO-BATCH
              DISPLAY SST-TENDLOTE
              MOVE WS-TDL-QT-NOITES-PEDIDAS TO WS-QT-NOITES-INF
              ACCEPT SST-NOITES
              IF  WS-QT-NOITES-INF GREATER 2
              AND WS-QT-NOITES-INF NOT GREATER 60
                 MOVE WS-QT-NOITES-INF TO WS-TDL-QT-NOITES-PEDIDAS
              END-IF
           END-IF.
       1-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           PERFORM 99-APURA-TENDENCIA-LOTE.
           IF WS-TDL-QT-NOITES EQUAL ZEROS
              MOVE "Nenhuma Cadeia Registrada no Jornal." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              MOVE WS-TDL-QT-NOITES-PEDIDAS TO WL-QT-NOITES
              MOVE WS-TDL-HR-JANELA-HORA    TO WL-JANELA-HORA
              MOVE WS-TDL-HR-JANELA-MINUTO  TO WL-JANELA-MINUTO
              MOVE WS-TDL-QT-NOITES-30D     TO WL-NOITES-30D
              MOVE "TENDLOTE" TO WS-SPL-ID-RELATORIO
              PERFORM 99-PREPARA-SPOOL
              OPEN OUTPUT RELATO
              PERFORM 21-IMPRIME-NOITES
              PERFORM 22-IMPRIME-TENDENCIAS
              PERFORM 23-IMPRIME-PROJECAO
              CLOSE RELATO
              MOVE WS-TDL-QT-NOITES TO WS-QT-ED1
              MOVE WS-QT-LINHAS     TO WS-QT-ED2
              MOVE SPACES TO WS-MENSAGEM
              STRING "Noites no Spool: " WS-QT-ED1
                     "  Passos/Empresas: " WS-QT-ED2
                     DELIMITED BY SIZE INTO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           END-IF.
       2-SAIDA.
           EXIT.
      *
       21-IMPRIME-NOITES SECTION.
      *-----------------
      * A SERIE DA CADEIA (NOITES COMPLETAS) FICA NA TABELA DE SERIE
      * AO FIM DA APURACAO; A MEDIA DE 7 E A DAS NOITES ATE A LINHA
       21.
           PERFORM 99-IMPRIME-CABECALHO.
           WRITE LINHA FROM LIN-01 BEFORE ADVANCING 1.
           PERFORM 211-IMPRIME-UMA-NOITE
               VARYING WS-IX-NOITE FROM 1 BY 1
               UNTIL WS-IX-NOITE GREATER WS-TDL-QT-NOITES.
       21-SAIDA.
           EXIT.
      *
       211-IMPRIME-UMA-NOITE SECTION.
       211.
           MOVE WS-TDL-DT-NOITE(WS-IX-NOITE) TO WS-DT-EDICAO.
           PERFORM 99-EDITA-DATA.
           MOVE WS-DT-EDITADA TO WL-NOITE.
           MOVE WS-TDL-SG-INICIO(WS-IX-NOITE) TO WS-SG-EDICAO.
           PERFORM 99-EDITA-HORARIO.
           MOVE WS-TP-EDITADO TO WL-INICIO.
           MOVE WS-TDL-SG-FIM-REL(WS-IX-NOITE) TO WS-SG-EDICAO.
           PERFORM 99-EDITA-HORARIO.
           MOVE WS-TP-EDITADO TO WL-FIM.
           MOVE SPACES TO WL-MEDIA-NOITE.
           IF WS-TDL-NOITE-COMPLETA(WS-IX-NOITE)
              MOVE WS-TDL-VL-PONTO(WS-IX-NOITE) TO WS-SG-EDICAO
              PERFORM 99-EDITA-TEMPO
              MOVE WS-TP-EDITADO TO WL-DURACAO
              MOVE WS-IX-NOITE TO WS-TDL-IX-BASE
              PERFORM 99-TDL-MEDIA-MOVEL
              MOVE WS-TDL-VL-MEDIA-7 TO WS-SG-EDICAO
              PERFORM 99-EDITA-TEMPO
              MOVE WS-TP-EDITADO TO WL-MEDIA-NOITE
           ELSE
              MOVE "INCOMPLETA" TO WL-DURACAO
           END-IF.
           PERFORM 99-IMPRIME-CABECALHO.
           WRITE LINHA FROM LIN-02 BEFORE ADVANCING 1.
       211-SAIDA.
           EXIT.
      *
       22-IMPRIME-TENDENCIAS SECTION.
      *---------------------
      * CADEIA, DEPOIS OS PASSOS E POR FIM AS EMPRESAS
       22.
           PERFORM 99-IMPRIME-CABECALHO.
           WRITE LINHA FROM LIN-06 BEFORE ADVANCING 1.
           PERFORM 99-IMPRIME-CABECALHO.
           WRITE LINHA FROM LIN-03 BEFORE ADVANCING 1.
           MOVE "CADEIA"               TO WL-NM-LINHA.
           MOVE WS-TDL-QT-COMPLETAS    TO WL-QT-PONTOS.
           MOVE WS-TDL-CAD-ULTIMO      TO WS-TDL-VL-ULTIMO.
           MOVE WS-TDL-CAD-MEDIA-7     TO WS-TDL-VL-MEDIA-7.
           MOVE WS-TDL-CAD-MEDIA-N     TO WS-TDL-VL-MEDIA-N.
           MOVE WS-TDL-CAD-MAXIMO      TO WS-TDL-VL-MAXIMO.
           MOVE WS-TDL-CAD-INCLINACAO  TO WS-TDL-VL-INCLINACAO.
           MOVE WS-TDL-CAD-CRESCIMENTO TO WS-TDL-PC-CRESCIMENTO.
           PERFORM 221-IMPRIME-ESTATISTICA.
           PERFORM 222-IMPRIME-UM-PASSO
               VARYING WS-TDL-IX-PASSO FROM 1 BY 1
               UNTIL WS-TDL-IX-PASSO GREATER WS-TDL-QT-PASSOS.
           PERFORM 223-IMPRIME-UMA-EMPRESA
               VARYING WS-TDL-IX-PASSO FROM 1 BY 1
               UNTIL WS-TDL-IX-PASSO GREATER WS-TDL-QT-PASSOS.
       22-SAIDA.
           EXIT.
      *
       221-IMPRIME-ESTATISTICA SECTION.
       221.
           MOVE WS-TDL-VL-ULTIMO TO WS-SG-EDICAO.
           PERFORM 99-EDITA-TEMPO.
           MOVE WS-TP-EDITADO TO WL-ULTIMA.
           MOVE WS-TDL-VL-MEDIA-7 TO WS-SG-EDICAO.
           PERFORM 99-EDITA-TEMPO.
           MOVE WS-TP-EDITADO TO WL-MEDIA-7.
           MOVE WS-TDL-VL-MEDIA-N TO WS-SG-EDICAO.
           PERFORM 99-EDITA-TEMPO.
           MOVE WS-TP-EDITADO TO WL-MEDIA-N.
           MOVE WS-TDL-VL-MAXIMO TO WS-SG-EDICAO.
           PERFORM 99-EDITA-TEMPO.
           MOVE WS-TP-EDITADO TO WL-MAXIMA.
           MOVE WS-TDL-VL-INCLINACAO  TO WL-INCLINACAO.
           MOVE WS-TDL-PC-CRESCIMENTO TO WL-CRESCIMENTO.
           ADD 1 TO WS-QT-LINHAS.
           PERFORM 99-IMPRIME-CABECALHO.
           WRITE LINHA FROM LIN-04 BEFORE ADVANCING 1.
       221-SAIDA.
           EXIT.
      *
       222-IMPRIME-UM-PASSO SECTION.
       222.
           IF WS-TDL-LINHA-PASSO(WS-TDL-IX-PASSO)
              PERFORM 224-APURA-LINHA.
       222-SAIDA.
           EXIT.
      *
       223-IMPRIME-UMA-EMPRESA SECTION.
       223.
           IF WS-TDL-LINHA-EMPRESA(WS-TDL-IX-PASSO)
              PERFORM 224-APURA-LINHA.
       223-SAIDA.
           EXIT.
      *
       224-APURA-LINHA SECTION.
       224.
           PERFORM 99-TDL-SERIE-PASSO.
           PERFORM 99-TDL-ESTATISTICA.
           MOVE WS-TDL-NM-PASSO(WS-TDL-IX-PASSO) TO WL-NM-LINHA.
           MOVE WS-TDL-QT-PONTOS TO WL-QT-PONTOS.
           PERFORM 221-IMPRIME-ESTATISTICA.
       224-SAIDA.
           EXIT.
      *
       23-IMPRIME-PROJECAO SECTION.
      *-------------------
       23.
           PERFORM 99-IMPRIME-CABECALHO.
           WRITE LINHA FROM LIN-06 BEFORE ADVANCING 1.
           IF NOT WS-TDL-SEM-HISTORICO
              MOVE "Inicio medio da cadeia" TO WL-ROTULO
              MOVE WS-TDL-SG-INICIO-MEDIO TO WS-SG-EDICAO
              PERFORM 99-EDITA-HORARIO
              MOVE WS-TP-EDITADO TO WL-VALOR
              PERFORM 231-IMPRIME-PROJECAO
              MOVE "Janela disponivel" TO WL-ROTULO
              MOVE WS-TDL-SG-DISPONIVEL TO WS-SG-EDICAO
              PERFORM 99-EDITA-TEMPO
              MOVE WS-TP-EDITADO TO WL-VALOR
              PERFORM 231-IMPRIME-PROJECAO
              MOVE "Duracao pela tendencia hoje" TO WL-ROTULO
              MOVE WS-TDL-SG-TENDENCIA TO WS-SG-EDICAO
              PERFORM 99-EDITA-TEMPO
              MOVE WS-TP-EDITADO TO WL-VALOR
              PERFORM 231-IMPRIME-PROJECAO
           END-IF.
           MOVE "Situacao da janela" TO WL-ROTULO.
           MOVE SPACES TO WL-VALOR.
           IF WS-TDL-SEM-HISTORICO
              MOVE "HISTORICO INSUFICIENTE - MENOS DE 3 NOITES"
                   TO WL-VALOR.
           IF WS-TDL-JA-ESTOURA
              MOVE "A TENDENCIA JA PASSA DO FIM DA JANELA" TO WL-VALOR.
           IF WS-TDL-SEM-ESTOURO
              MOVE "SEM CRESCIMENTO - NENHUM ESTOURO PREVISTO"
                   TO WL-VALOR.
           IF WS-TDL-ESTOURO-PREVISTO
              MOVE WS-TDL-QT-NOITES-ESTOURO TO WS-QT-ED1
              IF WS-TDL-DT-ESTOURO EQUAL ZEROS
                 STRING "ESTOURO PREVISTO EM " WS-QT-ED1
                        " NOITES UTEIS (MAIS DE UM ANO)"
                        DELIMITED BY SIZE INTO WL-VALOR
              ELSE
                 MOVE WS-TDL-DT-ESTOURO TO WS-DT-EDICAO
                 PERFORM 99-EDITA-DATA
                 STRING "ESTOURO PREVISTO EM " WS-QT-ED1
                        " NOITES UTEIS - " WS-DT-EDITADA
                        DELIMITED BY SIZE INTO WL-VALOR
              END-IF
           END-IF.
           PERFORM 231-IMPRIME-PROJECAO.
           IF WS-TDL-ALERTA-30-DIAS
              MOVE SPACES TO WL-ROTULO
              MOVE "*** ESTOURO DENTRO DOS PROXIMOS 30 DIAS ***"
                   TO WL-VALOR
              PERFORM 231-IMPRIME-PROJECAO.
       23-SAIDA.
           EXIT.
      *
       231-IMPRIME-PROJECAO SECTION.
       231.
           PERFORM 99-IMPRIME-CABECALHO.
           WRITE LINHA FROM LIN-05 BEFORE ADVANCING 1.
       231-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           IF NOT LK-MODO-BATCH
              DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
      *
       99-EDITA-DATA.
           MOVE SPACES TO WS-DT-EDITADA
           STRING WS-DT-EDICAO-DIA "/" WS-DT-EDICAO-MES "/"
                  WS-DT-EDICAO-ANO DELIMITED BY SIZE
                  INTO WS-DT-EDITADA.
      *
      * HORARIO DO RELOGIO - O FIM DEPOIS DA MEIA-NOITE VOLTA A 00:00
       99-EDITA-HORARIO.
           IF WS-SG-EDICAO NOT LESS 86400
              SUBTRACT 86400 FROM WS-SG-EDICAO
           END-IF
           PERFORM 99-EDITA-TEMPO.
      *
       99-EDITA-TEMPO.
           DIVIDE WS-SG-EDICAO BY 3600 GIVING WS-TP-EDICAO-HORA
                  REMAINDER WS-SG-RESTO
           DIVIDE WS-SG-RESTO BY 60 GIVING WS-TP-EDICAO-MINUTO
                  REMAINDER WS-TP-EDICAO-SEGUNDO
           MOVE SPACES TO WS-TP-EDITADO
           STRING WS-TP-EDICAO-HORA ":" WS-TP-EDICAO-MINUTO ":"
                  WS-TP-EDICAO-SEGUNDO DELIMITED BY SIZE
                  INTO WS-TP-EDITADO.
      *
       99-IMPRIME-CABECALHO.
           ADD 1 TO WS-NR-LIN
           IF WS-NR-LIN > 66
              ADD 1 TO WS-NR-PAG
              IF WS-NR-PAG > 1
                 MOVE SPACES TO LINHA
                 WRITE LINHA FROM CAB-03 BEFORE ADVANCING PAGE
              END-IF
              MOVE WS-NR-PAG TO WL-NR-PAGINA
              WRITE LINHA FROM CAB-01 BEFORE ADVANCING 1
              WRITE LINHA FROM CAB-02 BEFORE ADVANCING 1
              WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1
              MOVE 4 TO WS-NR-LIN
           END-IF.
      *
       COPY GV-TENDLOTEPD.CPY.
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
