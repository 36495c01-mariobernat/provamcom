000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-PREVCOTA.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Previsao de Fechamento do Mes x Cota
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Projeta, no meio do mes, onde cada vendedor vai fechar e
      *     compara com a cota do periodo (GV-COTA.DAT; sem cota de
      *     periodo vale FOR-VL-COTA-VENDA, como no relatorio de
      *     vendedores). O realizado do mes ate a data de referencia
      *     vem do master de detalhe de vendas e o ritmo diario e
      *     projetado pelos dias uteis que faltam (GV-DIAUTIL, com o
      *     calendario de feriados). Informado um perfil de
      *     sazonalidade (GV-SAZONAL.DAT), a projecao pelo ritmo e
      *     ponderada com a expectativa do perfil para o mes - os
      *     doze meses anteriores vendidos vezes o percentual do mes
      *     - pesando mais o perfil no comeco do mes e o ritmo no
      *     fim. Quem projeta abaixo do percentual de alerta da cota
      *     (GV-CONFIG.PAR, chave PREVISAO-PC-ALERTA, padrao 90) sai
      *     marcado. Totais por supervisor e regiao vigentes na data
      *     (historico datado de equipe) e total geral.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-VENDADET ASSIGN TO DISK WID-ARQ-VENDADET
             organization       is indexed
             access mode        is dynamic
             record key         is VDD-CHAVE-VENDA-DET
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
             organization       is indexed
             access mode        is dynamic
             record key         is FOR-CHAVE-VENDEDOR
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-COTA ASSIGN TO DISK WID-ARQ-COTA
             organization       is indexed
             access mode        is dynamic
             record key         is COT-CHAVE-COTA
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-SAZONAL ASSIGN TO DISK WID-ARQ-SAZONAL
             organization       is indexed
             access mode        is dynamic
             record key         is SAZ-NM-PERFIL
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-HISTEQUIPE ASSIGN TO DISK WID-ARQ-HISTEQUIPE
             organization       is indexed
             access mode        is dynamic
             record key         is HEQ-CHAVE-HISTORICO
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
       COPY GV-VENDADET.CPY.
       COPY GV-CADVEN.CPY.
       COPY GV-CADCOTA.CPY.
       COPY GV-SAZONAL.CPY.
       COPY GV-HISTEQUIPE.CPY.
      *
      * UM REGISTRO "C" POR VENDEDOR ATIVO (PARA QUEM AINDA NAO
      * VENDEU NO MES TAMBEM APARECER) E UM "D" POR DETALHE DE VENDA
      * DO MES OU DOS DOZE MESES ANTERIORES
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SOR-CD-REGIAO          PIC 9(003).
           03 SOR-CD-SUPERVISOR      PIC 9(007).
           03 SOR-CD-EMPRESA         PIC 9(002).
           03 SOR-CD-VENDEDOR        PIC 9(007).
           03 SOR-TP-REGISTRO        PIC X(001).
           03 SOR-VL-MES             PIC S9(013)V9(002).
           03 SOR-VL-DOZE-MESES      PIC S9(013)V9(002).
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
           03 WID-ARQ-VENDADET       PIC X(60) VALUE "GV-VENDADET.DAT".
           03 WID-ARQ-VENDEDOR       PIC X(60) VALUE "GV-VENDEDOR.DAT".
           03 WID-ARQ-COTA           PIC X(12) VALUE "GV-COTA.DAT".
           03 WID-ARQ-SAZONAL        PIC X(15) VALUE "GV-SAZONAL.DAT".
           03 WID-ARQ-HISTEQUIPE   PIC X(20) VALUE "GV-HISTEQUIPE.DAT".
           03 WS01-ARQUIVO           PIC X(60) VALUE "IMPRESSAO.IMP".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-FINAL-ARQUIVO       PIC X(01) VALUE SPACE.
              88 WS-FIM-ARQUIVO                VALUE "F".
           03 WS-MENSAGEM            PIC X(68).
           03 WS-FINAL-SORT          PIC X(01) VALUE SPACE.
              88 WS-FIM-SORT                   VALUE "F".
           03 WS-IND-ARQ-COTA        PIC X(01) VALUE "N".
              88 WS-ARQ-COTA-OK                VALUE "S".
           03 WS-IND-PERFIL          PIC X(01) VALUE "N".
              88 WS-USA-PERFIL                 VALUE "S".
      *
      * PARAMETROS DA PREVISAO
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-DT-REFERENCIA       PIC 9(008) VALUE ZEROS.
           03 WS-NM-PERFIL           PIC X(008) VALUE SPACES.
           03 WS-PC-ALERTA           PIC ZZ9,99.
           03 WS-PC-ALERTA-NUM       PIC 9(003)V9(002) VALUE 90.
           03 WS-VL-CONFIG-NUM       PIC 9(005)V9(002) VALUE ZEROS.
      *
      * CALENDARIO DO MES DA REFERENCIA
           03 WS-NR-MES-REF          PIC 9(006) VALUE ZEROS.
           03 WS-NR-MES-INICIO-DOZE  PIC 9(006) VALUE ZEROS.
           03 WS-NR-MES-DETALHE      PIC 9(006) VALUE ZEROS.
           03 WS-IX-MES              PIC 9(002) VALUE ZEROS.
           03 WS-PC-SAZONAL-MES      PIC 9(003)V9(002) VALUE ZEROS.
           03 WS-DT-INICIO-MES       PIC 9(008) VALUE ZEROS.
           03 WS-DT-VESPERA-MES      PIC 9(008) VALUE ZEROS.
           03 WS-DT-FIM-MES          PIC 9(008) VALUE ZEROS.
           03 WS-NR-DIA-AUX          PIC 9(009) VALUE ZEROS.
           03 WS-QT-DIAS-MES         PIC 9(005) VALUE ZEROS.
           03 WS-QT-DIAS-DECORRIDOS  PIC 9(005) VALUE ZEROS.
           03 WS-QT-DIAS-RESTANTES   PIC 9(005) VALUE ZEROS.
           03 WS-PC-DECORRIDO        PIC 9(001)V9(006) VALUE ZEROS.
      *
      * EQUIPE DO ULTIMO VENDEDOR CONSULTADO NA CARGA
           03 WS-CD-EMPRESA-EQP      PIC 9(002) VALUE ZEROS.
           03 WS-CD-VENDEDOR-EQP     PIC 9(007) VALUE 9999999.
      *
      * QUEBRAS E ACUMULADORES DA IMPRESSAO
           03 WS-IND-PRIMEIRO        PIC X(01) VALUE "S".
              88 WS-PRIMEIRO-REGISTRO          VALUE "S".
           03 WS-CD-REGIAO-ANT       PIC 9(003) VALUE ZEROS.
           03 WS-CD-SUPERVISOR-ANT   PIC 9(007) VALUE ZEROS.
           03 WS-CD-EMPRESA-ANT      PIC 9(002) VALUE ZEROS.
           03 WS-CD-VENDEDOR-ANT     PIC 9(007) VALUE ZEROS.
           03 WS-VL-MES-VDR          PIC S9(013)V9(002) VALUE ZEROS.
           03 WS-VL-DOZE-VDR         PIC S9(013)V9(002) VALUE ZEROS.
           03 WS-VL-RITMO            PIC S9(013)V9(002) VALUE ZEROS.
           03 WS-VL-ESPERADO         PIC S9(013)V9(002) VALUE ZEROS.
           03 WS-VL-PREVISTO         PIC S9(013)V9(002) VALUE ZEROS.
           03 WS-VL-COTA             PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-PC-PREVISTO         PIC 9(005)V9(002) VALUE ZEROS.
           03 WS-QT-ALERTAS          PIC 9(005) VALUE ZEROS.
           03 WS-NR-LIN              PIC 9(03) VALUE 999.
           03 WS-NR-PAG              PIC 9(03) VALUE ZEROS.
           03 WS-QT-ED               PIC ZZZZ9.
      *
      * TOTAIS: 1 SUPERVISOR, 2 REGIAO, 3 GERAL
       01  WS-TAB-TOTAIS.
           03 WS-TOTAL                          OCCURS 3 TIMES.
              05 WS-TOT-VL-MES       PIC S9(015)V9(002).
              05 WS-TOT-VL-PREVISTO  PIC S9(015)V9(002).
              05 WS-TOT-VL-COTA      PIC S9(015)V9(002).
           03 WS-IX-TOT              PIC 9(01) VALUE ZEROS.
      *
      * LAYOUT DO RELATORIO DE PREVISAO
       01  CAB-01.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(43) VALUE
              "PREVISAO DE FECHAMENTO DO MES X COTA".
           02 FILLER            PIC X(12) VALUE "Referencia: ".
           02 WL-DT-REFERENCIA  PIC X(10) VALUE SPACES.
           02 FILLER            PIC X(38) VALUE SPACES.
           02 FILLER            PIC X(05) VALUE "Pag: ".
           02 WL-NR-PAGINA      PIC 9(03) VALUE ZEROS.
      *
       01  CAB-02.
           02 FILLER            PIC X(05) VALUE SPACES.
           02 FILLER            PIC X(12) VALUE "Dias Uteis: ".
           02 WL-QT-DECORRIDOS  PIC Z9.
           02 FILLER            PIC X(04) VALUE " de ".
           02 WL-QT-DIAS-MES    PIC Z9.
           02 FILLER            PIC X(13) VALUE "   Restantes:".
           02 WL-QT-RESTANTES   PIC ZZ9.
           02 FILLER            PIC X(11) VALUE "   Perfil: ".
           02 WL-NM-PERFIL      PIC X(08) VALUE SPACES.
           02 FILLER            PIC X(22) VALUE
              "   Alerta Abaixo de: ".
           02 WL-PC-ALERTA      PIC ZZ9,99.
           02 FILLER            PIC X(01) VALUE "%".
           02 FILLER            PIC X(27) VALUE SPACES.
      *
       01  CAB-03.
           03 FILLER    PIC X(05) VALUE SPACES.
           03 FILLER    PIC X(04) VALUE "REG ".
           03 FILLER    PIC X(08) VALUE "SUPERV. ".
           03 FILLER    PIC X(03) VALUE "EM ".
           03 FILLER    PIC X(08) VALUE "VENDED. ".
           03 FILLER    PIC X(21) VALUE "NOME".
           03 FILLER    PIC X(18) VALUE "   REALIZADO MES".
           03 FILLER    PIC X(18) VALUE "        PREVISTO".
           03 FILLER    PIC X(18) VALUE "            COTA".
           03 FILLER    PIC X(13) VALUE "  % PREV.".
      *
       01  CAB-04.
           03 FILLER PIC X(116) VALUE IS ALL '='.
      *
       01  LIN-01.
           03 FILLER          PIC X(05) VALUE SPACES.
           03 WL-REGIAO       PIC ZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-SUPERVISOR   PIC ZZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-EMPRESA      PIC Z9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VENDEDOR     PIC ZZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-NM-VENDEDOR  PIC X(20).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VL-MES       PIC --.---.---.--9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VL-PREVISTO  PIC --.---.---.--9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VL-COTA      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-PC-PREVISTO  PIC ZZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-ALERTA       PIC X(05).
      *
       01  LIN-02.
           03 FILLER          PIC X(05) VALUE SPACES.
           03 WL-DS-TOTAL     PIC X(44).
           03 WL-TOT-MES      PIC --.---.---.--9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-TOT-PREVISTO PIC --.---.---.--9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-TOT-COTA     PIC --.---.---.--9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-TOT-PC       PIC ZZZ9,99.
           03 FILLER          PIC X(06) VALUE SPACES.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-DIAUTILWS.CPY.
      *
       COPY GV-HISTEQPWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
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
           03 LINE 04 COL 01 BLANK LINE.
           03 LINE 02 COL 25 VALUE "                                ".
      *
       01  SST-PREVISAO.
           03 LINE 02 COL 22 VALUE "Previsao de Fechamento x Cota".
           03 LINE 05 COL 07 VALUE "Data de Referencia (AAAAMMDD): ".
           03 LINE 05 COL 38 USING WS-DT-REFERENCIA.
           03 LINE 06 COL 07 VALUE "Perfil de Sazonalidade      : ".
           03 LINE 06 COL 38 USING WS-NM-PERFIL.
           03 LINE 06 COL 48 VALUE "(Branco = So o Ritmo)".
           03 LINE 07 COL 07 VALUE "Alerta Abaixo de (% Cota)   : ".
           03 LINE 07 COL 38 USING WS-PC-ALERTA.
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
           MOVE WS-DT-HOJE       TO WS-DT-REFERENCIA.
           MOVE WS-PC-ALERTA-NUM TO WS-PC-ALERTA.
           ACCEPT SST-PREVISAO.
           MOVE WS-PC-ALERTA TO WS-PC-ALERTA-NUM.
           IF WS-DT-REFERENCIA EQUAL ZEROS
              MOVE WS-DT-HOJE TO WS-DT-REFERENCIA.
           OPEN INPUT ARQ-VENDADET.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Master de Detalhe de Vendas nao Encontrado."
                                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              OPEN INPUT ARQ-VENDEDOR
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 CLOSE ARQ-VENDADET
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Arquivo de Vendedores Indisponivel."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 PERFORM 11-ABRE-OPCIONAIS
              END-IF
           END-IF.
       1-SAIDA.
           EXIT.
      *
       11-ABRE-OPCIONAIS SECTION.
      * COTA E HISTORICO DE EQUIPE SAO OPCIONAIS; O PERFIL, QUANDO
      * INFORMADO, PRECISA EXISTIR
       11.
           OPEN INPUT ARQ-COTA.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-COTA
           ELSE
              MOVE "N" TO WS-IND-ARQ-COTA.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
           PERFORM 99-ABRE-HISTEQUIPE-CONSULTA.
           MOVE "N" TO WS-IND-PERFIL.
           IF WS-NM-PERFIL NOT EQUAL SPACES
              OPEN INPUT ARQ-SAZONAL
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE WS-NM-PERFIL TO SAZ-NM-PERFIL
                 READ ARQ-SAZONAL
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "S" TO WS-IND-PERFIL
                    MOVE WS-DT-REFERENCIA(5:2) TO WS-IX-MES
                    MOVE SAZ-PC-MES(WS-IX-MES) TO WS-PC-SAZONAL-MES
                 END-IF
                 CLOSE ARQ-SAZONAL
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
              IF NOT WS-USA-PERFIL
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Perfil de Sazonalidade nao Encontrado."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 CLOSE ARQ-VENDADET
                       ARQ-VENDEDOR
                 IF WS-ARQ-COTA-OK
                    CLOSE ARQ-COTA
                 END-IF
                 PERFORM 99-FECHA-HISTEQUIPE
              END-IF
           END-IF.
       11-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           IF NOT WS-FIM-ARQUIVO
              PERFORM 21-CALENDARIO-DO-MES
              MOVE "PREVCOTA" TO WS-SPL-ID-RELATORIO
              PERFORM 99-PREPARA-SPOOL
              OPEN OUTPUT RELATO
              MOVE "S" TO WS-IND-PRIMEIRO
              INITIALIZE WS-TAB-TOTAIS
              SORT ARQ-SORT ON ASCENDING KEY SOR-CD-REGIAO
                                             SOR-CD-SUPERVISOR
                                             SOR-CD-EMPRESA
                                             SOR-CD-VENDEDOR
                                             SOR-TP-REGISTRO
                   INPUT  PROCEDURE IS 22-CARREGA-VENDAS
                   OUTPUT PROCEDURE IS 23-IMPRIME-PREVISAO
              CLOSE RELATO
              MOVE WS-QT-ALERTAS TO WS-QT-ED
              MOVE SPACES TO WS-MENSAGEM
              STRING "Previsao Gerada no Spool - " WS-QT-ED
                     " Vendedor(es) Abaixo do Alerta."
                     DELIMITED BY SIZE INTO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           END-IF.
       2-SAIDA.
           EXIT.
      *
       21-CALENDARIO-DO-MES SECTION.
      *--------------------
      * DIAS UTEIS DO MES DA REFERENCIA, DECORRIDOS ATE ELA E
      * RESTANTES, PELO SUBPROGRAMA DE DIA UTIL
       21.
           MOVE WS-DT-REFERENCIA(1:6) TO WS-NR-MES-REF.
           COMPUTE WS-NR-MES-INICIO-DOZE = WS-NR-MES-REF - 100.
           COMPUTE WS-DT-INICIO-MES = WS-NR-MES-REF * 100 + 1.
           COMPUTE WS-NR-DIA-AUX =
                   FUNCTION INTEGER-OF-DATE (WS-DT-INICIO-MES) - 1.
           MOVE FUNCTION DATE-OF-INTEGER (WS-NR-DIA-AUX)
                TO WS-DT-VESPERA-MES.
           MOVE "U" TO WS-DU-FUNCAO.
           MOVE WS-DT-REFERENCIA TO WS-DU-DT-REFERENCIA.
           CALL WS-NM-PROG-DIAUTIL USING WS-DU-PARAMETROS.
           MOVE WS-DU-DT-RESULTADO TO WS-DT-FIM-MES.
           MOVE "D" TO WS-DU-FUNCAO.
           MOVE WS-DT-VESPERA-MES TO WS-DU-DT-REFERENCIA.
           MOVE WS-DT-FIM-MES     TO WS-DU-DT-FIM.
           CALL WS-NM-PROG-DIAUTIL USING WS-DU-PARAMETROS.
           MOVE WS-DU-QT-DIAS TO WS-QT-DIAS-MES.
           MOVE "D" TO WS-DU-FUNCAO.
           MOVE WS-DT-VESPERA-MES TO WS-DU-DT-REFERENCIA.
           MOVE WS-DT-REFERENCIA  TO WS-DU-DT-FIM.
           CALL WS-NM-PROG-DIAUTIL USING WS-DU-PARAMETROS.
           MOVE WS-DU-QT-DIAS TO WS-QT-DIAS-DECORRIDOS.
           IF WS-QT-DIAS-DECORRIDOS GREATER WS-QT-DIAS-MES
              MOVE WS-QT-DIAS-MES TO WS-QT-DIAS-DECORRIDOS.
           COMPUTE WS-QT-DIAS-RESTANTES =
                   WS-QT-DIAS-MES - WS-QT-DIAS-DECORRIDOS.
           MOVE ZEROS TO WS-PC-DECORRIDO.
           IF WS-QT-DIAS-MES GREATER ZEROS
              COMPUTE WS-PC-DECORRIDO ROUNDED =
                      WS-QT-DIAS-DECORRIDOS / WS-QT-DIAS-MES.
           MOVE SPACES TO WL-DT-REFERENCIA.
           STRING WS-DT-REFERENCIA(7:2) "/" WS-DT-REFERENCIA(5:2) "/"
                  WS-DT-REFERENCIA(1:4)
                  DELIMITED BY SIZE INTO WL-DT-REFERENCIA.
           MOVE WS-QT-DIAS-DECORRIDOS TO WL-QT-DECORRIDOS.
           MOVE WS-QT-DIAS-MES        TO WL-QT-DIAS-MES.
           MOVE WS-QT-DIAS-RESTANTES  TO WL-QT-RESTANTES.
           MOVE WS-PC-ALERTA-NUM      TO WL-PC-ALERTA.
           IF WS-USA-PERFIL
              MOVE WS-NM-PERFIL TO WL-NM-PERFIL
           ELSE
              MOVE "NENHUM"     TO WL-NM-PERFIL.
       21-SAIDA.
           EXIT.
      *
       22-CARREGA-VENDAS SECTION.
       22.
           MOVE ZEROS TO FOR-CHAVE-VENDEDOR
                         WS-ESTADO-ARQUIVO.
           START ARQ-VENDEDOR KEY NOT LESS FOR-CHAVE-VENDEDOR.
           PERFORM 221-CARREGA-UM-VENDEDOR
               UNTIL NOT WS-OPERACAO-BEM-SUCEDIDA.
           MOVE ZEROS TO VDD-CHAVE-VENDA-DET
                         WS-ESTADO-ARQUIVO.
           START ARQ-VENDADET KEY NOT LESS VDD-CHAVE-VENDA-DET.
           PERFORM 222-CARREGA-UM-DETALHE
               UNTIL NOT WS-OPERACAO-BEM-SUCEDIDA.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       22-SAIDA.
           EXIT.
      *
       221-CARREGA-UM-VENDEDOR SECTION.
      * TODO VENDEDOR ATIVO ENTRA, MESMO SEM VENDA NO MES
       221.
           READ ARQ-VENDEDOR NEXT.
           IF WS-OPERACAO-BEM-SUCEDIDA
              IF FOR-SIT-ATIVO
                 MOVE FOR-CD-EMPRESA    TO WS-HEQ-CD-EMPRESA
                 MOVE FOR-CD-VENDEDOR   TO WS-HEQ-CD-VENDEDOR
                 MOVE FOR-CD-SUPERVISOR TO WS-HEQ-CD-SUPERVISOR
                 MOVE FOR-CD-REGIAO     TO WS-HEQ-CD-REGIAO
                 MOVE WS-DT-REFERENCIA  TO WS-HEQ-DT-REFERENCIA
                 PERFORM 99-BUSCA-ATRIBUICAO
                 MOVE WS-HEQ-CD-REGIAO     TO SOR-CD-REGIAO
                 MOVE WS-HEQ-CD-SUPERVISOR TO SOR-CD-SUPERVISOR
                 MOVE FOR-CD-EMPRESA       TO SOR-CD-EMPRESA
                 MOVE FOR-CD-VENDEDOR      TO SOR-CD-VENDEDOR
                 MOVE "C"                  TO SOR-TP-REGISTRO
                 MOVE ZEROS                TO SOR-VL-MES
                                              SOR-VL-DOZE-MESES
                 RELEASE REG-SORT
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
       221-SAIDA.
           EXIT.
      *
       222-CARREGA-UM-DETALHE SECTION.
      * CLASSIFICA O DETALHE NA COMPETENCIA (A DO ESTORNO E A DA
      * VENDA ORIGINAL, COM VALOR NEGATIVO): O MES DA REFERENCIA ATE
      * A DATA E, COM PERFIL, OS DOZE MESES ANTERIORES
       222.
           READ ARQ-VENDADET NEXT.
           IF WS-OPERACAO-BEM-SUCEDIDA
              IF VDD-MOV-ESTORNO
                 MOVE VDD-DT-ORIGINAL(1:6) TO WS-NR-MES-DETALHE
              ELSE
                 MOVE VDD-DT-VENDA(1:6) TO WS-NR-MES-DETALHE
              END-IF
              MOVE ZEROS TO SOR-VL-MES
                            SOR-VL-DOZE-MESES
              IF VDD-DT-VENDA NOT GREATER WS-DT-REFERENCIA
                 IF WS-NR-MES-DETALHE EQUAL WS-NR-MES-REF
                    MOVE VDD-VL-VENDA TO SOR-VL-MES
                 ELSE
                    IF  WS-USA-PERFIL
                    AND WS-NR-MES-DETALHE NOT LESS
                                          WS-NR-MES-INICIO-DOZE
                    AND WS-NR-MES-DETALHE LESS WS-NR-MES-REF
                       MOVE VDD-VL-VENDA TO SOR-VL-DOZE-MESES
                    END-IF
                 END-IF
              END-IF
              IF SOR-VL-MES        NOT EQUAL ZEROS
              OR SOR-VL-DOZE-MESES NOT EQUAL ZEROS
                 IF VDD-MOV-ESTORNO
                    COMPUTE SOR-VL-MES        = 0 - SOR-VL-MES
                    COMPUTE SOR-VL-DOZE-MESES = 0 - SOR-VL-DOZE-MESES
                 END-IF
                 PERFORM 99-EQUIPE-DO-DETALHE
                 MOVE WS-HEQ-CD-REGIAO     TO SOR-CD-REGIAO
                 MOVE WS-HEQ-CD-SUPERVISOR TO SOR-CD-SUPERVISOR
                 MOVE VDD-CD-EMPRESA       TO SOR-CD-EMPRESA
                 MOVE VDD-CD-VENDEDOR      TO SOR-CD-VENDEDOR
                 MOVE "D"                  TO SOR-TP-REGISTRO
                 RELEASE REG-SORT
              END-IF
           END-IF.
       222-SAIDA.
           EXIT.
      *
       23-IMPRIME-PREVISAO SECTION.
       23.
           MOVE SPACE TO WS-FINAL-SORT.
           PERFORM 231-ACUMULA-UM-REGISTRO
               UNTIL WS-FIM-SORT.
           IF NOT WS-PRIMEIRO-REGISTRO
              PERFORM 99-FECHA-VENDEDOR
              MOVE 1 TO WS-IX-TOT
              PERFORM 99-FECHA-TOTAL
              MOVE 2 TO WS-IX-TOT
              PERFORM 99-FECHA-TOTAL
              MOVE 3 TO WS-IX-TOT
              PERFORM 99-FECHA-TOTAL.
       23-SAIDA.
           EXIT.
      *
       231-ACUMULA-UM-REGISTRO SECTION.
       231.
           PERFORM 99-LEITURA-SORT.
           IF NOT WS-FIM-SORT
              IF WS-PRIMEIRO-REGISTRO
              OR SOR-CD-REGIAO     NOT EQUAL WS-CD-REGIAO-ANT
              OR SOR-CD-SUPERVISOR NOT EQUAL WS-CD-SUPERVISOR-ANT
              OR SOR-CD-EMPRESA    NOT EQUAL WS-CD-EMPRESA-ANT
              OR SOR-CD-VENDEDOR   NOT EQUAL WS-CD-VENDEDOR-ANT
                 IF NOT WS-PRIMEIRO-REGISTRO
                    PERFORM 99-FECHA-VENDEDOR
                    IF SOR-CD-REGIAO     NOT EQUAL WS-CD-REGIAO-ANT
                    OR SOR-CD-SUPERVISOR NOT EQUAL WS-CD-SUPERVISOR-ANT
                       MOVE 1 TO WS-IX-TOT
                       PERFORM 99-FECHA-TOTAL
                    END-IF
                    IF SOR-CD-REGIAO NOT EQUAL WS-CD-REGIAO-ANT
                       MOVE 2 TO WS-IX-TOT
                       PERFORM 99-FECHA-TOTAL
                    END-IF
                 END-IF
                 MOVE SOR-CD-REGIAO     TO WS-CD-REGIAO-ANT
                 MOVE SOR-CD-SUPERVISOR TO WS-CD-SUPERVISOR-ANT
                 MOVE SOR-CD-EMPRESA    TO WS-CD-EMPRESA-ANT
                 MOVE SOR-CD-VENDEDOR   TO WS-CD-VENDEDOR-ANT
                 MOVE ZEROS TO WS-VL-MES-VDR
                               WS-VL-DOZE-VDR
              END-IF
              MOVE "N" TO WS-IND-PRIMEIRO
              ADD SOR-VL-MES        TO WS-VL-MES-VDR
              ADD SOR-VL-DOZE-MESES TO WS-VL-DOZE-VDR
           END-IF.
       231-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           IF NOT WS-FIM-ARQUIVO
              CLOSE ARQ-VENDADET
                    ARQ-VENDEDOR
              IF WS-ARQ-COTA-OK
                 CLOSE ARQ-COTA
              END-IF
              PERFORM 99-FECHA-HISTEQUIPE
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
      * EQUIPE NA DATA DE REFERENCIA DO VENDEDOR DO DETALHE; O
      * DETALHE VEM POR CLIENTE, ENTAO GUARDA A ULTIMA CONSULTA
       99-EQUIPE-DO-DETALHE.
           IF VDD-CD-EMPRESA  NOT EQUAL WS-CD-EMPRESA-EQP
           OR VDD-CD-VENDEDOR NOT EQUAL WS-CD-VENDEDOR-EQP
              MOVE VDD-CD-EMPRESA  TO WS-CD-EMPRESA-EQP
                                      WS-HEQ-CD-EMPRESA
                                      FOR-CD-EMPRESA
              MOVE VDD-CD-VENDEDOR TO WS-CD-VENDEDOR-EQP
                                      WS-HEQ-CD-VENDEDOR
                                      FOR-CD-VENDEDOR
              MOVE ZEROS TO WS-HEQ-CD-SUPERVISOR
                            WS-HEQ-CD-REGIAO
              READ ARQ-VENDEDOR
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE FOR-CD-SUPERVISOR TO WS-HEQ-CD-SUPERVISOR
                 MOVE FOR-CD-REGIAO     TO WS-HEQ-CD-REGIAO
              END-IF
              MOVE WS-DT-REFERENCIA TO WS-HEQ-DT-REFERENCIA
              PERFORM 99-BUSCA-ATRIBUICAO
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
      *
      * PREVISAO DO VENDEDOR: RITMO = REALIZADO / DIAS DECORRIDOS x
      * DIAS DO MES; COM PERFIL, ESPERADO = DOZE MESES x PERCENTUAL
      * DO MES E PREVISTO = RITMO x FRACAO DECORRIDA + ESPERADO x
      * FRACAO RESTANTE. NUNCA ABAIXO DO JA REALIZADO
       99-FECHA-VENDEDOR.
           MOVE WS-VL-MES-VDR TO WS-VL-RITMO
           IF WS-QT-DIAS-DECORRIDOS GREATER ZEROS
              COMPUTE WS-VL-RITMO ROUNDED =
                      WS-VL-MES-VDR * WS-QT-DIAS-MES
                                    / WS-QT-DIAS-DECORRIDOS
           END-IF
           IF WS-USA-PERFIL
              COMPUTE WS-VL-ESPERADO ROUNDED =
                      WS-VL-DOZE-VDR * WS-PC-SAZONAL-MES / 100
              COMPUTE WS-VL-PREVISTO ROUNDED =
                      WS-VL-RITMO * WS-PC-DECORRIDO
                    + WS-VL-ESPERADO * (1 - WS-PC-DECORRIDO)
           ELSE
              MOVE WS-VL-RITMO TO WS-VL-PREVISTO
           END-IF
           IF WS-VL-PREVISTO LESS WS-VL-MES-VDR
              MOVE WS-VL-MES-VDR TO WS-VL-PREVISTO
           END-IF
           PERFORM 99-COTA-DO-VENDEDOR
           MOVE SPACES TO WL-ALERTA
           MOVE ZEROS  TO WS-PC-PREVISTO
           IF WS-VL-COTA GREATER ZEROS
              IF WS-VL-PREVISTO GREATER ZEROS
                 COMPUTE WS-PC-PREVISTO ROUNDED =
                         WS-VL-PREVISTO * 100 / WS-VL-COTA
                    ON SIZE ERROR
                       MOVE 99999,99 TO WS-PC-PREVISTO
                 END-COMPUTE
              END-IF
              IF WS-PC-PREVISTO LESS WS-PC-ALERTA-NUM
                 MOVE "<<<<<" TO WL-ALERTA
                 ADD 1 TO WS-QT-ALERTAS
              END-IF
           END-IF
           MOVE WS-CD-REGIAO-ANT     TO WL-REGIAO
           MOVE WS-CD-SUPERVISOR-ANT TO WL-SUPERVISOR
           MOVE WS-CD-EMPRESA-ANT    TO WL-EMPRESA
           MOVE WS-CD-VENDEDOR-ANT   TO WL-VENDEDOR
           MOVE WS-VL-MES-VDR        TO WL-VL-MES
           MOVE WS-VL-PREVISTO       TO WL-VL-PREVISTO
           MOVE WS-VL-COTA           TO WL-VL-COTA
           MOVE WS-PC-PREVISTO       TO WL-PC-PREVISTO
           PERFORM 99-IMPRIME-LINHA
           PERFORM 99-SOMA-TOTAIS
               VARYING WS-IX-TOT FROM 1 BY 1
               UNTIL WS-IX-TOT GREATER 3.
      *
      * COTA DO PERIODO (GV-COTA.DAT); SEM ELA, A COTA DO CADASTRO
       99-COTA-DO-VENDEDOR.
           MOVE ZEROS  TO WS-VL-COTA
           MOVE SPACES TO WL-NM-VENDEDOR
           MOVE WS-CD-EMPRESA-ANT  TO FOR-CD-EMPRESA
           MOVE WS-CD-VENDEDOR-ANT TO FOR-CD-VENDEDOR
           READ ARQ-VENDEDOR
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE FOR-NM-VENDEDOR   TO WL-NM-VENDEDOR
              MOVE FOR-VL-COTA-VENDA TO WS-VL-COTA
           ELSE
              MOVE "NAO CADASTRADO"  TO WL-NM-VENDEDOR
           END-IF
           IF WS-ARQ-COTA-OK
              MOVE WS-CD-EMPRESA-ANT  TO COT-CD-EMPRESA
              MOVE WS-CD-VENDEDOR-ANT TO COT-CD-VENDEDOR
              MOVE WS-NR-MES-REF      TO COT-NR-COMPETENCIA
              READ ARQ-COTA
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE COT-VL-COTA TO WS-VL-COTA
              END-IF
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
       99-SOMA-TOTAIS.
           ADD WS-VL-MES-VDR  TO WS-TOT-VL-MES(WS-IX-TOT)
           ADD WS-VL-PREVISTO TO WS-TOT-VL-PREVISTO(WS-IX-TOT)
           ADD WS-VL-COTA     TO WS-TOT-VL-COTA(WS-IX-TOT).
      *
      * LINHA DE TOTAL DO NIVEL WS-IX-TOT E ZERA O ACUMULADOR
       99-FECHA-TOTAL.
           MOVE SPACES TO WL-DS-TOTAL
           IF WS-IX-TOT EQUAL 1
              STRING "   TOTAL DO SUPERVISOR " WS-CD-SUPERVISOR-ANT
                     DELIMITED BY SIZE INTO WL-DS-TOTAL
           END-IF
           IF WS-IX-TOT EQUAL 2
              STRING "   TOTAL DA REGIAO " WS-CD-REGIAO-ANT
                     DELIMITED BY SIZE INTO WL-DS-TOTAL
           END-IF
           IF WS-IX-TOT EQUAL 3
              MOVE "   TOTAL GERAL" TO WL-DS-TOTAL
           END-IF
           MOVE WS-TOT-VL-MES(WS-IX-TOT)      TO WL-TOT-MES
           MOVE WS-TOT-VL-PREVISTO(WS-IX-TOT) TO WL-TOT-PREVISTO
           MOVE WS-TOT-VL-COTA(WS-IX-TOT)     TO WL-TOT-COTA
           MOVE ZEROS TO WL-TOT-PC
           IF  WS-TOT-VL-COTA(WS-IX-TOT) GREATER ZEROS
           AND WS-TOT-VL-PREVISTO(WS-IX-TOT) GREATER ZEROS
              COMPUTE WS-PC-PREVISTO ROUNDED =
                      WS-TOT-VL-PREVISTO(WS-IX-TOT) * 100
                    / WS-TOT-VL-COTA(WS-IX-TOT)
                 ON SIZE ERROR
                    MOVE 99999,99 TO WS-PC-PREVISTO
              END-COMPUTE
              MOVE WS-PC-PREVISTO TO WL-TOT-PC
           END-IF
           ADD 2 TO WS-NR-LIN
           WRITE LINHA FROM LIN-02 BEFORE ADVANCING 2
           MOVE ZEROS TO WS-TOT-VL-MES(WS-IX-TOT)
                         WS-TOT-VL-PREVISTO(WS-IX-TOT)
                         WS-TOT-VL-COTA(WS-IX-TOT).
      *
       99-IMPRIME-LINHA.
           ADD 1 TO WS-NR-LIN
           IF WS-NR-LIN > 64
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
      * CENTRAL DE CONFIGURACAO (GV-CONFIG.PAR), QUANDO PRESENTES,
      * E LE O PERCENTUAL DE ALERTA PADRAO
       99-LE-CONFIGURACAO.
           MOVE "ARQ-VENDEDOR" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-VENDEDOR
           END-IF
           MOVE "ARQ-VENDADET" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-VENDADET
           END-IF
           MOVE "PREVISAO-PC-ALERTA" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              COMPUTE WS-VL-CONFIG-NUM =
                      FUNCTION NUMVAL (WS-CFG-VALOR)
              IF  WS-VL-CONFIG-NUM GREATER ZEROS
              AND WS-VL-CONFIG-NUM NOT GREATER 200
                 MOVE WS-VL-CONFIG-NUM TO WS-PC-ALERTA-NUM
              END-IF
           END-IF.
      *
       990-CONSULTA-CONFIG.
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
      *
       COPY GV-HISTEQPPD.CPY.
      *
       COPY GV-SPOOLPD.CPY.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-PREVCOTA" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
