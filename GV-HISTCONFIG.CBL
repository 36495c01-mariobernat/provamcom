000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-HISTCONFIG.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Historico e Restauracao da Configuracao
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Manutencao controlada do arquivo central de configuracao
      *     (GV-CONFIG.PAR) sobre o historico gravado por
      *     GV-GRAVACONFIG em GV-CFGHIST.LOG:
      *       1 - Altera Chave: valor novo com motivo obrigatorio;
      *       2 - Historico da Chave: as alteracoes da chave na tela,
      *           da mais antiga a mais recente;
      *       3 - Relatorio de Alteracoes desde uma data (spool);
      *       4 - Restaura Chave ao valor que tinha na data/hora
      *           informada;
      *       5 - Restaura Arquivo: todas as chaves com historico
      *           voltam ao valor da data/hora informada, menos
      *           MODO-OPERACAO, que e estado da operacao e nao
      *           parametro (restauravel pela opcao 4).
      *     O valor de uma chave num momento e o valor novo da ultima
      *     alteracao ate aquele momento ou, nao havendo, o valor
      *     anterior da primeira alteracao posterior; chave sem
      *     historico nao e tocada. A restauracao passa pelo proprio
      *     GV-GRAVACONFIG, entao tambem fica no historico, com o
      *     momento restaurado no inicio do motivo.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CFGHIST ASSIGN TO DISK WID-ARQ-CFGHIST
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-SPOOL-CAT ASSIGN TO DISK WID-ARQ-SPOOL-CAT
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT RELATO   ASSIGN TO DISK.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-CFGHIST.CPY.
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
           03 WID-ARQ-CFGHIST        PIC X(15) VALUE "GV-CFGHIST.LOG".
           03 WS01-ARQUIVO           PIC X(60) VALUE "IMPRESSAO.IMP".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-OPCAO               PIC 9(01) VALUE ZEROS.
              88 WS-ALTERA-CHAVE               VALUE 1.
              88 WS-HISTORICO-CHAVE            VALUE 2.
              88 WS-EMITE-RELATORIO            VALUE 3.
              88 WS-RESTAURA-CHAVE             VALUE 4.
              88 WS-RESTAURA-ARQUIVO           VALUE 5.
              88 WS-RESTAURACAO                VALUE 4 5.
              88 WS-FIM-PROGRAMA               VALUE 0 9.
           03 WS-FINAL-ARQUIVO       PIC X(01) VALUE SPACE.
              88 WS-FIM-ARQUIVO                VALUE "F".
           03 WS-IND-FIM-LISTA       PIC X(01) VALUE "N".
              88 WS-FIM-LISTA                  VALUE "S".
           03 WS-IND-PEDIDO          PIC X(01) VALUE "S".
              88 WS-PEDIDO-OK                  VALUE "S".
           03 WS-IND-CONSIDERA       PIC X(01) VALUE "S".
              88 WS-CONSIDERA-ALTERACAO        VALUE "S".
           03 WS-MENSAGEM            PIC X(68).
           03 WS-RESPOSTA            PIC X(01).
              88 WS-SIM                        VALUE "S" "s".
              88 WS-NAO                        VALUE "N" "n".
           03 WS-CHAVE               PIC X(020) VALUE SPACES.
           03 WS-VL-ATUAL            PIC X(060) VALUE SPACES.
           03 WS-VL-NOVO             PIC X(060) VALUE SPACES.
           03 WS-DS-MOTIVO           PIC X(040) VALUE SPACES.
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-NR-LIN              PIC 9(03) VALUE 999.
           03 WS-NR-PAG              PIC 9(03) VALUE ZEROS.
           03 WS-QT-ED1              PIC ZZZZ9.
      *
      * MOMENTO INFORMADO (DATA AAAAMMDD E HORA HHMM) E O MOMENTO DE
      * CADA ALTERACAO, COMPARADOS COMO AAAAMMDDHHMMSSCC; A HORA
      * INFORMADA VALE ATE O FIM DO MINUTO
           03 WS-DT-INFORMADA        PIC 9(008) VALUE ZEROS.
           03 WS-DT-INFORMADA-R REDEFINES WS-DT-INFORMADA.
              05 WS-DT-INF-ANO       PIC 9(004).
              05 WS-DT-INF-MES       PIC 9(002).
              05 WS-DT-INF-DIA       PIC 9(002).
           03 WS-HR-INFORMADA        PIC 9(004) VALUE ZEROS.
           03 WS-HR-INFORMADA-R REDEFINES WS-HR-INFORMADA.
              05 WS-HR-INF-HORA      PIC 9(002).
              05 WS-HR-INF-MINUTO    PIC 9(002).
           03 WS-TS-ALVO             PIC 9(016) VALUE ZEROS.
           03 WS-TS-ALTERACAO        PIC 9(016) VALUE ZEROS.
      *
      * DATA E HORA DA ALTERACAO EDITADAS NA TELA E NO RELATORIO
           03 WS-DT-EDICAO           PIC 9(008) VALUE ZEROS.
           03 WS-DT-EDICAO-R REDEFINES WS-DT-EDICAO.
              05 WS-DT-EDICAO-ANO    PIC 9(004).
              05 WS-DT-EDICAO-MES    PIC 9(002).
              05 WS-DT-EDICAO-DIA    PIC 9(002).
           03 WS-DT-EDITADA          PIC X(010) VALUE SPACES.
           03 WS-HR-EDICAO           PIC 9(008) VALUE ZEROS.
           03 WS-HR-EDICAO-R REDEFINES WS-HR-EDICAO.
              05 WS-HR-EDICAO-HORA   PIC 9(002).
              05 WS-HR-EDICAO-MINUTO PIC 9(002).
              05 WS-HR-EDICAO-SEGUNDO PIC 9(002).
              05 FILLER              PIC 9(002).
           03 WS-HR-EDITADA          PIC X(008) VALUE SPACES.
      *
       01  WS-CONTADORES.
           03 WS-QT-LISTADOS         PIC 9(05) VALUE ZEROS.
           03 WS-QT-ALTERACOES       PIC 9(05) VALUE ZEROS.
           03 WS-QT-A-RESTAURAR      PIC 9(05) VALUE ZEROS.
           03 WS-QT-RESTAURADAS      PIC 9(05) VALUE ZEROS.
           03 WS-QT-CHAVES-EXCEDENTES PIC 9(05) VALUE ZEROS.
      *
       77  WS-IX-RST                 PIC 9(04) COMP VALUE ZEROS.
       77  WS-IX-ACHOU               PIC 9(04) COMP VALUE ZEROS.
      *
      * VALOR DE CADA CHAVE NO MOMENTO DA RESTAURACAO: "A" DEFINIDO
      * POR UMA ALTERACAO ATE O MOMENTO, "D" PELO VALOR ANTERIOR DA
      * PRIMEIRA ALTERACAO POSTERIOR; "S" MARCA AS QUE DIFEREM DO
      * ARQUIVO ATUAL E SERAO REGRAVADAS
       01  WS-TAB-RESTAURA.
           03 WS-QT-TAB-CHAVES       PIC 9(04) COMP VALUE ZEROS.
           03 WS-RST-OCORRENCIA OCCURS 300 TIMES.
              05 WS-RST-CHAVE        PIC X(020).
              05 WS-RST-IN-ORIGEM    PIC X(001).
                 88 WS-RST-ATE-O-MOMENTO        VALUE "A".
                 88 WS-RST-DEPOIS-DO-MOMENTO    VALUE "D".
              05 WS-RST-IN-DIFERE    PIC X(001).
                 88 WS-RST-A-REGRAVAR           VALUE "S".
              05 WS-RST-VALOR        PIC X(060).
      *
      * LAYOUT DO RELATORIO DE ALTERACOES DA CONFIGURACAO
       01  CAB-01.
           02 FILLER            PIC X(19) VALUE SPACES.
           02 FILLER            PIC X(44) VALUE
              "ALTERACOES DA CONFIGURACAO (GV-CONFIG.PAR)".
           02 FILLER            PIC X(07) VALUE "DESDE: ".
           02 WL-DT-DESDE       PIC X(10).
           02 FILLER            PIC X(04) VALUE SPACES.
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
           03 FILLER    PIC X(04) VALUE SPACES.
           03 FILLER    PIC X(11) VALUE "DATA".
           03 FILLER    PIC X(10) VALUE "HORA".
           03 FILLER    PIC X(10) VALUE "USUARIO".
           03 FILLER    PIC X(17) VALUE "PROGRAMA".
           03 FILLER    PIC X(22) VALUE "CHAVE".
           03 FILLER    PIC X(58) VALUE "MOTIVO".
      *
       01  CAB-03.
           03 FILLER PIC X(132) VALUE IS ALL '='.
      *
       01  LIN-01.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 WL-DATA         PIC X(10).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-HORA         PIC X(08).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-USUARIO      PIC X(08).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-PROGRAMA     PIC X(15).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-CHAVE        PIC X(20).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-MOTIVO       PIC X(40).
           03 FILLER          PIC X(18) VALUE SPACES.
      *
       01  LIN-02.
           03 FILLER          PIC X(25) VALUE SPACES.
           03 WL-ROTULO       PIC X(11).
           03 WL-VALOR        PIC X(60).
           03 FILLER          PIC X(36) VALUE SPACES.
      *
       01  LIN-03.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 WL-TOT-DESCRICAO PIC X(40).
           03 WL-TOT-QT       PIC ZZZZ9.
           03 FILLER          PIC X(83) VALUE SPACES.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-GRAVACFGWS.CPY.
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-LINKAGE.
      *
       SCREEN SECTION.
      *
       01  SST-LIMPA-TELA.
           03 LINE 22 COL 10 BLANK LINE.
           03 LINE 20 COL 01 BLANK LINE.
           03 LINE 19 COL 01 BLANK LINE.
           03 LINE 18 COL 01 BLANK LINE.
           03 LINE 17 COL 01 BLANK LINE.
           03 LINE 15 COL 01 BLANK LINE.
           03 LINE 14 COL 01 BLANK LINE.
           03 LINE 12 COL 01 BLANK LINE.
           03 LINE 11 COL 01 BLANK LINE.
           03 LINE 10 COL 01 BLANK LINE.
           03 LINE 09 COL 01 BLANK LINE.
           03 LINE 08 COL 01 BLANK LINE.
      *
       01  SST-HISTCONFIG.
           03 LINE 02 COL 25 VALUE "Historico da Configuracao".
           03 LINE 04 COL 05 VALUE
              "1-Altera Chave  2-Historico da Chave  3-Relatorio de Alte
      -       "racoes".
           03 LINE 05 COL 05 VALUE
              "4-Restaura Chave  5-Restaura Arquivo".
           03 LINE 06 COL 05 VALUE "Informe a Opcao (0 Retorna): ".
           03 OPCAO LINE 06 COL 34 PIC 9 USING WS-OPCAO AUTO.
      *
       01  SST-CHAVE.
           03 LINE 08 COL 05 VALUE "Chave......: ".
           03 LINE 08 COL 18 USING WS-CHAVE.
      *
       01  SST-VALOR-ATUAL.
           03 LINE 09 COL 05 VALUE "Valor Atual: ".
           03 LINE 09 COL 18 USING WS-VL-ATUAL.
      *
       01  SST-VALOR-NOVO.
           03 LINE 10 COL 05 VALUE "Valor Novo.: ".
           03 LINE 10 COL 18 USING WS-VL-NOVO.
      *
       01  SST-MOMENTO.
           03 LINE 09 COL 05 VALUE "Data (AAAAMMDD): ".
           03 LINE 09 COL 22 USING WS-DT-INFORMADA.
           03 LINE 09 COL 34 VALUE "Hora (HHMM): ".
           03 LINE 09 COL 47 USING WS-HR-INFORMADA.
      *
       01  SST-DATA-INICIO.
           03 LINE 08 COL 05 VALUE "Alteracoes desde (AAAAMMDD): ".
           03 LINE 08 COL 34 USING WS-DT-INFORMADA.
      *
       01  SST-MOTIVO.
           03 LINE 11 COL 05 VALUE "Motivo.....: ".
           03 LINE 11 COL 18 USING WS-DS-MOTIVO.
      *
       01  SST-VALOR-RESTAURADO.
           03 LINE 14 COL 05 VALUE "Valor Atual: ".
           03 LINE 14 COL 18 USING WS-VL-ATUAL.
           03 LINE 15 COL 05 VALUE "Restaurado.: ".
           03 LINE 15 COL 18 USING WS-VL-NOVO.
      *
       01  SST-LINHA-HISTORICO.
           03 LINE 17 COL 05 VALUE "Em.........: ".
           03 LINE 17 COL 18 USING WS-DT-EDITADA.
           03 LINE 17 COL 29 USING WS-HR-EDITADA.
           03 LINE 17 COL 39 USING HCF-CD-USUARIO.
           03 LINE 17 COL 49 USING HCF-NM-PROGRAMA.
           03 LINE 18 COL 05 VALUE "Anterior...: ".
           03 LINE 18 COL 18 USING HCF-VL-ANTERIOR.
           03 LINE 19 COL 05 VALUE "Novo.......: ".
           03 LINE 19 COL 18 USING HCF-VL-NOVO.
           03 LINE 20 COL 05 VALUE "Motivo.....: ".
           03 LINE 20 COL 18 USING HCF-DS-MOTIVO.
      *
       01  SST-MENSAGEM.
           03 LINE 22 COL 11 USING WS-MENSAGEM.
      *
       PROCEDURE DIVISION USING LINKAGE-DADOS.
      *
       0-MODULO-CONTROLE SECTION.
      *-----------------
       0.
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           PERFORM 2-MODULO-PRINCIPAL
               WITH TEST AFTER UNTIL WS-FIM-PROGRAMA.
           PERFORM 3-MODULO-FINAL.
       0-SAIDA.
           EXIT PROGRAM.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           DISPLAY SST-LIMPA-TELA.
           MOVE ZEROS  TO WS-OPCAO.
           MOVE SPACES TO WS-CHAVE WS-VL-ATUAL WS-VL-NOVO
                          WS-DS-MOTIVO.
           ACCEPT SST-HISTCONFIG.
           IF WS-ALTERA-CHAVE
              PERFORM 21-ALTERA-CHAVE.
           IF WS-HISTORICO-CHAVE
              PERFORM 22-HISTORICO-CHAVE.
           IF WS-EMITE-RELATORIO
              PERFORM 23-EMITE-RELATORIO.
           IF WS-RESTAURACAO
              PERFORM 24-RESTAURA.
       2-SAIDA.
           EXIT.
      *
       21-ALTERA-CHAVE SECTION.
      *---------------
      * VALOR NOVO DE UMA CHAVE (OU CHAVE NOVA), COM MOTIVO
       21.
           ACCEPT SST-CHAVE.
           IF WS-CHAVE NOT EQUAL SPACES
              MOVE WS-CHAVE TO WS-CFG-CHAVE
              PERFORM 990-CONSULTA-CONFIG
              MOVE WS-CFG-VALOR TO WS-VL-ATUAL WS-VL-NOVO
              DISPLAY SST-VALOR-ATUAL
              ACCEPT SST-VALOR-NOVO
              ACCEPT SST-MOTIVO
              PERFORM 211-GRAVA-ALTERACAO.
       21-SAIDA.
           EXIT.
      *
       211-GRAVA-ALTERACAO SECTION.
       211.
           IF WS-VL-NOVO EQUAL WS-VL-ATUAL
              MOVE "Valor nao Alterado." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              IF WS-DS-MOTIVO EQUAL SPACES
                 MOVE "Informe o Motivo da Alteracao." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 MOVE "Confirma a Alteracao (S/N) ?" TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 IF WS-SIM
                    MOVE WS-CHAVE     TO WS-GCF-CHAVE
                    MOVE WS-VL-NOVO   TO WS-GCF-VALOR
                    MOVE WS-DS-MOTIVO TO WS-GCF-DS-MOTIVO
                    PERFORM 99-GRAVA-CONFIG
                    MOVE "Chave Alterada e Registrada no Historico."
                                                      TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                 END-IF
              END-IF
           END-IF.
       211-SAIDA.
           EXIT.
      *
       22-HISTORICO-CHAVE SECTION.
      *------------------
      * ALTERACOES DA CHAVE, UMA POR VEZ, DA MAIS ANTIGA A MAIS
      * RECENTE
       22.
           ACCEPT SST-CHAVE.
           IF WS-CHAVE NOT EQUAL SPACES
              MOVE ZEROS TO WS-QT-LISTADOS
              MOVE "N"   TO WS-IND-FIM-LISTA
              OPEN INPUT ARQ-CFGHIST
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE SPACE TO WS-FINAL-ARQUIVO
                 PERFORM 221-LISTA-UMA-ALTERACAO
                     UNTIL WS-FIM-ARQUIVO OR WS-FIM-LISTA
                 CLOSE ARQ-CFGHIST
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
              IF WS-QT-LISTADOS EQUAL ZEROS
                 MOVE "Chave sem Alteracao Registrada." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              END-IF
           END-IF.
       22-SAIDA.
           EXIT.
      *
       221-LISTA-UMA-ALTERACAO SECTION.
       221.
           READ ARQ-CFGHIST
               AT END MOVE "F" TO WS-FINAL-ARQUIVO
           END-READ.
           IF NOT WS-FIM-ARQUIVO
           AND HCF-CHAVE EQUAL WS-CHAVE
              ADD 1 TO WS-QT-LISTADOS
              PERFORM 99-EDITA-MOMENTO
              IF HCF-CHAVE-NOVA
                 MOVE "(chave inexistente)" TO HCF-VL-ANTERIOR
              END-IF
              DISPLAY SST-LINHA-HISTORICO
              MOVE "Continuar a Lista (S/N) ?" TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              IF WS-NAO
                 MOVE "S" TO WS-IND-FIM-LISTA
              END-IF
           END-IF.
       221-SAIDA.
           EXIT.
      *
       23-EMITE-RELATORIO SECTION.
      *------------------
       23.
           MOVE ZEROS TO WS-DT-INFORMADA.
           ACCEPT SST-DATA-INICIO.
           IF WS-DT-INFORMADA GREATER ZEROS
              PERFORM 231-GERA-RELATORIO.
       23-SAIDA.
           EXIT.
      *
       231-GERA-RELATORIO SECTION.
      *------------------
      * TODAS AS ALTERACOES A PARTIR DA DATA INFORMADA, NA ORDEM EM
      * QUE FORAM FEITAS
       231.
           MOVE WS-DT-INFORMADA TO WS-DT-EDICAO.
           PERFORM 99-EDITA-DATA.
           MOVE WS-DT-EDITADA     TO WL-DT-DESDE.
           MOVE WS-DT-HOJE(7:2)   TO WL-DT-DIA.
           MOVE WS-DT-HOJE(5:2)   TO WL-DT-MES.
           MOVE WS-DT-HOJE(1:4)   TO WL-DT-ANO.
           MOVE ZEROS TO WS-QT-ALTERACOES WS-NR-PAG.
           MOVE 999   TO WS-NR-LIN.
           MOVE "HISTCFG" TO WS-SPL-ID-RELATORIO.
           PERFORM 99-PREPARA-SPOOL.
           OPEN OUTPUT RELATO.
           OPEN INPUT ARQ-CFGHIST.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE SPACE TO WS-FINAL-ARQUIVO
              PERFORM 2311-IMPRIME-UMA-ALTERACAO
                  UNTIL WS-FIM-ARQUIVO
              CLOSE ARQ-CFGHIST
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
           PERFORM 99-IMPRIME-CABECALHO.
           WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1.
           MOVE "Alteracoes no Periodo .................:"
                TO WL-TOT-DESCRICAO.
           MOVE WS-QT-ALTERACOES TO WL-TOT-QT.
           WRITE LINHA FROM LIN-03 BEFORE ADVANCING 1.
           CLOSE RELATO.
           MOVE WS-QT-ALTERACOES TO WS-QT-ED1.
           MOVE SPACES TO WS-MENSAGEM.
           STRING "Relatorio no Spool - Alteracoes: " WS-QT-ED1
                  DELIMITED BY SIZE INTO WS-MENSAGEM.
           PERFORM 99-MENSAGEM.
       231-SAIDA.
           EXIT.
      *
       2311-IMPRIME-UMA-ALTERACAO SECTION.
       2311.
           READ ARQ-CFGHIST
               AT END MOVE "F" TO WS-FINAL-ARQUIVO
           END-READ.
           IF NOT WS-FIM-ARQUIVO
           AND HCF-DT-ALTERACAO NOT LESS WS-DT-INFORMADA
              ADD 1 TO WS-QT-ALTERACOES
              PERFORM 99-EDITA-MOMENTO
              MOVE WS-DT-EDITADA   TO WL-DATA
              MOVE WS-HR-EDITADA   TO WL-HORA
              MOVE HCF-CD-USUARIO  TO WL-USUARIO
              MOVE HCF-NM-PROGRAMA TO WL-PROGRAMA
              MOVE HCF-CHAVE       TO WL-CHAVE
              MOVE HCF-DS-MOTIVO   TO WL-MOTIVO
              PERFORM 99-IMPRIME-CABECALHO
              WRITE LINHA FROM LIN-01 BEFORE ADVANCING 1
              MOVE "ANTERIOR: "    TO WL-ROTULO
              MOVE HCF-VL-ANTERIOR TO WL-VALOR
              IF HCF-CHAVE-NOVA
                 MOVE "(CHAVE INEXISTENTE)" TO WL-VALOR
              END-IF
              PERFORM 99-IMPRIME-CABECALHO
              WRITE LINHA FROM LIN-02 BEFORE ADVANCING 1
              MOVE "NOVO....: "    TO WL-ROTULO
              MOVE HCF-VL-NOVO     TO WL-VALOR
              PERFORM 99-IMPRIME-CABECALHO
              WRITE LINHA FROM LIN-02 BEFORE ADVANCING 1
           END-IF.
       2311-SAIDA.
           EXIT.
      *
       24-RESTAURA SECTION.
      *-----------
      * RESTAURA UMA CHAVE (OPCAO 4) OU TODO O ARQUIVO (OPCAO 5) AO
      * ESTADO DA DATA/HORA INFORMADA
       24.
           MOVE "S" TO WS-IND-PEDIDO.
           IF WS-RESTAURA-CHAVE
              ACCEPT SST-CHAVE
              IF WS-CHAVE EQUAL SPACES
                 MOVE "N" TO WS-IND-PEDIDO.
           IF WS-PEDIDO-OK
              PERFORM 241-INFORMA-MOMENTO.
           IF WS-PEDIDO-OK
              PERFORM 242-CARREGA-ESTADO
              PERFORM 243-COMPARA-ESTADO
              PERFORM 244-CONFIRMA-RESTAURACAO.
           IF WS-PEDIDO-OK
              MOVE ZEROS TO WS-QT-RESTAURADAS
              PERFORM 245-RESTAURA-UMA-CHAVE
                  VARYING WS-IX-RST FROM 1 BY 1
                  UNTIL WS-IX-RST GREATER WS-QT-TAB-CHAVES
              MOVE WS-QT-RESTAURADAS TO WS-QT-ED1
              MOVE SPACES TO WS-MENSAGEM
              STRING "Chaves Restauradas: " WS-QT-ED1
                     DELIMITED BY SIZE INTO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
       24-SAIDA.
           EXIT.
      *
       241-INFORMA-MOMENTO SECTION.
      *-------------------
      * DATA/HORA A RESTAURAR E MOTIVO; DATA ZERADA DESISTE
       241.
           MOVE ZEROS TO WS-DT-INFORMADA WS-HR-INFORMADA.
           ACCEPT SST-MOMENTO.
           ACCEPT SST-MOTIVO.
           IF WS-DT-INFORMADA EQUAL ZEROS
              MOVE "N" TO WS-IND-PEDIDO
           ELSE
              IF WS-DT-INF-MES LESS 1 OR WS-DT-INF-MES GREATER 12
              OR WS-DT-INF-DIA LESS 1 OR WS-DT-INF-DIA GREATER 31
              OR WS-HR-INF-HORA GREATER 23
              OR WS-HR-INF-MINUTO GREATER 59
                 MOVE "N" TO WS-IND-PEDIDO
                 MOVE "Data ou Hora Invalida." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 IF WS-DS-MOTIVO EQUAL SPACES
                    MOVE "N" TO WS-IND-PEDIDO
                    MOVE "Informe o Motivo da Restauracao."
                                                      TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                 END-IF
              END-IF
           END-IF.
           COMPUTE WS-TS-ALVO = WS-DT-INFORMADA * 100000000
                              + WS-HR-INFORMADA * 10000 + 9999.
       241-SAIDA.
           EXIT.
      *
       242-CARREGA-ESTADO SECTION.
      *------------------
      * UMA PASSADA PELO HISTORICO (GRAVADO EM ORDEM CRONOLOGICA)
      * MONTANDO O VALOR DE CADA CHAVE NO MOMENTO INFORMADO
       242.
           MOVE ZEROS TO WS-QT-TAB-CHAVES WS-QT-CHAVES-EXCEDENTES.
           OPEN INPUT ARQ-CFGHIST.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE SPACE TO WS-FINAL-ARQUIVO
              PERFORM 2421-TRATA-UMA-ALTERACAO
                  UNTIL WS-FIM-ARQUIVO
              CLOSE ARQ-CFGHIST
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       242-SAIDA.
           EXIT.
      *
       2421-TRATA-UMA-ALTERACAO SECTION.
      * NA RESTAURACAO DO ARQUIVO O MODO DE OPERACAO FICA COMO ESTA
       2421.
           READ ARQ-CFGHIST
               AT END MOVE "F" TO WS-FINAL-ARQUIVO
           END-READ.
           IF NOT WS-FIM-ARQUIVO
              MOVE "S" TO WS-IND-CONSIDERA
              IF WS-RESTAURA-CHAVE
              AND HCF-CHAVE NOT EQUAL WS-CHAVE
                 MOVE "N" TO WS-IND-CONSIDERA
              END-IF
              IF WS-RESTAURA-ARQUIVO
              AND HCF-CHAVE EQUAL "MODO-OPERACAO"
                 MOVE "N" TO WS-IND-CONSIDERA
              END-IF
              IF WS-CONSIDERA-ALTERACAO
                 PERFORM 24211-APLICA-ALTERACAO
              END-IF
           END-IF.
       2421-SAIDA.
           EXIT.
      *
       24211-APLICA-ALTERACAO SECTION.
       24211.
           PERFORM 99-ACHA-CHAVE.
           IF WS-IX-ACHOU EQUAL ZEROS
              IF WS-QT-TAB-CHAVES NOT LESS 300
                 ADD 1 TO WS-QT-CHAVES-EXCEDENTES
              ELSE
                 ADD 1 TO WS-QT-TAB-CHAVES
                 MOVE WS-QT-TAB-CHAVES TO WS-IX-ACHOU
                 MOVE HCF-CHAVE TO WS-RST-CHAVE(WS-IX-ACHOU)
                 MOVE SPACE     TO WS-RST-IN-ORIGEM(WS-IX-ACHOU)
                 MOVE "N"       TO WS-RST-IN-DIFERE(WS-IX-ACHOU)
                 MOVE SPACES    TO WS-RST-VALOR(WS-IX-ACHOU)
              END-IF
           END-IF.
           COMPUTE WS-TS-ALTERACAO = HCF-DT-ALTERACAO * 100000000
                                   + HCF-HR-ALTERACAO.
           IF WS-IX-ACHOU GREATER ZEROS
              IF WS-TS-ALTERACAO NOT GREATER WS-TS-ALVO
                 MOVE "A"         TO WS-RST-IN-ORIGEM(WS-IX-ACHOU)
                 MOVE HCF-VL-NOVO TO WS-RST-VALOR(WS-IX-ACHOU)
              ELSE
                 IF WS-RST-IN-ORIGEM(WS-IX-ACHOU) EQUAL SPACE
                    MOVE "D"      TO WS-RST-IN-ORIGEM(WS-IX-ACHOU)
                    MOVE HCF-VL-ANTERIOR TO WS-RST-VALOR(WS-IX-ACHOU)
                    IF HCF-CHAVE-NOVA
                       MOVE SPACES TO WS-RST-VALOR(WS-IX-ACHOU)
                    END-IF
                 END-IF
              END-IF
           END-IF.
       24211-SAIDA.
           EXIT.
      *
       243-COMPARA-ESTADO SECTION.
      *------------------
      * MARCA AS CHAVES CUJO VALOR ATUAL DIFERE DO VALOR NO MOMENTO
       243.
           MOVE ZEROS TO WS-QT-A-RESTAURAR.
           PERFORM 2431-COMPARA-UMA-CHAVE
               VARYING WS-IX-RST FROM 1 BY 1
               UNTIL WS-IX-RST GREATER WS-QT-TAB-CHAVES.
       243-SAIDA.
           EXIT.
      *
       2431-COMPARA-UMA-CHAVE SECTION.
       2431.
           MOVE WS-RST-CHAVE(WS-IX-RST) TO WS-CFG-CHAVE.
           PERFORM 990-CONSULTA-CONFIG.
           IF WS-IX-RST EQUAL 1
              MOVE WS-CFG-VALOR TO WS-VL-ATUAL.
           IF WS-CFG-VALOR NOT EQUAL WS-RST-VALOR(WS-IX-RST)
              MOVE "S" TO WS-RST-IN-DIFERE(WS-IX-RST)
              ADD 1 TO WS-QT-A-RESTAURAR.
       2431-SAIDA.
           EXIT.
      *
       244-CONFIRMA-RESTAURACAO SECTION.
      *------------------------
       244.
           IF WS-QT-TAB-CHAVES EQUAL ZEROS
              MOVE "N" TO WS-IND-PEDIDO
              MOVE "Nada a Restaurar - sem Alteracoes Registradas."
                                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              IF WS-QT-A-RESTAURAR EQUAL ZEROS
                 MOVE "N" TO WS-IND-PEDIDO
                 MOVE "Configuracao ja Igual ao Momento Informado."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 IF WS-RESTAURA-CHAVE
                    MOVE WS-RST-VALOR(1) TO WS-VL-NOVO
                    DISPLAY SST-VALOR-RESTAURADO
                 END-IF
                 MOVE WS-QT-A-RESTAURAR TO WS-QT-ED1
                 MOVE SPACES TO WS-MENSAGEM
                 STRING "Restaura " WS-QT-ED1
                        " Chave(s) - Confirma (S/N) ?"
                        DELIMITED BY SIZE INTO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 IF NOT WS-SIM
                    MOVE "N" TO WS-IND-PEDIDO
                 END-IF
              END-IF
           END-IF.
       244-SAIDA.
           EXIT.
      *
       245-RESTAURA-UMA-CHAVE SECTION.
      *----------------------
      * O MOMENTO RESTAURADO VAI NO INICIO DO MOTIVO GRAVADO
       245.
           IF WS-RST-A-REGRAVAR(WS-IX-RST)
              MOVE WS-RST-CHAVE(WS-IX-RST) TO WS-GCF-CHAVE
              MOVE WS-RST-VALOR(WS-IX-RST) TO WS-GCF-VALOR
              MOVE WS-DT-INFORMADA TO WS-DT-EDICAO
              PERFORM 99-EDITA-DATA
              MOVE SPACES TO WS-GCF-DS-MOTIVO
              STRING "REST " WS-DT-EDITADA " "
                     WS-HR-INF-HORA ":" WS-HR-INF-MINUTO " "
                     WS-DS-MOTIVO
                     DELIMITED BY SIZE INTO WS-GCF-DS-MOTIVO
              PERFORM 99-GRAVA-CONFIG
              ADD 1 TO WS-QT-RESTAURADAS.
       245-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
      *
       990-CONSULTA-CONFIG.
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
      *
      * GRAVACAO PELO GV-GRAVACONFIG, QUE REGISTRA O HISTORICO EM
      * NOME DO OPERADOR DA SESSAO
       99-GRAVA-CONFIG.
           MOVE LK-CD-USUARIO  TO WS-GCF-CD-USUARIO
           MOVE "GV-HISTCONFIG" TO WS-GCF-NM-PROGRAMA
           CALL WS-NM-PROG-GRAVACFG USING WS-GCF-PARAMETROS.
      *
       99-ACHA-CHAVE.
           MOVE ZEROS TO WS-IX-ACHOU
           PERFORM 991-COMPARA-CHAVE
               VARYING WS-IX-RST FROM 1 BY 1
               UNTIL WS-IX-RST GREATER WS-QT-TAB-CHAVES
                  OR WS-IX-ACHOU GREATER ZEROS.
      *
       991-COMPARA-CHAVE.
           IF WS-RST-CHAVE(WS-IX-RST) EQUAL HCF-CHAVE
              MOVE WS-IX-RST TO WS-IX-ACHOU.
      *
       99-EDITA-MOMENTO.
           MOVE HCF-DT-ALTERACAO TO WS-DT-EDICAO
           PERFORM 99-EDITA-DATA
           MOVE HCF-HR-ALTERACAO TO WS-HR-EDICAO
           MOVE SPACES TO WS-HR-EDITADA
           STRING WS-HR-EDICAO-HORA ":" WS-HR-EDICAO-MINUTO ":"
                  WS-HR-EDICAO-SEGUNDO DELIMITED BY SIZE
                  INTO WS-HR-EDITADA.
      *
       99-EDITA-DATA.
           MOVE SPACES TO WS-DT-EDITADA
           STRING WS-DT-EDICAO-DIA "/" WS-DT-EDICAO-MES "/"
                  WS-DT-EDICAO-ANO DELIMITED BY SIZE
                  INTO WS-DT-EDITADA.
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
       COPY GV-SPOOLPD.CPY.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
