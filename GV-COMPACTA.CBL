000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-COMPACTA.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Compactacao Anual do Detalhe de Vendas
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Retira do master de detalhe de vendas (GV-VENDADET.CPY)
      *     os registros com mais de N meses (chave MESES-DETALHE-
      *     VENDA do GV-CONFIG.PAR, padrao 24, minimo 12): cada um
      *     e copiado para um historico datado (GV-VENDADET-AAAAMMDD-
      *     HHMMSS.HIS, imagem do registro) e somado ao resumo mensal
      *     por empresa, cliente, competencia, vendedor e produto
      *     (GV-VENDARES.CPY), que a reclassificacao ABC e os
      *     relatorios de tendencia leem no lugar do detalhe. So e
      *     compactada competencia ja fechada no historico de
      *     comissao (GV-COMISSAO.HIS); as demais ficam no detalhe e
      *     saem no relatorio como nao fechadas, assim como os
      *     estornos ainda nao devolvidos pelo fechamento. Os totais
      *     de controle (historico = resumos = excluidos) saem no
      *     spool com a conferencia.
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
           SELECT ARQ-VENDARES ASSIGN TO DISK WID-ARQ-VENDARES
             organization       is indexed
             access mode        is dynamic
             record key         is VRS-CHAVE-RESUMO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-FECHAMENTO ASSIGN TO DISK WID-ARQ-FECHAMENTO
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-HISTORICO ASSIGN TO DISK WID-ARQ-HISTORICO
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-SPOOL-CAT ASSIGN TO DISK WID-ARQ-SPOOL-CAT
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT RELATO   ASSIGN TO DISK.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-VENDADET.CPY.
       COPY GV-VENDARES.CPY.
       COPY GV-COMFECH.CPY.
      *
      * HISTORICO DATADO DO DETALHE COMPACTADO - IMAGEM DO REGISTRO
      * DE GV-VENDADET.CPY, NA ORDEM DA CHAVE
       FD  ARQ-HISTORICO
           LABEL RECORD IS STANDARD.
       01  HIS-REGISTRO              PIC X(100).
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
           03 WID-ARQ-VENDARES       PIC X(60) VALUE "GV-VENDARES.DAT".
           03 WID-ARQ-FECHAMENTO     PIC X(60) VALUE "GV-COMISSAO.HIS".
           03 WID-ARQ-HISTORICO      PIC X(60) VALUE SPACES.
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
           03 WS-FINAL-FECHAMENTO    PIC X(01) VALUE SPACE.
              88 WS-FIM-FECHAMENTO             VALUE "F".
           03 WS-MENSAGEM            PIC X(68).
           03 WS-RESPOSTA            PIC X(01).
              88 WS-SIM                        VALUE "S" "s".
              88 WS-NAO                        VALUE "N" "n".
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-HR-AGORA            PIC 9(008) VALUE ZEROS.
           03 WS-QT-MESES-DETALHE    PIC 9(003) VALUE 24.
           03 WS-VL-CONFIG-NUM       PIC 9(008) VALUE ZEROS.
      *
      * COMPETENCIAS COMO NUMERO DE MESES CORRIDOS (ANO * 12 + MES):
      * O DETALHE DE COMPETENCIA ANTERIOR AO CORTE E CANDIDATO
           03 WS-NR-COMP-CORTE       PIC 9(006) VALUE ZEROS.
           03 WS-NR-SEQ-CORTE        PIC 9(006) VALUE ZEROS.
           03 WS-NR-SEQ-MES          PIC 9(006) VALUE ZEROS.
           03 WS-NR-ANO-AUX          PIC 9(004) VALUE ZEROS.
           03 WS-NR-MES-AUX          PIC 9(002) VALUE ZEROS.
           03 WS-NR-COMP-AUX         PIC 9(006) VALUE ZEROS.
           03 WS-IX-MES              PIC 9(004) VALUE ZEROS.
      *
      * TOTAIS DE CONTROLE DA COMPACTACAO
           03 WS-QT-LIDOS            PIC 9(009) VALUE ZEROS.
           03 WS-QT-HISTORICO        PIC 9(009) VALUE ZEROS.
           03 WS-VL-HIST-VENDA       PIC 9(015)V9(002) VALUE ZEROS.
           03 WS-VL-HIST-ESTORNO     PIC 9(015)V9(002) VALUE ZEROS.
           03 WS-QT-RESUMIDOS        PIC 9(009) VALUE ZEROS.
           03 WS-VL-RES-VENDA        PIC 9(015)V9(002) VALUE ZEROS.
           03 WS-VL-RES-ESTORNO      PIC 9(015)V9(002) VALUE ZEROS.
           03 WS-QT-EXCLUIDOS        PIC 9(009) VALUE ZEROS.
           03 WS-VL-EXC-VENDA        PIC 9(015)V9(002) VALUE ZEROS.
           03 WS-VL-EXC-ESTORNO      PIC 9(015)V9(002) VALUE ZEROS.
           03 WS-QT-RESUMOS-NOVOS    PIC 9(009) VALUE ZEROS.
           03 WS-QT-RESUMOS-ATUAL    PIC 9(009) VALUE ZEROS.
           03 WS-QT-EST-PENDENTE     PIC 9(009) VALUE ZEROS.
           03 WS-QT-NAO-FECHADO      PIC 9(009) VALUE ZEROS.
           03 WS-QT-FALHAS           PIC 9(009) VALUE ZEROS.
           03 WS-IND-RESUMO-OK       PIC X(01) VALUE "N".
              88 WS-RESUMO-OK                  VALUE "S".
           03 WS-NR-LIN              PIC 9(03) VALUE 999.
           03 WS-NR-PAG              PIC 9(03) VALUE ZEROS.
           03 WS-QT-ED1              PIC ZZZZZZZZ9.
           03 WS-QT-ED2              PIC ZZZZZZZZ9.
      *
      * SITUACAO DE CADA COMPETENCIA ANTERIOR AO CORTE, INDEXADA PELO
      * NUMERO DE MESES ANTES DELE (1 = MES IMEDIATAMENTE ANTERIOR);
      * A ULTIMA POSICAO ACUMULA O QUE FOR MAIS ANTIGO QUE A TABELA,
      * QUE NUNCA E DADO COMO FECHADO
       01  WS-TAB-MESES.
           03 WS-MES-OCORRENCIA OCCURS 600 TIMES.
              05 WS-MES-IN-FECHADO   PIC X(001).
                 88 WS-MES-FECHADO             VALUE "S".
              05 WS-MES-QT-COMPACT   PIC 9(009).
              05 WS-MES-VL-VENDA     PIC 9(015)V9(002).
              05 WS-MES-VL-ESTORNO   PIC 9(015)V9(002).
              05 WS-MES-QT-MANTIDOS  PIC 9(009).
      *
      * LAYOUT DO RELATORIO DA COMPACTACAO
       01  CAB-01.
           02 FILLER            PIC X(22) VALUE SPACES.
           02 FILLER            PIC X(43) VALUE
              "COMPACTACAO DO DETALHE DE VENDAS".
           02 FILLER            PIC X(14) VALUE "Corte: antes ".
           02 WL-COMP-CORTE     PIC 9(06) VALUE ZEROS.
           02 FILLER            PIC X(23) VALUE SPACES.
           02 FILLER            PIC X(05) VALUE "Pag: ".
           02 WL-NR-PAGINA      PIC 9(03) VALUE ZEROS.
      *
       01  CAB-02.
           03 FILLER    PIC X(04) VALUE SPACES.
           03 FILLER    PIC X(08) VALUE "COMPET.".
           03 FILLER    PIC X(24) VALUE "SITUACAO".
           03 FILLER    PIC X(12) VALUE "  REGISTROS".
           03 FILLER    PIC X(21) VALUE "        VL. VENDAS".
           03 FILLER    PIC X(21) VALUE "       VL. ESTORNOS".
           03 FILLER    PIC X(12) VALUE "   MANTIDOS".
           03 FILLER    PIC X(14) VALUE SPACES.
      *
       01  CAB-03.
           03 FILLER PIC X(116) VALUE IS ALL '='.
      *
       01  LIN-01.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 WL-COMPETENCIA  PIC 9(06).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-SITUACAO     PIC X(22).
           03 WL-QT-REGISTROS PIC ZZZ.ZZZ.ZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-VL-VENDA     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(03) VALUE SPACES.
           03 WL-VL-ESTORNO   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-QT-MANTIDOS  PIC ZZZ.ZZZ.ZZ9.
           03 FILLER          PIC X(17) VALUE SPACES.
      *
       01  LIN-TOTAL.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 WL-DS-TOTAL     PIC X(30).
           03 WL-QT-TOTAL     PIC ZZZ.ZZZ.ZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-VL-TOT-VENDA PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(03) VALUE SPACES.
           03 WL-VL-TOT-EST   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(30) VALUE SPACES.
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
           03 LINE 20 COL 01 BLANK LINE.
           03 LINE 19 COL 01 BLANK LINE.
           03 LINE 18 COL 01 BLANK LINE.
           03 LINE 17 COL 01 BLANK LINE.
           03 LINE 16 COL 01 BLANK LINE.
           03 LINE 15 COL 01 BLANK LINE.
           03 LINE 14 COL 01 BLANK LINE.
           03 LINE 13 COL 01 BLANK LINE.
           03 LINE 12 COL 01 BLANK LINE.
           03 LINE 11 COL 01 BLANK LINE.
           03 LINE 10 COL 01 BLANK LINE.
           03 LINE 09 COL 01 BLANK LINE.
           03 LINE 08 COL 01 BLANK LINE.
           03 LINE 07 COL 01 BLANK LINE.
           03 LINE 06 COL 01 BLANK LINE.
           03 LINE 05 COL 01 BLANK LINE.
           03 LINE 04 COL 01 BLANK LINE.
           03 LINE 02 COL 30 VALUE "                              ".
      *
       01  SST-COMPACTACAO.
           03 LINE 02 COL 22 VALUE
              "Compactacao do Detalhe de Vendas".
           03 LINE 05 COL 07 VALUE
              "Meses Mantidos no Detalhe (Minimo 12): ".
           03 LINE 05 COL 47 USING WS-QT-MESES-DETALHE.
           03 LINE 07 COL 07 VALUE
              "Somente Competencias Fechadas no Historico de Comissao".
           03 LINE 08 COL 07 VALUE
              "Sao Retiradas para o Historico e o Resumo Mensal.".
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
           ACCEPT WS-DT-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WS-HR-AGORA FROM TIME.
           ACCEPT SST-COMPACTACAO.
           IF WS-QT-MESES-DETALHE LESS 12
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "O Detalhe Deve Manter ao Menos 12 Meses."
                                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              PERFORM 11-CALCULA-CORTE
              PERFORM 12-CARREGA-FECHADAS
              MOVE SPACES TO WS-MENSAGEM
              STRING "Confirma a Compactacao Anterior a "
                                               DELIMITED BY SIZE
                     WS-NR-COMP-CORTE          DELIMITED BY SIZE
                     " (S/N) ?"                DELIMITED BY SIZE
                     INTO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              IF NOT WS-SIM
                 MOVE "F" TO WS-FINAL-ARQUIVO.
           IF NOT WS-FIM-ARQUIVO
              PERFORM 13-ABRE-ARQUIVOS.
       1-SAIDA.
           EXIT.
      *
       11-CALCULA-CORTE SECTION.
      *----------------
      * COMPETENCIA DE CORTE = MES CORRENTE MENOS OS MESES MANTIDOS
       11.
           MOVE WS-DT-HOJE(1:4) TO WS-NR-ANO-AUX.
           MOVE WS-DT-HOJE(5:2) TO WS-NR-MES-AUX.
           COMPUTE WS-NR-SEQ-CORTE = WS-NR-ANO-AUX * 12
                                   + WS-NR-MES-AUX
                                   - WS-QT-MESES-DETALHE.
           COMPUTE WS-NR-ANO-AUX = (WS-NR-SEQ-CORTE - 1) / 12.
           COMPUTE WS-NR-MES-AUX = WS-NR-SEQ-CORTE
                                 - WS-NR-ANO-AUX * 12.
           COMPUTE WS-NR-COMP-CORTE = WS-NR-ANO-AUX * 100
                                    + WS-NR-MES-AUX.
           MOVE WS-NR-COMP-CORTE TO WL-COMP-CORTE.
       11-SAIDA.
           EXIT.
      *
       12-CARREGA-FECHADAS SECTION.
      *-------------------
      * MARCA COMO FECHADA A COMPETENCIA ANTERIOR AO CORTE QUE TEM
      * LINHA NORMAL DE FECHAMENTO NO HISTORICO DE COMISSAO (LINHA
      * ANTIGA SEM O TIPO VALE COMO NORMAL, COMO EM GV-APROVA)
       12.
           INITIALIZE WS-TAB-MESES.
           MOVE SPACE TO WS-FINAL-FECHAMENTO.
           OPEN INPUT ARQ-FECHAMENTO.
           IF WS-OPERACAO-BEM-SUCEDIDA
              PERFORM 99-LER-FECHAMENTO
              PERFORM 121-MARCA-UMA-LINHA
                  UNTIL WS-FIM-FECHAMENTO
              CLOSE ARQ-FECHAMENTO
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       12-SAIDA.
           EXIT.
      *
       121-MARCA-UMA-LINHA SECTION.
       121.
           IF FEC-DELIMITADOR-11 NOT EQUAL ";"
           OR FEC-LANC-NORMAL
              MOVE FEC-NR-COMPETENCIA TO WS-NR-COMP-AUX
              PERFORM 99-INDICE-DO-MES
              IF  WS-IX-MES GREATER ZEROS
              AND WS-IX-MES LESS 600
                 MOVE "S" TO WS-MES-IN-FECHADO(WS-IX-MES).
           PERFORM 99-LER-FECHAMENTO.
       121-SAIDA.
           EXIT.
      *
       13-ABRE-ARQUIVOS SECTION.
      *----------------
      * O DETALHE E ABERTO COM EXCLUSIVIDADE: NENHUMA CARGA OU
      * DIGITACAO DE VENDAS DURANTE A COMPACTACAO. O RESUMO NASCE
      * NA PRIMEIRA EXECUCAO
       13.
           OPEN I-O ARQ-VENDADET WITH LOCK.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "13-ABRE-ARQUIVOS" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-VENDADET TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Detalhe de Vendas em Uso ou Indisponivel."
                                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              GO TO 13-SAIDA.
           OPEN I-O ARQ-VENDARES.
           IF WS-ESTADO-ARQUIVO EQUAL "35"
              OPEN OUTPUT ARQ-VENDARES
              CLOSE ARQ-VENDARES
              OPEN I-O ARQ-VENDARES.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "13-ABRE-ARQUIVOS" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-VENDARES TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Resumo Mensal de Vendas Indisponivel."
                                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              CLOSE ARQ-VENDADET
              GO TO 13-SAIDA.
           MOVE SPACES TO WID-ARQ-HISTORICO.
           STRING "GV-VENDADET-"      DELIMITED BY SIZE
                  WS-DT-HOJE          DELIMITED BY SIZE
                  "-"                 DELIMITED BY SIZE
                  WS-HR-AGORA(1:6)    DELIMITED BY SIZE
                  ".HIS"              DELIMITED BY SIZE
                  INTO WID-ARQ-HISTORICO.
           OPEN OUTPUT ARQ-HISTORICO.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "13-ABRE-ARQUIVOS" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-HISTORICO TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Nao Foi Possivel Criar o Historico Datado."
                                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              CLOSE ARQ-VENDADET
              CLOSE ARQ-VENDARES.
       13-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           IF NOT WS-FIM-ARQUIVO
              MOVE ZEROS TO VDD-CHAVE-VENDA-DET
                            WS-ESTADO-ARQUIVO
              START ARQ-VENDADET KEY NOT LESS VDD-CHAVE-VENDA-DET
              PERFORM 21-TRATA-UM-DETALHE
                  UNTIL NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "00" TO WS-ESTADO-ARQUIVO
              CLOSE ARQ-HISTORICO
              CLOSE ARQ-VENDARES
              CLOSE ARQ-VENDADET
              PERFORM 22-IMPRIME-CONTROLE
           END-IF.
       2-SAIDA.
           EXIT.
      *
       21-TRATA-UM-DETALHE SECTION.
      *-------------------
      * DETALHE DE COMPETENCIA ANTERIOR AO CORTE: ESTORNO AINDA NAO
      * DEVOLVIDO PELO FECHAMENTO E COMPETENCIA NAO FECHADA FICAM NO
      * DETALHE; O RESTO VAI AO RESUMO, AO HISTORICO E E EXCLUIDO
       21.
           READ ARQ-VENDADET NEXT.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              GO TO 21-SAIDA.
           ADD 1 TO WS-QT-LIDOS.
           MOVE VDD-DT-VENDA(1:6) TO WS-NR-COMP-AUX.
           PERFORM 99-INDICE-DO-MES.
           IF WS-IX-MES EQUAL ZEROS
              GO TO 21-SAIDA.
           IF VDD-MOV-ESTORNO AND NOT VDD-ESTORNO-PROCESSADO
              ADD 1 TO WS-QT-EST-PENDENTE
              ADD 1 TO WS-MES-QT-MANTIDOS(WS-IX-MES)
              GO TO 21-SAIDA.
           IF NOT WS-MES-FECHADO(WS-IX-MES)
              ADD 1 TO WS-QT-NAO-FECHADO
              ADD 1 TO WS-MES-QT-MANTIDOS(WS-IX-MES)
              GO TO 21-SAIDA.
           PERFORM 211-SOMA-RESUMO.
           IF NOT WS-RESUMO-OK
              ADD 1 TO WS-QT-FALHAS
              ADD 1 TO WS-MES-QT-MANTIDOS(WS-IX-MES)
              MOVE "00" TO WS-ESTADO-ARQUIVO
              GO TO 21-SAIDA.
           MOVE VDD-REGISTRO-VENDA-DET TO HIS-REGISTRO.
           WRITE HIS-REGISTRO.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "21-TRATA-UM-DETALHE" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-HISTORICO TO WS-ERR-NM-ARQUIVO
              MOVE VDD-CHAVE-VENDA-DET TO WS-ERR-DS-CHAVE
              PERFORM 99-REGISTRA-ERRO
              ADD 1 TO WS-QT-FALHAS
              ADD 1 TO WS-MES-QT-MANTIDOS(WS-IX-MES)
              PERFORM 212-ESTORNA-RESUMO
              MOVE "00" TO WS-ESTADO-ARQUIVO
              GO TO 21-SAIDA.
           ADD 1 TO WS-QT-HISTORICO.
           IF VDD-MOV-ESTORNO
              ADD VDD-VL-VENDA TO WS-VL-HIST-ESTORNO
           ELSE
              ADD VDD-VL-VENDA TO WS-VL-HIST-VENDA.
           DELETE ARQ-VENDADET RECORD.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "21-TRATA-UM-DETALHE" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-VENDADET TO WS-ERR-NM-ARQUIVO
              MOVE VDD-CHAVE-VENDA-DET TO WS-ERR-DS-CHAVE
              PERFORM 99-REGISTRA-ERRO
              ADD 1 TO WS-QT-FALHAS
              MOVE "00" TO WS-ESTADO-ARQUIVO
              GO TO 21-SAIDA.
           ADD 1 TO WS-QT-EXCLUIDOS.
           ADD 1 TO WS-MES-QT-COMPACT(WS-IX-MES).
           IF VDD-MOV-ESTORNO
              ADD VDD-VL-VENDA TO WS-VL-EXC-ESTORNO
                                  WS-MES-VL-ESTORNO(WS-IX-MES)
           ELSE
              ADD VDD-VL-VENDA TO WS-VL-EXC-VENDA
                                  WS-MES-VL-VENDA(WS-IX-MES).
       21-SAIDA.
           EXIT.
      *
       211-SOMA-RESUMO SECTION.
      * SOMA O DETALHE AO RESUMO DA COMPETENCIA (A DO ESTORNO E A DA
      * VENDA ORIGINAL), CRIANDO O RESUMO QUANDO AINDA NAO EXISTE
       211.
           MOVE "N" TO WS-IND-RESUMO-OK.
           MOVE VDD-CD-EMPRESA  TO VRS-CD-EMPRESA.
           MOVE VDD-CD-CLIENTE  TO VRS-CD-CLIENTE.
           MOVE VDD-CD-VENDEDOR TO VRS-CD-VENDEDOR.
           MOVE VDD-CD-PRODUTO  TO VRS-CD-PRODUTO.
           IF VDD-MOV-ESTORNO AND VDD-DT-ORIGINAL GREATER ZEROS
              MOVE VDD-DT-ORIGINAL(1:6) TO VRS-NR-COMPETENCIA
           ELSE
              MOVE VDD-DT-VENDA(1:6)    TO VRS-NR-COMPETENCIA.
           READ ARQ-VENDARES.
           IF WS-OPERACAO-BEM-SUCEDIDA
              PERFORM 2111-ACUMULA-RESUMO
              REWRITE VRS-REGISTRO-RESUMO
              IF WS-OPERACAO-BEM-SUCEDIDA
                 ADD 1 TO WS-QT-RESUMOS-ATUAL
                 MOVE "S" TO WS-IND-RESUMO-OK
              END-IF
           ELSE
              MOVE ZEROS TO VRS-VL-VENDA
                            VRS-VL-ESTORNO
                            VRS-QT-VENDIDA
                            VRS-QT-REGISTROS
              PERFORM 2111-ACUMULA-RESUMO
              WRITE VRS-REGISTRO-RESUMO
              IF WS-OPERACAO-BEM-SUCEDIDA
                 ADD 1 TO WS-QT-RESUMOS-NOVOS
                 MOVE "S" TO WS-IND-RESUMO-OK
              END-IF
           END-IF.
           IF WS-RESUMO-OK
              ADD 1 TO WS-QT-RESUMIDOS
              IF VDD-MOV-ESTORNO
                 ADD VDD-VL-VENDA TO WS-VL-RES-ESTORNO
              ELSE
                 ADD VDD-VL-VENDA TO WS-VL-RES-VENDA
              END-IF
           ELSE
              MOVE "211-SOMA-RESUMO" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-VENDARES TO WS-ERR-NM-ARQUIVO
              MOVE VRS-CHAVE-RESUMO TO WS-ERR-DS-CHAVE
              PERFORM 99-REGISTRA-ERRO.
       211-SAIDA.
           EXIT.
      *
       2111-ACUMULA-RESUMO SECTION.
       2111.
           IF VDD-MOV-ESTORNO
              ADD VDD-VL-VENDA TO VRS-VL-ESTORNO
           ELSE
              ADD VDD-VL-VENDA    TO VRS-VL-VENDA
              ADD VDD-QT-VENDIDA  TO VRS-QT-VENDIDA.
           ADD 1 TO VRS-QT-REGISTROS.
           MOVE WS-DT-HOJE TO VRS-DT-COMPACTACAO.
       2111-SAIDA.
           EXIT.
      *
       212-ESTORNA-RESUMO SECTION.
      * DETALHE QUE NAO FOI GRAVADO NO HISTORICO FICA NO DETALHE:
      * RETIRA DO RESUMO O QUE O 211 SOMOU - O RESUMO CRIADO SO POR
      * ELE E EXCLUIDO
       212.
           READ ARQ-VENDARES.
           IF WS-OPERACAO-BEM-SUCEDIDA
              IF VDD-MOV-ESTORNO
                 SUBTRACT VDD-VL-VENDA   FROM VRS-VL-ESTORNO
              ELSE
                 SUBTRACT VDD-VL-VENDA   FROM VRS-VL-VENDA
                 SUBTRACT VDD-QT-VENDIDA FROM VRS-QT-VENDIDA
              END-IF
              SUBTRACT 1 FROM VRS-QT-REGISTROS
              IF VRS-QT-REGISTROS EQUAL ZEROS
                 DELETE ARQ-VENDARES RECORD
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    SUBTRACT 1 FROM WS-QT-RESUMOS-NOVOS
                 END-IF
              ELSE
                 REWRITE VRS-REGISTRO-RESUMO
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    SUBTRACT 1 FROM WS-QT-RESUMOS-ATUAL
                 END-IF
              END-IF
           END-IF.
           IF WS-OPERACAO-BEM-SUCEDIDA
              SUBTRACT 1 FROM WS-QT-RESUMIDOS
              IF VDD-MOV-ESTORNO
                 SUBTRACT VDD-VL-VENDA FROM WS-VL-RES-ESTORNO
              ELSE
                 SUBTRACT VDD-VL-VENDA FROM WS-VL-RES-VENDA
              END-IF
           ELSE
              MOVE "212-ESTORNA-RESUMO" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-VENDARES TO WS-ERR-NM-ARQUIVO
              MOVE VRS-CHAVE-RESUMO TO WS-ERR-DS-CHAVE
              PERFORM 99-REGISTRA-ERRO.
       212-SAIDA.
           EXIT.
      *
       22-IMPRIME-CONTROLE SECTION.
      *-------------------
      * UMA LINHA POR COMPETENCIA COM MOVIMENTO ANTERIOR AO CORTE E
      * OS TOTAIS DE CONTROLE: HISTORICO, RESUMOS E EXCLUIDOS TEM
      * DE BATER EM QUANTIDADE E VALOR
       22.
           MOVE "COMPACTA" TO WS-SPL-ID-RELATORIO.
           PERFORM 99-PREPARA-SPOOL.
           OPEN OUTPUT RELATO.
           PERFORM 221-IMPRIME-UM-MES
               VARYING WS-IX-MES FROM 600 BY -1
               UNTIL WS-IX-MES EQUAL ZEROS.
           MOVE 999 TO WS-NR-LIN.
           PERFORM 99-IMPRIME-CABECALHO.
           MOVE "DETALHE LIDO"               TO WL-DS-TOTAL.
           MOVE WS-QT-LIDOS                  TO WL-QT-TOTAL.
           MOVE ZEROS TO WL-VL-TOT-VENDA WL-VL-TOT-EST.
           PERFORM 99-IMPRIME-TOTAL.
           MOVE "GRAVADO NO HISTORICO"       TO WL-DS-TOTAL.
           MOVE WS-QT-HISTORICO              TO WL-QT-TOTAL.
           MOVE WS-VL-HIST-VENDA             TO WL-VL-TOT-VENDA.
           MOVE WS-VL-HIST-ESTORNO           TO WL-VL-TOT-EST.
           PERFORM 99-IMPRIME-TOTAL.
           MOVE "SOMADO AOS RESUMOS"         TO WL-DS-TOTAL.
           MOVE WS-QT-RESUMIDOS              TO WL-QT-TOTAL.
           MOVE WS-VL-RES-VENDA              TO WL-VL-TOT-VENDA.
           MOVE WS-VL-RES-ESTORNO            TO WL-VL-TOT-EST.
           PERFORM 99-IMPRIME-TOTAL.
           MOVE "EXCLUIDO DO DETALHE"        TO WL-DS-TOTAL.
           MOVE WS-QT-EXCLUIDOS              TO WL-QT-TOTAL.
           MOVE WS-VL-EXC-VENDA              TO WL-VL-TOT-VENDA.
           MOVE WS-VL-EXC-ESTORNO            TO WL-VL-TOT-EST.
           PERFORM 99-IMPRIME-TOTAL.
           MOVE ZEROS TO WL-VL-TOT-VENDA WL-VL-TOT-EST.
           MOVE "RESUMOS CRIADOS"            TO WL-DS-TOTAL.
           MOVE WS-QT-RESUMOS-NOVOS          TO WL-QT-TOTAL.
           PERFORM 99-IMPRIME-TOTAL.
           MOVE "RESUMOS ATUALIZADOS"        TO WL-DS-TOTAL.
           MOVE WS-QT-RESUMOS-ATUAL          TO WL-QT-TOTAL.
           PERFORM 99-IMPRIME-TOTAL.
           MOVE "MANTIDO - ESTORNO PENDENTE" TO WL-DS-TOTAL.
           MOVE WS-QT-EST-PENDENTE           TO WL-QT-TOTAL.
           PERFORM 99-IMPRIME-TOTAL.
           MOVE "MANTIDO - MES NAO FECHADO"  TO WL-DS-TOTAL.
           MOVE WS-QT-NAO-FECHADO            TO WL-QT-TOTAL.
           PERFORM 99-IMPRIME-TOTAL.
           MOVE "MANTIDO - FALHA DE GRAVACAO" TO WL-DS-TOTAL.
           MOVE WS-QT-FALHAS                 TO WL-QT-TOTAL.
           PERFORM 99-IMPRIME-TOTAL.
           MOVE SPACES TO LINHA.
           STRING "    HISTORICO DATADO: "   DELIMITED BY SIZE
                  WID-ARQ-HISTORICO          DELIMITED BY SPACE
                  INTO LINHA.
           WRITE LINHA BEFORE ADVANCING 1.
           IF  WS-QT-HISTORICO    EQUAL WS-QT-RESUMIDOS
           AND WS-QT-HISTORICO    EQUAL WS-QT-EXCLUIDOS
           AND WS-VL-HIST-VENDA   EQUAL WS-VL-RES-VENDA
           AND WS-VL-HIST-VENDA   EQUAL WS-VL-EXC-VENDA
           AND WS-VL-HIST-ESTORNO EQUAL WS-VL-RES-ESTORNO
           AND WS-VL-HIST-ESTORNO EQUAL WS-VL-EXC-ESTORNO
              MOVE "    CONFERENCIA: HISTORICO = RESUMOS = EXCLUIDOS"
                                                      TO LINHA
              WRITE LINHA BEFORE ADVANCING 1
              CLOSE RELATO
              MOVE WS-QT-EXCLUIDOS   TO WS-QT-ED1
              MOVE WS-QT-NAO-FECHADO TO WS-QT-ED2
              MOVE SPACES TO WS-MENSAGEM
              STRING "Compactados: "          DELIMITED BY SIZE
                     WS-QT-ED1                DELIMITED BY SIZE
                     "  Mes nao Fechado: "    DELIMITED BY SIZE
                     WS-QT-ED2                DELIMITED BY SIZE
                     INTO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              MOVE "    CONFERENCIA: *** TOTAIS DIVERGENTES ***"
                                                      TO LINHA
              WRITE LINHA BEFORE ADVANCING 1
              CLOSE RELATO
              MOVE "ATENCAO: Totais de Controle Divergentes - Ver Spool"
                                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
       22-SAIDA.
           EXIT.
      *
       221-IMPRIME-UM-MES SECTION.
       221.
           IF WS-MES-QT-COMPACT(WS-IX-MES)  GREATER ZEROS
           OR WS-MES-QT-MANTIDOS(WS-IX-MES) GREATER ZEROS
              IF WS-IX-MES EQUAL 600
                 MOVE ZEROS TO WL-COMPETENCIA
                 MOVE "MAIS ANTIGO - MANTIDO" TO WL-SITUACAO
              ELSE
                 COMPUTE WS-NR-SEQ-MES = WS-NR-SEQ-CORTE - WS-IX-MES
                 COMPUTE WS-NR-ANO-AUX = (WS-NR-SEQ-MES - 1) / 12
                 COMPUTE WS-NR-MES-AUX = WS-NR-SEQ-MES
                                       - WS-NR-ANO-AUX * 12
                 COMPUTE WL-COMPETENCIA = WS-NR-ANO-AUX * 100
                                        + WS-NR-MES-AUX
                 IF WS-MES-FECHADO(WS-IX-MES)
                    MOVE "FECHADA - COMPACTADA" TO WL-SITUACAO
                 ELSE
                    MOVE "NAO FECHADA - MANTIDA" TO WL-SITUACAO
                 END-IF
              END-IF
              MOVE WS-MES-QT-COMPACT(WS-IX-MES)  TO WL-QT-REGISTROS
              MOVE WS-MES-VL-VENDA(WS-IX-MES)    TO WL-VL-VENDA
              MOVE WS-MES-VL-ESTORNO(WS-IX-MES)  TO WL-VL-ESTORNO
              MOVE WS-MES-QT-MANTIDOS(WS-IX-MES) TO WL-QT-MANTIDOS
              PERFORM 99-IMPRIME-CABECALHO
              WRITE LINHA FROM LIN-01 BEFORE ADVANCING 1.
       221-SAIDA.
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
       99-LER-FECHAMENTO.
           READ ARQ-FECHAMENTO
               AT END MOVE "F" TO WS-FINAL-FECHAMENTO.
      *
      * POSICAO NA TABELA DA COMPETENCIA EM WS-NR-COMP-AUX (AAAAMM):
      * ZERO QUANDO NAO E ANTERIOR AO CORTE; 600 PARA O QUE FOR MAIS
      * ANTIGO QUE A TABELA
       99-INDICE-DO-MES.
           COMPUTE WS-NR-ANO-AUX = WS-NR-COMP-AUX / 100
           COMPUTE WS-NR-MES-AUX = WS-NR-COMP-AUX
                                 - WS-NR-ANO-AUX * 100
           COMPUTE WS-NR-SEQ-MES = WS-NR-ANO-AUX * 12 + WS-NR-MES-AUX
           IF WS-NR-SEQ-MES NOT LESS WS-NR-SEQ-CORTE
              MOVE ZEROS TO WS-IX-MES
           ELSE
              IF WS-NR-SEQ-CORTE - WS-NR-SEQ-MES GREATER 599
                 MOVE 600 TO WS-IX-MES
              ELSE
                 COMPUTE WS-IX-MES = WS-NR-SEQ-CORTE - WS-NR-SEQ-MES
              END-IF
           END-IF.
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
       99-IMPRIME-TOTAL.
           ADD 1 TO WS-NR-LIN
           WRITE LINHA FROM LIN-TOTAL BEFORE ADVANCING 1.
      *
      * SOBREPOE NOMES E PRAZO COM OS VALORES DO ARQUIVO CENTRAL
      * DE CONFIGURACAO (GV-CONFIG.PAR), QUANDO PRESENTES
       99-LE-CONFIGURACAO.
           MOVE "ARQ-VENDADET" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-VENDADET
           END-IF
           MOVE "ARQ-VENDARES" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-VENDARES
           END-IF
           MOVE "MESES-DETALHE-VENDA" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              COMPUTE WS-VL-CONFIG-NUM =
                      FUNCTION NUMVAL (WS-CFG-VALOR)
              MOVE WS-VL-CONFIG-NUM TO WS-QT-MESES-DETALHE
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
           MOVE "GV-COMPACTA" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
