000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-RELCONSUMO.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Cronograma e Consumo de Contratos
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Para cada contrato ativo de GV-CONTRATO.DAT, regera o
      *     cronograma mensal de faturamento previsto
      *     (GV-CRONOGRAMA.DAT - parcelas iguais da competencia do
      *     inicio a do fim da vigencia) com o realizado de cada mes
      *     no detalhe de vendas do cliente (GV-VENDADET.DAT), e
      *     lista no spool, por vendedor responsavel, o consumo ate a
      *     competencia informada: percentual consumido, falta contra
      *     o previsto pro-rata e falta projetada para o fim da
      *     vigencia pelo ritmo atual. Contrato abaixo do previsto
      *     alem da tolerancia (chave CONTRATO-PC-ATRASO, padrao 20%)
      *     sai marcado e acende o alerta CONSUMO do motor de alertas
      *     (GV-ALERTA) - o vendedor age antes da renovacao.
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
           SELECT ARQ-CONTRATO ASSIGN TO DISK WID-ARQ-CONTRATO
             organization       is indexed
             access mode        is dynamic
             record key         is CTR-CHAVE-CONTRATO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-VENDADET ASSIGN TO DISK WID-ARQ-VENDADET
             organization       is indexed
             access mode        is dynamic
             record key         is VDD-CHAVE-VENDA-DET
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-CRONOGRAMA ASSIGN TO DISK WID-ARQ-CRONOGRAMA
             organization       is indexed
             access mode        is dynamic
             record key         is CRN-CHAVE-CRONOGRAMA
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
       COPY GV-CONTRATO.CPY.
       COPY GV-VENDADET.CPY.
       COPY GV-CRONOGR.CPY.
      *
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SOR-CD-VENDEDOR        PIC 9(007).
           03 SOR-CD-CLIENTE         PIC 9(007).
           03 SOR-NR-CONTRATO        PIC 9(007).
           03 SOR-DT-FIM             PIC 9(008).
           03 SOR-VL-CONTRATO        PIC 9(013)V9(002).
           03 SOR-VL-REALIZADO       PIC S9(013)V9(002).
           03 SOR-PC-CONSUMIDO       PIC S9(005)V9(001).
           03 SOR-VL-PREVISTO        PIC 9(013)V9(002).
           03 SOR-VL-FALTA-PLANO     PIC 9(013)V9(002).
           03 SOR-VL-FALTA-PROJ      PIC 9(013)V9(002).
           03 SOR-IN-ATRASADO        PIC X(001).
      *
       COPY GV-SPOOLFD.CPY.
      *
       FD  RELATO
           VALUE OF FILE-ID IS WS01-ARQUIVO
           LABEL RECORD IS  OMITTED.
       01  LINHA                       PIC X(116).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-CONTRATO       PIC X(16) VALUE "GV-CONTRATO.DAT".
           03 WID-ARQ-VENDADET       PIC X(15) VALUE "GV-VENDADET.DAT".
           03 WID-ARQ-CRONOGRAMA     PIC X(17) VALUE
                                      "GV-CRONOGRAMA.DAT".
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
           03 WS-FINAL-SORT          PIC X(01) VALUE SPACE.
              88 WS-FIM-SORT                   VALUE "F".
           03 WS-FINAL-CRONOGRAMA    PIC X(01) VALUE SPACE.
              88 WS-FIM-CRONOGRAMA             VALUE "F".
           03 WS-NR-COMPETENCIA      PIC 9(006) VALUE ZEROS.
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-NR-ANO-AUX          PIC 9(004) VALUE ZEROS.
           03 WS-NR-MES-AUX          PIC 9(006) VALUE ZEROS.
           03 WS-VL-PREVISTO-ACUM    PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-VL-REALIZADO-ACUM   PIC S9(013)V9(002) VALUE ZEROS.
           03 WS-QT-LISTADOS         PIC 9(05) VALUE ZEROS.
           03 WS-QT-ATRASADOS        PIC 9(05) VALUE ZEROS.
           03 WS-QT-CRONOGRAMAS      PIC 9(05) VALUE ZEROS.
           03 WS-QT-ED               PIC ZZZZ9.
           03 WS-QT-ED2              PIC ZZZZ9.
           03 WS-CD-VENDEDOR-ANT     PIC 9(007) VALUE 9999999.
           03 WS-NR-LIN              PIC 9(02) VALUE 99.
           03 WS-NR-PAG              PIC 9(03) VALUE ZEROS.
      *
       01  CAB-01.
           02 FILLER            PIC X(25) VALUE SPACES.
           02 FILLER            PIC X(40) VALUE
                  "CONSUMO DE CONTRATOS X CRONOGRAMA".
           02 FILLER            PIC X(13) VALUE "Competencia: ".
           02 WL-COMPETENCIA    PIC 9(06).
           02 FILLER            PIC X(20) VALUE SPACES.
           02 FILLER            PIC X(05) VALUE "Pag: ".
           02 WL-NR-PAGINA      PIC 9(03).
      *
       01  CAB-02.
           03 FILLER    PIC X(09) VALUE "VENDEDOR ".
           03 FILLER    PIC X(08) VALUE "CLIENTE ".
           03 FILLER    PIC X(08) VALUE "CONTRAT ".
           03 FILLER    PIC X(09) VALUE "FIM VIG. ".
           03 FILLER    PIC X(15) VALUE "  VALOR CONTR. ".
           03 FILLER    PIC X(15) VALUE "     REALIZADO ".
           03 FILLER    PIC X(07) VALUE " %CONS ".
           03 FILLER    PIC X(15) VALUE "  PREVISTO ATE ".
           03 FILLER    PIC X(15) VALUE "   FALTA PLANO ".
           03 FILLER    PIC X(15) VALUE "  FALTA PROJET.".
      *
       01  CAB-03.
           03 FILLER PIC X(116) VALUE IS ALL '='.
      *
       01  LIN-01.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VENDEDOR     PIC ZZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-CLIENTE      PIC ZZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-CONTRATO     PIC ZZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-DT-FIM       PIC 9(08).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-REALIZADO    PIC -ZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-PC-CONSUMIDO PIC -ZZ9,9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-PREVISTO     PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-FALTA-PLANO  PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-FALTA-PROJ   PIC ZZZ.ZZZ.ZZ9,99.
           03 WL-IN-ATRASADO  PIC X(01).
      *
       01  LIN-TOTAL.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 FILLER          PIC X(22) VALUE "CONTRATOS LISTADOS: ".
           03 WL-QT-LISTADOS  PIC ZZZZ9.
           03 FILLER          PIC X(05) VALUE SPACES.
           03 FILLER          PIC X(30) VALUE
              "(*) ABAIXO DO PLANO ALEM DE ".
           03 WL-PC-TOLERANCIA PIC ZZ9,99.
           03 FILLER          PIC X(04) VALUE "% : ".
           03 WL-QT-ATRASADOS PIC ZZZZ9.
           03 FILLER          PIC X(38) VALUE SPACES.
      *
       COPY GV-CONSUMOWS.CPY.
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-CONFIGWS.CPY.
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
       01  SST-RELCONSUMO.
           03 LINE 02 COL 22 VALUE "Consumo de Contratos".
           03 LINE 05 COL 07 VALUE "Competencia AAAAMM (0 Sai): ".
           03 LINE 05 COL 35 USING WS-NR-COMPETENCIA.
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
      * A COMPETENCIA PROPOSTA E A ULTIMA ENCERRADA (MES ANTERIOR);
      * EM MODO LOTE E A USADA SEM PERGUNTAR
       1.
           PERFORM 99-LE-TOLERANCIA-CONSUMO.
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-NR-COMPETENCIA = WS-DT-HOJE / 100.
           IF WS-DT-HOJE(5:2) EQUAL "01"
              SUBTRACT 89 FROM WS-NR-COMPETENCIA
           ELSE
              SUBTRACT 1 FROM WS-NR-COMPETENCIA.
           IF NOT LK-MODO-BATCH
              ACCEPT SST-RELCONSUMO
              IF WS-NR-COMPETENCIA EQUAL ZEROS
                 MOVE "F" TO WS-FINAL-ARQUIVO.
           IF NOT WS-FIM-ARQUIVO
              OPEN INPUT ARQ-CONTRATO
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Nenhum Contrato Cadastrado." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 OPEN INPUT ARQ-VENDADET
                 IF NOT WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                    MOVE WID-ARQ-VENDADET TO WS-ERR-NM-ARQUIVO
                    PERFORM 99-REGISTRA-ERRO
                    CLOSE ARQ-CONTRATO
                    MOVE "F" TO WS-FINAL-ARQUIVO
                    MOVE "Detalhe de Vendas Indisponivel."
                                                      TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                 END-IF
              END-IF
           END-IF.
           IF NOT WS-FIM-ARQUIVO
              OPEN I-O ARQ-CRONOGRAMA
              IF WS-ESTADO-ARQUIVO EQUAL "35"
                 OPEN OUTPUT ARQ-CRONOGRAMA
                 CLOSE ARQ-CRONOGRAMA
                 OPEN I-O ARQ-CRONOGRAMA
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO.
       1-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           MOVE WS-NR-COMPETENCIA TO WS-CNS-NR-COMPETENCIA
                                     WL-COMPETENCIA.
           MOVE "RELCONSUMO" TO WS-SPL-ID-RELATORIO.
           PERFORM 99-PREPARA-SPOOL.
           OPEN OUTPUT RELATO.
           SORT ARQ-SORT ON ASCENDING KEY SOR-CD-VENDEDOR
                                          SOR-CD-CLIENTE
                                          SOR-NR-CONTRATO
                INPUT  PROCEDURE IS 21-CARREGA-CONTRATOS
                OUTPUT PROCEDURE IS 22-IMPRIME-CONSUMO.
           CLOSE RELATO.
           MOVE WS-QT-LISTADOS  TO WS-QT-ED.
           MOVE WS-QT-ATRASADOS TO WS-QT-ED2.
           MOVE SPACES TO WS-MENSAGEM.
           STRING "Contratos no Spool: " WS-QT-ED
                  " - Abaixo do Plano: " WS-QT-ED2
                  DELIMITED BY SIZE INTO WS-MENSAGEM.
           PERFORM 99-MENSAGEM.
       2-SAIDA.
           EXIT.
      *
       21-CARREGA-CONTRATOS SECTION.
       21.
           MOVE ZEROS TO CTR-CHAVE-CONTRATO
                         WS-ESTADO-ARQUIVO.
           START ARQ-CONTRATO KEY NOT LESS CTR-CHAVE-CONTRATO.
           MOVE SPACE TO WS-FINAL-ARQUIVO.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "F" TO WS-FINAL-ARQUIVO.
           PERFORM 211-AVALIA-UM-CONTRATO
               UNTIL WS-FIM-ARQUIVO.
           MOVE SPACE TO WS-FINAL-ARQUIVO.
           MOVE "00"  TO WS-ESTADO-ARQUIVO.
       21-SAIDA.
           EXIT.
      *
       211-AVALIA-UM-CONTRATO SECTION.
      * TODO CONTRATO ATIVO TEM O CRONOGRAMA REGERADO; ENTRA NO
      * RELATORIO O QUE JA TEM MES DECORRIDO ATE A COMPETENCIA
       211.
           READ ARQ-CONTRATO NEXT
               AT END MOVE "F" TO WS-FINAL-ARQUIVO
           END-READ.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "F" TO WS-FINAL-ARQUIVO.
           IF NOT WS-FIM-ARQUIVO
              IF CTR-SIT-ATIVO
                 PERFORM 99-APURA-CONSUMO
                 PERFORM 2111-REGERA-CRONOGRAMA
                 IF WS-CNS-QT-DECORRIDOS GREATER ZEROS
                    PERFORM 2112-LIBERA-CONTRATO
                 END-IF
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
       211-SAIDA.
           EXIT.
      *
       2111-REGERA-CRONOGRAMA SECTION.
      * APAGA AS PARCELAS ANTERIORES DO CONTRATO (A VIGENCIA PODE TER
      * SIDO ALTERADA) E GRAVA UMA POR MES DA VIGENCIA ATUAL
       2111.
           MOVE CTR-CD-EMPRESA  TO CRN-CD-EMPRESA.
           MOVE CTR-CD-CLIENTE  TO CRN-CD-CLIENTE.
           MOVE CTR-NR-CONTRATO TO CRN-NR-CONTRATO.
           MOVE ZEROS           TO CRN-NR-COMPETENCIA.
           MOVE SPACE TO WS-FINAL-CRONOGRAMA.
           START ARQ-CRONOGRAMA KEY NOT LESS CRN-CHAVE-CRONOGRAMA.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "F" TO WS-FINAL-CRONOGRAMA.
           PERFORM 21111-APAGA-UMA-PARCELA
               UNTIL WS-FIM-CRONOGRAMA.
           MOVE ZEROS TO WS-VL-PREVISTO-ACUM
                         WS-VL-REALIZADO-ACUM.
           PERFORM 21112-GRAVA-UMA-PARCELA
               VARYING WS-CNS-IX-MES FROM 1 BY 1
               UNTIL WS-CNS-IX-MES GREATER WS-CNS-QT-MESES.
           ADD 1 TO WS-QT-CRONOGRAMAS.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       2111-SAIDA.
           EXIT.
      *
       21111-APAGA-UMA-PARCELA SECTION.
       21111.
           READ ARQ-CRONOGRAMA NEXT.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "F" TO WS-FINAL-CRONOGRAMA
           ELSE
              IF CRN-CD-EMPRESA  NOT EQUAL CTR-CD-EMPRESA
              OR CRN-CD-CLIENTE  NOT EQUAL CTR-CD-CLIENTE
              OR CRN-NR-CONTRATO NOT EQUAL CTR-NR-CONTRATO
                 MOVE "F" TO WS-FINAL-CRONOGRAMA
              ELSE
                 DELETE ARQ-CRONOGRAMA RECORD
              END-IF
           END-IF.
       21111-SAIDA.
           EXIT.
      *
       21112-GRAVA-UMA-PARCELA SECTION.
      * COMPETENCIA DA PARCELA: O MES CORRIDO (ANO x 12 + MES) VOLTA
      * PARA AAAAMM
       21112.
           COMPUTE WS-NR-MES-AUX =
                   WS-CNS-NR-MES-INICIO + WS-CNS-IX-MES - 1.
           COMPUTE WS-NR-ANO-AUX = (WS-NR-MES-AUX - 1) / 12.
           MOVE CTR-CD-EMPRESA  TO CRN-CD-EMPRESA.
           MOVE CTR-CD-CLIENTE  TO CRN-CD-CLIENTE.
           MOVE CTR-NR-CONTRATO TO CRN-NR-CONTRATO.
           COMPUTE CRN-NR-COMPETENCIA =
                   WS-NR-ANO-AUX * 100
                   + WS-NR-MES-AUX - WS-NR-ANO-AUX * 12.
           MOVE WS-CNS-IX-MES   TO CRN-NR-PARCELA.
           PERFORM 99-PARCELA-DO-MES.
           ADD WS-CNS-VL-PREV-MES TO WS-VL-PREVISTO-ACUM.
           MOVE WS-CNS-VL-PREV-MES  TO CRN-VL-PREVISTO.
           MOVE WS-VL-PREVISTO-ACUM TO CRN-VL-PREVISTO-ACUM.
           IF WS-CNS-IX-MES GREATER WS-CNS-QT-DECORRIDOS
              MOVE ZEROS TO CRN-VL-REALIZADO
                            CRN-VL-REALIZADO-ACUM
           ELSE
              ADD WS-CNS-VL-MES(WS-CNS-IX-MES) TO WS-VL-REALIZADO-ACUM
              MOVE WS-CNS-VL-MES(WS-CNS-IX-MES) TO CRN-VL-REALIZADO
              MOVE WS-VL-REALIZADO-ACUM TO CRN-VL-REALIZADO-ACUM
           END-IF.
           MOVE WS-NR-COMPETENCIA TO CRN-NR-COMP-REFERENCIA.
           MOVE WS-DT-HOJE        TO CRN-DT-GERACAO.
           WRITE CRN-REGISTRO.
       21112-SAIDA.
           EXIT.
      *
       2112-LIBERA-CONTRATO SECTION.
       2112.
           MOVE CTR-CD-VENDEDOR       TO SOR-CD-VENDEDOR.
           MOVE CTR-CD-CLIENTE        TO SOR-CD-CLIENTE.
           MOVE CTR-NR-CONTRATO       TO SOR-NR-CONTRATO.
           MOVE CTR-DT-FIM            TO SOR-DT-FIM.
           MOVE CTR-VL-CONTRATO       TO SOR-VL-CONTRATO.
           MOVE WS-CNS-VL-REALIZADO   TO SOR-VL-REALIZADO.
           MOVE WS-CNS-PC-CONSUMIDO   TO SOR-PC-CONSUMIDO.
           MOVE WS-CNS-VL-PREVISTO    TO SOR-VL-PREVISTO.
           MOVE WS-CNS-VL-FALTA-PLANO TO SOR-VL-FALTA-PLANO.
           MOVE WS-CNS-VL-FALTA-PROJ  TO SOR-VL-FALTA-PROJ.
           IF WS-CNS-ATRASADO
              MOVE "*" TO SOR-IN-ATRASADO
           ELSE
              MOVE SPACE TO SOR-IN-ATRASADO.
           RELEASE REG-SORT.
       2112-SAIDA.
           EXIT.
      *
       22-IMPRIME-CONSUMO SECTION.
       22.
           PERFORM 221-IMPRIME-UM-CONTRATO
               UNTIL WS-FIM-SORT.
           IF WS-NR-PAG EQUAL ZEROS
              MOVE 99 TO WS-NR-LIN
              MOVE SPACES TO LIN-01
              PERFORM 99-IMPRIME-LINHA.
           MOVE WS-QT-LISTADOS       TO WL-QT-LISTADOS.
           MOVE WS-QT-ATRASADOS      TO WL-QT-ATRASADOS.
           MOVE WS-CNS-PC-TOLERANCIA TO WL-PC-TOLERANCIA.
           WRITE LINHA FROM CAB-03    BEFORE ADVANCING 1.
           WRITE LINHA FROM LIN-TOTAL BEFORE ADVANCING 1.
       22-SAIDA.
           EXIT.
      *
       221-IMPRIME-UM-CONTRATO SECTION.
       221.
           RETURN ARQ-SORT
               AT END MOVE "F" TO WS-FINAL-SORT
           END-RETURN.
           IF NOT WS-FIM-SORT
              ADD 1 TO WS-QT-LISTADOS
              IF SOR-IN-ATRASADO EQUAL "*"
                 ADD 1 TO WS-QT-ATRASADOS
              END-IF
              IF SOR-CD-VENDEDOR NOT EQUAL WS-CD-VENDEDOR-ANT
                 MOVE SOR-CD-VENDEDOR TO WS-CD-VENDEDOR-ANT
                 MOVE 99 TO WS-NR-LIN
              END-IF
              MOVE SOR-CD-VENDEDOR    TO WL-VENDEDOR
              MOVE SOR-CD-CLIENTE     TO WL-CLIENTE
              MOVE SOR-NR-CONTRATO    TO WL-CONTRATO
              MOVE SOR-DT-FIM         TO WL-DT-FIM
              MOVE SOR-VL-CONTRATO    TO WL-VALOR
              MOVE SOR-VL-REALIZADO   TO WL-REALIZADO
              MOVE SOR-PC-CONSUMIDO   TO WL-PC-CONSUMIDO
              MOVE SOR-VL-PREVISTO    TO WL-PREVISTO
              MOVE SOR-VL-FALTA-PLANO TO WL-FALTA-PLANO
              MOVE SOR-VL-FALTA-PROJ  TO WL-FALTA-PROJ
              MOVE SOR-IN-ATRASADO    TO WL-IN-ATRASADO
              PERFORM 99-IMPRIME-LINHA
           END-IF.
       221-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           IF NOT WS-FIM-ARQUIVO
              CLOSE ARQ-CONTRATO
                    ARQ-VENDADET
                    ARQ-CRONOGRAMA.
           IF NOT LK-MODO-BATCH
              DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
      *
       99-IMPRIME-LINHA.
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
           END-IF
           WRITE LINHA FROM LIN-01 BEFORE ADVANCING 1.
      *
       COPY GV-CONSUMOPD.CPY.
      *
       COPY GV-SPOOLPD.CPY.
      *
       990-CONSULTA-CONFIG.
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
      *
      * EM MODO LOTE NAO HA OPERADOR PARA O ENTER - SO EXIBE
       99-MENSAGEM.
           IF LK-MODO-BATCH
              DISPLAY SST-MENSAGEM
           ELSE
              DISPLAY SST-MENSAGEM
              ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-RELCONSUMO" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
