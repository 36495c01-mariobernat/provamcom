      *     extrato que se entrega ao vendedor: bate com o que cai
      *     na conta. O demonstrativo pre-fechamento, pelo arquivo
      *     de vendas, segue no GV-COMISSAO.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Apos o saldo, a comissao ainda pendente
      *                   de recebimento (empresas com base no
      *                   recebimento, GV-COMPEND.DAT) sai em linha
      *                   propria, fora do saldo da competencia.
      *     15/Out/2026 - MCB - Linha de indenizacao rescisoria ("I")
      *                   sai identificada no extrato e soma ao saldo.
      *     15/Out/2026 - MCB - Linhas da garantia minima ("G" soma, "R"
      *                   desconta) no extrato e, apos o saldo, o
      *                   saldo a recuperar da garantia ate a
      *                   competencia.
      *     15/Out/2026 - MCB - Apos o saldo, bloco das vendas em
      *                   cobertura de ausencia da competencia
      *                   (GV-COMCOBER.DAT): o colega coberto pelo
      *                   vendedor e quem cobriu a ausencia dele,
      *                   com vendas, parte creditada e comissao.
      *     15/Out/2026 - MCB - Linha de reembolso de quilometragem
      *                   ("K") sai como REEMBOLSO KM e soma ao saldo.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ARQ-FECHAMENTO ASSIGN TO DISK WID-ARQ-FECHAMENTO
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-COMPEND ASSIGN TO DISK WID-ARQ-COMPEND
             organization       is indexed
             access mode        is dynamic
             record key         is CPD-CHAVE-PENDENTE
             alternate record key is CPD-CD-VENDEDOR
                                with duplicates
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-COMCOBER ASSIGN TO DISK WID-ARQ-COMCOBER
             organization       is indexed
             access mode        is dynamic
             record key         is CCB-CHAVE-COBERTURA
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-SORT ASSIGN TO DISK.
           SELECT ARQ-SPOOL-CAT ASSIGN TO DISK WID-ARQ-SPOOL-CAT
             organization       is line sequential
       DATA DIVISION.
       FILE SECTION.
       COPY GV-COMFECH.CPY.
       COPY GV-COMPEND.CPY.
       COPY GV-COMCOBER.CPY.
      *
       SD  ARQ-SORT.
       01  REG-SORT.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-FECHAMENTO     PIC X(20) VALUE "GV-COMISSAO.HIS".
           03 WID-ARQ-COMPEND        PIC X(15) VALUE "GV-COMPEND.DAT".
           03 WID-ARQ-COMCOBER       PIC X(15) VALUE "GV-COMCOBER.DAT".
           03 WS01-ARQUIVO           PIC X(60) VALUE "IMPRESSAO.IMP".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00".
              88 WS-GRAVACAO-BEM-SUCEDIDA      VALUE "00" "02".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-NR-COMPETENCIA      PIC 9(006) VALUE ZEROS.
           03 WS-VL-SALDO            PIC S9(013)V9(002) VALUE ZEROS.
           03 WS-QT-VENDEDORES       PIC 9(05) VALUE ZEROS.
           03 WS-QT-ED               PIC ZZZZ9.
      * COMISSAO AINDA PENDENTE DE RECEBIMENTO NA COMPETENCIA
      * (EMPRESAS COM BASE NO RECEBIMENTO - GV-COMPEND.DAT)
           03 WS-IND-ARQ-COMPEND     PIC X(01) VALUE "N".
              88 WS-ARQ-COMPEND-OK             VALUE "S".
           03 WS-FINAL-PENDENTE      PIC X(01) VALUE SPACE.
              88 WS-FIM-PENDENTE               VALUE "F".
           03 WS-VL-PENDENTE         PIC 9(013)V9(002) VALUE ZEROS.
      * VENDAS EM COBERTURA DE AUSENCIA DA COMPETENCIA, DOS DOIS
      * LADOS (GV-COMCOBER.DAT) - INFORMATIVO, A COMISSAO JA ESTA NA
      * LINHA DE FECHAMENTO DO VENDEDOR DE COBERTURA
           03 WS-IND-ARQ-COMCOBER    PIC X(01) VALUE "N".
              88 WS-ARQ-COMCOBER-OK            VALUE "S".
           03 WS-FINAL-COBERTURA     PIC X(01) VALUE SPACE.
              88 WS-FIM-COBERTURA              VALUE "F".
           03 WS-IND-BLOCO-COB       PIC X(01) VALUE "N".
              88 WS-BLOCO-COB-ABERTO           VALUE "S".
      *
      * SALDO A RECUPERAR DA GARANTIA MINIMA NA COMPETENCIA DO
      * EXTRATO: COMPLEMENTOS "G" SOMAM E RECUPERACOES "R" DESCONTAM,
      * DO INICIO DO HISTORICO ATE A COMPETENCIA
       01  WS-TABELA-GARANTIA.
           03 WS-QT-GARANTIAS        PIC 9(004) COMP VALUE ZEROS.
           03 WS-IX-GAR              PIC 9(004) COMP VALUE ZEROS.
           03 WS-IX-GAR-ACHADO       PIC 9(004) COMP VALUE ZEROS.
           03 WS-CD-VENDEDOR-GAR     PIC 9(007) VALUE ZEROS.
           03 WS-ENT-GARANTIA        OCCURS 1000 TIMES.
              05 WS-GAR-CD-VENDEDOR  PIC 9(007).
              05 WS-GAR-VL-SALDO     PIC S9(013)V9(002).
      *
      * LAYOUT DO EXTRATO - UMA PAGINA POR VENDEDOR
       01  CAB-01.
              "SALDO LIQUIDO A RECEBER NA COMPETENCIA:".
           03 WL-VL-SALDO     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(52) VALUE SPACES.
      *
       01  LIN-PENDENTE.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 FILLER          PIC X(40) VALUE
              "COMISSAO PENDENTE DE RECEBIMENTO:".
           03 WL-VL-PENDENTE  PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(52) VALUE
              "  (FORA DO SALDO - CREDITADA QUANDO O CLIENTE PAGAR)".
      *
       01  LIN-GARANTIA.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 FILLER          PIC X(40) VALUE
              "SALDO DE GARANTIA MINIMA A RECUPERAR:".
           03 WL-VL-SALDO-GAR PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(52) VALUE
              "  (DESCONTADO NOS MESES ACIMA DA GARANTIA)".
      *
       01  LIN-COB-CAB.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 FILLER          PIC X(60) VALUE
              "VENDAS EM COBERTURA DE AUSENCIA (JA INCLUIDAS ACIMA):".
           03 FILLER          PIC X(52) VALUE SPACES.
      *
       01  LIN-COB.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 WL-DS-COB       PIC X(18).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-CD-OUTRO-COB PIC ZZZZZZ9.
           03 FILLER          PIC X(11) VALUE " - Vendas: ".
           03 WL-VL-COBERTA   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(12) VALUE " Creditado: ".
           03 WL-VL-REPASSE   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(11) VALUE " Comissao: ".
           03 WL-VL-COMIS-COB PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
      *
       COPY GV-SPOOLWS.CPY.
      *
              MOVE "EXTRATOCOM" TO WS-SPL-ID-RELATORIO
              PERFORM 99-PREPARA-SPOOL
              OPEN OUTPUT RELATO
              OPEN INPUT ARQ-COMPEND
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "S" TO WS-IND-ARQ-COMPEND
              ELSE
                 MOVE "N" TO WS-IND-ARQ-COMPEND
                 MOVE "00" TO WS-ESTADO-ARQUIVO
              END-IF
              OPEN INPUT ARQ-COMCOBER
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "S" TO WS-IND-ARQ-COMCOBER
              ELSE
                 MOVE "N" TO WS-IND-ARQ-COMCOBER
                 MOVE "00" TO WS-ESTADO-ARQUIVO
              END-IF
              MOVE WS-NR-COMPETENCIA TO WL-COMPETENCIA
              SORT ARQ-SORT ON ASCENDING KEY SOR-CD-VENDEDOR
                   INPUT  PROCEDURE IS 21-CARREGA-LANCAMENTOS
                   OUTPUT PROCEDURE IS 22-IMPRIME-EXTRATOS
              CLOSE RELATO
              CLOSE ARQ-FECHAMENTO
              IF WS-ARQ-COMPEND-OK
                 CLOSE ARQ-COMPEND
              END-IF
              IF WS-ARQ-COMCOBER-OK
                 CLOSE ARQ-COMCOBER
              END-IF
              MOVE WS-QT-VENDEDORES TO WS-QT-ED
              MOVE SPACES TO WS-MENSAGEM
              STRING "Extratos Gerados no Spool: "
              END-IF
              RELEASE REG-SORT
           END-IF.
           IF  FEC-NR-COMPETENCIA NOT GREATER WS-NR-COMPETENCIA
           AND FEC-DELIMITADOR-11 EQUAL ";"
           AND (FEC-LANC-GARANTIA OR FEC-LANC-RECUPERA-GAR)
              PERFORM 2111-ACUMULA-GARANTIA.
           PERFORM 99-LER-FECHAMENTO.
       211-SAIDA.
           EXIT.
      *
       2111-ACUMULA-GARANTIA SECTION.
       2111.
           MOVE FEC-CD-VENDEDOR TO WS-CD-VENDEDOR-GAR.
           PERFORM 99-BUSCA-GARANTIA.
           IF  WS-IX-GAR-ACHADO EQUAL ZEROS
           AND WS-QT-GARANTIAS LESS 1000
              ADD 1 TO WS-QT-GARANTIAS
              MOVE FEC-CD-VENDEDOR
                   TO WS-GAR-CD-VENDEDOR(WS-QT-GARANTIAS)
              MOVE ZEROS TO WS-GAR-VL-SALDO(WS-QT-GARANTIAS)
              MOVE WS-QT-GARANTIAS TO WS-IX-GAR-ACHADO.
           IF WS-IX-GAR-ACHADO GREATER ZEROS
              IF FEC-LANC-GARANTIA
                 ADD FEC-VL-COMISSAO
                     TO WS-GAR-VL-SALDO(WS-IX-GAR-ACHADO)
              ELSE
                 SUBTRACT FEC-VL-COMISSAO
                     FROM WS-GAR-VL-SALDO(WS-IX-GAR-ACHADO).
       2111-SAIDA.
           EXIT.
      *
       22-IMPRIME-EXTRATOS SECTION.
       22.
           EXIT.
      *
       2211-IMPRIME-LINHA-LANC SECTION.
      * O SALDO SEGUE AS REGRAS DA REMESSA: ESTORNO "E", AJUSTE-
      * DEBITO "D" E RECUPERACAO DA GARANTIA "R" DESCONTAM O
      * LIQUIDO, AS DEMAIS LINHAS SOMAM
       2211.
           IF SOR-TP-LANCAMENTO EQUAL "E"
              MOVE "ESTORNO (-)"        TO WL-DS-LANC
           IF SOR-TP-LANCAMENTO EQUAL "O"
              MOVE "OVERRIDE EQUIPE"    TO WL-DS-LANC
              ADD SOR-VL-LIQUIDO      TO WS-VL-SALDO
           ELSE
           IF SOR-TP-LANCAMENTO EQUAL "I"
              MOVE "INDENIZ. RESCISAO"  TO WL-DS-LANC
              ADD SOR-VL-LIQUIDO      TO WS-VL-SALDO
           ELSE
           IF SOR-TP-LANCAMENTO EQUAL "G"
              MOVE "GARANTIA MIN. (+)"  TO WL-DS-LANC
              ADD SOR-VL-LIQUIDO      TO WS-VL-SALDO
           ELSE
           IF SOR-TP-LANCAMENTO EQUAL "R"
              MOVE "RECUP. GARANTIA(-)" TO WL-DS-LANC
              SUBTRACT SOR-VL-LIQUIDO FROM WS-VL-SALDO
           ELSE
           IF SOR-TP-LANCAMENTO EQUAL "K"
              MOVE "REEMBOLSO KM (+)"   TO WL-DS-LANC
              ADD SOR-VL-LIQUIDO      TO WS-VL-SALDO
           ELSE
              MOVE "FECHAMENTO"         TO WL-DS-LANC
              ADD SOR-VL-LIQUIDO      TO WS-VL-SALDO.
           WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1.
           MOVE WS-VL-SALDO TO WL-VL-SALDO.
           WRITE LINHA FROM LIN-SALDO BEFORE ADVANCING 1.
           PERFORM 2231-APURA-PENDENTE.
           IF WS-VL-PENDENTE GREATER ZEROS
              MOVE WS-VL-PENDENTE TO WL-VL-PENDENTE
              WRITE LINHA FROM LIN-PENDENTE BEFORE ADVANCING 1.
           MOVE WS-CD-VENDEDOR-ANT TO WS-CD-VENDEDOR-GAR.
           PERFORM 99-BUSCA-GARANTIA.
           IF WS-IX-GAR-ACHADO GREATER ZEROS
              IF WS-GAR-VL-SALDO(WS-IX-GAR-ACHADO) GREATER ZEROS
                 MOVE WS-GAR-VL-SALDO(WS-IX-GAR-ACHADO)
                                     TO WL-VL-SALDO-GAR
                 WRITE LINHA FROM LIN-GARANTIA BEFORE ADVANCING 1.
           PERFORM 2232-IMPRIME-COBERTURAS.
       223-SAIDA.
           EXIT.
      *
       2231-APURA-PENDENTE SECTION.
      * PENDENTE NA COMPETENCIA DO EXTRATO: VENDA REGISTRADA ATE ELA
      * E AINDA NAO LIBERADA (NEM CANCELADA) NO SEU FECHAMENTO - O
      * EXTRATO DE UMA COMPETENCIA ANTIGA MOSTRA O PENDENTE DA EPOCA
       2231.
           MOVE ZEROS TO WS-VL-PENDENTE.
           IF WS-ARQ-COMPEND-OK
              MOVE WS-CD-VENDEDOR-ANT TO CPD-CD-VENDEDOR
              MOVE SPACE TO WS-FINAL-PENDENTE
              START ARQ-COMPEND KEY EQUAL CPD-CD-VENDEDOR
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "F" TO WS-FINAL-PENDENTE
              END-IF
              PERFORM 22311-SOMA-PENDENTE
                  UNTIL WS-FIM-PENDENTE
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
       2231-SAIDA.
           EXIT.
      *
       22311-SOMA-PENDENTE SECTION.
       22311.
           READ ARQ-COMPEND NEXT.
           IF NOT WS-GRAVACAO-BEM-SUCEDIDA
              MOVE "F" TO WS-FINAL-PENDENTE
           ELSE
              IF CPD-CD-VENDEDOR NOT EQUAL WS-CD-VENDEDOR-ANT
                 MOVE "F" TO WS-FINAL-PENDENTE
              ELSE
                 IF CPD-NR-COMP-ORIGEM NOT GREATER WS-NR-COMPETENCIA
                    IF CPD-PENDENTE
                    OR CPD-NR-COMP-LIBERACAO GREATER WS-NR-COMPETENCIA
                       ADD CPD-VL-COMISSAO TO WS-VL-PENDENTE
                    END-IF
                 END-IF
              END-IF
           END-IF.
       22311-SAIDA.
           EXIT.
      *
       2232-IMPRIME-COBERTURAS SECTION.
      * BLOCO DAS VENDAS EM COBERTURA DE AUSENCIA DA COMPETENCIA EM
      * QUE O VENDEDOR COBRIU UM COLEGA OU TEVE A AUSENCIA COBERTA
       2232.
           MOVE "N" TO WS-IND-BLOCO-COB.
           IF WS-ARQ-COMCOBER-OK
              MOVE ZEROS TO CCB-CHAVE-COBERTURA
              MOVE WS-NR-COMPETENCIA TO CCB-NR-COMPETENCIA
              MOVE SPACE TO WS-FINAL-COBERTURA
              START ARQ-COMCOBER KEY NOT LESS CCB-CHAVE-COBERTURA
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "F" TO WS-FINAL-COBERTURA
              END-IF
              PERFORM 22321-IMPRIME-UMA-COBERTURA
                  UNTIL WS-FIM-COBERTURA
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
       2232-SAIDA.
           EXIT.
      *
       22321-IMPRIME-UMA-COBERTURA SECTION.
       22321.
           READ ARQ-COMCOBER NEXT.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
           OR CCB-NR-COMPETENCIA NOT EQUAL WS-NR-COMPETENCIA
              MOVE "F" TO WS-FINAL-COBERTURA
           ELSE
              IF CCB-CD-COBERTURA EQUAL WS-CD-VENDEDOR-ANT
              OR CCB-CD-TITULAR   EQUAL WS-CD-VENDEDOR-ANT
                 IF NOT WS-BLOCO-COB-ABERTO
                    MOVE "S" TO WS-IND-BLOCO-COB
                    WRITE LINHA FROM LIN-COB-CAB BEFORE ADVANCING 1
                 END-IF
                 IF CCB-CD-COBERTURA EQUAL WS-CD-VENDEDOR-ANT
                    MOVE "COBRINDO AUSENCIA" TO WL-DS-COB
                    MOVE CCB-CD-TITULAR      TO WL-CD-OUTRO-COB
                 ELSE
                    MOVE "AUSENCIA COBERTA"  TO WL-DS-COB
                    MOVE CCB-CD-COBERTURA    TO WL-CD-OUTRO-COB
                 END-IF
                 MOVE CCB-VL-VENDA-COBERTA TO WL-VL-COBERTA
                 MOVE CCB-VL-VENDA-REPASSE TO WL-VL-REPASSE
                 MOVE CCB-VL-COMISSAO      TO WL-VL-COMIS-COB
                 WRITE LINHA FROM LIN-COB BEFORE ADVANCING 1
              END-IF
           END-IF.
       22321-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       99-LER-FECHAMENTO.
           READ ARQ-FECHAMENTO
               AT END MOVE "F" TO WS-FINAL-ARQUIVO.
      *
      * LOCALIZA O SALDO DE GARANTIA DO VENDEDOR EM
      * WS-CD-VENDEDOR-GAR (ZERO EM WS-IX-GAR-ACHADO QUANDO NAO HA)
       99-BUSCA-GARANTIA.
           MOVE ZEROS TO WS-IX-GAR-ACHADO
           PERFORM 991-BUSCA-UMA-GARANTIA
               VARYING WS-IX-GAR FROM 1 BY 1
               UNTIL WS-IX-GAR > WS-QT-GARANTIAS
                  OR WS-IX-GAR-ACHADO GREATER ZEROS.
      *
       991-BUSCA-UMA-GARANTIA.
           IF WS-GAR-CD-VENDEDOR(WS-IX-GAR) EQUAL WS-CD-VENDEDOR-GAR
              MOVE WS-IX-GAR TO WS-IX-GAR-ACHADO.
      *
       99-LEITURA-SORT.
           RETURN ARQ-SORT
