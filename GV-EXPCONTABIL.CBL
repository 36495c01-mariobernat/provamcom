      *     (GV-CADCONTA) e centro de custo pela regiao do vendedor.
      *     O programa confere debitos = creditos antes de liberar o
      *     arquivo e recusa a exportacao desbalanceada.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Linha de indenizacao rescisoria ("I"):
      *                   debito na conta do evento IND-DESP do
      *                   mapeamento (opcional; sem ele, COM-DESP).
      *     15/Out/2026 - MCB - Recuperacao da garantia minima ("R") sai
      *                   com as naturezas invertidas, como o
      *                   estorno; o complemento ("G") e despesa de
      *                   comissao.
      *     15/Out/2026 - MCB - Baixa do pagamento considera tambem o
      *                   detalhe PIX ("2") da remessa, que passa a
      *                   160 posicoes.
      *     15/Out/2026 - MCB - Linha de reembolso de quilometragem
      *                   ("K"): debito na conta do evento REEMB-KM
      *                   do mapeamento (opcional; sem ele, COM-DESP).
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       FD  ARQ-REMESSA
           LABEL RECORD IS STANDARD.
      * DETALHE "1" CREDITO EM CONTA E "2" PAGAMENTO POR PIX - VALOR
      * E VENDEDOR NAS MESMAS POSICOES NOS DOIS
       01  REM-REGISTRO.
           03 REM-TIPO               PIC X(001).
              88 REM-TIPO-DETALHE              VALUE "1" "2".
           03 REM-NR-SEQUENCIA       PIC 9(006).
           03 REM-CD-VENDEDOR        PIC 9(007).
           03 REM-CD-BANCO           PIC 9(003).
           03 REM-TP-CONTA           PIC X(001).
           03 REM-VL-PAGAMENTO       PIC 9(013)V9(002).
           03 REM-NM-VENDEDOR        PIC X(030).
           03 FILLER                 PIC X(080).
      *
      * ARQUIVO DE LANCAMENTOS CONTABEIS (DELIMITADO)
       FD  ARQ-LANCAMENTO
           03 WS-CTA-IRRF-REC        PIC X(010) VALUE SPACES.
           03 WS-CTA-INSS-REC        PIC X(010) VALUE SPACES.
           03 WS-CTA-PAG-BANCO       PIC X(010) VALUE SPACES.
      * DESPESA DE INDENIZACAO RESCISORIA - OPCIONAL: SEM O EVENTO
      * NO MAPEAMENTO A LINHA "I" VAI PARA A DESPESA DE COMISSAO
           03 WS-CTA-IND-DESP        PIC X(010) VALUE SPACES.
      * DESPESA DE REEMBOLSO DE QUILOMETRAGEM - OPCIONAL: SEM O
      * EVENTO NO MAPEAMENTO A LINHA "K" VAI PARA A DESPESA DE
      * COMISSAO
           03 WS-CTA-RMB-DESP        PIC X(010) VALUE SPACES.
           03 WS-IND-MAPA-OK         PIC X(01) VALUE "N".
              88 WS-MAPA-COMPLETO              VALUE "S".
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-VENDEDOR.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Vendedores Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              MOVE "PAG-BANCO" TO CTM-CD-EVENTO
              PERFORM 99-LER-CONTA
              MOVE CTM-CD-CONTA TO WS-CTA-PAG-BANCO
              MOVE "IND-DESP" TO CTM-CD-EVENTO
              PERFORM 99-LER-CONTA
              MOVE CTM-CD-CONTA TO WS-CTA-IND-DESP
              IF WS-CTA-IND-DESP EQUAL SPACES
                 MOVE WS-CTA-COM-DESP TO WS-CTA-IND-DESP
              END-IF
              MOVE "REEMB-KM" TO CTM-CD-EVENTO
              PERFORM 99-LER-CONTA
              MOVE CTM-CD-CONTA TO WS-CTA-RMB-DESP
              IF WS-CTA-RMB-DESP EQUAL SPACES
                 MOVE WS-CTA-COM-DESP TO WS-CTA-RMB-DESP
              END-IF
              CLOSE ARQ-CONTAMAP
              IF  WS-CTA-COM-DESP  NOT EQUAL SPACES
              AND WS-CTA-COM-APAG  NOT EQUAL SPACES
      *-----------------------
      * POR VENDEDOR FECHADO: DEBITO DA DESPESA PELO BRUTO E
      * CREDITOS DE IRRF, INSS E COMISSOES A PAGAR PELO LIQUIDO;
      * LINHAS DE ESTORNO/AJUSTE-DEBITO E DE RECUPERACAO DA GARANTIA
      * MINIMA SAEM COM AS NATUREZAS INVERTIDAS (A DEVOLUCAO REDUZ A
      * DESPESA, NAO A AUMENTA)
       211.
           IF FEC-NR-COMPETENCIA EQUAL WS-NR-COMPETENCIA
           AND FEC-VL-COMISSAO GREATER ZEROS
              IF  FEC-DELIMITADOR-11 EQUAL ";"
              AND (FEC-LANC-ESTORNO OR FEC-LANC-AJUSTE-DEB
               OR  FEC-LANC-RECUPERA-GAR)
                 MOVE "C" TO WS-IN-NAT-DESPESA
                 MOVE "D" TO WS-IN-NAT-APAGAR
              ELSE
                 MOVE "DESPESA DE COMISSAO DA COMPETENCIA"
                                   TO LCT-DS-HISTORICO
              END-IF
              IF  FEC-DELIMITADOR-11 EQUAL ";"
              AND FEC-LANC-INDENIZACAO
                 MOVE WS-CTA-IND-DESP TO LCT-CD-CONTA
                 MOVE "INDENIZACAO RESCISORIA LEI 4.886/65"
                                   TO LCT-DS-HISTORICO
              END-IF
              IF  FEC-DELIMITADOR-11 EQUAL ";"
              AND FEC-LANC-REEMBOLSO
                 MOVE WS-CTA-RMB-DESP TO LCT-CD-CONTA
                 MOVE "REEMBOLSO DE QUILOMETRAGEM"
                                   TO LCT-DS-HISTORICO
              END-IF
              PERFORM 99-GRAVA-LANCAMENTO
              IF WS-VL-IRRF GREATER ZEROS
                 MOVE WS-CTA-IRRF-REC TO LCT-CD-CONTA
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-EXPCONTABIL" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
