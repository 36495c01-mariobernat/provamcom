      *                   FOR-VL-COMISSAO-APURADA, que o fechamento
      *                   mensal posta no historico - relatorio e
      *                   pagamento saem do mesmo numero.
      *     15/Out/2026 - MCB - Vendas em cobertura de ausencia (linha
      *                   com VND-CD-COBERTURA): a parte da regra
      *                   (GV-COBERTURAPD) e creditada ao vendedor
      *                   de cobertura, na faixa dele, e o restante
      *                   ao titular; o par fica acumulado em
      *                   GV-COMCOBER.DAT para o fechamento. O
      *                   demonstrativo mostra essas vendas em bloco
      *                   proprio nas paginas dos dois vendedores.
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             record key         is RGC-CHAVE-REGRA
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-COMCOBER ASSIGN TO DISK WID-ARQ-COMCOBER
             organization       is indexed
             access mode        is dynamic
             record key         is CCB-CHAVE-COBERTURA
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT RELATO   ASSIGN TO DISK.
      *
       DATA DIVISION.
       COPY GV-CADVEN.CPY.
       COPY GV-IMPVENDA.CPY.
       COPY GV-REGRACOM.CPY.
       COPY GV-COMCOBER.CPY.
      *
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SOR-CD-VENDEDOR        PIC 9(007).
      * "1" VENDA PROPRIA, "2" VENDA EM COBERTURA DE AUSENCIA (COM O
      * OUTRO VENDEDOR, O PAPEL DESTE - "T" TITULAR AUSENTE, "C"
      * VENDEDOR DE COBERTURA - E O VALOR INTEGRAL DA VENDA)
           03 SOR-TP-VENDA           PIC X(001).
              88 SOR-VENDA-COBERTURA           VALUE "2".
           03 SOR-VL-VENDA           PIC 9(013)V9(002).
           03 SOR-CD-OUTRO           PIC 9(007).
           03 SOR-IN-PAPEL           PIC X(001).
              88 SOR-PAPEL-TITULAR             VALUE "T".
           03 SOR-VL-ORIGINAL        PIC 9(013)V9(002).
      *
       FD  RELATO
           VALUE OF FILE-ID IS WS01-ARQUIVO
           03 WID-ARQ-VENDEDOR       PIC X(60) VALUE "GV-VENDEDOR.DAT".
           03 WID-ARQ-VENDA          PIC X(20) VALUE SPACES.
           03 WID-ARQ-REGRA          PIC X(15) VALUE "GV-REGRA.DAT".
           03 WID-ARQ-COMCOBER       PIC X(15) VALUE "GV-COMCOBER.DAT".
           03 WS01-ARQUIVO           PIC X(60) VALUE "IMPRESSAO.IMP".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-FINAL-REGRA         PIC X(01) VALUE SPACE.
              88 WS-FIM-REGRA                  VALUE "F".
      *
      * VENDAS EM COBERTURA DE AUSENCIA (LINHAS DO ARQUIVO DE VENDAS
      * COM VND-CD-COBERTURA): A PARTE DA REGRA VAI AO VENDEDOR DE
      * COBERTURA E FICA REGISTRADA EM GV-COMCOBER.DAT
           03 WS-CD-VENDEDOR-CRED    PIC 9(007) VALUE ZEROS.
           03 WS-VL-VENDA-CRED       PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-VL-COMIS-COBERTURA  PIC 9(011)V9(002) VALUE ZEROS.
           03 WS-IND-ARQ-COMCOBER    PIC X(01) VALUE "N".
              88 WS-ARQ-COMCOBER-OK            VALUE "S".
           03 WS-IND-BLOCO-COB       PIC X(01) VALUE "N".
              88 WS-BLOCO-COB-ABERTO           VALUE "S".
           03 WS-VL-VENDA-COB-VEND   PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-VL-COMIS-COB-VEND   PIC 9(013)V9(002) VALUE ZEROS.
      *
      * LAYOUT DO RELATORIO DE COMISSAO
       01  CAB-01.
           02 FILLER            PIC X(40) VALUE SPACES.
           03 WL-VL-COMISSAO PIC ZZZZZZZZZZZZ9,99.
           03 FILLER       PIC  X(008) VALUE SPACES.
           03 WL-NR-FAIXA  PIC  ZZ9.
           03 FILLER       PIC  X(001) VALUE SPACES.
           03 WL-IN-COBERTURA PIC X(003) VALUE SPACES.
      *
       01  LIN-TOTAL.
           03 FILLER       PIC  X(008) VALUE SPACES.
           03 FILLER          PIC  X(012) VALUE "  Comissao: ".
           03 WLD-VL-TOT-COMIS PIC ZZZZZZZZZZZZ9,99.
           03 FILLER          PIC  X(029) VALUE SPACES.
      *
      * BLOCO DAS VENDAS EM COBERTURA DE AUSENCIA NO DEMONSTRATIVO
       01  LIN-DEM-BLOCO.
           03 FILLER          PIC  X(008) VALUE SPACES.
           03 FILLER          PIC  X(060) VALUE
              "VENDAS EM COBERTURA DE AUSENCIA - VENDA E CREDITADO".
           03 FILLER          PIC  X(048) VALUE SPACES.
      *
       01  LIN-DEM-COB.
           03 FILLER          PIC  X(008) VALUE SPACES.
           03 WLD-DS-PAPEL    PIC  X(013).
           03 WLD-CD-OUTRO    PIC  ZZZZZZ9.
           03 FILLER          PIC  X(001) VALUE SPACES.
           03 WLD-VL-ORIGINAL PIC  ZZZZZZZZZZZZ9,99.
           03 FILLER          PIC  X(001) VALUE SPACES.
           03 WLD-VL-CREDITADO PIC ZZZZZZZZZZZZ9,99.
           03 FILLER          PIC  X(001) VALUE SPACES.
           03 WLD-PC-COB      PIC  ZZ9,99.
           03 FILLER          PIC  X(003) VALUE SPACES.
           03 WLD-VL-COMIS-COB PIC ZZZZZZZZZZZZ9,99.
           03 FILLER          PIC  X(005) VALUE SPACES.
           03 WLD-NR-FAIXA-COB PIC ZZ9.
           03 FILLER          PIC  X(020) VALUE SPACES.
      *
       01  LIN-DEM-TOT-COB.
           03 FILLER          PIC  X(008) VALUE SPACES.
           03 FILLER          PIC  X(026) VALUE
              "Creditado em Cobertura:   ".
           03 FILLER          PIC  X(009) VALUE " Vendas: ".
           03 WLD-VL-TOT-VENDA-COB PIC ZZZZZZZZZZZZ9,99.
           03 FILLER          PIC  X(012) VALUE "  Comissao: ".
           03 WLD-VL-TOT-COMIS-COB PIC ZZZZZZZZZZZZ9,99.
           03 FILLER          PIC  X(029) VALUE SPACES.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-COBERTURAWS.CPY.
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
      *----------------
       1.
           PERFORM 99-LE-CONFIGURACAO.
           PERFORM 99-LE-REGRA-COBERTURA.
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-REGRA.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "00" TO WS-ESTADO-ARQUIVO.
           OPEN I-O ARQ-VENDEDOR.
           IF WS-ERRO-ACESSO
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Vendedores em Uso." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA AND NOT WS-ERRO-ACESSO
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Vendedores com Erro." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
       21.
           OPEN INPUT ARQ-VENDA.
           IF WS-OPERACAO-BEM-SUCEDIDA
              PERFORM 213-ABRE-COBERTURAS
              MOVE SPACE TO WS-FINAL-ARQUIVO
              MOVE ZEROS TO WS-VL-TOTAL-COMISSAO
              PERFORM 99-LER-ARQUIVO-VENDA
              PERFORM 211-TRATA-VENDA
                      UNTIL WS-FIM-ARQUIVO
              CLOSE ARQ-VENDA
              IF WS-ARQ-COMCOBER-OK
                 CLOSE ARQ-COMCOBER
              END-IF
              PERFORM 212-IMPRIME-TOTAL
              MOVE "Calculo de Comissao Concluido." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           EXIT.
      *
       211-TRATA-VENDA SECTION.
      * LINHA DE VENDAS EM AUSENCIA COBERTA: A PARTE DA REGRA E
      * CREDITADA AO VENDEDOR DE COBERTURA, NA FAIXA DELE, E O
      * RESTANTE AO TITULAR; SEM COBERTURA VALIDA, TUDO NO TITULAR
       211.
           PERFORM 2112-VERIFICA-COBERTURA.
           MOVE VND-VL-VENDA TO WS-COB-VL-VENDA.
           PERFORM 99-REPARTE-COBERTURA.
           MOVE ZEROS TO WS-VL-COMIS-COBERTURA.
           IF WS-COB-VL-TITULAR GREATER ZEROS
           OR WS-COB-VL-REPASSE EQUAL ZEROS
              MOVE VND-CD-VENDEDOR   TO WS-CD-VENDEDOR-CRED
              MOVE WS-COB-VL-TITULAR TO WS-VL-VENDA-CRED
              MOVE SPACES            TO WL-IN-COBERTURA
              PERFORM 2111-CREDITA-VENDEDOR
           END-IF.
           IF WS-COB-VL-REPASSE GREATER ZEROS
              MOVE WS-COB-CD-COBERTURA TO WS-CD-VENDEDOR-CRED
              MOVE WS-COB-VL-REPASSE   TO WS-VL-VENDA-CRED
              MOVE "COB"               TO WL-IN-COBERTURA
              PERFORM 2111-CREDITA-VENDEDOR
              MOVE WS-VL-COMISSAO TO WS-VL-COMIS-COBERTURA
           END-IF.
           IF WS-COB-CD-COBERTURA GREATER ZEROS
              PERFORM 2113-REGISTRA-COBERTURA.
           PERFORM 99-LER-ARQUIVO-VENDA.
       211-SAIDA.
           EXIT.
      *
       2111-CREDITA-VENDEDOR SECTION.
      * CREDITA WS-VL-VENDA-CRED AO VENDEDOR WS-CD-VENDEDOR-CRED PELA
      * FAIXA DO VOLUME ACUMULADO DELE; A COMISSAO FICA EM
      * WS-VL-COMISSAO (ZERO QUANDO O VENDEDOR NAO ESTA ATIVO)
       2111.
           MOVE ZEROS               TO WS-VL-COMISSAO.
           MOVE 1                   TO FOR-CD-EMPRESA.
           MOVE WS-CD-VENDEDOR-CRED TO FOR-CD-VENDEDOR.
           PERFORM 99-LER-VENDEDOR.
           IF WS-OPERACAO-BEM-SUCEDIDA
           AND FOR-SIT-ATIVO
              COMPUTE WS-VL-BASE-FAIXA =
                      FOR-VL-VENDA-REALIZADA + WS-VL-VENDA-CRED
              PERFORM 99-OBTEM-TAXA
              MOVE WS-PC-TAXA-APLICADA TO WL-PC-COMISSAO
              MOVE WS-NR-FAIXA-APLICADA TO WL-NR-FAIXA
              COMPUTE WS-VL-COMISSAO ROUNDED =
                      WS-VL-VENDA-CRED * WS-PC-TAXA-APLICADA / 100
              ADD WS-VL-COMISSAO TO WS-VL-TOTAL-COMISSAO
              ADD WS-VL-COMISSAO   TO FOR-VL-COMISSAO-APURADA
              ADD WS-VL-VENDA-CRED TO FOR-VL-VENDA-REALIZADA
              PERFORM 99-REGRAVA-VENDEDOR
              MOVE FOR-CD-VENDEDOR TO WL-CODIGO
              MOVE FOR-NM-VENDEDOR TO WL-NOME
              MOVE WS-VL-VENDA-CRED TO WL-VL-VENDA
              MOVE WS-VL-COMISSAO  TO WL-VL-COMISSAO
              PERFORM 2110-IMPRIME-LINHA
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       2111-SAIDA.
           EXIT.
      *
       2112-VERIFICA-COBERTURA SECTION.
      * A LINHA TRAZ VENDEDOR DE COBERTURA (ARQUIVOS ANTIGOS NAO
      * TRAZEM)? SO VALE SE ELE EXISTE E ESTA ATIVO
       2112.
           MOVE ZEROS TO WS-COB-CD-COBERTURA.
           IF  VND-CD-COBERTURA NUMERIC
           AND VND-CD-COBERTURA GREATER ZEROS
           AND VND-CD-COBERTURA NOT EQUAL VND-CD-VENDEDOR
              MOVE 1                TO FOR-CD-EMPRESA
              MOVE VND-CD-COBERTURA TO FOR-CD-VENDEDOR
              PERFORM 99-LER-VENDEDOR
              IF WS-OPERACAO-BEM-SUCEDIDA
              AND FOR-SIT-ATIVO
                 MOVE VND-CD-COBERTURA TO WS-COB-CD-COBERTURA
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
       2112-SAIDA.
           EXIT.
      *
       2113-REGISTRA-COBERTURA SECTION.
      * ACUMULA A VENDA COBERTA NO PERIODO EM ABERTO (COMPETENCIA
      * ZERO) DO PAR COBERTURA/TITULAR, PARA O FECHAMENTO E O EXTRATO
       2113.
           IF WS-ARQ-COMCOBER-OK
              MOVE ZEROS               TO CCB-NR-COMPETENCIA
              MOVE 1                   TO CCB-CD-EMPRESA
              MOVE WS-COB-CD-COBERTURA TO CCB-CD-COBERTURA
              MOVE VND-CD-VENDEDOR     TO CCB-CD-TITULAR
              READ ARQ-COMCOBER
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE ZEROS TO CCB-VL-VENDA-COBERTA
                               CCB-VL-VENDA-REPASSE
                               CCB-VL-COMISSAO
                               CCB-QT-VENDAS
              END-IF
              ADD VND-VL-VENDA          TO CCB-VL-VENDA-COBERTA
              ADD WS-COB-VL-REPASSE     TO CCB-VL-VENDA-REPASSE
              ADD WS-VL-COMIS-COBERTURA TO CCB-VL-COMISSAO
              ADD 1                     TO CCB-QT-VENDAS
              MOVE WS-COB-TP-REGRA      TO CCB-TP-REGRA
              MOVE WS-COB-PC-REPASSE    TO CCB-PC-REPASSE
              IF WS-OPERACAO-BEM-SUCEDIDA
                 REWRITE CCB-REGISTRO
              ELSE
                 WRITE CCB-REGISTRO
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
       2113-SAIDA.
           EXIT.
      *
       2110-IMPRIME-LINHA SECTION.
           WRITE LINHA FROM LIN-01 BEFORE ADVANCING 1.
       2110-SAIDA.
           EXIT.
      *
       213-ABRE-COBERTURAS SECTION.
      * REGISTRO DAS VENDAS EM COBERTURA, CRIADO VAZIO NA PRIMEIRA VEZ
       213.
           OPEN I-O ARQ-COMCOBER.
           IF WS-ESTADO-ARQUIVO EQUAL "35"
              OPEN OUTPUT ARQ-COMCOBER
              CLOSE ARQ-COMCOBER
              OPEN I-O ARQ-COMCOBER.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-COMCOBER
           ELSE
              MOVE "213-ABRE-COBERTURAS" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-COMCOBER TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "N" TO WS-IND-ARQ-COMCOBER
              MOVE "Registro de Coberturas Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       213-SAIDA.
           EXIT.
      *
       212-IMPRIME-TOTAL SECTION.
       212.
              MOVE ZEROS TO WS-VL-TOTAL-COMISSAO
                            WS-CD-VENDEDOR-ANT
              SORT ARQ-SORT ON ASCENDING KEY SOR-CD-VENDEDOR
                                                 SOR-TP-VENDA
                   INPUT  PROCEDURE IS 221-CARREGA-VENDAS
                   OUTPUT PROCEDURE IS 222-IMPRIME-DEMONSTRATIVO
              CLOSE ARQ-VENDA
           EXIT.
      *
       2211-CARREGA-UMA-VENDA SECTION.
      * LINHA EM AUSENCIA COBERTA VAI PARA O BLOCO DE COBERTURA DAS
      * DUAS PAGINAS: A DO TITULAR (PARTE QUE FICA COM ELE) E A DO
      * VENDEDOR DE COBERTURA (PARTE DA REGRA, QUANDO HOUVER)
       2211.
           PERFORM 2112-VERIFICA-COBERTURA.
           MOVE VND-VL-VENDA TO SOR-VL-ORIGINAL.
           IF WS-COB-CD-COBERTURA EQUAL ZEROS
              MOVE VND-CD-VENDEDOR TO SOR-CD-VENDEDOR
              MOVE "1"             TO SOR-TP-VENDA
              MOVE VND-VL-VENDA    TO SOR-VL-VENDA
              MOVE ZEROS           TO SOR-CD-OUTRO
              MOVE SPACE           TO SOR-IN-PAPEL
              RELEASE REG-SORT
           ELSE
              MOVE VND-VL-VENDA TO WS-COB-VL-VENDA
              PERFORM 99-REPARTE-COBERTURA
              MOVE "2"                 TO SOR-TP-VENDA
              MOVE VND-CD-VENDEDOR     TO SOR-CD-VENDEDOR
              MOVE WS-COB-VL-TITULAR   TO SOR-VL-VENDA
              MOVE WS-COB-CD-COBERTURA TO SOR-CD-OUTRO
              MOVE "T"                 TO SOR-IN-PAPEL
              RELEASE REG-SORT
              IF WS-COB-VL-REPASSE GREATER ZEROS
                 MOVE WS-COB-CD-COBERTURA TO SOR-CD-VENDEDOR
                 MOVE WS-COB-VL-REPASSE   TO SOR-VL-VENDA
                 MOVE VND-CD-VENDEDOR     TO SOR-CD-OUTRO
                 MOVE "C"                 TO SOR-IN-PAPEL
                 RELEASE REG-SORT
              END-IF
           END-IF.
           PERFORM 99-LER-ARQUIVO-VENDA.
       2211-SAIDA.
           EXIT.
                      SOR-VL-VENDA * WS-PC-TAXA-APLICADA / 100
              ADD SOR-VL-VENDA   TO WS-VL-VENDA-VENDEDOR
              ADD WS-VL-COMISSAO TO WS-VL-COMIS-VENDEDOR
              IF SOR-VENDA-COBERTURA
                 PERFORM 2224-IMPRIME-COBERTURA
              ELSE
                 MOVE WS-QT-VENDAS-VENDEDOR TO WLD-NR-VENDA
                 MOVE SOR-VL-VENDA          TO WLD-VL-VENDA
                 MOVE WS-PC-TAXA-APLICADA   TO WLD-PC-LINHA
                 MOVE WS-NR-FAIXA-APLICADA  TO WLD-NR-FAIXA
                 MOVE WS-VL-COMISSAO        TO WLD-VL-COMISSAO
                 WRITE LINHA FROM LIN-DEM-01 BEFORE ADVANCING 1.
       2221-SAIDA.
           EXIT.
      *
           MOVE ZEROS TO WS-VL-VENDA-VENDEDOR
                         WS-VL-COMIS-VENDEDOR
                         WS-QT-VENDAS-VENDEDOR
                         WS-VL-VENDA-COB-VEND
                         WS-VL-COMIS-COB-VEND
                         WS-ESTADO-ARQUIVO.
           MOVE "N" TO WS-IND-BLOCO-COB.
           MOVE SOR-CD-VENDEDOR TO WLD-CODIGO.
           MOVE FOR-NM-VENDEDOR TO WLD-NOME.
           MOVE FOR-PC-COMISSAO TO WLD-PC-COMISSAO.
           MOVE WS-VL-VENDA-VENDEDOR  TO WLD-VL-TOT-VENDA.
           MOVE WS-VL-COMIS-VENDEDOR  TO WLD-VL-TOT-COMIS.
           WRITE LINHA FROM LIN-DEM-TOTAL BEFORE ADVANCING 1.
           IF WS-BLOCO-COB-ABERTO
              MOVE WS-VL-VENDA-COB-VEND TO WLD-VL-TOT-VENDA-COB
              MOVE WS-VL-COMIS-COB-VEND TO WLD-VL-TOT-COMIS-COB
              WRITE LINHA FROM LIN-DEM-TOT-COB BEFORE ADVANCING 1.
       2223-SAIDA.
           EXIT.
      *
       2224-IMPRIME-COBERTURA SECTION.
      * AS VENDAS EM COBERTURA VEM DEPOIS DAS PROPRIAS (ORDEM DO
      * SORT) E ABREM O BLOCO NA PRIMEIRA DELAS
       2224.
           IF NOT WS-BLOCO-COB-ABERTO
              MOVE "S" TO WS-IND-BLOCO-COB
              MOVE SPACES TO LINHA
              WRITE LINHA BEFORE ADVANCING 1
              WRITE LINHA FROM LIN-DEM-BLOCO BEFORE ADVANCING 1.
           IF SOR-PAPEL-TITULAR
              MOVE "Coberto por: " TO WLD-DS-PAPEL
           ELSE
              MOVE "Cobrindo...: " TO WLD-DS-PAPEL.
           MOVE SOR-CD-OUTRO         TO WLD-CD-OUTRO.
           MOVE SOR-VL-ORIGINAL      TO WLD-VL-ORIGINAL.
           MOVE SOR-VL-VENDA         TO WLD-VL-CREDITADO.
           MOVE WS-PC-TAXA-APLICADA  TO WLD-PC-COB.
           MOVE WS-VL-COMISSAO       TO WLD-VL-COMIS-COB.
           MOVE WS-NR-FAIXA-APLICADA TO WLD-NR-FAIXA-COB.
           ADD SOR-VL-VENDA   TO WS-VL-VENDA-COB-VEND.
           ADD WS-VL-COMISSAO TO WS-VL-COMIS-COB-VEND.
           WRITE LINHA FROM LIN-DEM-COB BEFORE ADVANCING 1.
       2224-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
      *
       990-CONSULTA-CONFIG.
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
      *
       COPY GV-COBERTURAPD.CPY.
      *
       COPY GV-SPOOLPD.CPY.
      *
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-COMISSAO" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
