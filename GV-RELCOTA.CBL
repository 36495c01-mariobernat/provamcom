      *                   impressao (arquivo proprio por execucao,
      *                   catalogado em GV-SPOOL.CAT) em lugar do
      *                   IMPRESSAO.IMP compartilhado.
      *     15/Out/2026 - MCB - Cada linha traz o supervisor e a regiao
      *                   vigentes na competencia da cota, pelo
      *                   historico datado de equipe
      *                   (GV-HISTEQUIPE.DAT); sem historico valem
      *                   os do cadastro.
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             record key         is FOR-CHAVE-VENDEDOR
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-HISTEQUIPE ASSIGN TO DISK WID-ARQ-HISTEQUIPE
             organization       is indexed
             access mode        is dynamic
             record key         is HEQ-CHAVE-HISTORICO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-FECHAMENTO ASSIGN TO DISK WID-ARQ-FECHAMENTO
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
       COPY GV-CADCOTA.CPY.
       COPY GV-CADVEN.CPY.
       COPY GV-COMFECH.CPY.
       COPY GV-HISTEQUIPE.CPY.
      *
       COPY GV-SPOOLFD.CPY.
      *
           03 WID-ARQ-COTA           PIC X(15) VALUE "GV-COTA.DAT".
           03 WID-ARQ-VENDEDOR       PIC X(15) VALUE "GV-VENDEDOR.DAT".
           03 WID-ARQ-FECHAMENTO     PIC X(20) VALUE "GV-COMISSAO.HIS".
           03 WID-ARQ-HISTEQUIPE   PIC X(20) VALUE "GV-HISTEQUIPE.DAT".
           03 WS01-ARQUIVO           PIC X(60) VALUE "IMPRESSAO.IMP".
      *
       01  WS-RESULTADO-ACESSO.
           03 FILLER    PIC X(17) VALUE "             COTA".
           03 FILLER    PIC X(17) VALUE "        REALIZADO".
           03 FILLER    PIC X(09) VALUE "  ATING.%".
           03 FILLER    PIC X(07) VALUE "SUPERV.".
           03 FILLER    PIC X(05) VALUE " REG.".
      *
       01  CAB-03.
           03 FILLER PIC X(107) VALUE IS ALL '='.
      *
       01  LIN-01.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 WL-VL-REALIZADO PIC ZZZZZZZZZZZZ9,99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-PC-ATING     PIC ZZ9,99.
           03 FILLER          PIC X(03) VALUE SPACES.
           03 WL-CD-SUPERVISOR PIC ZZZZZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-CD-REGIAO    PIC ZZ9.
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-HISTEQPWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
           ACCEPT SST-OPCOES-RELCOTA.
           OPEN INPUT ARQ-VENDEDOR.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Vendedores Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           PERFORM 99-ABRE-HISTEQUIPE-CONSULTA.
           MOVE "RELCOTA" TO WS-SPL-ID-RELATORIO.
           PERFORM 99-PREPARA-SPOOL.
           OPEN OUTPUT RELATO.
           MOVE COT-CD-VENDEDOR TO FOR-CD-VENDEDOR.
           PERFORM 99-LER-VENDEDOR.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE SPACES TO FOR-NM-VENDEDOR
              MOVE ZEROS  TO FOR-CD-SUPERVISOR
                             FOR-CD-REGIAO.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
           PERFORM 99-BUSCA-REALIZADO.
      *    EQUIPE VIGENTE NO FIM DA COMPETENCIA DA COTA
           MOVE 1                 TO WS-HEQ-CD-EMPRESA.
           MOVE COT-CD-VENDEDOR   TO WS-HEQ-CD-VENDEDOR.
           MOVE FOR-CD-SUPERVISOR TO WS-HEQ-CD-SUPERVISOR.
           MOVE FOR-CD-REGIAO     TO WS-HEQ-CD-REGIAO.
           COMPUTE WS-HEQ-DT-REFERENCIA =
                   COT-NR-COMPETENCIA * 100 + 31.
           PERFORM 99-BUSCA-ATRIBUICAO.
           MOVE WS-HEQ-CD-SUPERVISOR TO WL-CD-SUPERVISOR.
           MOVE WS-HEQ-CD-REGIAO     TO WL-CD-REGIAO.
           MOVE COT-CD-VENDEDOR   TO WL-CD-VENDEDOR.
           MOVE FOR-NM-VENDEDOR   TO WL-NM-VENDEDOR.
           MOVE COT-NR-COMPETENCIA TO WL-COMPETENCIA.
      *--------------
       3.
           CLOSE ARQ-VENDEDOR.
           PERFORM 99-FECHA-HISTEQUIPE.
           CLOSE RELATO.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           WRITE LINHA FROM LIN-01 BEFORE ADVANCING 1.
      *
       COPY GV-SPOOLPD.CPY.
      *
       COPY GV-HISTEQPPD.CPY.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-RELCOTA" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
