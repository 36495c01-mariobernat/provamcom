      *                   uteis (GV-DIAUTIL sobre o calendario de
      *                   feriados) - o aging deixa de inflar nos
      *                   feriadoes e fins de semana.
      *     15/Out/2026 - MCB - Faixas pelo saldo em aberto do
      *                   titulo (valor menos o principal ja
      *                   baixado pelo retorno da cobranca).
      *     15/Out/2026 - MCB - Chave alternada da carteira
      *                   (empresa + vendedor) no cadastro de clientes
      *                   (GV-CADCLI.CPY).
      *     15/Out/2026 - MCB - Falha na abertura dos cadastros
      *                   registrada no log central de erros
      *                   (GV-REGERRO).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             record key         is CLI-CHAVE-CLIENTE
             alternate record key is CLI-NR-CNPJ-CLIENTE
                                with duplicates
             alternate record key is CLI-CHAVE-CARTEIRA =
                                CLI-CD-EMPRESA CLI-CD-VENDEDOR
                                with duplicates
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
             organization       is indexed
             access mode        is dynamic
             record key         is REC-CHAVE-RECEBER
             alternate record key is REC-NR-DOCUMENTO
                                with duplicates
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-SORT ASSIGN TO DISK.
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
              88 WS-FIM-SORT                   VALUE "F".
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-QT-DIAS-ATRASO      PIC 9(005) VALUE ZEROS.
           03 WS-VL-SALDO            PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-QT-TITULOS          PIC 9(07) VALUE ZEROS.
           03 WS-NR-LIN              PIC 9(03) VALUE 999.
           03 WS-NR-PAG              PIC 9(03) VALUE ZEROS.
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-RECEBER.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-RECEBER TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Master de Contas a Receber nao Encontrado."
                                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              OPEN INPUT ARQ-CLIENTE
              IF WS-OPERACAO-BEM-SUCEDIDA
                 OPEN INPUT ARQ-VENDEDOR
                 MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
              ELSE
                 MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              END-IF
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Cadastros Indisponiveis." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM.
                         SOR-VL-ATE-60
                         SOR-VL-ATE-90
                         SOR-VL-ACIMA-90.
      * SO O SALDO EM ABERTO ENVELHECE (PAGAMENTO PARCIAL BAIXADO
      * PELO RETORNO DA COBRANCA JA SAIU DO TITULO)
           COMPUTE WS-VL-SALDO = REC-VL-TITULO - REC-VL-PAGO.
           IF REC-DT-VENCIMENTO NOT LESS WS-DT-HOJE
              MOVE WS-VL-SALDO TO SOR-VL-A-VENCER
           ELSE
      * ATRASO EM DIAS UTEIS, PELO CALENDARIO DE FERIADOS
              MOVE "D"               TO WS-DU-FUNCAO
              CALL WS-NM-PROG-DIAUTIL USING WS-DU-PARAMETROS
              MOVE WS-DU-QT-DIAS     TO WS-QT-DIAS-ATRASO
              IF WS-QT-DIAS-ATRASO NOT GREATER 30
                 MOVE WS-VL-SALDO TO SOR-VL-ATE-30
              ELSE
                 IF WS-QT-DIAS-ATRASO NOT GREATER 60
                    MOVE WS-VL-SALDO TO SOR-VL-ATE-60
                 ELSE
                    IF WS-QT-DIAS-ATRASO NOT GREATER 90
                       MOVE WS-VL-SALDO TO SOR-VL-ATE-90
                    ELSE
                       MOVE WS-VL-SALDO TO SOR-VL-ACIMA-90
                    END-IF
                 END-IF
              END-IF
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
      *
       COPY GV-SPOOLPD.CPY.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-RELAGING" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
