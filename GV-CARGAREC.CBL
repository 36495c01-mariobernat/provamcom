      *     carga inteira. Titulo ja existente e regravado (o
      *     extrato manda a situacao corrente, aberto ou pago);
      *     cliente inexistente rejeita com motivo no log.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Titulo regravado preserva a liquidacao
      *                   baixada pelo retorno da cobranca bancaria
      *                   (GV-RETCOBRANCA); chave alternada do
      *                   documento no contas a receber.
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *     15/Out/2026 - MCB - Chave alternada da carteira
      *                   (empresa + vendedor) no cadastro de clientes
      *                   (GV-CADCLI.CPY).
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
           SELECT ARQ-RECEBER ASSIGN TO DISK WID-ARQ-RECEBER
             organization       is indexed
             access mode        is dynamic
             record key         is REC-CHAVE-RECEBER
             alternate record key is REC-NR-DOCUMENTO
                                with duplicates
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-CARGA ASSIGN TO DISK WID-ARQ-CARGA
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-QT-ED3              PIC ZZZZZZ9.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
           ELSE
              OPEN INPUT ARQ-CLIENTE
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Arquivo de Clientes Indisponivel."
                                                      TO WS-MENSAGEM
                 CLOSE ARQ-RECEBER
                 OPEN I-O ARQ-RECEBER
              ELSE
                 MOVE "11-ABRE-RECEBER" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-RECEBER TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Master de Contas a Receber Indisponivel."
                                                      TO WS-MENSAGEM
      *
       2211-GRAVA-TITULO SECTION.
      * TITULO NOVO E INCLUIDO; TITULO JA EXISTENTE E REGRAVADO COM
      * A SITUACAO E O VALOR CORRENTES DO EXTRATO, PRESERVANDO A
      * LIQUIDACAO JA BAIXADA PELO RETORNO DA COBRANCA - TITULO PAGO
      * NO BANCO NAO VOLTA A ABERTO POR UM EXTRATO DEFASADO
       2211.
           MOVE CRG-CD-EMPRESA    TO REC-CD-EMPRESA.
           MOVE CRG-CD-CLIENTE    TO REC-CD-CLIENTE.
           MOVE CRG-NR-DOCUMENTO  TO REC-NR-DOCUMENTO.
           READ ARQ-RECEBER.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE CRG-DT-EMISSAO    TO REC-DT-EMISSAO
              MOVE CRG-DT-VENCIMENTO TO REC-DT-VENCIMENTO
              MOVE CRG-VL-TITULO     TO REC-VL-TITULO
              IF NOT REC-TIT-PAGO
              OR REC-DT-PAGAMENTO EQUAL ZEROS
                 MOVE CRG-SITUACAO   TO REC-SITUACAO
              END-IF
              REWRITE REC-REGISTRO
              ADD 1 TO WS-QT-ATUALIZADAS
           ELSE
              MOVE CRG-DT-EMISSAO    TO REC-DT-EMISSAO
              MOVE CRG-DT-VENCIMENTO TO REC-DT-VENCIMENTO
              MOVE CRG-VL-TITULO     TO REC-VL-TITULO
              MOVE CRG-SITUACAO      TO REC-SITUACAO
              MOVE ZEROS             TO REC-DT-PAGAMENTO
                                        REC-VL-ULTIMO-PAGTO
                                        REC-VL-PAGO
                                        REC-VL-JUROS
              WRITE REC-REGISTRO
              ADD 1 TO WS-QT-VALIDAS
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       2211-SAIDA.
           EXIT.
      *
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-CARGAREC" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
