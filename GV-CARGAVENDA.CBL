      *     teto de plausibilidade); os validos saem no layout de
      *     GV-IMPVENDA.CPY para o GV-COMISSAO e os rejeitados vao
      *     para VEN-VENDA-REJ.LOG com o motivo.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *     15/Out/2026 - MCB - Trava de competencia fechada
      *                   (GV-COMISSAO.HIS): arquivo cuja data do
      *                   header cai em competencia fechada tem os
      *                   detalhes rejeitados ou aceitos como vendas
      *                   tardias da competencia aberta, conforme
      *                   COMP-FECHADA-ACAO; ambos vao para
      *                   GV-LANCTARDIO.LOG.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-REJEICAO ASSIGN TO DISK WID-ARQ-REJEICAO
             organization       is line sequential.
           SELECT ARQ-FECHAMENTO ASSIGN TO DISK WID-ARQ-FECHAMENTO
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-LANCTARDIO ASSIGN TO DISK WID-ARQ-LANCTARDIO
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-CADVEN.CPY.
       COPY GV-IMPVENDA.CPY.
       COPY GV-REJEITO.CPY.
       COPY GV-COMFECH.CPY.
       COPY GV-LANCTARD.CPY.
      *
       FD  ARQ-CARGA
           LABEL RECORD IS STANDARD.
                                      "VENDAS-VALIDAS.SEQ".
           03 WID-ARQ-REJEICAO       PIC X(20) VALUE
                                      "VEN-VENDA-REJ.LOG".
           03 WID-ARQ-FECHAMENTO     PIC X(20) VALUE "GV-COMISSAO.HIS".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
           03 WS-QT-REJEITADAS       PIC 9(07) VALUE ZEROS.
           03 WS-QT-ED1              PIC ZZZZZZ9.
           03 WS-QT-ED2              PIC ZZZZZZ9.
           03 WS-QT-TARDIAS          PIC 9(07) VALUE ZEROS.
           03 WS-QT-ED3              PIC ZZZZZZ9.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-TRAVACOMPWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
       1-MODULO-INICIAL SECTION.
      *----------------
       1.
           MOVE "GV-CARGAVENDA" TO WS-TRV-NM-PROGRAMA.
           PERFORM 99-CARREGA-TRAVA-COMPETENCIA.
           ACCEPT SST-CARGA-VENDA.
           IF WID-ARQ-CARGA EQUAL SPACES
              MOVE "F" TO WS-FINAL-ARQUIVO
           ELSE
              OPEN INPUT ARQ-VENDEDOR
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Arquivo de Vendedores Indisponivel."
                                                      TO WS-MENSAGEM
       22-VALIDA-E-GRAVA SECTION.
      *-----------------
      * SEGUNDA PASSAGEM: VALIDA CADA DETALHE E GRAVA OS VALIDOS NO
      * LAYOUT DO GV-COMISSAO; REJEITADOS SAEM COM O MOTIVO. A DATA
      * DO HEADER DATA AS VENDAS DO ARQUIVO PARA A TRAVA DE
      * COMPETENCIA FECHADA
       22.
           MOVE "N" TO WS-TRV-IND-FECHADA.
           OPEN INPUT ARQ-CARGA.
           OPEN OUTPUT ARQ-VENDA.
           OPEN OUTPUT ARQ-REJEICAO.
      *
       221-VALIDA-REGISTRO SECTION.
       221.
           IF  CRG-TIPO-HEADER
           AND CRG-DT-GERACAO NUMERIC
           AND CRG-DT-GERACAO GREATER ZEROS
              MOVE CRG-DT-GERACAO TO WS-TRV-DT-VENDA
              PERFORM 99-CONFERE-TRAVA-COMPETENCIA
           END-IF.
           IF CRG-TIPO-DETALHE
              MOVE SPACES TO WS-ERRO
              IF CRG-CD-VENDEDOR NOT NUMERIC
                    END-IF
                 END-IF
              END-IF
              IF  WS-ERRO EQUAL SPACES
              AND WS-TRV-COMP-FECHADA
                 PERFORM 2211-TRATA-COMP-FECHADA
              END-IF
              IF WS-ERRO EQUAL SPACES
                 MOVE CRG-CD-VENDEDOR TO VND-CD-VENDEDOR
                 MOVE CRG-VL-VENDA    TO VND-VL-VENDA
                 MOVE ZEROS           TO VND-CD-COBERTURA
                 WRITE VND-REGISTRO-VENDA
                 ADD 1 TO WS-QT-VALIDAS
              ELSE
           PERFORM 99-LER-CARGA.
       221-SAIDA.
           EXIT.
      *
       2211-TRATA-COMP-FECHADA SECTION.
      * ARQUIVO DATADO EM COMPETENCIA FECHADA: CADA DETALHE VALIDO E
      * REJEITADO OU SEGUE COMO VENDA TARDIA, E VAI PARA O LOG DE
      * LANCAMENTOS TARDIOS (SEM CLIENTE NEM DOCUMENTO NESTA CARGA)
       2211.
           MOVE 1               TO WS-TRV-CD-EMPRESA.
           MOVE ZEROS           TO WS-TRV-CD-CLIENTE
                                   WS-TRV-NR-DOCUMENTO.
           MOVE CRG-CD-VENDEDOR TO WS-TRV-CD-VENDEDOR.
           MOVE CRG-VL-VENDA    TO WS-TRV-VL-VENDA.
           PERFORM 99-REGISTRA-LANCTO-TARDIO.
           IF WS-TRV-REGISTRO-RECUSA
              MOVE "Competencia da Venda ja Fechada" TO WS-ERRO
           ELSE
              ADD 1 TO WS-QT-TARDIAS.
       2211-SAIDA.
           EXIT.
      *
       23-MOSTRA-TOTAIS SECTION.
      *----------------
                  WS-QT-ED2 DELIMITED BY SIZE
                  INTO WS-MENSAGEM.
           PERFORM 99-MENSAGEM.
           IF WS-QT-TARDIAS GREATER ZEROS
              MOVE WS-QT-TARDIAS TO WS-QT-ED3
              MOVE SPACES TO WS-MENSAGEM
              STRING "Vendas Tardias (Competencia Fechada): "
                                   DELIMITED BY SIZE
                     WS-QT-ED3     DELIMITED BY SIZE
                     INTO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           END-IF.
       23-SAIDA.
           EXIT.
      *
           ACCEPT REJ-DATA FROM DATE YYYYMMDD.
           ACCEPT REJ-HORA FROM TIME.
           WRITE REJ-REGISTRO.
      *
       990-CONSULTA-CONFIG.
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
      *
       COPY GV-TRAVACOMPPD.CPY.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-CARGAVENDA" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
