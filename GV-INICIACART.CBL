      *     imagens de auditoria antes/depois. Um colega doador
      *     nunca e levado abaixo do teto: a selecao para de puxar
      *     dele assim que a carteira volta ao limite.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Carteira aplicada registrada no
      *                   historico de carteira do cliente
      *                   (GV-HISTCART.DAT).
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
           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-SORT ASSIGN TO DISK.
           SELECT ARQ-HISTCART ASSIGN TO DISK WID-ARQ-HISTCART
             organization       is indexed
             access mode        is dynamic
             record key         is HCT-CHAVE-HISTORICO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-AUDITORIA ASSIGN TO DISK WID-ARQ-AUDITORIA
             organization       is line sequential.
           SELECT ARQ-SPOOL-CAT ASSIGN TO DISK WID-ARQ-SPOOL-CAT
       COPY GV-CADCLI.CPY.
       COPY GV-CADVEN.CPY.
       COPY GV-AUDITORIA.CPY.
       COPY GV-HISTCART.CPY.
      *
       SD  ARQ-SORT.
       01  REG-SORT.
           03 WID-ARQ-CLIENTE        PIC X(60) VALUE "GV-CLIENTE.DAT".
           03 WID-ARQ-VENDEDOR       PIC X(60) VALUE "GV-VENDEDOR.DAT".
           03 WID-ARQ-AUDITORIA      PIC X(60) VALUE "GV-AUDITORIA.LOG".
           03 WID-ARQ-HISTCART       PIC X(20) VALUE "GV-HISTCART.DAT".
           03 WS01-ARQUIVO           PIC X(60) VALUE "IMPRESSAO.IMP".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-HISTCARWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
              END-IF
              OPEN I-O ARQ-CLIENTE
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Arquivo de Clientes Indisponivel."
                                                      TO WS-MENSAGEM
      *------------------
       24.
           OPEN EXTEND ARQ-AUDITORIA.
           MOVE "GV-INICIACART" TO WS-HCT-NM-PROGRAMA.
           PERFORM 99-ABRE-HISTCART-GRAVACAO.
           MOVE ZEROS TO WS-QT-APLICADOS.
           PERFORM 241-APLICA-UM-CLIENTE
               VARYING WS-IX-LISTA FROM 1 BY 1
               UNTIL WS-IX-LISTA GREATER WS-QT-SELECIONADOS.
           CLOSE ARQ-AUDITORIA.
           PERFORM 99-FECHA-HISTCART.
           MOVE WS-QT-APLICADOS TO WS-QT-ED1.
           STRING "Carteira Aplicada com Auditoria: "
                  WS-QT-ED1 DELIMITED BY SIZE
              MOVE CLI-CD-CLIENTE       TO AUD-CHAVE
              MOVE CLI-REGISTRO-CLIENTE TO AUD-DADOS-REGISTRO
              PERFORM 99-GRAVA-AUDITORIA
              MOVE CLI-CD-VENDEDOR      TO WS-HCT-CD-VENDEDOR-ANT
              MOVE WS-CD-VENDEDOR-NOVO  TO CLI-CD-VENDEDOR
              MOVE WS-PRO-QT-DISTANCIA(WS-IX-LISTA)
                                        TO CLI-QT-DISTANCIA
              PERFORM 99-REGRAVA-CLIENTE
              IF WS-OPERACAO-BEM-SUCEDIDA
                 ADD 1 TO WS-QT-APLICADOS
                 PERFORM 99-REGISTRA-CARTEIRA
                 MOVE "D"                  TO AUD-IMAGEM
                 MOVE CLI-REGISTRO-CLIENTE TO AUD-DADOS-REGISTRO
                 PERFORM 99-GRAVA-AUDITORIA
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
      *
       COPY GV-SPOOLPD.CPY.
      *
       COPY GV-HISTCARPD.CPY.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-INICIACART" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
