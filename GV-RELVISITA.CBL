      *     partir de uma data de corte. Saem no spool as paradas
      *     emitidas sem visita confirmada e o percentual de
      *     cumprimento de cada vendedor.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Visita com check-in fora da geocerca
      *                   nao conta como confirmada.
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
              OPEN INPUT ARQ-VENDEDOR
              OPEN INPUT ARQ-CONTATO
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-CONTATO TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Historico de Contatos Indisponivel."
                                                      TO WS-MENSAGEM
      *
      * HA VISITA CONFIRMADA PARA O CLIENTE A PARTIR DA DATA DE
      * EMISSAO DA PARADA? VARRE O HISTORICO DE CONTATOS DO CLIENTE
      * PROCURANDO UM CONTATO TIPO VISITA; VISITA COM CHECK-IN FORA
      * DA GEOCERCA NAO CONTA COMO CONFIRMADA
       99-PROCURA-VISITA.
           MOVE "N" TO WS-IND-VISITOU
                       WS-IND-FIM-CONTATO
              OR CON-CD-CLIENTE NOT EQUAL SOR-CD-CLIENTE
                 MOVE "S" TO WS-IND-FIM-CONTATO
              ELSE
                 IF  CON-CONTATO-VISITA
                 AND NOT CON-GEO-FORA
                    MOVE "S" TO WS-IND-VISITOU.
      *
       99-ABRE-VENDEDOR.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-RELVISITA" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
