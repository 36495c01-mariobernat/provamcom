      *     GV-TRANSMISSAO.CTL do arquivo da distribuicao - a
      *     conciliacao (GV-CONCILIA) confere geracao a geracao se o
      *     aparelho de cada vendedor buscou o seu pacote.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Bloco O de venda cruzada no pacote:
      *                   linhas de produto que os pares da
      *                   mesma classe ABC e regiao compram e o
      *                   cliente nao, pela receita media dos
      *                   pares (GV-CRUZADAPD.CPY).
      *     15/Out/2026 - MCB - Detalhe D leva ao final a nota e a data
      *                   da ultima pesquisa NPS do cliente
      *                   (GV-NPS.DAT), vazias sem resposta; linha
      *                   do pacote ampliada para 240 posicoes.
      *     15/Out/2026 - MCB - Pacote do especialista de linha de
      *                   produto sai com os clientes em que a
      *                   linha dele lhe esta atribuida
      *                   (GV-CARTLINHA.DAT).
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *     15/Out/2026 - MCB - Carteira de cada vendedor lida direto
      *                   pela chave alternada empresa + vendedor do
      *                   cadastro de clientes (GV-CADCLI.CPY), em vez
      *                   de varrer a empresa inteira por vendedor.
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
             record key         is MOT-CD-MOTIVO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-NPS ASSIGN TO DISK WID-ARQ-NPS
             organization       is indexed
             access mode        is dynamic
             record key         is NPS-CHAVE-NPS
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-VENDADET ASSIGN TO DISK WID-ARQ-VENDADET
             organization       is indexed
             access mode        is dynamic
             record key         is VDD-CHAVE-VENDA-DET
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-PRODUTO ASSIGN TO DISK WID-ARQ-PRODUTO
             organization       is indexed
             access mode        is dynamic
             record key         is PRD-CD-PRODUTO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-EMITIDO ASSIGN TO DISK WID-ARQ-EMITIDO
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-PACOTE ASSIGN TO DISK WID-ARQ-PACOTE
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-CARTLINHA ASSIGN TO DISK WID-ARQ-CARTLINHA
             organization       is indexed
             access mode        is dynamic
             record key         is CLN-CHAVE-CARTLINHA
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-CADCLI.CPY.
       COPY GV-CADVEN.CPY.
       COPY GV-CADMOT.CPY.
       COPY GV-PESQNPS.CPY.
       COPY GV-TRANSMIS.CPY.
       COPY GV-VENDADET.CPY.
       COPY GV-PRODUTO.CPY.
       COPY GV-CARTLIN.CPY.
      *
      * PARADAS EMITIDAS PELA FOLHA DE ROTEIRO (GV-ROTEIRO)
       FD  ARQ-EMITIDO
      * PACOTE DE CAMPO DO VENDEDOR - ENVELOPE H/T E DETALHES "D"
       FD  ARQ-PACOTE
           LABEL RECORD IS STANDARD.
       01  PAC-LINHA                 PIC X(240).
      *
       WORKING-STORAGE SECTION.
      *
           03 WID-ARQ-CLIENTE        PIC X(60) VALUE "GV-CLIENTE.DAT".
           03 WID-ARQ-VENDEDOR       PIC X(60) VALUE "GV-VENDEDOR.DAT".
           03 WID-ARQ-MOTIVO         PIC X(15) VALUE "GV-MOTIVO.DAT".
           03 WID-ARQ-NPS            PIC X(15) VALUE "GV-NPS.DAT".
           03 WID-ARQ-VENDADET       PIC X(60) VALUE "GV-VENDADET.DAT".
           03 WID-ARQ-PRODUTO        PIC X(15) VALUE "GV-PRODUTO.DAT".
           03 WID-ARQ-EMITIDO        PIC X(20) VALUE
              "ROTEIRO-EMITIDO.LOG".
           03 WID-ARQ-TRANSMISSAO    PIC X(20) VALUE
              "GV-TRANSMISSAO.CTL".
           03 WID-ARQ-PACOTE         PIC X(20) VALUE SPACES.
           03 WID-ARQ-CARTLINHA      PIC X(20) VALUE
                                      "GV-CARTLINHA.DAT".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-MENSAGEM            PIC X(68).
           03 WS-NR-PARADA-ROTA      PIC 9(03) VALUE ZEROS.
           03 WS-DT-EMISSAO-ROTA     PIC 9(08) VALUE ZEROS.
           03 WS-IX-ROTA             PIC 9(05) COMP VALUE ZEROS.
           03 WS-NR-ORDEM-PAC        PIC 9(02) VALUE ZEROS.
           03 WS-PC-PARES-PAC        PIC 9(03)V9(02) VALUE ZEROS.
           03 WS-VL-MEDIO-PAC        PIC 9(13)V9(02) VALUE ZEROS.
           03 WS-IND-ARQ-MOTIVO      PIC X(01) VALUE "N".
              88 WS-ARQ-MOTIVO-OK              VALUE "S".
           03 WS-IND-ARQ-NPS         PIC X(01) VALUE "N".
              88 WS-ARQ-NPS-OK                 VALUE "S".
           03 WS-NR-NOTA-NPS-PAC     PIC X(02) VALUE SPACES.
           03 WS-DT-NPS-PAC          PIC X(08) VALUE SPACES.
      *
      * PARADAS DA EMISSAO MAIS RECENTE DO ROTEIRO, EM MEMORIA
       01  WS-TAB-ROTA.
           03 ENV-VL-HASH            PIC 9(015).
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-CRUZADAWS.CPY.
      *
       COPY GV-CARTLINWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
              DISPLAY SST-EXPORTA-PACOTE.
           OPEN INPUT ARQ-CLIENTE.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "E" TO LK-CD-RETORNO
              MOVE "Arquivo de Clientes Indisponivel." TO WS-MENSAGEM
           IF NOT WS-FIM-ARQUIVO
              OPEN INPUT ARQ-VENDEDOR
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "E" TO LK-CD-RETORNO
                 MOVE "Arquivo de Vendedores Indisponivel."
                 MOVE "N" TO WS-IND-ARQ-MOTIVO
                 MOVE "00" TO WS-ESTADO-ARQUIVO
              END-IF
              OPEN INPUT ARQ-NPS
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "S" TO WS-IND-ARQ-NPS
              ELSE
                 MOVE "N" TO WS-IND-ARQ-NPS
                 MOVE "00" TO WS-ESTADO-ARQUIVO
              END-IF
              PERFORM 11-CARREGA-ROTEIRO
              PERFORM 99-ABRE-ARQUIVOS-CRUZADA
              PERFORM 99-CARREGA-PARES-CRUZADA
              PERFORM 99-ABRE-CARTLINHA-CONSULTA
           END-IF.
       1-SAIDA.
           EXIT.
           WRITE PAC-LINHA FROM WS-ENV-CABECALHO.
           MOVE ZEROS TO WS-QT-LINHAS-PACOTE
                         WS-VL-HASH-PACOTE.
           PERFORM 99-POSICIONA-CARTEIRA.
           MOVE SPACE TO WS-FINAL-VARREDURA.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "F" TO WS-FINAL-VARREDURA.
           PERFORM 2111-AVALIA-UM-CLIENTE
               UNTIL WS-FIM-VARREDURA.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
           IF WS-QT-LINHAS-PACOTE GREATER ZEROS
              PERFORM 2112-BLOCO-OPORTUNIDADES
           END-IF.
           IF WS-QT-LINHAS-PACOTE GREATER ZEROS
              MOVE WS-QT-LINHAS-PACOTE TO ENV-QT-REGISTROS
              MOVE WS-VL-HASH-PACOTE   TO ENV-VL-HASH
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "F" TO WS-FINAL-VARREDURA.
           IF NOT WS-FIM-VARREDURA
              PERFORM 99-CONFERE-FIM-CARTEIRA.
           IF NOT WS-FIM-VARREDURA
              PERFORM 99-VERIFICA-CARTEIRA
              IF  WS-CLN-DA-CARTEIRA
              AND (CLI-SIT-ATIVO OR CLI-SIT-BLOQUEADO)
                 PERFORM 21111-GRAVA-DETALHE
              END-IF
           END-IF.
       2111-SAIDA.
       21111-GRAVA-DETALHE SECTION.
      * TELEFONE E E-MAIL SO COM CONSENTIMENTO (LGPD); BLOQUEADO
      * LEVA A DESCRICAO DO MOTIVO; DIA/PARADA VEM DO ROTEIRO
      * EMITIDO MAIS RECENTE (ZEROS QUANDO FORA DA ROTA); NOTA E
      * DATA DA ULTIMA PESQUISA NPS FICAM VAZIAS SEM RESPOSTA
       21111.
           MOVE SPACES TO WS-DS-TELEFONE-PAC
                          WS-DS-EMAIL-PAC.
           IF CLI-SIT-BLOQUEADO
              PERFORM 99-BUSCA-MOTIVO.
           PERFORM 99-BUSCA-ROTA.
           PERFORM 99-BUSCA-ULTIMA-NPS.
           MOVE SPACES TO PAC-LINHA.
           STRING "D;"                  DELIMITED BY SIZE
                  CLI-CD-CLIENTE        DELIMITED BY SIZE
                  WS-NR-DIA-ROTA        DELIMITED BY SIZE
                  ";"                   DELIMITED BY SIZE
                  WS-NR-PARADA-ROTA     DELIMITED BY SIZE
                  ";"                   DELIMITED BY SIZE
                  WS-NR-NOTA-NPS-PAC    DELIMITED BY SPACE
                  ";"                   DELIMITED BY SIZE
                  WS-DT-NPS-PAC         DELIMITED BY SPACE
                  INTO PAC-LINHA.
           WRITE PAC-LINHA.
           ADD 1 TO WS-QT-LINHAS-PACOTE.
                  REMAINDER WS-VL-HASH-PACOTE.
       21111-SAIDA.
           EXIT.
      *
       2112-BLOCO-OPORTUNIDADES SECTION.
      * DEPOIS DA CARTEIRA, O BLOCO "O" DE VENDA CRUZADA: PARA CADA
      * CLIENTE ATIVO, AS LINHAS QUE OS PARES COMPRAM E ELE NAO, NA
      * ORDEM DA RECEITA MEDIA DOS PARES (GV-CRUZADAPD.CPY)
       2112.
           PERFORM 99-POSICIONA-CARTEIRA.
           MOVE SPACE TO WS-FINAL-VARREDURA.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "F" TO WS-FINAL-VARREDURA.
           PERFORM 21121-OPORTUNIDADES-CLIENTE
               UNTIL WS-FIM-VARREDURA.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       2112-SAIDA.
           EXIT.
      *
       21121-OPORTUNIDADES-CLIENTE SECTION.
       21121.
           READ ARQ-CLIENTE NEXT
               AT END MOVE "F" TO WS-FINAL-VARREDURA
           END-READ.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "F" TO WS-FINAL-VARREDURA.
           IF NOT WS-FIM-VARREDURA
              PERFORM 99-CONFERE-FIM-CARTEIRA.
           IF NOT WS-FIM-VARREDURA
              PERFORM 99-VERIFICA-CARTEIRA
              IF  WS-CLN-DA-CARTEIRA
              AND CLI-SIT-ATIVO
                 PERFORM 99-APURA-LACUNAS-CLIENTE
                 PERFORM 211211-GRAVA-OPORTUNIDADE
                     VARYING WS-VCZ-IX-LAC FROM 1 BY 1
                     UNTIL WS-VCZ-IX-LAC GREATER WS-VCZ-QT-LACUNAS
                 MOVE "00" TO WS-ESTADO-ARQUIVO
              END-IF
           END-IF.
       21121-SAIDA.
           EXIT.
      *
       211211-GRAVA-OPORTUNIDADE SECTION.
      * O;CLIENTE;ORDEM;LINHA;% DOS PARES QUE COMPRAM;RECEITA MEDIA
      * DOS PARES NA LINHA (VALORES COM DUAS DECIMAIS IMPLICITAS)
       211211.
           MOVE WS-VCZ-IX-LAC TO WS-NR-ORDEM-PAC.
           MOVE WS-VCZ-LAC-PC-PARES(WS-VCZ-IX-LAC) TO WS-PC-PARES-PAC.
           MOVE WS-VCZ-LAC-VL-MEDIO(WS-VCZ-IX-LAC) TO WS-VL-MEDIO-PAC.
           MOVE SPACES TO PAC-LINHA.
           STRING "O;"                  DELIMITED BY SIZE
                  CLI-CD-CLIENTE        DELIMITED BY SIZE
                  ";"                   DELIMITED BY SIZE
                  WS-NR-ORDEM-PAC       DELIMITED BY SIZE
                  ";"                   DELIMITED BY SIZE
                  WS-VCZ-LAC-CD-LINHA(WS-VCZ-IX-LAC)
                                        DELIMITED BY "  "
                  ";"                   DELIMITED BY SIZE
                  WS-PC-PARES-PAC       DELIMITED BY SIZE
                  ";"                   DELIMITED BY SIZE
                  WS-VL-MEDIO-PAC       DELIMITED BY SIZE
                  INTO PAC-LINHA.
           WRITE PAC-LINHA.
           ADD 1 TO WS-QT-LINHAS-PACOTE.
           COMPUTE WS-VL-DIVIDENDO =
                   WS-VL-HASH-PACOTE + CLI-CD-CLIENTE.
           DIVIDE WS-VL-DIVIDENDO BY 1000000000000000
                  GIVING    WS-VL-TRABALHO
                  REMAINDER WS-VL-HASH-PACOTE.
       211211-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           IF NOT WS-FIM-ARQUIVO
              PERFORM 99-FECHA-ARQUIVOS-CRUZADA
              CLOSE ARQ-CLIENTE
              CLOSE ARQ-VENDEDOR
              IF WS-ARQ-MOTIVO-OK
                 CLOSE ARQ-MOTIVO
              END-IF
              IF WS-ARQ-NPS-OK
                 CLOSE ARQ-NPS
              END-IF
              PERFORM 99-FECHA-CARTLINHA
           END-IF.
           IF NOT LK-MODO-BATCH
              DISPLAY SST-LIMPA-TELA.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
      *
      * O CLIENTE LIDO E DA CARTEIRA DO VENDEDOR? VENDEDOR GERAL PELO
      * CADASTRO DO CLIENTE; ESPECIALISTA PELA ATRIBUICAO DA LINHA
      * DELE NO CLIENTE (GV-CARTLINHA.DAT)
       99-VERIFICA-CARTEIRA.
           MOVE "N" TO WS-CLN-IND-CARTEIRA
           IF FOR-CD-LINHA-VENDA EQUAL SPACES
              IF CLI-CD-VENDEDOR EQUAL FOR-CD-VENDEDOR
                 MOVE "S" TO WS-CLN-IND-CARTEIRA
              END-IF
           ELSE
              MOVE CLI-CD-EMPRESA     TO WS-CLN-CD-EMPRESA
              MOVE CLI-CD-CLIENTE     TO WS-CLN-CD-CLIENTE
              MOVE FOR-CD-LINHA-VENDA TO WS-CLN-CD-LINHA
              MOVE ZEROS              TO WS-CLN-CD-VENDEDOR
              PERFORM 99-BUSCA-DONO-LINHA
              IF  WS-CLN-ACHOU
              AND WS-CLN-CD-VENDEDOR EQUAL FOR-CD-VENDEDOR
                 MOVE "S" TO WS-CLN-IND-CARTEIRA
              END-IF
           END-IF.
      *
      * POSICIONA O CADASTRO DE CLIENTES NA CARTEIRA DO VENDEDOR:
      * VENDEDOR GERAL DIRETO PELA CHAVE DA CARTEIRA (EMPRESA +
      * VENDEDOR); ESPECIALISTA DE LINHA NO INICIO DA EMPRESA, POIS
      * A CARTEIRA DELE ESTA NA ATRIBUICAO POR LINHA
       99-POSICIONA-CARTEIRA.
           MOVE FOR-CD-EMPRESA TO CLI-CD-EMPRESA
           MOVE ZEROS TO CLI-CD-CLIENTE
                         WS-ESTADO-ARQUIVO
           IF FOR-CD-LINHA-VENDA EQUAL SPACES
              MOVE FOR-CD-VENDEDOR TO CLI-CD-VENDEDOR
              START ARQ-CLIENTE KEY EQUAL CLI-CHAVE-CARTEIRA
           ELSE
              START ARQ-CLIENTE KEY NOT LESS CLI-CHAVE-CLIENTE
           END-IF.
      *
      * A VARREDURA TERMINA AO SAIR DA EMPRESA OU, PELA CHAVE DA
      * CARTEIRA, AO PASSAR PARA OUTRO VENDEDOR
       99-CONFERE-FIM-CARTEIRA.
           IF CLI-CD-EMPRESA NOT EQUAL FOR-CD-EMPRESA
              MOVE "F" TO WS-FINAL-VARREDURA
           END-IF
           IF  FOR-CD-LINHA-VENDA EQUAL SPACES
           AND CLI-CD-VENDEDOR NOT EQUAL FOR-CD-VENDEDOR
              MOVE "F" TO WS-FINAL-VARREDURA
           END-IF.
      *
       99-BUSCA-MOTIVO.
           MOVE SPACES TO WS-DS-MOTIVO.
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
      *
      * NOTA E DATA DA PESQUISA DE SATISFACAO MAIS RECENTE DO
      * CLIENTE, LIDA DE TRAS PARA FRENTE A PARTIR DA DATA MAXIMA
       99-BUSCA-ULTIMA-NPS.
           MOVE SPACES TO WS-NR-NOTA-NPS-PAC
                          WS-DT-NPS-PAC.
           IF WS-ARQ-NPS-OK
              MOVE CLI-CD-EMPRESA TO NPS-CD-EMPRESA
              MOVE CLI-CD-CLIENTE TO NPS-CD-CLIENTE
              MOVE 99999999       TO NPS-DT-PESQUISA
              START ARQ-NPS KEY NOT GREATER NPS-CHAVE-NPS
              IF WS-OPERACAO-BEM-SUCEDIDA
                 READ ARQ-NPS PREVIOUS
                 IF  WS-OPERACAO-BEM-SUCEDIDA
                 AND NPS-CD-EMPRESA EQUAL CLI-CD-EMPRESA
                 AND NPS-CD-CLIENTE EQUAL CLI-CD-CLIENTE
                    MOVE NPS-NR-NOTA     TO WS-NR-NOTA-NPS-PAC
                    MOVE NPS-DT-PESQUISA TO WS-DT-NPS-PAC
                 END-IF
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
      *
       99-BUSCA-ROTA.
           MOVE ZEROS TO WS-NR-DIA-ROTA
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-VENDEDOR
           END-IF
           MOVE "ARQ-VENDADET" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-VENDADET
           END-IF.
      *
       990-CONSULTA-CONFIG.
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
      *
       COPY GV-CRUZADAPD.CPY.
      *
       COPY GV-CARTLINPD.CPY.
      *
      * EM MODO LOTE NAO HA OPERADOR PARA O ENTER - SO EXIBE
       99-MENSAGEM.
              DISPLAY SST-MENSAGEM
              ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-EXPCARTEIRA" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
