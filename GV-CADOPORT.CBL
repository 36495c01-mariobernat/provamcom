000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-CADOPORT.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Cadastro de Oportunidades de Negocio
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Mantem, por vendedor, as oportunidades de negocio do
      *     funil (GV-OPORTUN.CPY): cada uma ligada a um prospect
      *     (negocio novo) ou a um cliente da carteira, com valor
      *     estimado, linha de produto, estagio (qualificacao,
      *     proposta, negociacao, ganha, perdida) e data prevista de
      *     fechamento. A probabilidade de ganho vem do estagio
      *     (chaves OPORTUNIDADE-PC-* do GV-CONFIG.PAR; ganha 100,
      *     perdida 0) e a data de entrada no estagio e guardada
      *     para o envelhecimento do funil (GV-RELFUNIL).
      *     Oportunidade ganha ou perdida fica encerrada. Ganhar uma
      *     oportunidade de prospect chama a conversao do cadastro
      *     de prospects (GV-CADPROSP) ja posicionada nele e guarda
      *     o codigo do cliente gerado.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *     15/Out/2026 - MCB - Chave alternada da carteira
      *                   (empresa + vendedor) no cadastro de clientes
      *                   (GV-CADCLI.CPY).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
             organization       is indexed
             access mode        is dynamic
             record key         is FOR-CHAVE-VENDEDOR
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
             organization       is indexed
             access mode        is dynamic
             record key         is CLI-CHAVE-CLIENTE
             alternate record key is CLI-NR-CNPJ-CLIENTE
                                with duplicates
             alternate record key is CLI-CHAVE-CARTEIRA =
                                CLI-CD-EMPRESA CLI-CD-VENDEDOR
                                with duplicates
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-PROSPECT ASSIGN TO DISK WID-ARQ-PROSPECT
             organization       is indexed
             access mode        is dynamic
             record key         is PSP-CHAVE-PROSPECT
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-OPORTUNIDADE ASSIGN TO DISK WID-ARQ-OPORTUNIDADE
             organization       is indexed
             access mode        is dynamic
             record key         is OPT-CHAVE-OPORTUNIDADE
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-CADVEN.CPY.
       COPY GV-CADCLI.CPY.
       COPY GV-PROSPECT.CPY.
       COPY GV-OPORTUN.CPY.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-VENDEDOR       PIC X(60) VALUE "GV-VENDEDOR.DAT".
           03 WID-ARQ-CLIENTE        PIC X(60) VALUE "GV-CLIENTE.DAT".
           03 WID-ARQ-PROSPECT       PIC X(15) VALUE "GV-PROSPECT.DAT".
           03 WID-ARQ-OPORTUNIDADE   PIC X(20) VALUE
                                     "GV-OPORTUNIDADE.DAT".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-FINAL-ARQUIVO       PIC X(01) VALUE SPACE.
              88 WS-FIM-ARQUIVO                VALUE "F".
           03 WS-FINAL-OPORTUNIDADE  PIC X(01) VALUE SPACE.
              88 WS-FIM-OPORTUNIDADE           VALUE "F".
           03 WS-MENSAGEM            PIC X(68).
           03 WS-RESPOSTA            PIC X(01).
              88 WS-SIM                        VALUE "S" "s".
              88 WS-NAO                        VALUE "N" "n".
           03 WS-ACAO                PIC X(01).
              88 WS-FIM-ACAO                   VALUE "F".
           03 WS-IN-EXISTE           PIC X(01) VALUE "N".
              88 WS-OPORTUNIDADE-EXISTE        VALUE "S".
           03 WS-IND-ARQ-PROSPECT    PIC X(01) VALUE "N".
              88 WS-ARQ-PROSPECT-OK            VALUE "S".
           03 WS-IND-VINCULO         PIC X(01) VALUE "N".
              88 WS-VINCULO-OK                 VALUE "S".
           03 WS-PROGRAMA-PROSPECT   PIC X(60) VALUE "GV-CADPROSP".
           03 WS-CD-VENDEDOR         PIC 9(007) VALUE ZEROS.
              88 WS-SAIR-OPORTUNIDADE          VALUE ZERO.
           03 WS-NM-VENDEDOR         PIC X(040) VALUE SPACES.
           03 WS-SIT-VENDEDOR        PIC X(001) VALUE SPACE.
              88 WS-VENDEDOR-ATIVO             VALUE "A".
           03 WS-NR-OPORTUNIDADE     PIC 9(005) VALUE ZEROS.
              88 WS-OPORTUNIDADE-NOVA          VALUE 99999.
           03 WS-NR-PROXIMA          PIC 9(005) VALUE ZEROS.
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-QT-LINHAS           PIC 9(002) VALUE ZEROS.
           03 WS-QT-NAO-LISTADAS     PIC 9(003) VALUE ZEROS.
           03 WS-QT-ED               PIC ZZ9.
           03 WS-CD-CLIENTE-ED       PIC 9(007).
      *
      * DADOS DA OPORTUNIDADE EM MANUTENCAO
           03 WS-TP-VINCULO          PIC X(001) VALUE SPACE.
              88 WS-VINCULO-PROSPECT           VALUE "P".
              88 WS-VINCULO-CLIENTE            VALUE "C".
           03 WS-CD-VINCULO          PIC 9(007) VALUE ZEROS.
           03 WS-DS-VINCULO          PIC X(040) VALUE SPACES.
           03 WS-DS-OPORTUNIDADE     PIC X(040) VALUE SPACES.
           03 WS-CD-LINHA            PIC X(010) VALUE SPACES.
           03 WS-VL-ESTIMADO         PIC ZZZZZZZZZZ9,99.
           03 WS-VL-ESTIMADO-NUM     PIC 9(011)V9(002) VALUE ZEROS.
           03 WS-CD-ESTAGIO          PIC X(001) VALUE SPACE.
              88 WS-EST-GANHA                  VALUE "G".
              88 WS-EST-PERDIDA                VALUE "L".
              88 WS-EST-VALIDO                 VALUE "Q" "P" "N"
                                                     "G" "L".
           03 WS-CD-ESTAGIO-ANTERIOR PIC X(001) VALUE SPACE.
           03 WS-TP-VINCULO-ANTERIOR PIC X(001) VALUE SPACE.
           03 WS-CD-VINCULO-ANTERIOR PIC 9(007) VALUE ZEROS.
           03 WS-DT-PREVISTA         PIC 9(008) VALUE ZEROS.
           03 WS-PC-PROBABILIDADE    PIC 9(003) VALUE ZEROS.
           03 WS-PC-ED               PIC ZZ9.
      *
      * PROBABILIDADE DE GANHO POR ESTAGIO EM ABERTO (GV-CONFIG.PAR)
       01  WS-TABELA-PROBABILIDADE.
           03 WS-PC-QUALIFICACAO     PIC 9(003) VALUE 10.
           03 WS-PC-PROPOSTA         PIC 9(003) VALUE 40.
           03 WS-PC-NEGOCIACAO       PIC 9(003) VALUE 70.
           03 WS-VL-CONFIG-NUM       PIC 9(003) VALUE ZEROS.
      *
      * LINHA DA LISTA DE OPORTUNIDADES EM ABERTO DO VENDEDOR
       01  WS-LINHA-MONTADA.
           03 WS-LM-NR-OPORTUNIDADE  PIC 9(005).
           03 FILLER                 PIC X(001) VALUE SPACE.
           03 WS-LM-CD-ESTAGIO       PIC X(001).
           03 FILLER                 PIC X(001) VALUE SPACE.
           03 WS-LM-DS-OPORTUNIDADE  PIC X(030).
           03 FILLER                 PIC X(001) VALUE SPACE.
           03 WS-LM-VL-ESTIMADO      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(002) VALUE SPACES.
           03 WS-LM-DT-DIA           PIC 9(002).
           03 FILLER                 PIC X(001) VALUE "/".
           03 WS-LM-DT-MES           PIC 9(002).
           03 FILLER                 PIC X(001) VALUE "/".
           03 WS-LM-DT-ANO           PIC 9(004).
      *
       01  WS-LISTA-OPORTUNIDADES.
           03 WS-LIN-OPORTUNIDADE-1  PIC X(068) VALUE SPACES.
           03 WS-LIN-OPORTUNIDADE-2  PIC X(068) VALUE SPACES.
           03 WS-LIN-OPORTUNIDADE-3  PIC X(068) VALUE SPACES.
           03 WS-LIN-OPORTUNIDADE-4  PIC X(068) VALUE SPACES.
           03 WS-LIN-OPORTUNIDADE-5  PIC X(068) VALUE SPACES.
           03 WS-LIN-OPORTUNIDADE-6  PIC X(068) VALUE SPACES.
       01  WS-TAB-OPORTUNIDADES REDEFINES WS-LISTA-OPORTUNIDADES.
           03 WS-LIN-OPORTUNIDADE    PIC X(068) OCCURS 6 TIMES.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
       SCREEN SECTION.
      *
       01  SST-LIMPA-TELA.
           03 LINE 22 COL 10 BLANK LINE.
           03 LINE 20 COL 01 BLANK LINE.
           03 LINE 19 COL 01 BLANK LINE.
           03 LINE 18 COL 01 BLANK LINE.
           03 LINE 17 COL 01 BLANK LINE.
           03 LINE 16 COL 01 BLANK LINE.
           03 LINE 15 COL 01 BLANK LINE.
           03 LINE 14 COL 01 BLANK LINE.
           03 LINE 13 COL 01 BLANK LINE.
           03 LINE 12 COL 01 BLANK LINE.
           03 LINE 11 COL 01 BLANK LINE.
           03 LINE 10 COL 01 BLANK LINE.
           03 LINE 09 COL 01 BLANK LINE.
           03 LINE 08 COL 01 BLANK LINE.
           03 LINE 07 COL 01 BLANK LINE.
           03 LINE 06 COL 01 BLANK LINE.
           03 LINE 05 COL 01 BLANK LINE.
           03 LINE 04 COL 01 BLANK LINE.
           03 LINE 02 COL 30 VALUE "                              ".
      *
       01  SST-OPORTUNIDADE-VENDEDOR.
           03 LINE 02 COL 26 VALUE "Oportunidades de Negocio".
           03 LINE 05 COL 07 VALUE "Vendedor (0 Sai): ".
           03 LINE 05 COL 25 USING WS-CD-VENDEDOR.
      *
       01  SST-NR-OPORTUNIDADE.
           03 LINE 05 COL 34 FROM WS-NM-VENDEDOR.
           03 LINE 06 COL 07 VALUE
                             "Oportunidade (0 Volta, 99999 Nova): ".
           03 LINE 06 COL 43 USING WS-NR-OPORTUNIDADE.
      *
       01  SST-DADOS-OPORTUNIDADE.
           03 LINE 08 COL 07 VALUE "Vinculo (P-Prospect C-Cliente): ".
           03 LINE 08 COL 39 USING WS-TP-VINCULO.
           03 LINE 08 COL 41 USING WS-CD-VINCULO.
           03 LINE 09 COL 07 VALUE "Descricao...: ".
           03 LINE 09 COL 21 USING WS-DS-OPORTUNIDADE.
           03 LINE 10 COL 07 VALUE "Linha.......: ".
           03 LINE 10 COL 21 USING WS-CD-LINHA.
           03 LINE 10 COL 35 VALUE "Valor Estimado: ".
           03 LINE 10 COL 51 USING WS-VL-ESTIMADO.
           03 LINE 11 COL 07 VALUE "Estagio.....: ".
           03 LINE 11 COL 21 USING WS-CD-ESTAGIO.
           03 LINE 11 COL 23 VALUE
              "(Q-Qualif. P-Proposta N-Negoc. G-Ganha L-Perdida)".
           03 LINE 12 COL 07 VALUE "Fechamento (AAAAMMDD): ".
           03 LINE 12 COL 30 USING WS-DT-PREVISTA.
      *
       01  SST-DS-VINCULO.
           03 LINE 08 COL 49 PIC X(030) FROM WS-DS-VINCULO.
           03 LINE 12 COL 53 VALUE "Probabilidade: ".
           03 LINE 12 COL 68 FROM WS-PC-ED.
           03 LINE 12 COL 71 VALUE "%".
      *
       01  SST-LISTA-OPORTUNIDADES.
           03 LINE 14 COL 07 VALUE "Oportunidades em Aberto:".
           03 LINE 15 COL 07 FROM WS-LIN-OPORTUNIDADE-1.
           03 LINE 16 COL 07 FROM WS-LIN-OPORTUNIDADE-2.
           03 LINE 17 COL 07 FROM WS-LIN-OPORTUNIDADE-3.
           03 LINE 18 COL 07 FROM WS-LIN-OPORTUNIDADE-4.
           03 LINE 19 COL 07 FROM WS-LIN-OPORTUNIDADE-5.
           03 LINE 20 COL 07 FROM WS-LIN-OPORTUNIDADE-6.
      *
       01  SST-LIMPA-OPORTUNIDADE.
           03 LINE 12 COL 01 BLANK LINE.
           03 LINE 11 COL 01 BLANK LINE.
           03 LINE 10 COL 01 BLANK LINE.
           03 LINE 09 COL 01 BLANK LINE.
           03 LINE 08 COL 01 BLANK LINE.
           03 LINE 06 COL 01 BLANK LINE.
      *
       01  SST-MENSAGEM.
           03 LINE 22 COL 11 USING WS-MENSAGEM.
      *
       PROCEDURE DIVISION USING LINKAGE-DADOS.
      *
       0-MODULO-CONTROLE SECTION.
      *-----------------
       0.
           PERFORM 1-MODULO-INICIAL.
           IF NOT WS-FIM-ARQUIVO
              PERFORM 2-MODULO-PRINCIPAL
                  WITH TEST AFTER UNTIL WS-SAIR-OPORTUNIDADE.
           PERFORM 3-MODULO-FINAL.
       0-SAIDA.
           EXIT PROGRAM.
      *
       1-MODULO-INICIAL SECTION.
      *----------------
       1.
           PERFORM 99-LE-CONFIGURACAO.
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-VENDEDOR.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Vendedores Indisponivel."
                                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           OPEN INPUT ARQ-CLIENTE.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Clientes Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           PERFORM 99-ABRE-PROSPECT.
           OPEN I-O ARQ-OPORTUNIDADE.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              IF WS-ESTADO-ARQUIVO EQUAL "35"
                 CLOSE ARQ-OPORTUNIDADE
                 OPEN OUTPUT ARQ-OPORTUNIDADE
                 CLOSE ARQ-OPORTUNIDADE
                 OPEN I-O ARQ-OPORTUNIDADE
              ELSE
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-OPORTUNIDADE TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Arquivo de Oportunidades Indisponivel."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM.
       1-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           MOVE ZEROS TO WS-CD-VENDEDOR.
           ACCEPT SST-OPORTUNIDADE-VENDEDOR.
           IF NOT WS-SAIR-OPORTUNIDADE
              PERFORM 21-TRATA-VENDEDOR.
           DISPLAY SST-LIMPA-TELA.
       2-SAIDA.
           EXIT.
      *
       21-TRATA-VENDEDOR SECTION.
      *-----------------
       21.
           MOVE 1              TO FOR-CD-EMPRESA.
           MOVE WS-CD-VENDEDOR TO FOR-CD-VENDEDOR.
           PERFORM 99-LER-VENDEDOR.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "00" TO WS-ESTADO-ARQUIVO
              MOVE "Vendedor nao Encontrado." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              MOVE FOR-NM-VENDEDOR TO WS-NM-VENDEDOR
              MOVE FOR-SITUACAO    TO WS-SIT-VENDEDOR
              PERFORM 211-LISTA-OPORTUNIDADES
              MOVE SPACE TO WS-ACAO
              PERFORM 212-TRATA-OPORTUNIDADE
                  UNTIL WS-FIM-ACAO.
       21-SAIDA.
           EXIT.
      *
       211-LISTA-OPORTUNIDADES SECTION.
      * MONTA AS LINHAS COM AS OPORTUNIDADES EM ABERTO DO VENDEDOR;
      * ALEM DAS SEIS QUE CABEM NA TELA, SO INFORMA QUANTAS FICARAM
      * DE FORA
       211.
           MOVE SPACES TO WS-LISTA-OPORTUNIDADES.
           MOVE ZEROS  TO WS-QT-LINHAS
                          WS-QT-NAO-LISTADAS.
           MOVE SPACE  TO WS-FINAL-OPORTUNIDADE.
           MOVE 1              TO OPT-CD-EMPRESA.
           MOVE WS-CD-VENDEDOR TO OPT-CD-VENDEDOR.
           MOVE ZEROS          TO OPT-NR-OPORTUNIDADE.
           START ARQ-OPORTUNIDADE KEY NOT LESS OPT-CHAVE-OPORTUNIDADE
               INVALID KEY
                   MOVE "F" TO WS-FINAL-OPORTUNIDADE.
           PERFORM 2111-LISTA-UMA-OPORTUNIDADE
               UNTIL WS-FIM-OPORTUNIDADE.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
           DISPLAY SST-LISTA-OPORTUNIDADES.
           IF WS-QT-NAO-LISTADAS GREATER ZEROS
              MOVE WS-QT-NAO-LISTADAS TO WS-QT-ED
              MOVE SPACES TO WS-MENSAGEM
              STRING "Mais " DELIMITED BY SIZE
                     WS-QT-ED DELIMITED BY SIZE
                     " Oportunidade(s) em Aberto Fora da Lista."
                                DELIMITED BY SIZE
                     INTO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
       211-SAIDA.
           EXIT.
      *
       2111-LISTA-UMA-OPORTUNIDADE SECTION.
      *---------------------------
       2111.
           READ ARQ-OPORTUNIDADE NEXT
               AT END MOVE "F" TO WS-FINAL-OPORTUNIDADE.
           IF NOT WS-FIM-OPORTUNIDADE
              IF OPT-CD-EMPRESA  NOT EQUAL 1
              OR OPT-CD-VENDEDOR NOT EQUAL WS-CD-VENDEDOR
                 MOVE "F" TO WS-FINAL-OPORTUNIDADE
              ELSE
                 IF OPT-EST-ABERTA
                    IF WS-QT-LINHAS EQUAL 6
                       ADD 1 TO WS-QT-NAO-LISTADAS
                    ELSE
                       ADD 1 TO WS-QT-LINHAS
                       MOVE OPT-NR-OPORTUNIDADE
                                           TO WS-LM-NR-OPORTUNIDADE
                       MOVE OPT-CD-ESTAGIO TO WS-LM-CD-ESTAGIO
                       MOVE OPT-DS-OPORTUNIDADE
                                           TO WS-LM-DS-OPORTUNIDADE
                       MOVE OPT-VL-ESTIMADO TO WS-LM-VL-ESTIMADO
                       MOVE OPT-DT-PREVISTA(7:2) TO WS-LM-DT-DIA
                       MOVE OPT-DT-PREVISTA(5:2) TO WS-LM-DT-MES
                       MOVE OPT-DT-PREVISTA(1:4) TO WS-LM-DT-ANO
                       MOVE WS-LINHA-MONTADA
                              TO WS-LIN-OPORTUNIDADE(WS-QT-LINHAS).
       2111-SAIDA.
           EXIT.
      *
       212-TRATA-OPORTUNIDADE SECTION.
      *----------------------
       212.
           MOVE ZEROS TO WS-NR-OPORTUNIDADE.
           DISPLAY SST-LIMPA-OPORTUNIDADE.
           ACCEPT SST-NR-OPORTUNIDADE.
           IF WS-NR-OPORTUNIDADE EQUAL ZEROS
              MOVE "F" TO WS-ACAO
           ELSE
           IF WS-OPORTUNIDADE-NOVA
              IF NOT WS-VENDEDOR-ATIVO
                 MOVE "Vendedor Inativo - Nova Oportunidade Recusada."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 MOVE "N"    TO WS-IN-EXISTE
                 MOVE "P"    TO WS-TP-VINCULO
                 MOVE ZEROS  TO WS-CD-VINCULO
                                WS-VL-ESTIMADO
                                WS-DT-PREVISTA
                 MOVE SPACES TO WS-DS-VINCULO
                                WS-DS-OPORTUNIDADE
                                WS-CD-LINHA
                                WS-TP-VINCULO-ANTERIOR
                                WS-CD-ESTAGIO-ANTERIOR
                 MOVE ZEROS  TO WS-CD-VINCULO-ANTERIOR
                 MOVE "Q"    TO WS-CD-ESTAGIO
                 PERFORM 2121-MANTEM-OPORTUNIDADE
              END-IF
           ELSE
              MOVE 1                  TO OPT-CD-EMPRESA
              MOVE WS-CD-VENDEDOR     TO OPT-CD-VENDEDOR
              MOVE WS-NR-OPORTUNIDADE TO OPT-NR-OPORTUNIDADE
              PERFORM 99-LER-OPORTUNIDADE
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "00" TO WS-ESTADO-ARQUIVO
                 MOVE "Oportunidade nao Encontrada." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 MOVE "S"                 TO WS-IN-EXISTE
                 MOVE OPT-TP-VINCULO      TO WS-TP-VINCULO
                                             WS-TP-VINCULO-ANTERIOR
                 MOVE OPT-CD-VINCULO      TO WS-CD-VINCULO
                                             WS-CD-VINCULO-ANTERIOR
                 MOVE OPT-DS-OPORTUNIDADE TO WS-DS-OPORTUNIDADE
                 MOVE OPT-CD-LINHA        TO WS-CD-LINHA
                 MOVE OPT-VL-ESTIMADO     TO WS-VL-ESTIMADO
                 MOVE OPT-CD-ESTAGIO      TO WS-CD-ESTAGIO
                                             WS-CD-ESTAGIO-ANTERIOR
                 MOVE OPT-DT-PREVISTA     TO WS-DT-PREVISTA
                 IF OPT-EST-ABERTA
                    PERFORM 2121-MANTEM-OPORTUNIDADE
                 ELSE
                    PERFORM 21211-CONFERE-VINCULO
                    DISPLAY SST-DADOS-OPORTUNIDADE
                    MOVE "Oportunidade Encerrada - Nao Pode Alterar."
                                                      TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM.
       212-SAIDA.
           EXIT.
      *
       2121-MANTEM-OPORTUNIDADE SECTION.
      * INCLUI OU ATUALIZA A OPORTUNIDADE; A MUDANCA DE ESTAGIO
      * REINICIA A CONTAGEM DO ENVELHECIMENTO E GANHA/PERDIDA
      * ENCERRAM A OPORTUNIDADE
       2121.
           PERFORM 99-PROBABILIDADE-ESTAGIO.
           IF WS-OPORTUNIDADE-EXISTE
              PERFORM 21211-CONFERE-VINCULO.
           ACCEPT SST-DADOS-OPORTUNIDADE.
           MOVE WS-VL-ESTIMADO TO WS-VL-ESTIMADO-NUM.
           PERFORM 99-PROBABILIDADE-ESTAGIO.
           IF NOT WS-VINCULO-PROSPECT
           AND NOT WS-VINCULO-CLIENTE
              MOVE "Vinculo Invalido - Informe P ou C." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              PERFORM 21211-CONFERE-VINCULO
              IF NOT WS-VINCULO-OK
                 PERFORM 99-MENSAGEM
              ELSE
              IF WS-DS-OPORTUNIDADE EQUAL SPACES
                 MOVE "Informe a Descricao da Oportunidade."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
              IF WS-CD-LINHA EQUAL SPACES
                 MOVE "Informe a Linha de Produto." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
              IF WS-VL-ESTIMADO-NUM EQUAL ZEROS
                 MOVE "Informe o Valor Estimado." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
              IF NOT WS-EST-VALIDO
                 MOVE "Estagio Invalido." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
              IF WS-DT-PREVISTA EQUAL ZEROS
              OR WS-DT-PREVISTA(5:2) LESS "01"
              OR WS-DT-PREVISTA(5:2) GREATER "12"
              OR WS-DT-PREVISTA(7:2) LESS "01"
              OR WS-DT-PREVISTA(7:2) GREATER "31"
                 MOVE "Data Prevista de Fechamento Invalida."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 MOVE "Confirma a Oportunidade (S/N) ?" TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 IF WS-SIM
                    PERFORM 21212-GRAVA-OPORTUNIDADE.
       2121-SAIDA.
           EXIT.
      *
       21211-CONFERE-VINCULO SECTION.
      * PROSPECT OU CLIENTE DA OPORTUNIDADE: O VINCULO NOVO (OU
      * TROCADO) EXIGE PROSPECT ATIVO OU CLIENTE NAO INATIVO; O JA
      * GRAVADO SO PRECISA EXISTIR
       21211.
           MOVE "S"    TO WS-IND-VINCULO.
           MOVE SPACES TO WS-DS-VINCULO.
           IF WS-VINCULO-PROSPECT
              IF NOT WS-ARQ-PROSPECT-OK
                 MOVE "N" TO WS-IND-VINCULO
                 MOVE "Cadastro de Prospects Indisponivel."
                                                      TO WS-MENSAGEM
              ELSE
                 MOVE 1             TO PSP-CD-EMPRESA
                 MOVE WS-CD-VINCULO TO PSP-CD-PROSPECT
                 PERFORM 99-LER-PROSPECT
                 IF NOT WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "00" TO WS-ESTADO-ARQUIVO
                    MOVE "N"  TO WS-IND-VINCULO
                    MOVE "Prospect nao Encontrado." TO WS-MENSAGEM
                 ELSE
                    MOVE PSP-DS-RAZAO-SOCIAL TO WS-DS-VINCULO
                    IF  NOT PSP-SIT-ATIVO
                    AND (WS-TP-VINCULO NOT EQUAL WS-TP-VINCULO-ANTERIOR
                    OR  WS-CD-VINCULO NOT EQUAL WS-CD-VINCULO-ANTERIOR)
                       MOVE "N" TO WS-IND-VINCULO
                       MOVE "Prospect ja Convertido ou Descartado."
                                                      TO WS-MENSAGEM
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF WS-VINCULO-CLIENTE
              MOVE 1             TO CLI-CD-EMPRESA
              MOVE WS-CD-VINCULO TO CLI-CD-CLIENTE
              PERFORM 99-LER-CLIENTE
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "00" TO WS-ESTADO-ARQUIVO
                 MOVE "N"  TO WS-IND-VINCULO
                 MOVE "Cliente nao Encontrado." TO WS-MENSAGEM
              ELSE
                 MOVE CLI-DS-RAZAO-SOCIAL TO WS-DS-VINCULO
                 IF  CLI-SIT-INATIVO
                 AND (WS-TP-VINCULO NOT EQUAL WS-TP-VINCULO-ANTERIOR
                 OR  WS-CD-VINCULO NOT EQUAL WS-CD-VINCULO-ANTERIOR)
                    MOVE "N" TO WS-IND-VINCULO
                    MOVE "Cliente Inativo." TO WS-MENSAGEM
                 END-IF
              END-IF
           END-IF.
           DISPLAY SST-DS-VINCULO.
       21211-SAIDA.
           EXIT.
      *
       21212-GRAVA-OPORTUNIDADE SECTION.
      *------------------------
       21212.
           IF NOT WS-OPORTUNIDADE-EXISTE
              PERFORM 99-PROXIMO-NUMERO
              MOVE 1                  TO OPT-CD-EMPRESA
              MOVE WS-CD-VENDEDOR     TO OPT-CD-VENDEDOR
              MOVE WS-NR-PROXIMA      TO OPT-NR-OPORTUNIDADE
              MOVE WS-DT-HOJE         TO OPT-DT-ABERTURA
              MOVE ZEROS              TO OPT-DT-ESTAGIO
                                         OPT-DT-ENCERRAMENTO
                                         OPT-CD-CLIENTE-GERADO.
           MOVE WS-TP-VINCULO      TO OPT-TP-VINCULO.
           MOVE WS-CD-VINCULO      TO OPT-CD-VINCULO.
           MOVE WS-DS-OPORTUNIDADE TO OPT-DS-OPORTUNIDADE.
           MOVE WS-CD-LINHA        TO OPT-CD-LINHA.
           MOVE WS-VL-ESTIMADO-NUM TO OPT-VL-ESTIMADO.
           MOVE WS-CD-ESTAGIO      TO OPT-CD-ESTAGIO.
           MOVE WS-PC-PROBABILIDADE TO OPT-PC-PROBABILIDADE.
           MOVE WS-DT-PREVISTA     TO OPT-DT-PREVISTA.
           MOVE LK-CD-USUARIO      TO OPT-CD-USUARIO.
           IF WS-CD-ESTAGIO NOT EQUAL WS-CD-ESTAGIO-ANTERIOR
              MOVE WS-DT-HOJE TO OPT-DT-ESTAGIO
              IF NOT OPT-EST-ABERTA
                 MOVE WS-DT-HOJE TO OPT-DT-ENCERRAMENTO
              END-IF
           END-IF.
           IF WS-OPORTUNIDADE-EXISTE
              PERFORM 99-REGRAVA-OPORTUNIDADE
           ELSE
              IF WS-NR-PROXIMA EQUAL ZEROS
                 MOVE "99" TO WS-ESTADO-ARQUIVO
              ELSE
                 PERFORM 99-GRAVA-OPORTUNIDADE
              END-IF
           END-IF.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "21212-GRAVA-OPORTUNIDADE" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-OPORTUNIDADE TO WS-ERR-NM-ARQUIVO
              MOVE OPT-CHAVE-OPORTUNIDADE TO WS-ERR-DS-CHAVE
              PERFORM 99-REGISTRA-ERRO
              MOVE "00" TO WS-ESTADO-ARQUIVO
              MOVE "Erro na Gravacao da Oportunidade." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              MOVE SPACES TO WS-MENSAGEM
              STRING "Oportunidade " DELIMITED BY SIZE
                     OPT-NR-OPORTUNIDADE DELIMITED BY SIZE
                     " Gravada." DELIMITED BY SIZE
                     INTO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              IF OPT-EST-GANHA AND OPT-VINCULO-PROSPECT
                 PERFORM 212121-CONVERTE-PROSPECT
              END-IF
              PERFORM 211-LISTA-OPORTUNIDADES
           END-IF.
       21212-SAIDA.
           EXIT.
      *
       212121-CONVERTE-PROSPECT SECTION.
      * OPORTUNIDADE DE PROSPECT GANHA: ABRE A CONVERSAO DO CADASTRO
      * DE PROSPECTS JA POSICIONADA NO PROSPECT (LK-CD-CHAVE-CONSULTA
      * E ZERADA NO RETORNO) E GUARDA O CLIENTE GERADO. PROSPECT E
      * CLIENTE SAO FECHADOS DURANTE A CHAMADA, QUE OS ATUALIZA
       212121.
           MOVE 1              TO PSP-CD-EMPRESA.
           MOVE OPT-CD-VINCULO TO PSP-CD-PROSPECT.
           PERFORM 99-LER-PROSPECT.
           IF WS-OPERACAO-BEM-SUCEDIDA
           AND PSP-SIT-ATIVO
              CLOSE ARQ-PROSPECT
              CLOSE ARQ-CLIENTE
              MOVE OPT-CD-VINCULO TO LK-CD-CHAVE-CONSULTA
              CALL WS-PROGRAMA-PROSPECT USING LINKAGE-DADOS
              MOVE ZEROS TO LK-CD-CHAVE-CONSULTA
              DISPLAY SST-LIMPA-TELA
              OPEN INPUT ARQ-CLIENTE
              PERFORM 99-ABRE-PROSPECT
              DISPLAY SST-OPORTUNIDADE-VENDEDOR
              DISPLAY SST-NR-OPORTUNIDADE
              MOVE 1              TO PSP-CD-EMPRESA
              MOVE OPT-CD-VINCULO TO PSP-CD-PROSPECT
              IF WS-ARQ-PROSPECT-OK
                 PERFORM 99-LER-PROSPECT
              END-IF
           END-IF.
           IF WS-OPERACAO-BEM-SUCEDIDA
           AND WS-ARQ-PROSPECT-OK
           AND PSP-SIT-CONVERTIDO
              MOVE PSP-CD-CLIENTE-GERADO TO OPT-CD-CLIENTE-GERADO
                                            WS-CD-CLIENTE-ED
              PERFORM 99-REGRAVA-OPORTUNIDADE
              MOVE SPACES TO WS-MENSAGEM
              STRING "Oportunidade Ganha - Cliente " DELIMITED BY SIZE
                     WS-CD-CLIENTE-ED DELIMITED BY SIZE
                     INTO WS-MENSAGEM
           ELSE
              MOVE "Prospect nao Convertido - Converta no Cadastro de
      -            " Prospects." TO WS-MENSAGEM
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
           PERFORM 99-MENSAGEM.
       212121-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           CLOSE ARQ-VENDEDOR.
           CLOSE ARQ-CLIENTE.
           IF WS-ARQ-PROSPECT-OK
              CLOSE ARQ-PROSPECT.
           CLOSE ARQ-OPORTUNIDADE.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
      *
       99-LER-VENDEDOR.
           READ ARQ-VENDEDOR.
      *
       99-LER-CLIENTE.
           READ ARQ-CLIENTE.
      *
       99-LER-PROSPECT.
           READ ARQ-PROSPECT.
      *
       99-LER-OPORTUNIDADE.
           READ ARQ-OPORTUNIDADE.
      *
       99-GRAVA-OPORTUNIDADE.
           WRITE OPT-REGISTRO.
      *
       99-REGRAVA-OPORTUNIDADE.
           REWRITE OPT-REGISTRO.
      *
      * CADASTRO DE PROSPECTS E OPCIONAL: SEM ELE SO HA
      * OPORTUNIDADES DE CLIENTE
       99-ABRE-PROSPECT.
           OPEN INPUT ARQ-PROSPECT
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-PROSPECT
           ELSE
              MOVE "N" TO WS-IND-ARQ-PROSPECT
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
      *
      * PROXIMO NUMERO DE OPORTUNIDADE DO VENDEDOR (99999 E A
      * INDICACAO DE NOVA NA TELA; ESGOTADA A NUMERACAO, DEVOLVE 0)
       99-PROXIMO-NUMERO.
           MOVE 1              TO OPT-CD-EMPRESA
           MOVE WS-CD-VENDEDOR TO OPT-CD-VENDEDOR
           MOVE 99999          TO OPT-NR-OPORTUNIDADE
           START ARQ-OPORTUNIDADE
               KEY NOT GREATER OPT-CHAVE-OPORTUNIDADE
           IF WS-OPERACAO-BEM-SUCEDIDA
              READ ARQ-OPORTUNIDADE PREVIOUS
              IF  WS-OPERACAO-BEM-SUCEDIDA
              AND OPT-CD-EMPRESA  EQUAL 1
              AND OPT-CD-VENDEDOR EQUAL WS-CD-VENDEDOR
                 IF OPT-NR-OPORTUNIDADE LESS 99998
                    COMPUTE WS-NR-PROXIMA = OPT-NR-OPORTUNIDADE + 1
                 ELSE
                    MOVE ZEROS TO WS-NR-PROXIMA
                 END-IF
              ELSE
                 MOVE 1 TO WS-NR-PROXIMA
              END-IF
           ELSE
              MOVE 1 TO WS-NR-PROXIMA
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
      * PROBABILIDADE DE GANHO DO ESTAGIO INFORMADO NA TELA
       99-PROBABILIDADE-ESTAGIO.
           MOVE ZEROS TO WS-PC-PROBABILIDADE
           IF WS-CD-ESTAGIO EQUAL "Q"
              MOVE WS-PC-QUALIFICACAO TO WS-PC-PROBABILIDADE
           END-IF
           IF WS-CD-ESTAGIO EQUAL "P"
              MOVE WS-PC-PROPOSTA     TO WS-PC-PROBABILIDADE
           END-IF
           IF WS-CD-ESTAGIO EQUAL "N"
              MOVE WS-PC-NEGOCIACAO   TO WS-PC-PROBABILIDADE
           END-IF
           IF WS-EST-GANHA
              MOVE 100                TO WS-PC-PROBABILIDADE
           END-IF
           MOVE WS-PC-PROBABILIDADE TO WS-PC-ED.
      *
      * SOBREPOE OS NOMES DOS ARQUIVOS E A TABELA DE PROBABILIDADE
      * COM OS VALORES DO ARQUIVO CENTRAL DE CONFIGURACAO
      * (GV-CONFIG.PAR), QUANDO PRESENTES
       99-LE-CONFIGURACAO.
           MOVE "ARQ-CLIENTE" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-CLIENTE
           END-IF
           MOVE "ARQ-VENDEDOR" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-VENDEDOR
           END-IF
           MOVE "OPORTUNIDADE-PC-QUAL" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              COMPUTE WS-VL-CONFIG-NUM =
                      FUNCTION NUMVAL (WS-CFG-VALOR)
              MOVE WS-VL-CONFIG-NUM TO WS-PC-QUALIFICACAO
           END-IF
           MOVE "OPORTUNIDADE-PC-PROP" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              COMPUTE WS-VL-CONFIG-NUM =
                      FUNCTION NUMVAL (WS-CFG-VALOR)
              MOVE WS-VL-CONFIG-NUM TO WS-PC-PROPOSTA
           END-IF
           MOVE "OPORTUNIDADE-PC-NEGO" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              COMPUTE WS-VL-CONFIG-NUM =
                      FUNCTION NUMVAL (WS-CFG-VALOR)
              MOVE WS-VL-CONFIG-NUM TO WS-PC-NEGOCIACAO
           END-IF.
      *
       990-CONSULTA-CONFIG.
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-CADOPORT" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
