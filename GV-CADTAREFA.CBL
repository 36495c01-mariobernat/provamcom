000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-CADTAREFA.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Tarefas de Acompanhamento por Operador
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Mantem as tarefas de acompanhamento de cada operador
      *     (GV-TAREFA.CPY) - o "ligar de volta sobre o credito
      *     bloqueado", o "conferir o endereco que o vendedor
      *     mandou" - que antes viviam em cadernos e se perdiam nas
      *     ferias de alguem. Cada tarefa se liga a um cliente,
      *     vendedor, ocorrencia ou contrato, tem prioridade e um
      *     prazo em dias uteis; o vencimento e calculado pelo
      *     calendario de dias uteis (GV-DIAUTIL) a partir da
      *     abertura. A tela abre nas tarefas do operador logado,
      *     lista as abertas (as vencidas marcadas com *) e permite
      *     incluir, alterar, concluir e reatribuir a outro
      *     operador ativo. O painel do menu principal conta as
      *     tarefas do dia e o relatorio noturno GV-RELTAREFA lista
      *     as atrasadas para o coordenador.
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
           SELECT ARQ-USUARIO ASSIGN TO DISK WID-ARQ-USUARIO
             organization       is indexed
             access mode        is dynamic
             record key         is USU-CD-USUARIO
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
           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
             organization       is indexed
             access mode        is dynamic
             record key         is FOR-CHAVE-VENDEDOR
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-OCORRENCIA ASSIGN TO DISK WID-ARQ-OCORRENCIA
             organization       is indexed
             access mode        is dynamic
             record key         is OCO-CHAVE-OCORRENCIA
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-CONTRATO ASSIGN TO DISK WID-ARQ-CONTRATO
             organization       is indexed
             access mode        is dynamic
             record key         is CTR-CHAVE-CONTRATO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-TAREFA ASSIGN TO DISK WID-ARQ-TAREFA
             organization       is indexed
             access mode        is dynamic
             record key         is TAR-NR-TAREFA
             alternate record key is TAR-CD-OPERADOR
                                with duplicates
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-CADUSU.CPY.
       COPY GV-CADCLI.CPY.
       COPY GV-CADVEN.CPY.
       COPY GV-OCORREN.CPY.
       COPY GV-CONTRATO.CPY.
       COPY GV-TAREFA.CPY.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-USUARIO        PIC X(15) VALUE "GV-USUARIO.DAT".
           03 WID-ARQ-CLIENTE        PIC X(60) VALUE "GV-CLIENTE.DAT".
           03 WID-ARQ-VENDEDOR       PIC X(60) VALUE "GV-VENDEDOR.DAT".
           03 WID-ARQ-OCORRENCIA     PIC X(18) VALUE
                                      "GV-OCORRENCIA.DAT".
           03 WID-ARQ-CONTRATO       PIC X(16) VALUE
                                      "GV-CONTRATO.DAT".
           03 WID-ARQ-TAREFA         PIC X(14) VALUE "GV-TAREFA.DAT".
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
           03 WS-FINAL-TAREFA        PIC X(01) VALUE SPACE.
              88 WS-FIM-TAREFA                 VALUE "F".
           03 WS-MENSAGEM            PIC X(68).
           03 WS-RESPOSTA            PIC X(01).
              88 WS-SIM                        VALUE "S" "s".
              88 WS-NAO                        VALUE "N" "n".
           03 WS-ACAO                PIC X(01).
              88 WS-FIM-ACAO                   VALUE "F".
           03 WS-ACAO-TAREFA         PIC X(01) VALUE SPACE.
              88 WS-ACAO-ALTERA                VALUE "A" "a".
              88 WS-ACAO-CONCLUI               VALUE "C" "c".
              88 WS-ACAO-REATRIBUI             VALUE "R" "r".
           03 WS-IN-EXISTE           PIC X(01) VALUE "N".
              88 WS-TAREFA-EXISTE              VALUE "S".
           03 WS-IND-ARQ-OCORRENCIA  PIC X(01) VALUE "N".
              88 WS-ARQ-OCORRENCIA-OK          VALUE "S".
           03 WS-IND-ARQ-CONTRATO    PIC X(01) VALUE "N".
              88 WS-ARQ-CONTRATO-OK            VALUE "S".
           03 WS-IND-VINCULO         PIC X(01) VALUE "N".
              88 WS-VINCULO-OK                 VALUE "S".
           03 WS-CD-OPERADOR         PIC X(008) VALUE SPACES.
              88 WS-SAIR-TAREFA                VALUE SPACES.
           03 WS-NM-OPERADOR         PIC X(020) VALUE SPACES.
           03 WS-SIT-OPERADOR        PIC X(001) VALUE SPACE.
              88 WS-OPERADOR-ATIVO             VALUE "A".
           03 WS-CD-OPERADOR-NOVO    PIC X(008) VALUE SPACES.
           03 WS-NR-TAREFA           PIC 9(007) VALUE ZEROS.
              88 WS-TAREFA-NOVA                VALUE 9999999.
           03 WS-NR-PROXIMA          PIC 9(007) VALUE ZEROS.
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-QT-LINHAS           PIC 9(002) VALUE ZEROS.
           03 WS-QT-NAO-LISTADAS     PIC 9(003) VALUE ZEROS.
           03 WS-QT-ED               PIC ZZ9.
           03 WS-NR-TAREFA-ED        PIC 9(007).
      *
      * DADOS DA TAREFA EM MANUTENCAO
           03 WS-TP-VINCULO          PIC X(001) VALUE SPACE.
              88 WS-VINCULO-CLIENTE            VALUE "C".
              88 WS-VINCULO-VENDEDOR           VALUE "V".
              88 WS-VINCULO-OCORRENCIA         VALUE "O".
              88 WS-VINCULO-CONTRATO           VALUE "T".
              88 WS-VINCULO-VALIDO             VALUE "C" "V" "O" "T".
           03 WS-CD-VINCULO          PIC 9(007) VALUE ZEROS.
           03 WS-NR-VINCULO          PIC 9(007) VALUE ZEROS.
           03 WS-DS-VINCULO          PIC X(040) VALUE SPACES.
           03 WS-DS-TAREFA           PIC X(060) VALUE SPACES.
           03 WS-IN-PRIORIDADE       PIC X(001) VALUE SPACE.
              88 WS-PRIORIDADE-VALIDA          VALUE "A" "M" "B".
           03 WS-QT-DIAS-UTEIS       PIC 9(003) VALUE ZEROS.
           03 WS-QT-PRAZO-PADRAO     PIC 9(003) VALUE 2.
           03 WS-DT-ABERTURA         PIC 9(008) VALUE ZEROS.
           03 WS-DT-VENCIMENTO       PIC 9(008) VALUE ZEROS.
           03 WS-VL-CONFIG-NUM       PIC 9(003) VALUE ZEROS.
      *
      * CONTAGEM DOS DIAS UTEIS DO PRAZO (GV-DIAUTIL)
       01  WS-CAMPOS-VENCIMENTO.
           03 WS-DT-AVALIADA         PIC 9(008) VALUE ZEROS.
           03 WS-NR-DIA-AUX          PIC 9(009) VALUE ZEROS.
           03 WS-QT-UTEIS-CONTADOS   PIC 9(003) VALUE ZEROS.
      *
      * DATA NO FORMATO DD/MM/AAAA PARA A TELA
       01  WS-DATA-EDITADA.
           03 WS-DE-DIA              PIC 9(002).
           03 FILLER                 PIC X(001) VALUE "/".
           03 WS-DE-MES              PIC 9(002).
           03 FILLER                 PIC X(001) VALUE "/".
           03 WS-DE-ANO              PIC 9(004).
       01  WS-DT-VENCIMENTO-ED       PIC X(010) VALUE SPACES.
      *
      * LINHA DA LISTA DE TAREFAS EM ABERTO DO OPERADOR
       01  WS-LINHA-MONTADA.
           03 WS-LM-NR-TAREFA        PIC 9(007).
           03 FILLER                 PIC X(001) VALUE SPACE.
           03 WS-LM-IN-PRIORIDADE    PIC X(001).
           03 FILLER                 PIC X(001) VALUE SPACE.
           03 WS-LM-DT-VENCIMENTO    PIC X(010).
           03 WS-LM-IN-ATRASO        PIC X(001).
           03 FILLER                 PIC X(001) VALUE SPACE.
           03 WS-LM-TP-VINCULO       PIC X(001).
           03 WS-LM-CD-VINCULO       PIC 9(007).
           03 FILLER                 PIC X(001) VALUE SPACE.
           03 WS-LM-DS-TAREFA        PIC X(037).
      *
       01  WS-LISTA-TAREFAS.
           03 WS-LIN-TAREFA-1        PIC X(068) VALUE SPACES.
           03 WS-LIN-TAREFA-2        PIC X(068) VALUE SPACES.
           03 WS-LIN-TAREFA-3        PIC X(068) VALUE SPACES.
           03 WS-LIN-TAREFA-4        PIC X(068) VALUE SPACES.
           03 WS-LIN-TAREFA-5        PIC X(068) VALUE SPACES.
           03 WS-LIN-TAREFA-6        PIC X(068) VALUE SPACES.
       01  WS-TAB-TAREFAS REDEFINES WS-LISTA-TAREFAS.
           03 WS-LIN-TAREFA          PIC X(068) OCCURS 6 TIMES.
      *
       COPY GV-DIAUTILWS.CPY.
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
       01  SST-TAREFA-OPERADOR.
           03 LINE 02 COL 26 VALUE "Tarefas de Acompanhamento".
           03 LINE 05 COL 07 VALUE "Operador (Branco Sai): ".
           03 LINE 05 COL 30 USING WS-CD-OPERADOR.
      *
       01  SST-NR-TAREFA.
           03 LINE 05 COL 40 FROM WS-NM-OPERADOR.
           03 LINE 06 COL 07 VALUE
                             "Tarefa (0 Volta, 9999999 Nova): ".
           03 LINE 06 COL 39 USING WS-NR-TAREFA.
      *
       01  SST-DADOS-TAREFA.
           03 LINE 08 COL 07 VALUE "Vinculo.....: ".
           03 LINE 08 COL 21 USING WS-TP-VINCULO.
           03 LINE 08 COL 23 USING WS-CD-VINCULO.
           03 LINE 08 COL 31 USING WS-NR-VINCULO.
           03 LINE 08 COL 40 VALUE
              "(C-Cliente V-Vendedor O-Ocorr. T-Contr.)".
           03 LINE 09 COL 07 VALUE "Descricao...: ".
           03 LINE 09 COL 21 USING WS-DS-TAREFA.
           03 LINE 10 COL 07 VALUE "Prioridade..: ".
           03 LINE 10 COL 21 USING WS-IN-PRIORIDADE.
           03 LINE 10 COL 23 VALUE "(A-Alta M-Media B-Baixa)".
           03 LINE 11 COL 07 VALUE "Prazo (Dias Uteis): ".
           03 LINE 11 COL 27 USING WS-QT-DIAS-UTEIS.
      *
       01  SST-DS-VINCULO.
           03 LINE 11 COL 35 VALUE "Vencimento: ".
           03 LINE 11 COL 47 FROM WS-DT-VENCIMENTO-ED.
           03 LINE 12 COL 07 VALUE "Vinculado a.: ".
           03 LINE 12 COL 21 PIC X(040) FROM WS-DS-VINCULO.
      *
       01  SST-ACAO-TAREFA.
           03 LINE 13 COL 07 VALUE
              "Acao (A-Altera C-Conclui R-Reatribui, Branco Volta): ".
           03 LINE 13 COL 60 USING WS-ACAO-TAREFA.
      *
       01  SST-REATRIBUI.
           03 LINE 13 COL 07 VALUE "Reatribuir ao Operador: ".
           03 LINE 13 COL 31 USING WS-CD-OPERADOR-NOVO.
      *
       01  SST-LISTA-TAREFAS.
           03 LINE 14 COL 07 VALUE
              "Tarefas em Aberto (* Vencida):".
           03 LINE 15 COL 07 FROM WS-LIN-TAREFA-1.
           03 LINE 16 COL 07 FROM WS-LIN-TAREFA-2.
           03 LINE 17 COL 07 FROM WS-LIN-TAREFA-3.
           03 LINE 18 COL 07 FROM WS-LIN-TAREFA-4.
           03 LINE 19 COL 07 FROM WS-LIN-TAREFA-5.
           03 LINE 20 COL 07 FROM WS-LIN-TAREFA-6.
      *
       01  SST-LIMPA-TAREFA.
           03 LINE 13 COL 01 BLANK LINE.
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
                  WITH TEST AFTER UNTIL WS-SAIR-TAREFA.
           PERFORM 3-MODULO-FINAL.
       0-SAIDA.
           EXIT PROGRAM.
      *
       1-MODULO-INICIAL SECTION.
      *----------------
       1.
           PERFORM 99-LE-CONFIGURACAO.
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
      * A TELA ABRE NAS TAREFAS DO PROPRIO OPERADOR DA SESSAO
           MOVE LK-CD-USUARIO TO WS-CD-OPERADOR.
           OPEN INPUT ARQ-USUARIO.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-USUARIO TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Usuarios Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           OPEN INPUT ARQ-CLIENTE.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Clientes Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           OPEN INPUT ARQ-VENDEDOR.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Vendedores Indisponivel."
                                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           PERFORM 99-ABRE-OCORRENCIA.
           PERFORM 99-ABRE-CONTRATO.
           OPEN I-O ARQ-TAREFA.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              IF WS-ESTADO-ARQUIVO EQUAL "35"
                 CLOSE ARQ-TAREFA
                 OPEN OUTPUT ARQ-TAREFA
                 CLOSE ARQ-TAREFA
                 OPEN I-O ARQ-TAREFA
              ELSE
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-TAREFA TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Arquivo de Tarefas Indisponivel."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM.
       1-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           ACCEPT SST-TAREFA-OPERADOR.
           IF NOT WS-SAIR-TAREFA
              PERFORM 21-TRATA-OPERADOR
              MOVE SPACES TO WS-CD-OPERADOR.
           DISPLAY SST-LIMPA-TELA.
       2-SAIDA.
           EXIT.
      *
       21-TRATA-OPERADOR SECTION.
      *-----------------
       21.
           MOVE WS-CD-OPERADOR TO USU-CD-USUARIO.
           PERFORM 99-LER-USUARIO.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "00" TO WS-ESTADO-ARQUIVO
              MOVE "Operador nao Cadastrado." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              MOVE USU-NM-USUARIO TO WS-NM-OPERADOR
              MOVE USU-SITUACAO   TO WS-SIT-OPERADOR
              PERFORM 211-LISTA-TAREFAS
              MOVE SPACE TO WS-ACAO
              PERFORM 212-TRATA-TAREFA
                  UNTIL WS-FIM-ACAO.
       21-SAIDA.
           EXIT.
      *
       211-LISTA-TAREFAS SECTION.
      * MONTA AS LINHAS COM AS TAREFAS EM ABERTO DO OPERADOR; ALEM
      * DAS SEIS QUE CABEM NA TELA, SO INFORMA QUANTAS FICARAM DE
      * FORA
       211.
           MOVE SPACES TO WS-LISTA-TAREFAS.
           MOVE ZEROS  TO WS-QT-LINHAS
                          WS-QT-NAO-LISTADAS.
           MOVE SPACE  TO WS-FINAL-TAREFA.
           MOVE WS-CD-OPERADOR TO TAR-CD-OPERADOR.
           START ARQ-TAREFA KEY NOT LESS TAR-CD-OPERADOR
               INVALID KEY
                   MOVE "F" TO WS-FINAL-TAREFA.
           PERFORM 2111-LISTA-UMA-TAREFA
               UNTIL WS-FIM-TAREFA.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
           DISPLAY SST-LISTA-TAREFAS.
           IF WS-QT-NAO-LISTADAS GREATER ZEROS
              MOVE WS-QT-NAO-LISTADAS TO WS-QT-ED
              MOVE SPACES TO WS-MENSAGEM
              STRING "Mais " DELIMITED BY SIZE
                     WS-QT-ED DELIMITED BY SIZE
                     " Tarefa(s) em Aberto Fora da Lista."
                                DELIMITED BY SIZE
                     INTO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
       211-SAIDA.
           EXIT.
      *
       2111-LISTA-UMA-TAREFA SECTION.
      *---------------------
       2111.
           READ ARQ-TAREFA NEXT
               AT END MOVE "F" TO WS-FINAL-TAREFA.
           IF NOT WS-FIM-TAREFA
              IF TAR-CD-OPERADOR NOT EQUAL WS-CD-OPERADOR
                 MOVE "F" TO WS-FINAL-TAREFA
              ELSE
                 IF TAR-SIT-ABERTA
                    IF WS-QT-LINHAS EQUAL 6
                       ADD 1 TO WS-QT-NAO-LISTADAS
                    ELSE
                       ADD 1 TO WS-QT-LINHAS
                       MOVE TAR-NR-TAREFA     TO WS-LM-NR-TAREFA
                       MOVE TAR-IN-PRIORIDADE TO WS-LM-IN-PRIORIDADE
                       MOVE TAR-DT-VENCIMENTO TO WS-DT-AVALIADA
                       PERFORM 99-EDITA-DATA
                       MOVE WS-DATA-EDITADA   TO WS-LM-DT-VENCIMENTO
                       MOVE SPACE             TO WS-LM-IN-ATRASO
                       IF TAR-DT-VENCIMENTO LESS WS-DT-HOJE
                          MOVE "*"            TO WS-LM-IN-ATRASO
                       END-IF
                       MOVE TAR-TP-VINCULO    TO WS-LM-TP-VINCULO
                       MOVE TAR-CD-VINCULO    TO WS-LM-CD-VINCULO
                       MOVE TAR-DS-TAREFA     TO WS-LM-DS-TAREFA
                       MOVE WS-LINHA-MONTADA
                              TO WS-LIN-TAREFA(WS-QT-LINHAS).
       2111-SAIDA.
           EXIT.
      *
       212-TRATA-TAREFA SECTION.
      *----------------
       212.
           MOVE ZEROS TO WS-NR-TAREFA.
           DISPLAY SST-LIMPA-TAREFA.
           ACCEPT SST-NR-TAREFA.
           IF WS-NR-TAREFA EQUAL ZEROS
              MOVE "F" TO WS-ACAO
           ELSE
           IF WS-TAREFA-NOVA
              IF NOT WS-OPERADOR-ATIVO
                 MOVE "Operador Desativado - Nova Tarefa Recusada."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 MOVE "N"    TO WS-IN-EXISTE
                 MOVE "C"    TO WS-TP-VINCULO
                 MOVE "M"    TO WS-IN-PRIORIDADE
                 MOVE ZEROS  TO WS-CD-VINCULO
                                WS-NR-VINCULO
                 MOVE SPACES TO WS-DS-VINCULO
                                WS-DS-TAREFA
                 MOVE WS-QT-PRAZO-PADRAO TO WS-QT-DIAS-UTEIS
                 MOVE WS-DT-HOJE         TO WS-DT-ABERTURA
                 PERFORM 2121-MANTEM-TAREFA
              END-IF
           ELSE
              MOVE WS-NR-TAREFA TO TAR-NR-TAREFA
              PERFORM 99-LER-TAREFA
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "00" TO WS-ESTADO-ARQUIVO
                 MOVE "Tarefa nao Encontrada." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
              IF TAR-CD-OPERADOR NOT EQUAL WS-CD-OPERADOR
                 MOVE SPACES TO WS-MENSAGEM
                 STRING "Tarefa Pertence ao Operador "
                                              DELIMITED BY SIZE
                        TAR-CD-OPERADOR       DELIMITED BY SPACE
                        "." DELIMITED BY SIZE
                        INTO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 MOVE "S"               TO WS-IN-EXISTE
                 MOVE TAR-TP-VINCULO    TO WS-TP-VINCULO
                 MOVE TAR-CD-VINCULO    TO WS-CD-VINCULO
                 MOVE TAR-NR-VINCULO    TO WS-NR-VINCULO
                 MOVE TAR-DS-TAREFA     TO WS-DS-TAREFA
                 MOVE TAR-IN-PRIORIDADE TO WS-IN-PRIORIDADE
                 MOVE TAR-QT-DIAS-UTEIS TO WS-QT-DIAS-UTEIS
                 MOVE TAR-DT-ABERTURA   TO WS-DT-ABERTURA
                 PERFORM 21211-CONFERE-VINCULO
                 MOVE TAR-DT-VENCIMENTO TO WS-DT-VENCIMENTO
                                           WS-DT-AVALIADA
                 PERFORM 99-EDITA-DATA
                 MOVE WS-DATA-EDITADA   TO WS-DT-VENCIMENTO-ED
                 DISPLAY SST-DADOS-TAREFA
                 DISPLAY SST-DS-VINCULO
                 IF TAR-SIT-CONCLUIDA
                    MOVE TAR-DT-CONCLUSAO TO WS-DT-AVALIADA
                    PERFORM 99-EDITA-DATA
                    MOVE SPACES TO WS-MENSAGEM
                    STRING "Tarefa Concluida em " DELIMITED BY SIZE
                           WS-DATA-EDITADA DELIMITED BY SIZE
                           " - Nao Pode Alterar." DELIMITED BY SIZE
                           INTO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                 ELSE
                    PERFORM 2122-ACAO-TAREFA.
       212-SAIDA.
           EXIT.
      *
       2121-MANTEM-TAREFA SECTION.
      * INCLUI OU ALTERA A TAREFA; O VENCIMENTO E SEMPRE CONTADO EM
      * DIAS UTEIS A PARTIR DA DATA DE ABERTURA
       2121.
           PERFORM 99-CALCULA-VENCIMENTO.
           ACCEPT SST-DADOS-TAREFA.
           PERFORM 99-CALCULA-VENCIMENTO.
           IF NOT WS-VINCULO-VALIDO
              MOVE "Vinculo Invalido - Informe C, V, O ou T."
                                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              PERFORM 21211-CONFERE-VINCULO
              IF NOT WS-VINCULO-OK
                 PERFORM 99-MENSAGEM
              ELSE
              IF WS-DS-TAREFA EQUAL SPACES
                 MOVE "Informe a Descricao da Tarefa." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
              IF NOT WS-PRIORIDADE-VALIDA
                 MOVE "Prioridade Invalida - Informe A, M ou B."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 MOVE "Confirma a Tarefa (S/N) ?" TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 IF WS-SIM
                    PERFORM 21212-GRAVA-TAREFA.
       2121-SAIDA.
           EXIT.
      *
       21211-CONFERE-VINCULO SECTION.
      * CLIENTE, VENDEDOR, OCORRENCIA OU CONTRATO DA TAREFA PRECISA
      * EXISTIR; CLIENTE E VENDEDOR NAO USAM O NUMERO
       21211.
           MOVE "S"    TO WS-IND-VINCULO.
           MOVE SPACES TO WS-DS-VINCULO.
           IF WS-VINCULO-CLIENTE OR WS-VINCULO-VENDEDOR
              MOVE ZEROS TO WS-NR-VINCULO.
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
              END-IF
           END-IF.
           IF WS-VINCULO-VENDEDOR
              MOVE 1             TO FOR-CD-EMPRESA
              MOVE WS-CD-VINCULO TO FOR-CD-VENDEDOR
              PERFORM 99-LER-VENDEDOR
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "00" TO WS-ESTADO-ARQUIVO
                 MOVE "N"  TO WS-IND-VINCULO
                 MOVE "Vendedor nao Encontrado." TO WS-MENSAGEM
              ELSE
                 MOVE FOR-NM-VENDEDOR TO WS-DS-VINCULO
              END-IF
           END-IF.
           IF WS-VINCULO-OCORRENCIA
              IF NOT WS-ARQ-OCORRENCIA-OK
                 MOVE "N" TO WS-IND-VINCULO
                 MOVE "Arquivo de Ocorrencias Indisponivel."
                                                      TO WS-MENSAGEM
              ELSE
                 MOVE 1             TO OCO-CD-EMPRESA
                 MOVE WS-CD-VINCULO TO OCO-CD-CLIENTE
                 MOVE WS-NR-VINCULO TO OCO-NR-OCORRENCIA
                 PERFORM 99-LER-OCORRENCIA
                 IF NOT WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "00" TO WS-ESTADO-ARQUIVO
                    MOVE "N"  TO WS-IND-VINCULO
                    MOVE "Ocorrencia nao Encontrada (Cliente/Numero)."
                                                      TO WS-MENSAGEM
                 ELSE
                    MOVE OCO-DS-NOTA TO WS-DS-VINCULO
                 END-IF
              END-IF
           END-IF.
           IF WS-VINCULO-CONTRATO
              IF NOT WS-ARQ-CONTRATO-OK
                 MOVE "N" TO WS-IND-VINCULO
                 MOVE "Arquivo de Contratos Indisponivel."
                                                      TO WS-MENSAGEM
              ELSE
                 MOVE 1             TO CTR-CD-EMPRESA
                 MOVE WS-CD-VINCULO TO CTR-CD-CLIENTE
                 MOVE WS-NR-VINCULO TO CTR-NR-CONTRATO
                 PERFORM 99-LER-CONTRATO
                 IF NOT WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "00" TO WS-ESTADO-ARQUIVO
                    MOVE "N"  TO WS-IND-VINCULO
                    MOVE "Contrato nao Encontrado (Cliente/Numero)."
                                                      TO WS-MENSAGEM
                 ELSE
                    MOVE 1             TO CLI-CD-EMPRESA
                    MOVE WS-CD-VINCULO TO CLI-CD-CLIENTE
                    PERFORM 99-LER-CLIENTE
                    IF WS-OPERACAO-BEM-SUCEDIDA
                       MOVE CLI-DS-RAZAO-SOCIAL TO WS-DS-VINCULO
                    END-IF
                    MOVE "00" TO WS-ESTADO-ARQUIVO
                 END-IF
              END-IF
           END-IF.
           DISPLAY SST-DS-VINCULO.
       21211-SAIDA.
           EXIT.
      *
       21212-GRAVA-TAREFA SECTION.
      *------------------
       21212.
           IF NOT WS-TAREFA-EXISTE
              PERFORM 99-PROXIMO-NUMERO
              MOVE WS-NR-PROXIMA      TO TAR-NR-TAREFA
              MOVE WS-CD-OPERADOR     TO TAR-CD-OPERADOR
              MOVE 1                  TO TAR-CD-EMPRESA
              MOVE "A"                TO TAR-SITUACAO
              MOVE WS-DT-ABERTURA     TO TAR-DT-ABERTURA
              MOVE LK-CD-USUARIO      TO TAR-CD-USU-ABERTURA
              MOVE ZEROS              TO TAR-DT-CONCLUSAO
                                         TAR-DT-REATRIBUICAO
              MOVE SPACES             TO TAR-CD-USU-CONCLUSAO
                                         TAR-CD-OPERADOR-ANT
                                         TAR-CD-USU-REATRIB.
           MOVE WS-TP-VINCULO      TO TAR-TP-VINCULO.
           MOVE WS-CD-VINCULO      TO TAR-CD-VINCULO.
           MOVE WS-NR-VINCULO      TO TAR-NR-VINCULO.
           MOVE WS-DS-TAREFA       TO TAR-DS-TAREFA.
           MOVE WS-IN-PRIORIDADE   TO TAR-IN-PRIORIDADE.
           MOVE WS-QT-DIAS-UTEIS   TO TAR-QT-DIAS-UTEIS.
           MOVE WS-DT-VENCIMENTO   TO TAR-DT-VENCIMENTO.
           IF WS-TAREFA-EXISTE
              PERFORM 99-REGRAVA-TAREFA
           ELSE
              IF WS-NR-PROXIMA EQUAL ZEROS
                 MOVE "99" TO WS-ESTADO-ARQUIVO
              ELSE
                 PERFORM 99-GRAVA-TAREFA
              END-IF
           END-IF.
           PERFORM 99-RESULTADO-GRAVACAO.
       21212-SAIDA.
           EXIT.
      *
       2122-ACAO-TAREFA SECTION.
      * TAREFA EM ABERTO: ALTERAR OS DADOS, CONCLUIR OU PASSAR A
      * OUTRO OPERADOR
       2122.
           MOVE SPACE TO WS-ACAO-TAREFA.
           ACCEPT SST-ACAO-TAREFA.
           IF WS-ACAO-ALTERA
              PERFORM 2121-MANTEM-TAREFA
           ELSE
           IF WS-ACAO-CONCLUI
              MOVE "Confirma a Conclusao da Tarefa (S/N) ?"
                                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              IF WS-SIM
                 MOVE "C"           TO TAR-SITUACAO
                 MOVE WS-DT-HOJE    TO TAR-DT-CONCLUSAO
                 MOVE LK-CD-USUARIO TO TAR-CD-USU-CONCLUSAO
                 PERFORM 99-REGRAVA-TAREFA
                 PERFORM 99-RESULTADO-GRAVACAO
              END-IF
           ELSE
           IF WS-ACAO-REATRIBUI
              PERFORM 21221-REATRIBUI-TAREFA.
       2122-SAIDA.
           EXIT.
      *
       21221-REATRIBUI-TAREFA SECTION.
      * A TAREFA PASSA A OUTRO OPERADOR ATIVO (FERIAS, AFASTAMENTO);
      * GUARDA O OPERADOR DE ORIGEM, A DATA E QUEM REATRIBUIU. A
      * TAREFA SAI DA LISTA DESTE OPERADOR
       21221.
           MOVE SPACES TO WS-CD-OPERADOR-NOVO.
           ACCEPT SST-REATRIBUI.
           IF WS-CD-OPERADOR-NOVO EQUAL SPACES
           OR WS-CD-OPERADOR-NOVO EQUAL WS-CD-OPERADOR
              MOVE "Reatribuicao Cancelada." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              MOVE WS-CD-OPERADOR-NOVO TO USU-CD-USUARIO
              PERFORM 99-LER-USUARIO
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "00" TO WS-ESTADO-ARQUIVO
                 MOVE "Operador de Destino nao Cadastrado."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
              IF NOT USU-SIT-ATIVO
                 MOVE "Operador de Destino Desativado." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 MOVE TAR-CD-OPERADOR     TO TAR-CD-OPERADOR-ANT
                 MOVE WS-CD-OPERADOR-NOVO TO TAR-CD-OPERADOR
                 MOVE WS-DT-HOJE          TO TAR-DT-REATRIBUICAO
                 MOVE LK-CD-USUARIO       TO TAR-CD-USU-REATRIB
                 PERFORM 99-REGRAVA-TAREFA
                 PERFORM 99-RESULTADO-GRAVACAO.
       21221-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           CLOSE ARQ-USUARIO.
           CLOSE ARQ-CLIENTE.
           CLOSE ARQ-VENDEDOR.
           IF WS-ARQ-OCORRENCIA-OK
              CLOSE ARQ-OCORRENCIA.
           IF WS-ARQ-CONTRATO-OK
              CLOSE ARQ-CONTRATO.
           CLOSE ARQ-TAREFA.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
      *
       99-LER-USUARIO.
           READ ARQ-USUARIO.
      *
       99-LER-CLIENTE.
           READ ARQ-CLIENTE.
      *
       99-LER-VENDEDOR.
           READ ARQ-VENDEDOR.
      *
       99-LER-OCORRENCIA.
           READ ARQ-OCORRENCIA.
      *
       99-LER-CONTRATO.
           READ ARQ-CONTRATO.
      *
       99-LER-TAREFA.
           READ ARQ-TAREFA.
      *
       99-GRAVA-TAREFA.
           WRITE TAR-REGISTRO.
      *
       99-REGRAVA-TAREFA.
           REWRITE TAR-REGISTRO.
      *
      * MENSAGEM DA GRAVACAO E LISTA DO OPERADOR ATUALIZADA
       99-RESULTADO-GRAVACAO.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "99-RESULTADO-GRAVACAO" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-TAREFA TO WS-ERR-NM-ARQUIVO
              MOVE TAR-NR-TAREFA TO WS-ERR-DS-CHAVE
              PERFORM 99-REGISTRA-ERRO
              MOVE "00" TO WS-ESTADO-ARQUIVO
              MOVE "Erro na Gravacao da Tarefa." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              MOVE TAR-NR-TAREFA TO WS-NR-TAREFA-ED
              MOVE SPACES TO WS-MENSAGEM
              STRING "Tarefa " DELIMITED BY SIZE
                     WS-NR-TAREFA-ED DELIMITED BY SIZE
                     " Gravada." DELIMITED BY SIZE
                     INTO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              PERFORM 211-LISTA-TAREFAS
           END-IF.
      *
      * OCORRENCIAS E CONTRATOS SAO OPCIONAIS: SEM O ARQUIVO SO NAO
      * HA TAREFA LIGADA A ELES
       99-ABRE-OCORRENCIA.
           OPEN INPUT ARQ-OCORRENCIA
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-OCORRENCIA
           ELSE
              MOVE "N" TO WS-IND-ARQ-OCORRENCIA
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
      *
       99-ABRE-CONTRATO.
           OPEN INPUT ARQ-CONTRATO
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-CONTRATO
           ELSE
              MOVE "N" TO WS-IND-ARQ-CONTRATO
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
      *
      * PROXIMO NUMERO DE TAREFA (9999999 E A INDICACAO DE NOVA NA
      * TELA; ESGOTADA A NUMERACAO, DEVOLVE 0)
       99-PROXIMO-NUMERO.
           MOVE 9999999 TO TAR-NR-TAREFA
           START ARQ-TAREFA KEY NOT GREATER TAR-NR-TAREFA
           IF WS-OPERACAO-BEM-SUCEDIDA
              READ ARQ-TAREFA PREVIOUS
              IF WS-OPERACAO-BEM-SUCEDIDA
                 IF TAR-NR-TAREFA LESS 9999998
                    COMPUTE WS-NR-PROXIMA = TAR-NR-TAREFA + 1
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
      * VENCIMENTO = ABERTURA MAIS O PRAZO EM DIAS UTEIS, PELO
      * CALENDARIO DE GV-DIAUTIL; PRAZO ZERO VENCE NA PROPRIA
      * ABERTURA
       99-CALCULA-VENCIMENTO.
           MOVE WS-DT-ABERTURA TO WS-DT-AVALIADA
           MOVE ZEROS          TO WS-QT-UTEIS-CONTADOS
           PERFORM 991-AVANCA-DIA-UTIL
               UNTIL WS-QT-UTEIS-CONTADOS
                     NOT LESS WS-QT-DIAS-UTEIS
           MOVE WS-DT-AVALIADA TO WS-DT-VENCIMENTO
           PERFORM 99-EDITA-DATA
           MOVE WS-DATA-EDITADA TO WS-DT-VENCIMENTO-ED.
      *
       991-AVANCA-DIA-UTIL.
           COMPUTE WS-NR-DIA-AUX =
                   FUNCTION INTEGER-OF-DATE (WS-DT-AVALIADA) + 1
           MOVE FUNCTION DATE-OF-INTEGER (WS-NR-DIA-AUX)
                TO WS-DT-AVALIADA
           MOVE "V"            TO WS-DU-FUNCAO
           MOVE WS-DT-AVALIADA TO WS-DU-DT-REFERENCIA
           CALL WS-NM-PROG-DIAUTIL USING WS-DU-PARAMETROS
           IF WS-DU-E-DIA-UTIL
              ADD 1 TO WS-QT-UTEIS-CONTADOS.
      *
       99-EDITA-DATA.
           MOVE WS-DT-AVALIADA(7:2) TO WS-DE-DIA
           MOVE WS-DT-AVALIADA(5:2) TO WS-DE-MES
           MOVE WS-DT-AVALIADA(1:4) TO WS-DE-ANO.
      *
      * SOBREPOE OS NOMES DOS ARQUIVOS E O PRAZO PADRAO COM OS
      * VALORES DO ARQUIVO CENTRAL DE CONFIGURACAO (GV-CONFIG.PAR),
      * QUANDO PRESENTES
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
           MOVE "TAREFA-PRAZO-DIAS" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              COMPUTE WS-VL-CONFIG-NUM =
                      FUNCTION NUMVAL (WS-CFG-VALOR)
              MOVE WS-VL-CONFIG-NUM TO WS-QT-PRAZO-PADRAO
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
           MOVE "GV-CADTAREFA" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
