000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-CADPRECO.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Tabela de Precos de Lista
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Manutencao do arquivo GV-PRECO.DAT (GV-PRECO.CPY): preco
      *     unitario de lista por empresa e produto, com vigencia.
      *     Reajuste e uma nova vigencia (nova data de inicio) - a
      *     anterior continua valendo para as vendas ate a vespera,
      *     o que mantem a critica de desconto das correcoes de
      *     vendas antigas. Inclusao, alteracao e desativacao, com o
      *     operador e a data da ultima manutencao no registro. O
      *     produto deve existir ativo em GV-PRODUTO.DAT.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PRECO ASSIGN TO DISK WID-ARQ-PRECO
             organization       is indexed
             access mode        is dynamic
             record key         is PRC-CHAVE-PRECO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-PRODUTO ASSIGN TO DISK WID-ARQ-PRODUTO
             organization       is indexed
             access mode        is dynamic
             record key         is PRD-CD-PRODUTO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-PRECO.CPY.
       COPY GV-PRODUTO.CPY.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-PRECO          PIC X(15) VALUE "GV-PRECO.DAT".
           03 WID-ARQ-PRODUTO        PIC X(15) VALUE "GV-PRODUTO.DAT".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-OPCAO               PIC 9(01) VALUE ZEROS.
              88 WS-INCLUSAO                   VALUE 1.
              88 WS-ALTERACAO                  VALUE 2.
              88 WS-DESATIVACAO                VALUE 3.
              88 WS-FIM-PROGRAMA               VALUE 0 9.
              88 WS-OPCAO-VALIDA               VALUE 1 2 3.
           03 WS-MENSAGEM            PIC X(68).
           03 WS-RESPOSTA            PIC X(01).
              88 WS-SIM                        VALUE "S" "s".
              88 WS-NAO                        VALUE "N" "n".
           03 WS-ACAO                PIC X(01).
              88 WS-FIM-ACAO                   VALUE "F".
           03 WS-FINAL-ARQUIVO       PIC X(01) VALUE SPACE.
              88 WS-FIM-ARQUIVO                VALUE "F".
           03 WS-IND-ARQ-PRODUTO     PIC X(01) VALUE "N".
              88 WS-ARQ-PRODUTO-OK             VALUE "S".
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
      *
      * DADOS DO PRECO EM MANUTENCAO
           03 WS-CD-EMPRESA          PIC 9(002) VALUE ZEROS.
           03 WS-CD-PRODUTO          PIC 9(005) VALUE ZEROS.
           03 WS-DT-INICIO           PIC 9(008) VALUE ZEROS.
           03 WS-DT-FIM              PIC 9(008) VALUE ZEROS.
           03 WS-VL-UNITARIO         PIC ZZZZZZZZZZ9,99.
           03 WS-VL-UNITARIO-NUM     PIC 9(011)V9(002) VALUE ZEROS.
           03 WS-DS-PRODUTO-ED       PIC X(030) VALUE SPACES.
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
       01  SST-CADASTRO-PRECO.
           03 LINE 02 COL 26 VALUE "Tabela de Precos de Lista".
           03 LINE 05 COL 08 VALUE "Informe a Opcao: ".
           03 OPCAO LINE 05 COL 26 PIC 9 USING WS-OPCAO AUTO.
           03 LINE 05 COL 28 VALUE  "(1-Inclusao, 2-Alteracao, 3-Desati
      -                             "vacao)".
      *
       01  SST-CHAVE-PRECO.
           03 LINE 07 COL 07 VALUE "            Empresa: ".
           03 LINE 07 COL 28 USING WS-CD-EMPRESA.
           03 LINE 08 COL 07 VALUE "    Produto (0 Sai): ".
           03 LINE 08 COL 28 USING WS-CD-PRODUTO.
           03 LINE 09 COL 07 VALUE "Inicio (AAAAMMDD)  : ".
           03 LINE 09 COL 28 USING WS-DT-INICIO.
      *
       01  SST-MOSTRA-PRODUTO.
           03 LINE 08 COL 36 PIC X(030) FROM WS-DS-PRODUTO-ED.
      *
       01  SST-DADOS-PRECO.
           03 LINE 10 COL 07 VALUE "Fim (AAAAMMDD/Zero) : ".
           03 LINE 10 COL 28 USING WS-DT-FIM.
           03 LINE 11 COL 07 VALUE "     Preco Unitario: ".
           03 LINE 11 COL 28 USING WS-VL-UNITARIO.
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
                  WITH TEST AFTER UNTIL WS-FIM-PROGRAMA.
           PERFORM 3-MODULO-FINAL.
       0-SAIDA.
           EXIT PROGRAM.
      *
       1-MODULO-INICIAL SECTION.
      *----------------
       1.
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ARQ-PRECO.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              IF WS-ESTADO-ARQUIVO EQUAL "35"
                 CLOSE ARQ-PRECO
                 OPEN OUTPUT ARQ-PRECO
                 CLOSE ARQ-PRECO
                 OPEN I-O ARQ-PRECO
              ELSE
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-PRECO TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Tabela de Precos Indisponivel." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM.
           IF NOT WS-FIM-ARQUIVO
              OPEN INPUT ARQ-PRODUTO
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-PRODUTO TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Cadastro de Produtos Indisponivel."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 CLOSE ARQ-PRECO
              END-IF
           END-IF.
       1-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           ACCEPT SST-CADASTRO-PRECO.
           MOVE SPACE TO WS-ACAO.
           IF  WS-INCLUSAO
               PERFORM 21-INCLUI-PRECO
                          UNTIL WS-FIM-ACAO.
           IF  WS-ALTERACAO
               PERFORM 22-ALTERA-PRECO
                          UNTIL WS-FIM-ACAO.
           IF  WS-DESATIVACAO
               PERFORM 23-DESATIVA-PRECO
                          UNTIL WS-FIM-ACAO.
       2-SAIDA.
           EXIT.
      *
       21-INCLUI-PRECO SECTION.
      *---------------
       21.
           PERFORM 99-ACEITA-CHAVE.
           IF WS-FIM-ACAO
              CONTINUE
           ELSE
              IF NOT PRD-SIT-ATIVO
                 MOVE "Produto Inativo - Inclusao Recusada."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 PERFORM 99-LER-PRECO
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "Vigencia ja Cadastrada p/ Produto e Data."
                                                      TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                 ELSE
                    MOVE "00"  TO WS-ESTADO-ARQUIVO
                    MOVE ZEROS TO WS-DT-FIM
                                  WS-VL-UNITARIO
                    ACCEPT SST-DADOS-PRECO
                    PERFORM 99-CRITICA-DADOS
                    IF WS-MENSAGEM NOT EQUAL SPACES
                       PERFORM 99-MENSAGEM
                    ELSE
                       MOVE "Confirma Inclusao (S/N) ?" TO WS-MENSAGEM
                       PERFORM 99-MENSAGEM
                       IF WS-SIM
                          MOVE WS-CD-EMPRESA      TO PRC-CD-EMPRESA
                          MOVE WS-CD-PRODUTO      TO PRC-CD-PRODUTO
                          MOVE WS-DT-INICIO       TO PRC-DT-INICIO
                          MOVE WS-DT-FIM          TO PRC-DT-FIM
                          MOVE WS-VL-UNITARIO-NUM TO PRC-VL-UNITARIO
                          MOVE "A"                TO PRC-SITUACAO
                          MOVE LK-CD-USUARIO      TO PRC-CD-USUARIO
                          MOVE WS-DT-HOJE         TO PRC-DT-ATUALIZACAO
                          PERFORM 99-GRAVA-PRECO
                          MOVE "Preco Incluido." TO WS-MENSAGEM
                          PERFORM 99-MENSAGEM
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
       21-SAIDA.
           EXIT.
      *
       22-ALTERA-PRECO SECTION.
      *---------------
      * CORRIGE FIM DE VIGENCIA OU PRECO DIGITADO ERRADO; REAJUSTE
      * DEVE SER INCLUIDO COMO NOVA VIGENCIA
       22.
           PERFORM 99-ACEITA-CHAVE.
           IF WS-FIM-ACAO
              CONTINUE
           ELSE
              PERFORM 99-LER-PRECO
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "00" TO WS-ESTADO-ARQUIVO
                 MOVE "Vigencia nao Encontrada." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 MOVE PRC-DT-FIM      TO WS-DT-FIM
                 MOVE PRC-VL-UNITARIO TO WS-VL-UNITARIO
                 ACCEPT SST-DADOS-PRECO
                 PERFORM 99-CRITICA-DADOS
                 IF WS-MENSAGEM NOT EQUAL SPACES
                    PERFORM 99-MENSAGEM
                 ELSE
                    MOVE "Confirma Alteracao (S/N) ?" TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                    IF WS-SIM
                       MOVE WS-DT-FIM          TO PRC-DT-FIM
                       MOVE WS-VL-UNITARIO-NUM TO PRC-VL-UNITARIO
                       MOVE LK-CD-USUARIO      TO PRC-CD-USUARIO
                       MOVE WS-DT-HOJE         TO PRC-DT-ATUALIZACAO
                       PERFORM 99-REGRAVA-PRECO
                       MOVE "Preco Alterado." TO WS-MENSAGEM
                       PERFORM 99-MENSAGEM
                    END-IF
                 END-IF
              END-IF
           END-IF.
       22-SAIDA.
           EXIT.
      *
       23-DESATIVA-PRECO SECTION.
      *-----------------
       23.
           PERFORM 99-ACEITA-CHAVE.
           IF WS-FIM-ACAO
              CONTINUE
           ELSE
              PERFORM 99-LER-PRECO
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "00" TO WS-ESTADO-ARQUIVO
                 MOVE "Vigencia nao Encontrada." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 MOVE "Confirma Desativacao (S/N) ?" TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 IF WS-SIM
                    MOVE "I"           TO PRC-SITUACAO
                    MOVE LK-CD-USUARIO TO PRC-CD-USUARIO
                    MOVE WS-DT-HOJE    TO PRC-DT-ATUALIZACAO
                    PERFORM 99-REGRAVA-PRECO
                    MOVE "Preco Desativado." TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                 END-IF
              END-IF
           END-IF.
       23-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           IF NOT WS-FIM-ARQUIVO
              CLOSE ARQ-PRECO
              CLOSE ARQ-PRODUTO.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
      *
      * ACEITA A CHAVE DA VIGENCIA E CONFERE O PRODUTO NO CADASTRO
       99-ACEITA-CHAVE.
           MOVE ZEROS TO WS-CD-PRODUTO
                         WS-DT-INICIO
           ACCEPT SST-CHAVE-PRECO
           IF WS-CD-PRODUTO EQUAL ZEROS
              MOVE "F" TO WS-ACAO
                          WS-OPCAO
           ELSE
              IF WS-CD-EMPRESA EQUAL ZEROS
                 MOVE 1 TO WS-CD-EMPRESA
              END-IF
              MOVE WS-CD-PRODUTO TO PRD-CD-PRODUTO
              READ ARQ-PRODUTO
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "00" TO WS-ESTADO-ARQUIVO
                 MOVE "Produto Inexistente no Cadastro." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 MOVE "F" TO WS-ACAO
              ELSE
                 IF WS-DT-INICIO EQUAL ZEROS
                    MOVE "Data de Inicio da Vigencia Obrigatoria."
                                                      TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                    MOVE "F" TO WS-ACAO
                 ELSE
                    MOVE PRD-DS-PRODUTO TO WS-DS-PRODUTO-ED
                    DISPLAY SST-MOSTRA-PRODUTO
                    MOVE WS-CD-EMPRESA TO PRC-CD-EMPRESA
                    MOVE WS-CD-PRODUTO TO PRC-CD-PRODUTO
                    MOVE WS-DT-INICIO  TO PRC-DT-INICIO
                 END-IF
              END-IF
           END-IF.
      *
      * PRECO OBRIGATORIO E FIM (QUANDO INFORMADO) NAO ANTERIOR AO
      * INICIO; A MENSAGEM FICA PRONTA (ESPACOS = SEM ERRO)
       99-CRITICA-DADOS.
           MOVE SPACES TO WS-MENSAGEM
           MOVE WS-VL-UNITARIO TO WS-VL-UNITARIO-NUM
           IF WS-VL-UNITARIO-NUM EQUAL ZEROS
              MOVE "Preco Unitario Obrigatorio." TO WS-MENSAGEM
           ELSE
              IF  WS-DT-FIM NOT EQUAL ZEROS
              AND WS-DT-FIM LESS WS-DT-INICIO
                 MOVE "Fim da Vigencia Anterior ao Inicio."
                                                      TO WS-MENSAGEM
              END-IF
           END-IF.
      *
       99-LER-PRECO.
           READ ARQ-PRECO.
      *
       99-GRAVA-PRECO.
           WRITE PRC-REGISTRO.
      *
       99-REGRAVA-PRECO.
           REWRITE PRC-REGISTRO.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-CADPRECO" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
