000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-INICIAEQUIPE.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Carga Inicial do Historico de Equipes
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Rotina de execucao unica que acompanha a criacao do
      *     historico datado de supervisor/regiao do vendedor
      *     (GV-HISTEQUIPE.DAT). Para cada vendedor do cadastro
      *     ainda sem nenhum periodo no historico, grava um periodo
      *     vigente desde sempre (inicio zero, fim em aberto) com o
      *     supervisor e a regiao que estao hoje no cadastro. A
      *     partir dai cada troca feita no cadastro ou pela carga
      *     delta encerra esse periodo e abre outro. Vendedor que
      *     ja tem historico nao e tocado, de modo que a rotina pode
      *     ser executada de novo sem duplicar periodos.
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
           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
             organization       is indexed
             access mode        is dynamic
             record key         is FOR-CHAVE-VENDEDOR
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-HISTEQUIPE ASSIGN TO DISK WID-ARQ-HISTEQUIPE
             organization       is indexed
             access mode        is dynamic
             record key         is HEQ-CHAVE-HISTORICO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-CADVEN.CPY.
       COPY GV-HISTEQUIPE.CPY.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-VENDEDOR       PIC X(60) VALUE "GV-VENDEDOR.DAT".
           03 WID-ARQ-HISTEQUIPE   PIC X(20) VALUE "GV-HISTEQUIPE.DAT".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-FINAL-ARQUIVO       PIC X(01) VALUE SPACE.
              88 WS-FIM-ARQUIVO                VALUE "F".
           03 WS-MENSAGEM            PIC X(68).
           03 WS-RESPOSTA            PIC X(01).
              88 WS-SIM                        VALUE "S" "s".
              88 WS-NAO                        VALUE "N" "n".
           03 WS-QT-LIDOS            PIC 9(07) VALUE ZEROS.
           03 WS-QT-GRAVADOS         PIC 9(07) VALUE ZEROS.
           03 WS-QT-JA-EXISTENTES    PIC 9(07) VALUE ZEROS.
           03 WS-QT-ED1              PIC ZZZZZZ9.
           03 WS-QT-ED2              PIC ZZZZZZ9.
           03 WS-QT-ED3              PIC ZZZZZZ9.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-HISTEQPWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
       SCREEN SECTION.
      *
       01  SST-LIMPA-TELA.
           03 LINE 22 COL 10 BLANK LINE.
           03 LINE 02 COL 25 VALUE "                                ".
      *
       01  SST-INICIA-EQUIPE.
           03 LINE 02 COL 25 VALUE "Carga Inicial do Historico de Equ
      -                           "ipes".
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
           PERFORM 2-MODULO-PRINCIPAL.
           PERFORM 3-MODULO-FINAL.
       0-SAIDA.
           EXIT PROGRAM.
      *
       1-MODULO-INICIAL SECTION.
      *----------------
       1.
           PERFORM 99-LE-CONFIGURACAO.
           DISPLAY SST-INICIA-EQUIPE.
           MOVE "Confirma a Carga Inicial das Equipes (S/N) ?"
                                                      TO WS-MENSAGEM.
           PERFORM 99-MENSAGEM.
           IF NOT WS-SIM
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
                 PERFORM 99-MENSAGEM
              ELSE
                 PERFORM 99-ABRE-HISTEQUIPE-GRAVACAO
                 IF NOT WS-HEQ-ARQ-OK
                    MOVE "F" TO WS-FINAL-ARQUIVO
                    MOVE "Historico de Equipes com Erro."
                                                      TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                    CLOSE ARQ-VENDEDOR
                 END-IF
              END-IF
           END-IF.
       1-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           IF NOT WS-FIM-ARQUIVO
              MOVE ZEROS TO FOR-CHAVE-VENDEDOR
                            WS-ESTADO-ARQUIVO
              START ARQ-VENDEDOR KEY NOT LESS FOR-CHAVE-VENDEDOR
              PERFORM 21-TRATA-UM-VENDEDOR
                  UNTIL NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE WS-QT-LIDOS         TO WS-QT-ED1
              MOVE WS-QT-GRAVADOS      TO WS-QT-ED2
              MOVE WS-QT-JA-EXISTENTES TO WS-QT-ED3
              STRING "Lidos: " WS-QT-ED1
                     " Periodos Gravados: " WS-QT-ED2
                     " Ja Existentes: " WS-QT-ED3
                     DELIMITED BY SIZE INTO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           END-IF.
       2-SAIDA.
           EXIT.
      *
       21-TRATA-UM-VENDEDOR SECTION.
      *--------------------
      * VENDEDOR SEM NENHUM PERIODO GANHA UM PERIODO DESDE SEMPRE
      * COM A EQUIPE DO CADASTRO
       21.
           READ ARQ-VENDEDOR NEXT.
           IF WS-OPERACAO-BEM-SUCEDIDA
              ADD 1 TO WS-QT-LIDOS
              MOVE FOR-CD-EMPRESA  TO WS-HEQ-CD-EMPRESA
              MOVE FOR-CD-VENDEDOR TO WS-HEQ-CD-VENDEDOR
              PERFORM 99-BUSCA-ULTIMO-PERIODO
              IF WS-HEQ-ACHOU
                 ADD 1 TO WS-QT-JA-EXISTENTES
              ELSE
                 MOVE ZEROS             TO HEQ-DT-INICIO
                 MOVE 99999999          TO HEQ-DT-FIM
                 MOVE FOR-CD-SUPERVISOR TO HEQ-CD-SUPERVISOR
                 MOVE FOR-CD-REGIAO     TO HEQ-CD-REGIAO
                 MOVE "S"               TO HEQ-TP-ORIGEM
                 MOVE LK-CD-USUARIO     TO WS-HEQ-CD-USUARIO
                 PERFORM 99-GRAVA-PERIODO-EQUIPE
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    ADD 1 TO WS-QT-GRAVADOS
                 END-IF
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
       21-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           IF NOT WS-FIM-ARQUIVO
              CLOSE ARQ-VENDEDOR
              PERFORM 99-FECHA-HISTEQUIPE
           END-IF.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
      *
      * SOBREPOE OS NOMES DOS ARQUIVOS COM OS VALORES DO ARQUIVO
      * CENTRAL DE CONFIGURACAO (GV-CONFIG.PAR), QUANDO PRESENTES
       99-LE-CONFIGURACAO.
           MOVE "ARQ-VENDEDOR" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-VENDEDOR
           END-IF.
      *
       990-CONSULTA-CONFIG.
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
      *
       COPY GV-HISTEQPPD.CPY.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-INICIAEQUIPE" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
