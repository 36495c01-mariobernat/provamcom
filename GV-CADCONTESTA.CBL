000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-CADCONTESTA.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Contestacoes de Comissao dos Representantes
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Registro das contestacoes que os representantes fazem
      *     sobre o demonstrativo (venda faltando, faixa errada,
      *     estorno contestado, rateio do secundario) por vendedor e
      *     competencia, em GV-CONTESTA.DAT, com o fluxo aberta ->
      *     em analise -> aceita ou rejeitada e a nota de resolucao.
      *     A contestacao aceita gera o ajuste manual correspondente
      *     em GV-AJUSTE.DAT (tipo "CTS", nota com o numero da
      *     contestacao), que o fechamento dobra no historico como
      *     qualquer ajuste; a sequencia do ajuste fica gravada na
      *     contestacao. Nada mais de acerto por e-mail nem de ajuste
      *     sem explicacao.
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
           SELECT ARQ-CONTESTACAO ASSIGN TO DISK WID-ARQ-CONTESTACAO
             organization       is indexed
             access mode        is dynamic
             record key         is CTS-CHAVE-CONTESTACAO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-AJUSTE ASSIGN TO DISK WID-ARQ-AJUSTE
             organization       is indexed
             access mode        is dynamic
             record key         is AJU-CHAVE-AJUSTE
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
             organization       is indexed
             access mode        is dynamic
             record key         is FOR-CHAVE-VENDEDOR
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-CONTESTA.CPY.
       COPY GV-AJUSTE.CPY.
       COPY GV-CADVEN.CPY.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-CONTESTACAO    PIC X(16) VALUE "GV-CONTESTA.DAT".
           03 WID-ARQ-AJUSTE         PIC X(15) VALUE "GV-AJUSTE.DAT".
           03 WID-ARQ-VENDEDOR       PIC X(60) VALUE "GV-VENDEDOR.DAT".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-OPCAO               PIC 9(01) VALUE ZEROS.
              88 WS-ABERTURA                   VALUE 1.
              88 WS-ANALISE                    VALUE 2.
              88 WS-RESOLUCAO                  VALUE 3.
              88 WS-CONSULTA                   VALUE 4.
              88 WS-FIM-PROGRAMA               VALUE 0 9.
           03 WS-MENSAGEM            PIC X(68).
           03 WS-RESPOSTA            PIC X(01).
              88 WS-SIM                        VALUE "S" "s".
           03 WS-FINAL-ARQUIVO       PIC X(01) VALUE SPACE.
              88 WS-FIM-ARQUIVO                VALUE "F".
           03 WS-CD-EMPRESA          PIC 9(02) VALUE ZEROS.
           03 WS-CD-VENDEDOR         PIC 9(07) VALUE ZEROS.
           03 WS-NR-COMPETENCIA      PIC 9(06) VALUE ZEROS.
           03 WS-NR-MES-COMPETENCIA  PIC 9(02) VALUE ZEROS.
           03 WS-NR-SEQUENCIA        PIC 9(03) VALUE ZEROS.
           03 WS-NR-SEQ-AJUSTE       PIC 9(03) VALUE ZEROS.
           03 WS-NM-VENDEDOR         PIC X(40) VALUE SPACES.
      *
      * DADOS DA CONTESTACAO EM TELA
           03 WS-VL-CONTESTADO       PIC ZZZZZZZZZZZZ9,99.
           03 WS-VL-CONTESTADO-NUM   PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-TP-MOTIVO           PIC X(03) VALUE SPACES.
              88 WS-MOTIVO-VALIDO              VALUE "VND" "FXA"
                                                     "EST" "SPL"
                                                     "OUT".
           03 WS-DS-RECLAMACAO       PIC X(60) VALUE SPACES.
           03 WS-DS-SITUACAO         PIC X(12) VALUE SPACES.
           03 WS-CD-USUARIO-ABERTURA PIC X(08) VALUE SPACES.
           03 WS-DT-ABERTURA-ED      PIC X(10) VALUE SPACES.
           03 WS-IN-DECISAO          PIC X(01) VALUE SPACE.
              88 WS-DECISAO-ACEITA             VALUE "C" "c".
              88 WS-DECISAO-REJEITA            VALUE "R" "r".
           03 WS-VL-ACEITO           PIC ZZZZZZZZZZZZ9,99.
           03 WS-VL-ACEITO-NUM       PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-IN-SINAL            PIC X(01) VALUE SPACE.
              88 WS-SINAL-VALIDO               VALUE "C" "D".
           03 WS-DS-RESOLUCAO        PIC X(60) VALUE SPACES.
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
           03 LINE 02 COL 25 VALUE "                                ".
      *
       01  SST-CADASTRO-CONTESTACAO.
           03 LINE 02 COL 25 VALUE "Contestacoes de Comissao".
           03 LINE 05 COL 08 VALUE "Informe a Opcao: ".
           03 OPCAO LINE 05 COL 26 PIC 9 USING WS-OPCAO AUTO.
           03 LINE 05 COL 28 VALUE
              "(1-Abre, 2-Em Analise, 3-Resolve, 4-Consulta)".
      *
       01  SST-CHAVE-CONTESTACAO.
           03 LINE 07 COL 07 VALUE "            Empresa: ".
           03 LINE 07 COL 28 USING WS-CD-EMPRESA.
           03 LINE 08 COL 07 VALUE " Codigo do Vendedor: ".
           03 LINE 08 COL 28 USING WS-CD-VENDEDOR.
           03 LINE 09 COL 07 VALUE "Competencia (AAAAMM): ".
           03 LINE 09 COL 29 USING WS-NR-COMPETENCIA.
      *
       01  SST-NR-SEQUENCIA.
           03 LINE 10 COL 07 VALUE "Nr. da Contestacao : ".
           03 LINE 10 COL 28 USING WS-NR-SEQUENCIA.
      *
       01  SST-MOSTRA-VENDEDOR.
           03 LINE 08 COL 37 PIC X(040) FROM WS-NM-VENDEDOR.
      *
       01  SST-DADOS-CONTESTACAO.
           03 LINE 11 COL 07 VALUE "   Valor Contestado: ".
           03 LINE 11 COL 28 USING WS-VL-CONTESTADO.
           03 LINE 12 COL 07 VALUE
              "Motivo (VND Venda Ausente, FXA Faixa, EST Estorno,".
           03 LINE 12 COL 57 VALUE "SPL Rateio, OUT)".
           03 LINE 13 COL 07 VALUE "             Motivo: ".
           03 LINE 13 COL 28 USING WS-TP-MOTIVO.
           03 LINE 14 COL 07 VALUE "Reclamacao: ".
           03 LINE 14 COL 19 USING WS-DS-RECLAMACAO.
      *
       01  SST-MOSTRA-CONTESTACAO.
           03 LINE 11 COL 07 VALUE "   Valor Contestado: ".
           03 LINE 11 COL 28 PIC ZZZZZZZZZZZZ9,99
                             FROM WS-VL-CONTESTADO-NUM.
           03 LINE 13 COL 07 VALUE "             Motivo: ".
           03 LINE 13 COL 28 PIC X(03) FROM WS-TP-MOTIVO.
           03 LINE 14 COL 07 VALUE "Reclamacao: ".
           03 LINE 14 COL 19 PIC X(60) FROM WS-DS-RECLAMACAO.
           03 LINE 15 COL 07 VALUE "           Situacao: ".
           03 LINE 15 COL 28 PIC X(12) FROM WS-DS-SITUACAO.
           03 LINE 15 COL 42 VALUE "Aberta por ".
           03 LINE 15 COL 53 PIC X(08) FROM WS-CD-USUARIO-ABERTURA.
           03 LINE 15 COL 62 VALUE "em ".
           03 LINE 15 COL 65 PIC X(10) FROM WS-DT-ABERTURA-ED.
      *
       01  SST-MOSTRA-RESOLUCAO.
           03 LINE 17 COL 07 VALUE "       Valor Aceito: ".
           03 LINE 17 COL 28 PIC ZZZZZZZZZZZZ9,99
                             FROM WS-VL-ACEITO-NUM.
           03 LINE 17 COL 46 VALUE "Sinal: ".
           03 LINE 17 COL 53 PIC X(01) FROM WS-IN-SINAL.
           03 LINE 17 COL 56 VALUE "Ajuste Seq.: ".
           03 LINE 17 COL 69 PIC 9(03) FROM WS-NR-SEQ-AJUSTE.
           03 LINE 18 COL 07 VALUE "Resolucao: ".
           03 LINE 18 COL 19 PIC X(60) FROM WS-DS-RESOLUCAO.
      *
       01  SST-DADOS-RESOLUCAO.
           03 LINE 16 COL 07 VALUE "Decisao (C Aceita/R Rejeita): ".
           03 LINE 16 COL 37 USING WS-IN-DECISAO.
           03 LINE 17 COL 07 VALUE "       Valor Aceito: ".
           03 LINE 17 COL 28 USING WS-VL-ACEITO.
           03 LINE 17 COL 46 VALUE "Sinal (C Cred/D Deb): ".
           03 LINE 17 COL 68 USING WS-IN-SINAL.
           03 LINE 18 COL 07 VALUE "Resolucao: ".
           03 LINE 18 COL 19 USING WS-DS-RESOLUCAO.
      *
       01  SST-CONFIRMA.
           03 LINE 20 COL 07 VALUE "Confirma (S/N) ? ".
           03 LINE 20 COL 24 PIC X USING WS-RESPOSTA AUTO.
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
           OPEN I-O ARQ-CONTESTACAO.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              IF WS-ESTADO-ARQUIVO EQUAL "35"
                 CLOSE ARQ-CONTESTACAO
                 OPEN OUTPUT ARQ-CONTESTACAO
                 CLOSE ARQ-CONTESTACAO
                 OPEN I-O ARQ-CONTESTACAO
              ELSE
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-CONTESTACAO TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Arquivo de Contestacoes Indisponivel."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM.
           IF NOT WS-FIM-ARQUIVO
              OPEN I-O ARQ-AJUSTE
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 IF WS-ESTADO-ARQUIVO EQUAL "35"
                    CLOSE ARQ-AJUSTE
                    OPEN OUTPUT ARQ-AJUSTE
                    CLOSE ARQ-AJUSTE
                    OPEN I-O ARQ-AJUSTE
                 ELSE
                    MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                    MOVE WID-ARQ-AJUSTE TO WS-ERR-NM-ARQUIVO
                    PERFORM 99-REGISTRA-ERRO
                    CLOSE ARQ-CONTESTACAO
                    MOVE "F" TO WS-FINAL-ARQUIVO
                    MOVE "Arquivo de Ajustes Indisponivel."
                                                      TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM.
           IF NOT WS-FIM-ARQUIVO
              OPEN INPUT ARQ-VENDEDOR
              MOVE "00" TO WS-ESTADO-ARQUIVO.
       1-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           DISPLAY SST-LIMPA-TELA.
           ACCEPT SST-CADASTRO-CONTESTACAO.
           IF  WS-ABERTURA
               PERFORM 21-ABRE-CONTESTACAO.
           IF  WS-ANALISE
               PERFORM 22-INICIA-ANALISE.
           IF  WS-RESOLUCAO
               PERFORM 23-RESOLVE-CONTESTACAO.
           IF  WS-CONSULTA
               PERFORM 24-CONSULTA-CONTESTACAO.
       2-SAIDA.
           EXIT.
      *
       21-ABRE-CONTESTACAO SECTION.
      *-------------------
       21.
           ACCEPT SST-CHAVE-CONTESTACAO.
           MOVE WS-NR-COMPETENCIA(5:2) TO WS-NR-MES-COMPETENCIA.
           IF WS-CD-EMPRESA EQUAL ZEROS
              MOVE 1 TO WS-CD-EMPRESA.
           IF WS-CD-VENDEDOR EQUAL ZEROS
           OR WS-NR-MES-COMPETENCIA LESS 1
           OR WS-NR-MES-COMPETENCIA GREATER 12
              MOVE "Vendedor e Competencia Valida sao Obrigatorios."
                                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              PERFORM 99-BUSCA-VENDEDOR
              IF WS-NM-VENDEDOR EQUAL SPACES
                 MOVE "Vendedor Inexistente no Cadastro."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 DISPLAY SST-MOSTRA-VENDEDOR
                 MOVE ZEROS  TO WS-VL-CONTESTADO
                 MOVE SPACES TO WS-TP-MOTIVO
                                WS-DS-RECLAMACAO
                 ACCEPT SST-DADOS-CONTESTACAO
                 MOVE WS-VL-CONTESTADO TO WS-VL-CONTESTADO-NUM
                 IF WS-VL-CONTESTADO-NUM EQUAL ZEROS
                 OR NOT WS-MOTIVO-VALIDO
                 OR WS-DS-RECLAMACAO EQUAL SPACES
                    MOVE "Valor, Motivo e Reclamacao sao Obrigatorios."
                                                      TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                 ELSE
                    PERFORM 99-CONFIRMA
                    IF WS-SIM
                       PERFORM 211-GRAVA-ABERTURA
                    END-IF
                 END-IF
              END-IF
           END-IF.
       21-SAIDA.
           EXIT.
      *
       211-GRAVA-ABERTURA SECTION.
       211.
           PERFORM 99-PROXIMA-SEQUENCIA.
           MOVE WS-CD-EMPRESA        TO CTS-CD-EMPRESA.
           MOVE WS-CD-VENDEDOR       TO CTS-CD-VENDEDOR.
           MOVE WS-NR-COMPETENCIA    TO CTS-NR-COMPETENCIA.
           MOVE WS-NR-SEQUENCIA      TO CTS-NR-SEQUENCIA.
           MOVE WS-VL-CONTESTADO-NUM TO CTS-VL-CONTESTADO.
           MOVE WS-TP-MOTIVO         TO CTS-TP-MOTIVO.
           MOVE WS-DS-RECLAMACAO     TO CTS-DS-RECLAMACAO.
           MOVE LK-CD-USUARIO        TO CTS-CD-USUARIO-ABERTURA.
           ACCEPT CTS-DT-ABERTURA FROM DATE YYYYMMDD.
           MOVE "A"                  TO CTS-SITUACAO.
           MOVE SPACES               TO CTS-CD-USUARIO-ANALISE
                                        CTS-CD-USUARIO-RESOLUCAO
                                        CTS-DS-RESOLUCAO
                                        CTS-IN-SINAL-AJUSTE.
           MOVE ZEROS                TO CTS-DT-ANALISE
                                        CTS-DT-RESOLUCAO
                                        CTS-VL-ACEITO
                                        CTS-NR-SEQ-AJUSTE.
           WRITE CTS-REGISTRO-CONTESTACAO.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE SPACES TO WS-MENSAGEM
              STRING "Contestacao Aberta sob o Numero " WS-NR-SEQUENCIA
                     "." DELIMITED BY SIZE INTO WS-MENSAGEM
           ELSE
              MOVE "211-GRAVA-ABERTURA" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CONTESTACAO TO WS-ERR-NM-ARQUIVO
              MOVE CTS-CHAVE-CONTESTACAO TO WS-ERR-DS-CHAVE
              PERFORM 99-REGISTRA-ERRO
              MOVE "00" TO WS-ESTADO-ARQUIVO
              MOVE "Erro na Gravacao da Contestacao." TO WS-MENSAGEM
           END-IF.
           PERFORM 99-MENSAGEM.
       211-SAIDA.
           EXIT.
      *
       22-INICIA-ANALISE SECTION.
      *-----------------
       22.
           PERFORM 99-LOCALIZA-CONTESTACAO.
           IF WS-OPERACAO-BEM-SUCEDIDA
              IF NOT CTS-SIT-ABERTA
                 MOVE "Somente Contestacao Aberta Entra em Analise."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 PERFORM 99-CONFIRMA
                 IF WS-SIM
                    MOVE "E"           TO CTS-SITUACAO
                    MOVE LK-CD-USUARIO TO CTS-CD-USUARIO-ANALISE
                    ACCEPT CTS-DT-ANALISE FROM DATE YYYYMMDD
                    REWRITE CTS-REGISTRO-CONTESTACAO
                    MOVE "Contestacao em Analise." TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                 END-IF
              END-IF
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       22-SAIDA.
           EXIT.
      *
       23-RESOLVE-CONTESTACAO SECTION.
      *----------------------
      * ACEITA (COM O VALOR RECONHECIDO, QUE PODE SER PARCIAL) OU
      * REJEITADA, SEMPRE COM NOTA; SO APOS GRAVAR O AJUSTE A
      * CONTESTACAO PASSA A ACEITA
       23.
           PERFORM 99-LOCALIZA-CONTESTACAO.
           IF WS-OPERACAO-BEM-SUCEDIDA
              IF NOT CTS-SIT-PENDENTE
                 MOVE "Contestacao ja Resolvida." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 MOVE SPACE  TO WS-IN-DECISAO
                 MOVE "C"    TO WS-IN-SINAL
                 MOVE SPACES TO WS-DS-RESOLUCAO
                 MOVE CTS-VL-CONTESTADO TO WS-VL-ACEITO
                 ACCEPT SST-DADOS-RESOLUCAO
                 MOVE WS-VL-ACEITO TO WS-VL-ACEITO-NUM
                 IF WS-DS-RESOLUCAO EQUAL SPACES
                 OR (NOT WS-DECISAO-ACEITA AND NOT WS-DECISAO-REJEITA)
                    MOVE "Decisao (C/R) e Nota sao Obrigatorias."
                                                      TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                 ELSE
                    IF  WS-DECISAO-ACEITA
                    AND (WS-VL-ACEITO-NUM EQUAL ZEROS
                    OR   NOT WS-SINAL-VALIDO)
                       MOVE "Aceite Exige Valor e Sinal (C/D)."
                                                      TO WS-MENSAGEM
                       PERFORM 99-MENSAGEM
                    ELSE
                       PERFORM 99-CONFIRMA
                       IF WS-SIM
                          PERFORM 231-GRAVA-RESOLUCAO
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       23-SAIDA.
           EXIT.
      *
       231-GRAVA-RESOLUCAO SECTION.
       231.
           MOVE ZEROS TO WS-NR-SEQ-AJUSTE.
           IF WS-DECISAO-ACEITA
              PERFORM 2311-GERA-AJUSTE.
           IF WS-DECISAO-REJEITA
           OR WS-NR-SEQ-AJUSTE GREATER ZEROS
              MOVE LK-CD-USUARIO   TO CTS-CD-USUARIO-RESOLUCAO
              ACCEPT CTS-DT-RESOLUCAO FROM DATE YYYYMMDD
              MOVE WS-DS-RESOLUCAO TO CTS-DS-RESOLUCAO
              IF WS-DECISAO-ACEITA
                 MOVE "C"              TO CTS-SITUACAO
                 MOVE WS-VL-ACEITO-NUM TO CTS-VL-ACEITO
                 MOVE WS-IN-SINAL      TO CTS-IN-SINAL-AJUSTE
                 MOVE WS-NR-SEQ-AJUSTE TO CTS-NR-SEQ-AJUSTE
                 MOVE SPACES TO WS-MENSAGEM
                 STRING "Contestacao Aceita - Ajuste " WS-NR-SEQ-AJUSTE
                        " Lancado para o Fechamento."
                        DELIMITED BY SIZE INTO WS-MENSAGEM
              ELSE
                 MOVE "R" TO CTS-SITUACAO
                 MOVE "Contestacao Rejeitada." TO WS-MENSAGEM
              END-IF
              REWRITE CTS-REGISTRO-CONTESTACAO
           ELSE
              MOVE "Erro na Gravacao do Ajuste - Contestacao Mantida."
                                                      TO WS-MENSAGEM
           END-IF.
           PERFORM 99-MENSAGEM.
       231-SAIDA.
           EXIT.
      *
       2311-GERA-AJUSTE SECTION.
      * MESMA CHAVE EMPRESA/VENDEDOR/COMPETENCIA DA CONTESTACAO, NA
      * PROXIMA SEQUENCIA LIVRE DE GV-AJUSTE.DAT (LEITURA REVERSA,
      * COMO EM GV-CADAJUSTE)
       2311.
           MOVE 1 TO WS-NR-SEQ-AJUSTE.
           MOVE CTS-CD-EMPRESA     TO AJU-CD-EMPRESA.
           MOVE CTS-CD-VENDEDOR    TO AJU-CD-VENDEDOR.
           MOVE CTS-NR-COMPETENCIA TO AJU-NR-COMPETENCIA.
           MOVE 999                TO AJU-NR-SEQUENCIA.
           START ARQ-AJUSTE KEY NOT GREATER AJU-CHAVE-AJUSTE.
           IF WS-OPERACAO-BEM-SUCEDIDA
              READ ARQ-AJUSTE PREVIOUS
              IF  WS-OPERACAO-BEM-SUCEDIDA
              AND AJU-CD-EMPRESA     EQUAL CTS-CD-EMPRESA
              AND AJU-CD-VENDEDOR    EQUAL CTS-CD-VENDEDOR
              AND AJU-NR-COMPETENCIA EQUAL CTS-NR-COMPETENCIA
                 COMPUTE WS-NR-SEQ-AJUSTE = AJU-NR-SEQUENCIA + 1
              END-IF
           END-IF.
           MOVE CTS-CD-EMPRESA     TO AJU-CD-EMPRESA.
           MOVE CTS-CD-VENDEDOR    TO AJU-CD-VENDEDOR.
           MOVE CTS-NR-COMPETENCIA TO AJU-NR-COMPETENCIA.
           MOVE WS-NR-SEQ-AJUSTE   TO AJU-NR-SEQUENCIA.
           MOVE "CTS"              TO AJU-TP-AJUSTE.
           MOVE WS-IN-SINAL        TO AJU-IN-SINAL.
           MOVE WS-VL-ACEITO-NUM   TO AJU-VL-AJUSTE.
           MOVE SPACES             TO AJU-DS-NOTA.
           STRING "CONTESTACAO " CTS-NR-SEQUENCIA " - "
                  WS-DS-RESOLUCAO
                  DELIMITED BY SIZE INTO AJU-DS-NOTA.
           MOVE LK-CD-USUARIO      TO AJU-CD-USUARIO.
           ACCEPT AJU-DT-INCLUSAO FROM DATE YYYYMMDD.
           MOVE "N"                TO AJU-IN-PROCESSADO.
           MOVE "00"               TO WS-ESTADO-ARQUIVO.
           WRITE AJU-REGISTRO-AJUSTE.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "2311-GERA-AJUSTE" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-AJUSTE TO WS-ERR-NM-ARQUIVO
              MOVE AJU-CHAVE-AJUSTE TO WS-ERR-DS-CHAVE
              PERFORM 99-REGISTRA-ERRO
              MOVE ZEROS TO WS-NR-SEQ-AJUSTE.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       2311-SAIDA.
           EXIT.
      *
       24-CONSULTA-CONTESTACAO SECTION.
      *-----------------------
       24.
           PERFORM 99-LOCALIZA-CONTESTACAO.
           IF WS-OPERACAO-BEM-SUCEDIDA
              IF NOT CTS-SIT-PENDENTE
                 MOVE CTS-VL-ACEITO       TO WS-VL-ACEITO-NUM
                 MOVE CTS-IN-SINAL-AJUSTE TO WS-IN-SINAL
                 MOVE CTS-NR-SEQ-AJUSTE   TO WS-NR-SEQ-AJUSTE
                 MOVE CTS-DS-RESOLUCAO    TO WS-DS-RESOLUCAO
                 DISPLAY SST-MOSTRA-RESOLUCAO
              END-IF
              MOVE "Consulta Concluida." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       24-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           IF NOT WS-FIM-ARQUIVO
              CLOSE ARQ-CONTESTACAO
                    ARQ-AJUSTE
                    ARQ-VENDEDOR.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
      *
       99-BUSCA-VENDEDOR.
           MOVE SPACES TO WS-NM-VENDEDOR.
           MOVE WS-CD-EMPRESA  TO FOR-CD-EMPRESA.
           MOVE WS-CD-VENDEDOR TO FOR-CD-VENDEDOR.
           READ ARQ-VENDEDOR.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE FOR-NM-VENDEDOR TO WS-NM-VENDEDOR.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
      * LE A CONTESTACAO PELA CHAVE INFORMADA E EXIBE OS DADOS;
      * SAI COM O STATUS DA LEITURA
       99-LOCALIZA-CONTESTACAO.
           ACCEPT SST-CHAVE-CONTESTACAO
           IF WS-CD-EMPRESA EQUAL ZEROS
              MOVE 1 TO WS-CD-EMPRESA
           END-IF
           MOVE ZEROS TO WS-NR-SEQUENCIA
           ACCEPT SST-NR-SEQUENCIA
           MOVE WS-CD-EMPRESA     TO CTS-CD-EMPRESA
           MOVE WS-CD-VENDEDOR    TO CTS-CD-VENDEDOR
           MOVE WS-NR-COMPETENCIA TO CTS-NR-COMPETENCIA
           MOVE WS-NR-SEQUENCIA   TO CTS-NR-SEQUENCIA
           READ ARQ-CONTESTACAO
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "Contestacao nao Encontrada." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              MOVE "23" TO WS-ESTADO-ARQUIVO
           ELSE
              PERFORM 99-BUSCA-VENDEDOR
              DISPLAY SST-MOSTRA-VENDEDOR
              MOVE CTS-VL-CONTESTADO       TO WS-VL-CONTESTADO-NUM
              MOVE CTS-TP-MOTIVO           TO WS-TP-MOTIVO
              MOVE CTS-DS-RECLAMACAO       TO WS-DS-RECLAMACAO
              MOVE CTS-CD-USUARIO-ABERTURA TO WS-CD-USUARIO-ABERTURA
              MOVE SPACES TO WS-DT-ABERTURA-ED
              STRING CTS-DT-ABERTURA(7:2) "/" CTS-DT-ABERTURA(5:2) "/"
                     CTS-DT-ABERTURA(1:4)
                     DELIMITED BY SIZE INTO WS-DT-ABERTURA-ED
              IF CTS-SIT-ABERTA
                 MOVE "ABERTA"      TO WS-DS-SITUACAO
              END-IF
              IF CTS-SIT-EM-ANALISE
                 MOVE "EM ANALISE"  TO WS-DS-SITUACAO
              END-IF
              IF CTS-SIT-ACEITA
                 MOVE "ACEITA"      TO WS-DS-SITUACAO
              END-IF
              IF CTS-SIT-REJEITADA
                 MOVE "REJEITADA"   TO WS-DS-SITUACAO
              END-IF
              DISPLAY SST-MOSTRA-CONTESTACAO
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
      *
      * PROXIMA SEQUENCIA LIVRE DO VENDEDOR/COMPETENCIA (LEITURA
      * REVERSA PELA CHAVE)
       99-PROXIMA-SEQUENCIA.
           MOVE 1 TO WS-NR-SEQUENCIA.
           MOVE WS-CD-EMPRESA     TO CTS-CD-EMPRESA.
           MOVE WS-CD-VENDEDOR    TO CTS-CD-VENDEDOR.
           MOVE WS-NR-COMPETENCIA TO CTS-NR-COMPETENCIA.
           MOVE 999               TO CTS-NR-SEQUENCIA.
           START ARQ-CONTESTACAO KEY NOT GREATER CTS-CHAVE-CONTESTACAO.
           IF WS-OPERACAO-BEM-SUCEDIDA
              READ ARQ-CONTESTACAO PREVIOUS
              IF  WS-OPERACAO-BEM-SUCEDIDA
              AND CTS-CD-EMPRESA     EQUAL WS-CD-EMPRESA
              AND CTS-CD-VENDEDOR    EQUAL WS-CD-VENDEDOR
              AND CTS-NR-COMPETENCIA EQUAL WS-NR-COMPETENCIA
                 COMPUTE WS-NR-SEQUENCIA = CTS-NR-SEQUENCIA + 1
              END-IF
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
       99-CONFIRMA.
           MOVE "N" TO WS-RESPOSTA.
           ACCEPT SST-CONFIRMA.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-CADCONTESTA" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
