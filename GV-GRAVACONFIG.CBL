      *     linhas e os comentarios. Criado para a troca automatica
      *     do modo de operacao (MODO-OPERACAO) pela cadeia em lote
      *     e pela tela de modo de operacao (GV-MODOOPER).
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Cada alteracao efetiva grava
      *                   GV-CFGHIST.LOG com valor anterior e novo,
      *                   operador, programa e motivo (novos campos da
      *                   area GV-GRAVACFGWS).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ARQ-CONFIG ASSIGN TO DISK WID-ARQ-CONFIG
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-CFGHIST ASSIGN TO DISK WID-ARQ-CFGHIST
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CONFIG
           LABEL RECORD IS STANDARD.
       01  CFG-LINHA                 PIC X(090).
      *
       COPY GV-CFGHIST.CPY.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-CONFIG         PIC X(15) VALUE "GV-CONFIG.PAR".
           03 WID-ARQ-CFGHIST        PIC X(15) VALUE "GV-CFGHIST.LOG".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
              88 WS-CHAVE-ACHADA               VALUE "S".
           03 WS-CHAVE-LINHA         PIC X(020).
           03 WS-VALOR-LINHA         PIC X(060).
           03 WS-VL-ANTERIOR         PIC X(060) VALUE SPACES.
           03 WS-QT-LINHAS           PIC 9(03) VALUE ZEROS.
           03 WS-IX-LINHA            PIC 9(03) VALUE ZEROS.
      *
       01  LKG-PARAMETROS.
           03 LKG-CHAVE              PIC X(020).
           03 LKG-VALOR              PIC X(060).
           03 LKG-CD-USUARIO         PIC X(008).
           03 LKG-NM-PROGRAMA        PIC X(015).
           03 LKG-DS-MOTIVO          PIC X(040).
      *
       PROCEDURE DIVISION USING LKG-PARAMETROS.
      *
              MOVE CFG-LINHA TO WS-TAB-LINHA(WS-QT-LINHAS)
           END-IF.
           PERFORM 2-REGRAVA-ARQUIVO.
           IF NOT WS-CHAVE-ACHADA
           OR WS-VL-ANTERIOR NOT EQUAL LKG-VALOR
              PERFORM 3-GRAVA-HISTORICO.
       0-SAIDA.
           EXIT PROGRAM.
      *
           MOVE ZEROS  TO WS-QT-LINHAS.
           MOVE "N"    TO WS-IND-ACHOU.
           MOVE SPACE  TO WS-FINAL-ARQUIVO.
           MOVE SPACES TO WS-VL-ANTERIOR.
           OPEN INPUT ARQ-CONFIG.
           IF WS-OPERACAO-BEM-SUCEDIDA
              PERFORM 11-TRATA-UMA-LINHA
                     INTO WS-CHAVE-LINHA WS-VALOR-LINHA
                 IF WS-CHAVE-LINHA EQUAL LKG-CHAVE
                    MOVE "S" TO WS-IND-ACHOU
                    MOVE WS-VALOR-LINHA TO WS-VL-ANTERIOR
                    PERFORM 99-MONTA-LINHA-CHAVE
                 END-IF
              END-IF
           WRITE CFG-LINHA.
       21-SAIDA.
           EXIT.
      *
       3-GRAVA-HISTORICO SECTION.
      *-----------------
      * UMA LINHA NO HISTORICO POR ALTERACAO EFETIVA; A PRIMEIRA
      * GRAVACAO CRIA O ARQUIVO
       3.
           OPEN EXTEND ARQ-CFGHIST.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
           AND WS-ESTADO-ARQUIVO EQUAL "35"
              CLOSE ARQ-CFGHIST
              OPEN OUTPUT ARQ-CFGHIST
           END-IF.
           IF WS-OPERACAO-BEM-SUCEDIDA
              ACCEPT HCF-DT-ALTERACAO FROM DATE YYYYMMDD
              ACCEPT HCF-HR-ALTERACAO FROM TIME
              MOVE LKG-CD-USUARIO  TO HCF-CD-USUARIO
              MOVE LKG-NM-PROGRAMA TO HCF-NM-PROGRAMA
              MOVE LKG-CHAVE       TO HCF-CHAVE
              MOVE "N"             TO HCF-IN-CHAVE-NOVA
              IF NOT WS-CHAVE-ACHADA
                 MOVE "S"          TO HCF-IN-CHAVE-NOVA
              END-IF
              MOVE WS-VL-ANTERIOR  TO HCF-VL-ANTERIOR
              MOVE LKG-VALOR       TO HCF-VL-NOVO
              MOVE LKG-DS-MOTIVO   TO HCF-DS-MOTIVO
              WRITE HCF-REGISTRO
              CLOSE ARQ-CFGHIST
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       3-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
