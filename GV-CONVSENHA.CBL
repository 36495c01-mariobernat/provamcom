000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-CONVSENHA.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Conversao do Cadastro de Usuarios para Senha com
      *             Hash
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Rotina de execucao unica que acompanha a passagem da
      *     senha em claro para salt + hash (GV-HASHSENHA). Chamada
      *     pelo VENDAS00 quando GV-USUARIO.DAT ainda esta no
      *     layout antigo (abertura recusada com estado 39):
      *       - le o cadastro antigo e grava cada usuario no layout
      *         novo num arquivo de trabalho, com salt sorteado, o
      *         hash da senha atual, contador de falhas zerado e a
      *         conta desbloqueada - troca de senha forcada e data
      *         da ultima troca sao preservadas;
      *       - recria GV-USUARIO.DAT no layout novo a partir do
      *         arquivo de trabalho e apaga o arquivo de trabalho.
      *     Se a recriacao falhar, o arquivo de trabalho e mantido
      *     para a recuperacao manual. Qualquer erro devolve "E" em
      *     LK-CD-RETORNO e o login nao prossegue.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Converte tambem o layout com hash
      *                   sem a permissao de dados pessoais, que nasce
      *                   "S" so para quem tem todas as permissoes.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-USUARIO-ANT ASSIGN TO DISK WID-ARQ-USUARIO
             organization       is indexed
             access mode        is dynamic
             record key         is ANT-CD-USUARIO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-USUARIO-HASH ASSIGN TO DISK WID-ARQ-USUARIO
             organization       is indexed
             access mode        is dynamic
             record key         is HSA-CD-USUARIO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-USUARIO ASSIGN TO DISK WID-ARQ-USUARIO
             organization       is indexed
             access mode        is dynamic
             record key         is USU-CD-USUARIO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-TRABALHO ASSIGN TO DISK WID-ARQ-TRABALHO
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      * LAYOUT ANTERIOR DE GV-USUARIO.DAT - SENHA EM CLARO
       FD  ARQ-USUARIO-ANT
           LABEL RECORD IS STANDARD.
       01  ANT-REGISTRO.
           03 ANT-CD-USUARIO         PIC X(008).
           03 ANT-SENHA              PIC X(008).
           03 ANT-NM-USUARIO         PIC X(020).
           03 ANT-PERMISSOES         PIC X(008).
           03 ANT-SITUACAO           PIC X(001).
           03 ANT-IND-TROCA-SENHA    PIC X(001).
           03 ANT-DT-ULTIMA-TROCA    PIC 9(008).
      *
      * LAYOUT COM SALT E HASH, ANTERIOR A PERMISSAO DE DADOS
      * PESSOAIS - MESMOS CAMPOS DE USU-REGISTRO ATE USU-DT-BLOQUEIO
       FD  ARQ-USUARIO-HASH
           LABEL RECORD IS STANDARD.
       01  HSA-REGISTRO.
           03 HSA-CD-USUARIO         PIC X(008).
           03 HSA-DEMAIS-CAMPOS      PIC X(075).
      *
       COPY GV-CADUSU.CPY.
      *
      * ARQUIVO DE TRABALHO - USUARIOS JA NO LAYOUT NOVO
       FD  ARQ-TRABALHO
           LABEL RECORD IS STANDARD.
       01  TRB-REGISTRO              PIC X(084).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-USUARIO        PIC X(15) VALUE "GV-USUARIO.DAT".
           03 WID-ARQ-TRABALHO       PIC X(15) VALUE "GV-USUARIO.TMP".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-FINAL-ARQUIVO       PIC X(01) VALUE SPACE.
              88 WS-FIM-ARQUIVO                VALUE "F".
           03 WS-IND-ERRO            PIC X(01) VALUE "N".
           03 WS-TP-LAYOUT-ANT       PIC X(01) VALUE "C".
              88 WS-LAYOUT-SENHA-CLARO         VALUE "C".
              88 WS-HOUVE-ERRO                 VALUE "S".
           03 WS-MENSAGEM            PIC X(68).
           03 WS-QT-CONVERTIDOS      PIC 9(05) VALUE ZEROS.
           03 WS-QT-RECARREGADOS     PIC 9(05) VALUE ZEROS.
           03 WS-ED-QT-CONVERTIDOS   PIC ZZZZ9.
      *
       COPY GV-HASHWS.CPY.
      *
       COPY GV-LINKAGE.
      *
       SCREEN SECTION.
      *
       01  SST-MENSAGEM.
           03 LINE 22 COL 11 USING WS-MENSAGEM.
      *
       PROCEDURE DIVISION USING LINKAGE-DADOS.
      *
       0-MODULO-CONTROLE SECTION.
      *-----------------
       0.
           MOVE SPACE TO LK-CD-RETORNO.
           PERFORM 1-CONVERTE-USUARIOS.
           IF NOT WS-HOUVE-ERRO
              PERFORM 2-RECRIA-CADASTRO.
           PERFORM 3-MODULO-FINAL.
       0-SAIDA.
           EXIT PROGRAM.
      *
       1-CONVERTE-USUARIOS SECTION.
      *-------------------
      * LE O CADASTRO NO LAYOUT ANTIGO E GRAVA O ARQUIVO DE TRABALHO
      * NO LAYOUT NOVO, JA COM A SENHA TRANSFORMADA EM HASH
       1.
           MOVE "C" TO WS-TP-LAYOUT-ANT.
           OPEN INPUT ARQ-USUARIO-ANT.
           IF WS-ERRO-ACESSO
              MOVE "H" TO WS-TP-LAYOUT-ANT
              OPEN INPUT ARQ-USUARIO-HASH.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ERRO
              MOVE "Cadastro de Usuarios Ilegivel - Conversao nao Feit
      -            "a." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              OPEN OUTPUT ARQ-TRABALHO
              MOVE SPACE TO WS-FINAL-ARQUIVO
              IF WS-LAYOUT-SENHA-CLARO
                 PERFORM 11-CONVERTE-UM-USUARIO
                     UNTIL WS-FIM-ARQUIVO
                 CLOSE ARQ-USUARIO-ANT
              ELSE
                 PERFORM 12-COMPLETA-UM-USUARIO
                     UNTIL WS-FIM-ARQUIVO
                 CLOSE ARQ-USUARIO-HASH
              END-IF
              CLOSE ARQ-TRABALHO
           END-IF.
       1-SAIDA.
           EXIT.
      *
       11-CONVERTE-UM-USUARIO SECTION.
       11.
           READ ARQ-USUARIO-ANT NEXT
               AT END MOVE "F" TO WS-FINAL-ARQUIVO
           END-READ.
           IF NOT WS-FIM-ARQUIVO
              INITIALIZE USU-REGISTRO
              MOVE ANT-CD-USUARIO      TO USU-CD-USUARIO
                                          WS-HSH-CD-USUARIO
              MOVE ANT-SENHA           TO WS-HSH-SENHA
              MOVE ZEROS               TO WS-HSH-NR-SALT
              CALL WS-NM-PROG-HASH USING WS-HSH-PARAMETROS
              MOVE WS-HSH-NR-SALT      TO USU-NR-SALT
              MOVE WS-HSH-CD-HASH      TO USU-CD-HASH-SENHA
              MOVE ANT-NM-USUARIO      TO USU-NM-USUARIO
              MOVE ANT-PERMISSOES      TO USU-PERMISSOES
              MOVE ANT-SITUACAO        TO USU-SITUACAO
              MOVE ANT-IND-TROCA-SENHA TO USU-IND-TROCA-SENHA
              MOVE ANT-DT-ULTIMA-TROCA TO USU-DT-ULTIMA-TROCA
              MOVE ZEROS               TO USU-QT-FALHAS
                                          USU-DT-BLOQUEIO
              MOVE "N"                 TO USU-IND-BLOQUEIO
              PERFORM 99-PERMISSAO-DADOS-PESSOAIS
              MOVE USU-REGISTRO        TO TRB-REGISTRO
              WRITE TRB-REGISTRO
              ADD 1 TO WS-QT-CONVERTIDOS.
           MOVE SPACES TO WS-HSH-SENHA.
       11-SAIDA.
           EXIT.
      *
       12-COMPLETA-UM-USUARIO SECTION.
      * CADASTRO JA COM HASH: SO ACRESCENTA A PERMISSAO DE DADOS
      * PESSOAIS
       12.
           READ ARQ-USUARIO-HASH NEXT
               AT END MOVE "F" TO WS-FINAL-ARQUIVO
           END-READ.
           IF NOT WS-FIM-ARQUIVO
              MOVE HSA-REGISTRO TO USU-REGISTRO
              PERFORM 99-PERMISSAO-DADOS-PESSOAIS
              MOVE USU-REGISTRO TO TRB-REGISTRO
              WRITE TRB-REGISTRO
              ADD 1 TO WS-QT-CONVERTIDOS.
       12-SAIDA.
           EXIT.
      *
       2-RECRIA-CADASTRO SECTION.
      *-----------------
      * RECRIA GV-USUARIO.DAT NO LAYOUT NOVO; O ARQUIVO DE TRABALHO
      * SO E APAGADO QUANDO TODOS OS USUARIOS FORAM REGRAVADOS
       2.
           OPEN OUTPUT ARQ-USUARIO.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ERRO
           ELSE
              OPEN INPUT ARQ-TRABALHO
              MOVE SPACE TO WS-FINAL-ARQUIVO
              PERFORM 21-RECARREGA-UM-USUARIO
                  UNTIL WS-FIM-ARQUIVO
              CLOSE ARQ-USUARIO
                    ARQ-TRABALHO
           END-IF.
           IF WS-QT-RECARREGADOS NOT EQUAL WS-QT-CONVERTIDOS
              MOVE "S" TO WS-IND-ERRO.
           IF WS-HOUVE-ERRO
              MOVE "Erro ao Recriar Usuarios - Ver GV-USUARIO.TMP."
                   TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              CALL "CBL_DELETE_FILE" USING WID-ARQ-TRABALHO
              MOVE WS-QT-CONVERTIDOS TO WS-ED-QT-CONVERTIDOS
              MOVE SPACES TO WS-MENSAGEM
              STRING "Cadastro de Usuarios Convertido - Usuarios: "
                     WS-ED-QT-CONVERTIDOS
                     DELIMITED BY SIZE INTO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           END-IF.
       2-SAIDA.
           EXIT.
      *
       21-RECARREGA-UM-USUARIO SECTION.
       21.
           READ ARQ-TRABALHO
               AT END MOVE "F" TO WS-FINAL-ARQUIVO
           END-READ.
           IF NOT WS-FIM-ARQUIVO
              MOVE TRB-REGISTRO TO USU-REGISTRO
              WRITE USU-REGISTRO
              IF WS-OPERACAO-BEM-SUCEDIDA
                 ADD 1 TO WS-QT-RECARREGADOS.
       21-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           IF WS-HOUVE-ERRO
              MOVE "E" TO LK-CD-RETORNO.
       3-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
      *
       99-PERMISSAO-DADOS-PESSOAIS.
           IF USU-PERMISSOES EQUAL "SSSSSSSS"
              MOVE "S" TO USU-IN-DADOS-PESSOAIS
           ELSE
              MOVE "N" TO USU-IN-DADOS-PESSOAIS.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
