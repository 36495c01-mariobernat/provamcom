      *     forcada no proximo login e data da ultima troca para o
      *     controle de validade. Somente um usuario administrador
      *     (permissoes todas "S") pode executar esta manutencao.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Senha gravada somente como salt e hash
      *                   (GV-HASHSENHA) - em branco na alteracao mantem
      *                   a atual. Incluida opcao 4 - Desbloqueio das
      *                   contas bloqueadas por falhas de login.
      *     15/Out/2026 - MCB - Permissao de dados pessoais (ve CPF,
      *                   CNPJ, conta, PIX, telefone e e-mail sem
      *                   mascara).
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              88 WS-INCLUSAO                   VALUE 1.
              88 WS-ALTERACAO                  VALUE 2.
              88 WS-DESATIVACAO                VALUE 3.
              88 WS-DESBLOQUEIO                VALUE 4.
              88 WS-FIM-PROGRAMA               VALUE 0 9.
              88 WS-OPCAO-VALIDA               VALUE 1 2 3 4.
           03 WS-MENSAGEM            PIC X(68).
           03 WS-RESPOSTA            PIC X(01).
              88 WS-SIM                        VALUE "S" "s".
           03 WS-NM-USUARIO          PIC X(020).
           03 WS-PERMISSOES          PIC X(008).
           03 WS-IND-TROCA-SENHA     PIC X(001).
           03 WS-QT-FALHAS           PIC 9(002).
           03 WS-IND-BLOQUEIO        PIC X(001).
           03 WS-DT-BLOQUEIO         PIC 9(008).
           03 WS-IN-DADOS-PESSOAIS   PIC X(001).
      *
       COPY GV-HASHWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
           03 LINE 05 COL 08 VALUE "Informe a Opcao: ".
           03 OPCAO LINE 05 COL 26 PIC 9 USING WS-OPCAO AUTO.
           03 LINE 05 COL 28 VALUE  "(1-Inclusao, 2-Alteracao, 3-Desati
      -                             "vacao,".
           03 LINE 06 COL 29 VALUE  "4-Desbloqueio)".
      *
       01  SST-CD-USUARIO.
           03 LINE 07 COL 07 VALUE "Codigo do Usuario: ".
       01  SST-DADOS-USUARIO.
           03 LINE 08 COL 07 VALUE "            Senha: ".
           03 LINE 08 COL 26 USING WS-SENHA.
           03 LINE 08 COL 36 VALUE "(em branco mantem a atual)".
           03 LINE 09 COL 07 VALUE "             Nome: ".
           03 LINE 09 COL 26 USING WS-NM-USUARIO.
           03 LINE 10 COL 07 VALUE "Permissoes (S/N) : ".
      -                          "d Comis)".
           03 LINE 12 COL 07 VALUE "Troca Senha Proximo Login (S/N): ".
           03 LINE 12 COL 41 USING WS-IND-TROCA-SENHA.
           03 LINE 13 COL 07 VALUE "Ve Dados Pessoais (S/N)........: ".
           03 LINE 13 COL 41 USING WS-IN-DADOS-PESSOAIS.
           03 LINE 14 COL 07 VALUE
              "(CPF, CNPJ, Conta, PIX, Telefone e E-mail sem Mascara)".
      *
       01  SST-BLOQUEIO-USUARIO.
           03 LINE 09 COL 07 VALUE "             Nome: ".
           03 LINE 09 COL 26 USING WS-NM-USUARIO.
           03 LINE 10 COL 07 VALUE "  Falhas de Login: ".
           03 LINE 10 COL 26 USING WS-QT-FALHAS.
           03 LINE 11 COL 07 VALUE "  Bloqueado (S/N): ".
           03 LINE 11 COL 26 USING WS-IND-BLOQUEIO.
           03 LINE 12 COL 07 VALUE "     Bloqueado em: ".
           03 LINE 12 COL 26 USING WS-DT-BLOQUEIO.
      *
       01  SST-MENSAGEM.
           03 LINE 22 COL 11 USING WS-MENSAGEM.
       1.
           OPEN I-O ARQ-USUARIO.
           IF WS-ERRO-ACESSO
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-USUARIO TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Usuarios em Uso." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA AND NOT WS-ERRO-ACESSO
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-USUARIO TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Usuarios com Erro." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           IF  WS-DESATIVACAO
               PERFORM 23-DESATIVA-USUARIO
                          UNTIL WS-FIM-ACAO.
           IF  WS-DESBLOQUEIO
               PERFORM 24-DESBLOQUEIA-USUARIO
                          UNTIL WS-FIM-ACAO.
       2-SAIDA.
           EXIT.
      *
                                WS-NM-USUARIO
                 MOVE "NNNNNNNN" TO WS-PERMISSOES
                 MOVE "S"        TO WS-IND-TROCA-SENHA
                 MOVE "N"        TO WS-IN-DADOS-PESSOAIS
                 ACCEPT SST-DADOS-USUARIO
                 IF WS-SENHA EQUAL SPACES
                    MOVE "Senha Obrigatoria na Inclusao." TO WS-MENSAGEM
                 ELSE
                    MOVE "Confirma Inclusao (S/N) ?" TO WS-MENSAGEM
                 END-IF
                 PERFORM 99-MENSAGEM
                 IF WS-SIM AND WS-SENHA NOT EQUAL SPACES
                    MOVE WS-CD-USUARIO      TO USU-CD-USUARIO
                    PERFORM 99-CALCULA-HASH
                    MOVE WS-NM-USUARIO      TO USU-NM-USUARIO
                    MOVE WS-PERMISSOES      TO USU-PERMISSOES
                    MOVE "A"                TO USU-SITUACAO
                    MOVE WS-IND-TROCA-SENHA TO USU-IND-TROCA-SENHA
                    MOVE WS-DT-HOJE         TO USU-DT-ULTIMA-TROCA
                    MOVE ZEROS              TO USU-QT-FALHAS
                                               USU-DT-BLOQUEIO
                    MOVE "N"                TO USU-IND-BLOQUEIO
                    PERFORM 99-ACERTA-DADOS-PESSOAIS
                    PERFORM 99-GRAVA-USUARIO
                    MOVE "Usuario Incluido." TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                 MOVE "Codigo de Usuario nao Encontrado." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 MOVE SPACES              TO WS-SENHA
                 MOVE USU-NM-USUARIO      TO WS-NM-USUARIO
                 MOVE USU-PERMISSOES      TO WS-PERMISSOES
                 MOVE USU-IND-TROCA-SENHA TO WS-IND-TROCA-SENHA
                 MOVE USU-IN-DADOS-PESSOAIS TO WS-IN-DADOS-PESSOAIS
                 ACCEPT SST-DADOS-USUARIO
                 MOVE "Confirma Alteracao (S/N) ?" TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 IF WS-SIM
                    IF WS-SENHA NOT EQUAL SPACES
                       PERFORM 99-CALCULA-HASH
                       MOVE WS-DT-HOJE TO USU-DT-ULTIMA-TROCA
                    END-IF
                    MOVE WS-NM-USUARIO      TO USU-NM-USUARIO
                    MOVE WS-PERMISSOES      TO USU-PERMISSOES
                    MOVE WS-IND-TROCA-SENHA TO USU-IND-TROCA-SENHA
                    MOVE "A"                TO USU-SITUACAO
                    PERFORM 99-ACERTA-DADOS-PESSOAIS
                    PERFORM 99-REGRAVA-USUARIO
                    MOVE "Usuario Alterado." TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
           END-IF.
       23-SAIDA.
           EXIT.
      *
       24-DESBLOQUEIA-USUARIO SECTION.
      *----------------------
      * LIBERA A CONTA BLOQUEADA POR FALHAS SEGUIDAS DE LOGIN,
      * ZERANDO O CONTADOR DE FALHAS
       24.
           MOVE SPACES TO WS-CD-USUARIO.
           ACCEPT SST-CD-USUARIO.
           IF WS-CD-USUARIO EQUAL SPACES
              MOVE "F" TO WS-ACAO
                          WS-OPCAO
           ELSE
              MOVE WS-CD-USUARIO TO USU-CD-USUARIO
              PERFORM 99-LER-USUARIO
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "Codigo de Usuario nao Encontrado." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 MOVE USU-NM-USUARIO   TO WS-NM-USUARIO
                 MOVE USU-QT-FALHAS    TO WS-QT-FALHAS
                 MOVE USU-IND-BLOQUEIO TO WS-IND-BLOQUEIO
                 MOVE USU-DT-BLOQUEIO  TO WS-DT-BLOQUEIO
                 DISPLAY SST-BLOQUEIO-USUARIO
                 IF NOT USU-CONTA-BLOQUEADA
                 AND USU-QT-FALHAS EQUAL ZEROS
                    MOVE "Usuario nao Esta Bloqueado." TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                 ELSE
                    MOVE "Confirma Desbloqueio (S/N) ?" TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                    IF WS-SIM
                       MOVE ZEROS TO USU-QT-FALHAS
                                     USU-DT-BLOQUEIO
                       MOVE "N"   TO USU-IND-BLOQUEIO
                       PERFORM 99-REGRAVA-USUARIO
                       MOVE "Usuario Desbloqueado." TO WS-MENSAGEM
                       PERFORM 99-MENSAGEM
                    END-IF
                 END-IF
              END-IF
           END-IF.
       24-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
      *
       99-REGRAVA-USUARIO.
           REWRITE USU-REGISTRO.
      *
      * SENHA NOVA OU REDEFINIDA: SORTEIA SALT NOVO E GRAVA SO O
      * HASH - A SENHA DIGITADA NAO FICA EM NENHUM CAMPO GRAVADO
       99-CALCULA-HASH.
           MOVE USU-CD-USUARIO TO WS-HSH-CD-USUARIO
           MOVE WS-SENHA       TO WS-HSH-SENHA
           MOVE ZEROS          TO WS-HSH-NR-SALT
           CALL WS-NM-PROG-HASH USING WS-HSH-PARAMETROS
           MOVE WS-HSH-NR-SALT TO USU-NR-SALT
           MOVE WS-HSH-CD-HASH TO USU-CD-HASH-SENHA
           MOVE SPACES         TO WS-HSH-SENHA
                                  WS-SENHA.
      *
      * QUALQUER RESPOSTA DIFERENTE DE "S" NEGA A PERMISSAO
       99-ACERTA-DADOS-PESSOAIS.
           IF WS-IN-DADOS-PESSOAIS EQUAL "S" OR "s"
              MOVE "S" TO USU-IN-DADOS-PESSOAIS
           ELSE
              MOVE "N" TO USU-IN-DADOS-PESSOAIS.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-CADUSUARIO" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
