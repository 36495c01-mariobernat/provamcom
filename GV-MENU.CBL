      *                   opera. A cadeia em lote vira o modo para
      *                   LOTE no inicio e devolve a ONLINE no fim;
      *                   a troca manual e feita por GV-MODOOPER.
      *     15/Out/2026 - MCB - O painel passa a mostrar as tarefas
      *                   de acompanhamento do operador que vencem hoje
      *                   e as ja vencidas (GV-TAREFA.DAT, mantido
      *                   por GV-CADTAREFA).
      *     15/Out/2026 - MCB - Senha conferida pelo hash com salt
      *                   (GV-HASHSENHA); cadastro no layout antigo e
      *                   convertido na abertura (GV-CONVSENHA). Falhas
      *                   de login gravadas no usuario, com bloqueio
      *                   da conta no limite (SENHA-MAX-FALHAS) e menu
      *                   ocioso volta ao login (SESSAO-MIN-OCIOSA).
      *     15/Out/2026 - MCB - Evento L no log de atividade a cada
      *                   login, ultimo acesso da recertificacao.
      *     15/Out/2026 - MCB - Sessao leva a permissao de ver dados
      *                   pessoais do usuario (USU-IN-DADOS-PESSOAIS)
      *                   para as consultas e relatorios que mascaram
      *                   CPF, CNPJ, conta, telefone e e-mail.
      *     15/Out/2026 - MCB - Area de chamada acompanha os
      *                   totais de controle dos passos da cadeia em
      *                   lote (GV-LINKAGE.CPY).
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *     15/Out/2026 - MCB - Chave alternada da carteira
      *                   (empresa + vendedor) no cadastro de clientes
      *                   (GV-CADCLI.CPY).
      *     15/Out/2026 - MCB - Conversao dos cadastros ainda no
      *                   leiaute anterior na entrada do sistema
      *                   (GV-CONVLEIAUTE).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           CRT STATUS IS WS-CRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-USUARIO ASSIGN TO DISK WID-ARQ-USUARIO
             record key         is CLI-CHAVE-CLIENTE
             alternate record key is CLI-NR-CNPJ-CLIENTE
                                with duplicates
             alternate record key is CLI-CHAVE-CARTEIRA =
                                CLI-CD-EMPRESA CLI-CD-VENDEDOR
                                with duplicates
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
           SELECT ARQ-ALERTA ASSIGN TO DISK WID-ARQ-ALERTA
             organization       is line sequential
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
       COPY GV-CADVEN.CPY.
       COPY GV-RESUMODIS.CPY.
       COPY GV-BKPCAT.CPY.
       COPY GV-TAREFA.CPY.
      *
      * ARQUIVO DE ALERTAS OPERACIONAIS GERADO PELO MOTOR DE
      * ALERTAS (GV-ALERTA) AO FIM DA CADEIA NOTURNA
                                      "GV-BACKUP.CAT".
           03 WID-ARQ-ALERTA         PIC X(15) VALUE
                                      "GV-ALERTA.LOG".
           03 WID-ARQ-TAREFA         PIC X(14) VALUE "GV-TAREFA.DAT".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
              88 WS-CONSULTA-VENDEDOR       VALUE 402.
              88 WS-MENU-UTILITARIOS        VALUE 500.
              88 WS-AJUDA                   VALUE 900.
              88 WS-SESSAO-EXPIRADA         VALUE 9000.
              88 WS-FIM-PROGRAMA            VALUE 0 9999.
              88 WS-OPCAO-VALIDA            VALUE 101 102 201 202 203
                                                   204 205 301 302 303
           03 WS-CD-RETORNO          PIC X(001) VALUE SPACE.
           03 WS-NM-PERFIL-LOTE      PIC X(008) VALUE SPACES.
           03 WS-CD-EMPRESA-LOTE     PIC 9(002) VALUE ZEROS.
           03 WS-IN-DADOS-PESSOAIS   PIC X(001) VALUE "N".
           03 WS-CD-ARQ-CONTROLE     PIC X(003) VALUE SPACES.
           03 WS-QT-ENTRADA-CTL      PIC 9(009) VALUE ZEROS.
           03 WS-VL-CHAVE-ENTRADA    PIC 9(015) VALUE ZEROS.
           03 WS-QT-SAIDA-CTL        PIC 9(009) VALUE ZEROS.
           03 WS-VL-CHAVE-SAIDA      PIC 9(015) VALUE ZEROS.
      *
      * SEGURANCA DE ACESSO - LOGIN DO OPERADOR
       01  WS-CAMPOS-LOGIN.
           03 WS-NR-DIAS-SENHA      PIC 9(09) VALUE ZEROS.
           03 WS-IND-SENHA-VENCIDA  PIC X(01) VALUE "N".
              88 WS-SENHA-VENCIDA             VALUE "S".
           03 WS-IND-CONTA-BLOQUEADA PIC X(01) VALUE "N".
              88 WS-LOGIN-BLOQUEADO           VALUE "S".
      * FALHAS SEGUIDAS ATE O BLOQUEIO DA CONTA (CHAVE
      * SENHA-MAX-FALHAS DO GV-CONFIG.PAR)
           03 WS-QT-MAX-FALHAS      PIC 9(02) VALUE 3.
      *
      * SESSAO OCIOSA: SEM OPCAO DIGITADA NO MENU DENTRO DO PRAZO
      * (CHAVE SESSAO-MIN-OCIOSA, EM MINUTOS) A SESSAO E
      * ENCERRADA E O MENU VOLTA PARA A TELA DE LOGIN
       01  WS-CAMPOS-SESSAO.
           03 WS-CRT-STATUS         PIC 9(04) VALUE ZEROS.
              88 WS-TEMPO-ESGOTADO            VALUE 8001.
           03 WS-QT-MINUTOS-OCIOSA  PIC 9(03) VALUE 15.
           03 WS-QT-SEGUNDOS-OCIOSA PIC 9(05) VALUE ZEROS.
      *
       COPY GV-HASHWS.CPY.
      *
      * MODO DE OPERACAO DO SISTEMA (GV-CONFIG.PAR, CHAVE
      * MODO-OPERACAO, TROCADO POR GV-MODOOPER E PELA CADEIA EM
           03 WS-AL-LINHA1          PIC X(60) VALUE SPACES.
           03 WS-AL-LINHA2          PIC X(60) VALUE SPACES.
           03 WS-AL-LINHA3          PIC X(60) VALUE SPACES.
           03 WS-QT-TAREFAS-HOJE    PIC 9(05) VALUE ZEROS.
           03 WS-QT-TAREFAS-VENCIDAS PIC 9(05) VALUE ZEROS.
           03 WS-PN-TAREFAS-HOJE    PIC ZZZZZZ9.
           03 WS-PN-TAREFAS-VENCIDAS PIC ZZZZZZ9.
      *
      * TABELA DE CARGA INICIAL DE USUARIOS - USADA SOMENTE PARA
      * CRIAR GV-USUARIO.DAT NA PRIMEIRA EXECUCAO; A MANUTENCAO
                 "RELATOR RELAT123Operador Relatorios NNSSNSSS".
              05 FILLER PIC X(44) VALUE
                 "JUNIOR  JUN12345Auxiliar Junior     NNSSNSNS".
      *
       COPY GV-ERROWS.CPY.
      *
      * PERMISSOES DO USUARIO AUTENTICADO NA SESSAO CORRENTE
       COPY GV-CONFIGWS.CPY.
           03 LINE 11 COL 31 USING WS-PN-QT-ATRIBUIDOS.
           03 LINE 11 COL 42 VALUE "Sem Vend: ".
           03 LINE 11 COL 52 USING WS-PN-QT-SEM-VEND-DIS.
           03 LINE 12 COL 10 VALUE "Minhas Tarefas Hoje: ".
           03 LINE 12 COL 31 USING WS-PN-TAREFAS-HOJE.
           03 LINE 12 COL 42 VALUE "Vencidas: ".
           03 LINE 12 COL 52 USING WS-PN-TAREFAS-VENCIDAS.
           03 LINE 13 COL 10 VALUE "Ultimo Backup......: ".
           03 LINE 13 COL 31 USING WS-PN-DT-BACKUP.
           03 LINE 15 COL 10 VALUE "*** ALERTAS ***....: ".
      * CONFLITAR COM A MANUTENCAO (GV-CADUSUARIO) NA MESMA SESSAO
           CLOSE ARQ-USUARIO.
           IF WS-LOGIN-OK
              PERFORM 14-CONVERTE-CADASTROS
              PERFORM 12-PAINEL-SITUACAO.
       1-SAIDA.
           EXIT.
           PERFORM 123-ULTIMA-DISTRIBUICAO.
           PERFORM 124-ULTIMO-BACKUP.
           PERFORM 125-CARREGA-ALERTAS.
           PERFORM 126-CONTA-TAREFAS.
           MOVE WS-QT-ALERTAS      TO WS-PN-QT-ALERTAS.
           MOVE WS-QT-TAREFAS-HOJE     TO WS-PN-TAREFAS-HOJE.
           MOVE WS-QT-TAREFAS-VENCIDAS TO WS-PN-TAREFAS-VENCIDAS.
           MOVE WS-QT-CLI-ATIVOS   TO WS-PN-CLI-ATIVOS.
           MOVE WS-QT-CLI-INATIVOS TO WS-PN-CLI-INATIVOS.
           MOVE WS-QT-CLI-SEM-VEND TO WS-PN-CLI-SEM-VEND.
                       MOVE ALT-DS-ALERTA TO WS-AL-LINHA3.
       1251-SAIDA.
           EXIT.
      *
       126-CONTA-TAREFAS SECTION.
      * TAREFAS DE ACOMPANHAMENTO EM ABERTO DO OPERADOR QUE ACABA DE
      * LOGAR: AS QUE VENCEM HOJE E AS JA VENCIDAS (GV-CADTAREFA);
      * SEM O ARQUIVO O PAINEL MOSTRA ZERO
       126.
           MOVE ZEROS TO WS-QT-TAREFAS-HOJE
                         WS-QT-TAREFAS-VENCIDAS.
           ACCEPT WS-DT-HOJE-LOGIN FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-TAREFA.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE SPACE TO WS-FINAL-PAINEL
              MOVE WS-CD-USUARIO-SESSAO TO TAR-CD-OPERADOR
              START ARQ-TAREFA KEY NOT LESS TAR-CD-OPERADOR
                  INVALID KEY
                      MOVE "F" TO WS-FINAL-PAINEL
              END-START
              PERFORM 1261-CONTA-UMA-TAREFA
                  UNTIL WS-FIM-PAINEL
              CLOSE ARQ-TAREFA
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       126-SAIDA.
           EXIT.
      *
       1261-CONTA-UMA-TAREFA SECTION.
       1261.
           READ ARQ-TAREFA NEXT
               AT END MOVE "F" TO WS-FINAL-PAINEL
           END-READ.
           IF NOT WS-FIM-PAINEL
              IF TAR-CD-OPERADOR NOT EQUAL WS-CD-USUARIO-SESSAO
                 MOVE "F" TO WS-FINAL-PAINEL
              ELSE
                 IF TAR-SIT-ABERTA
                    IF TAR-DT-VENCIMENTO EQUAL WS-DT-HOJE-LOGIN
                       ADD 1 TO WS-QT-TAREFAS-HOJE
                    ELSE
                       IF TAR-DT-VENCIMENTO LESS WS-DT-HOJE-LOGIN
                          ADD 1 TO WS-QT-TAREFAS-VENCIDAS.
       1261-SAIDA.
           EXIT.
      *
       10-ABRE-USUARIOS SECTION.
      *----------------
      * ABRE O CADASTRO DE USUARIOS; SE O ARQUIVO AINDA NAO EXISTE
      * (PRIMEIRA EXECUCAO APOS A MIGRACAO), CRIA-O A PARTIR DA
      * TABELA DE CARGA INICIAL, JA MARCANDO TROCA DE SENHA
      * OBRIGATORIA PARA TODOS OS OPERADORES MIGRADOS. SE O ARQUIVO
      * AINDA ESTA NUM LAYOUT ANTERIOR (ESTADO 39), CHAMA A
      * CONVERSAO DO CADASTRO (GV-CONVSENHA) E REABRE
       10.
           OPEN I-O ARQ-USUARIO.
           IF WS-ERRO-ACESSO
              MOVE SPACE TO WS-CD-RETORNO
              CALL "GV-CONVSENHA" USING WS-LINKAGE-DADOS
              IF WS-CD-RETORNO NOT EQUAL "E"
                 OPEN I-O ARQ-USUARIO
              END-IF
              MOVE SPACE TO WS-CD-RETORNO
           END-IF.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              IF WS-ESTADO-ARQUIVO EQUAL "35"
                 CLOSE ARQ-USUARIO
                 CLOSE ARQ-USUARIO
                 OPEN I-O ARQ-USUARIO
              ELSE
                 MOVE "10-ABRE-USUARIOS" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-USUARIO TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "Arquivo de Usuarios Indisponivel." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM.
       10-SAIDA.
       101-CARGA-USUARIO-INICIAL SECTION.
       101.
           MOVE WS-TAB-CD-USUARIO(WS-IX-USUARIO) TO USU-CD-USUARIO.
           MOVE WS-TAB-CD-USUARIO(WS-IX-USUARIO) TO WS-HSH-CD-USUARIO.
           MOVE WS-TAB-SENHA(WS-IX-USUARIO)      TO WS-HSH-SENHA.
           MOVE ZEROS                            TO WS-HSH-NR-SALT.
           CALL WS-NM-PROG-HASH USING WS-HSH-PARAMETROS.
           MOVE WS-HSH-NR-SALT                   TO USU-NR-SALT.
           MOVE WS-HSH-CD-HASH                   TO USU-CD-HASH-SENHA.
           MOVE WS-TAB-NM-USUARIO(WS-IX-USUARIO) TO USU-NM-USUARIO.
           MOVE WS-TAB-PERMISSOES(WS-IX-USUARIO) TO USU-PERMISSOES.
           MOVE "A"                TO USU-SITUACAO.
           MOVE "S"                TO USU-IND-TROCA-SENHA.
           MOVE WS-DT-HOJE-LOGIN   TO USU-DT-ULTIMA-TROCA.
           MOVE ZEROS              TO USU-QT-FALHAS
                                      USU-DT-BLOQUEIO.
           MOVE "N"                TO USU-IND-BLOQUEIO.
           IF USU-PERMISSOES EQUAL "SSSSSSSS"
              MOVE "S"             TO USU-IN-DADOS-PESSOAIS
           ELSE
              MOVE "N"             TO USU-IN-DADOS-PESSOAIS.
           WRITE USU-REGISTRO.
       101-SAIDA.
           EXIT.
                 END-IF
              END-IF
           END-IF.
           IF WS-LOGIN-OK
              PERFORM 13-REGISTRA-LOGIN.
           IF NOT WS-LOGIN-OK
              MOVE 9999 TO WS-OPCAO.
       11-SAIDA.
           EXIT.
      *
       13-REGISTRA-LOGIN SECTION.
      * EVENTO "L" NO LOG DE ATIVIDADE: DATA DO ULTIMO ACESSO DO
      * OPERADOR PARA A RECERTIFICACAO DE ACESSOS (GV-RECERT)
       13.
           MOVE "L"        TO ATV-TIPO-EVENTO.
           MOVE "VENDAS00" TO WS-PROGRAMA.
           MOVE ZEROS      TO WS-OPCAO.
           PERFORM 99-GRAVA-ATIVIDADE.
       13-SAIDA.
           EXIT.
      *
       14-CONVERTE-CADASTROS SECTION.
      * CADASTROS AINDA NO LEIAUTE ANTERIOR (DETALHE DE VENDAS,
      * EMPRESAS, PROSPECTS, FILA DE APROVACAO, CONTATOS E CONTAS A
      * RECEBER) SAO CONVERTIDOS UMA UNICA VEZ (GV-CONVLEIAUTE); A
      * FALHA FICA NO LOG DE ERROS E NAO IMPEDE A ENTRADA
       14.
           MOVE SPACE TO WS-CD-RETORNO.
           CALL "GV-CONVLEIAUTE" USING WS-LINKAGE-DADOS.
           MOVE SPACE TO WS-CD-RETORNO.
       14-SAIDA.
           EXIT.
      *
       111-SOLICITA-LOGIN SECTION.
       111.
           ADD 1 TO WS-NR-TENTATIVAS.
           MOVE SPACES TO WS-CD-USUARIO-INF WS-SENHA-INF.
           MOVE "N" TO WS-LOGIN-VALIDO
                       WS-IND-CONTA-BLOQUEADA.
           ACCEPT SST-LOGIN.
           PERFORM 1111-BUSCA-USUARIO.
           MOVE SPACES TO WS-SENHA-INF.
           IF WS-LOGIN-BLOQUEADO
              MOVE "Usuario Bloqueado - Procure o Administrador."
                   TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              IF NOT WS-LOGIN-OK
                 MOVE "Usuario ou Senha Invalidos." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM.
       111-SAIDA.
           EXIT.
      *
       1111-BUSCA-USUARIO SECTION.
      * VALIDA O OPERADOR CONTRA GV-USUARIO.DAT: USUARIO ATIVO, NAO
      * BLOQUEADO E HASH DA SENHA DIGITADA IGUAL AO GRAVADO; FORCA A
      * TROCA DE SENHA QUANDO MARCADA NO CADASTRO OU QUANDO VENCIDO
      * O PRAZO DE VALIDADE
       1111.
           MOVE WS-CD-USUARIO-INF TO USU-CD-USUARIO.
           READ ARQ-USUARIO.
           IF  WS-OPERACAO-BEM-SUCEDIDA
           AND USU-SIT-ATIVO
           AND USU-CONTA-BLOQUEADA
              MOVE "S" TO WS-IND-CONTA-BLOQUEADA
           END-IF.
           IF  WS-OPERACAO-BEM-SUCEDIDA
           AND USU-SIT-ATIVO
           AND NOT USU-CONTA-BLOQUEADA
              MOVE USU-CD-USUARIO TO WS-HSH-CD-USUARIO
              MOVE WS-SENHA-INF   TO WS-HSH-SENHA
              MOVE USU-NR-SALT    TO WS-HSH-NR-SALT
              CALL WS-NM-PROG-HASH USING WS-HSH-PARAMETROS
              MOVE SPACES TO WS-HSH-SENHA
              IF WS-HSH-CD-HASH EQUAL USU-CD-HASH-SENHA
                 PERFORM 1115-ZERA-FALHAS
              ELSE
                 PERFORM 1114-REGISTRA-FALHA
              END-IF
           END-IF.
           IF  WS-OPERACAO-BEM-SUCEDIDA
           AND USU-SIT-ATIVO
           AND NOT USU-CONTA-BLOQUEADA
           AND WS-HSH-CD-HASH EQUAL USU-CD-HASH-SENHA
              PERFORM 1113-VERIFICA-VALIDADE
              IF USU-DEVE-TROCAR-SENHA OR WS-SENHA-VENCIDA
                 PERFORM 1112-TROCA-SENHA
              IF WS-LOGIN-OK
                 MOVE USU-PERMISSOES TO WS-PERMISSOES-USUARIO
                 MOVE USU-CD-USUARIO TO WS-CD-USUARIO-SESSAO
                 MOVE USU-IN-DADOS-PESSOAIS TO WS-IN-DADOS-PESSOAIS
              END-IF
           END-IF.
       1111-SAIDA.
           MOVE SPACES TO WS-SENHA-NOVA1 WS-SENHA-NOVA2.
           DISPLAY SST-TROCA-SENHA.
           ACCEPT  SST-TROCA-SENHA.
      * A NOVA SENHA NAO PODE REPETIR A ATUAL: CONFERE O HASH DELA
      * COM O SALT GRAVADO ANTES DE SORTEAR O SALT NOVO
           MOVE USU-CD-USUARIO TO WS-HSH-CD-USUARIO.
           MOVE WS-SENHA-NOVA1 TO WS-HSH-SENHA.
           MOVE USU-NR-SALT    TO WS-HSH-NR-SALT.
           CALL WS-NM-PROG-HASH USING WS-HSH-PARAMETROS.
           IF  WS-SENHA-NOVA1 NOT EQUAL SPACES
           AND WS-SENHA-NOVA1 EQUAL WS-SENHA-NOVA2
           AND WS-HSH-CD-HASH NOT EQUAL USU-CD-HASH-SENHA
              MOVE ZEROS          TO WS-HSH-NR-SALT
              CALL WS-NM-PROG-HASH USING WS-HSH-PARAMETROS
              MOVE WS-HSH-NR-SALT TO USU-NR-SALT
              MOVE WS-HSH-CD-HASH TO USU-CD-HASH-SENHA
              MOVE "N"            TO USU-IND-TROCA-SENHA
              ACCEPT USU-DT-ULTIMA-TROCA FROM DATE YYYYMMDD
              REWRITE USU-REGISTRO
           ELSE
              MOVE "Nova Senha Invalida ou nao Confere." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           MOVE SPACES TO WS-HSH-SENHA
                          WS-SENHA-NOVA1
                          WS-SENHA-NOVA2.
       1112-SAIDA.
           EXIT.
      *
           END-IF.
       1113-SAIDA.
           EXIT.
      *
       1114-REGISTRA-FALHA SECTION.
      * CONTA A FALHA NO PROPRIO REGISTRO DO USUARIO (VALE ENTRE
      * EXECUCOES DO MENU); NO LIMITE A CONTA E BLOQUEADA E SO VOLTA
      * A ENTRAR COM O DESBLOQUEIO PELO ADMINISTRADOR EM GV-CADUSUARIO
       1114.
           ADD 1 TO USU-QT-FALHAS.
           IF USU-QT-FALHAS NOT LESS WS-QT-MAX-FALHAS
              MOVE "S" TO USU-IND-BLOQUEIO
                          WS-IND-CONTA-BLOQUEADA
              ACCEPT USU-DT-BLOQUEIO FROM DATE YYYYMMDD
           END-IF.
           REWRITE USU-REGISTRO.
       1114-SAIDA.
           EXIT.
      *
       1115-ZERA-FALHAS SECTION.
       1115.
           IF USU-QT-FALHAS NOT EQUAL ZEROS
              MOVE ZEROS TO USU-QT-FALHAS
              REWRITE USU-REGISTRO
           END-IF.
       1115-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           MOVE ZEROS TO WS-CRT-STATUS.
           ACCEPT SST-MENU
               WITH TIME-OUT WS-QT-SEGUNDOS-OCIOSA
           END-ACCEPT.
           IF WS-TEMPO-ESGOTADO
              PERFORM 22-ENCERRA-SESSAO-OCIOSA
           ELSE
           IF WS-AJUDA
              PERFORM 21-EXIBE-AJUDA
           ELSE
                     PERFORM 99-GRAVA-ATIVIDADE
                  END-IF
              END-IF
           END-IF
           END-IF.
       2-SAIDA.
           EXIT.
              MOVE ZEROS TO WS-OPCAO.
       20-SAIDA.
           EXIT.
      *
       22-ENCERRA-SESSAO-OCIOSA SECTION.
      *-----------------------
      * MENU PARADO ALEM DO PRAZO: DESCARTA O OPERADOR DA SESSAO E
      * VOLTA AO LOGIN; SEM NOVO LOGIN VALIDO O PROGRAMA TERMINA
       22.
           MOVE SPACES TO WS-CD-USUARIO-SESSAO
                          WS-PERMISSOES-USUARIO.
           MOVE "N"    TO WS-IN-DADOS-PESSOAIS.
           MOVE "N"    TO WS-LOGIN-VALIDO.
           DISPLAY SST-LIMPA-TELA.
           MOVE "Sessao Encerrada por Inatividade - Tecle ENTER."
                TO WS-MENSAGEM.
           PERFORM 99-MENSAGEM.
           DISPLAY SST-CABECALHO.
           PERFORM 10-ABRE-USUARIOS.
           PERFORM 11-VALIDA-ACESSO.
           CLOSE ARQ-USUARIO.
           IF WS-LOGIN-OK
              PERFORM 12-PAINEL-SITUACAO
              MOVE 9000 TO WS-OPCAO.
       22-SAIDA.
           EXIT.
      *
       23-VERIFICA-MODO SECTION.
      *---------------
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-MENU" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      WS-LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
      * SOBREPOE OS NOMES DOS CADASTROS LIDOS PELO PAINEL COM OS
      * VALORES DO ARQUIVO CENTRAL DE CONFIGURACAO, QUANDO PRESENTES
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-VENDEDOR
           END-IF
           MOVE "SENHA-MAX-FALHAS" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE FUNCTION NUMVAL (WS-CFG-VALOR) TO WS-QT-MAX-FALHAS
           END-IF
           IF WS-QT-MAX-FALHAS EQUAL ZEROS
              MOVE 3 TO WS-QT-MAX-FALHAS
           END-IF
           MOVE "SESSAO-MIN-OCIOSA" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE FUNCTION NUMVAL (WS-CFG-VALOR)
                   TO WS-QT-MINUTOS-OCIOSA
           END-IF
           IF WS-QT-MINUTOS-OCIOSA EQUAL ZEROS
              MOVE 15 TO WS-QT-MINUTOS-OCIOSA
           END-IF
           COMPUTE WS-QT-SEGUNDOS-OCIOSA = WS-QT-MINUTOS-OCIOSA * 60.
      *
       990-CONSULTA-CONFIG.
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
