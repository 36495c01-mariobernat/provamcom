000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-CADDOCVEN.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Cadastro de Documentos do Vendedor
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Manutencao do arquivo de documentos do vendedor
      *     (GV-DOCVEN.CPY): registro no CORE, contrato de
      *     representacao e habilitacao, com numero, orgao emissor,
      *     emissao e validade. A inclusao de um tipo ja cadastrado
      *     e tratada como renovacao e sobrepoe o documento anterior.
      *     O registro no CORE nasce obrigatorio; documento
      *     obrigatorio vencido retem o pagamento da comissao na
      *     remessa (GV-PAGCOM) e o vencimento proximo acende o
      *     motor de alertas.
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
           SELECT ARQ-DOCVENDEDOR ASSIGN TO DISK WID-ARQ-DOCVENDEDOR
             organization       is indexed
             access mode        is dynamic
             record key         is DOC-CHAVE-DOCUMENTO
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
       COPY GV-DOCVEN.CPY.
       COPY GV-CADVEN.CPY.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-DOCVENDEDOR    PIC X(20) VALUE
                                     "GV-DOCVENDEDOR.DAT".
           03 WID-ARQ-VENDEDOR       PIC X(60) VALUE "GV-VENDEDOR.DAT".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-OPCAO               PIC 9(01) VALUE ZEROS.
              88 WS-INCLUSAO                   VALUE 1.
              88 WS-EXCLUSAO                   VALUE 2.
              88 WS-LISTAGEM                   VALUE 3.
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
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-IND-FIM-LISTA       PIC X(01) VALUE "N".
              88 WS-FIM-LISTA                  VALUE "S".
           03 WS-IND-EXISTE          PIC X(01) VALUE "N".
              88 WS-DOCUMENTO-EXISTE           VALUE "S".
           03 WS-QT-LISTADOS         PIC 9(03) VALUE ZEROS.
      *
      * DADOS DO DOCUMENTO EM MANUTENCAO
           03 WS-CD-VENDEDOR         PIC 9(007) VALUE ZEROS.
           03 WS-NM-VENDEDOR-ED      PIC X(040) VALUE SPACES.
           03 WS-TP-DOCUMENTO        PIC X(001) VALUE SPACE.
           03 WS-NR-DOCUMENTO        PIC X(020) VALUE SPACES.
           03 WS-DS-ORGAO-EMISSOR    PIC X(030) VALUE SPACES.
           03 WS-DT-EMISSAO          PIC 9(008) VALUE ZEROS.
           03 WS-DT-VALIDADE         PIC 9(008) VALUE ZEROS.
           03 WS-IN-OBRIGATORIO      PIC X(001) VALUE SPACE.
      *
      * LINHA DA LISTAGEM DE DOCUMENTOS DO VENDEDOR
       01  WS-LINHA-LISTA.
           03 WS-LL-TIPO             PIC X(001).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 WS-LL-NUMERO           PIC X(020).
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 WS-LL-ORGAO            PIC X(015).
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 WS-LL-DT-VALIDADE      PIC 9(08).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 WS-LL-OBRIGATORIO      PIC X(004).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 WS-LL-SITUACAO         PIC X(007).
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
       01  SST-CADASTRO-DOCUMENTO.
           03 LINE 02 COL 23 VALUE "Documentos do Vendedor".
           03 LINE 04 COL 08 VALUE "Informe a Opcao: ".
           03 OPCAO LINE 04 COL 26 PIC 9 USING WS-OPCAO AUTO.
           03 LINE 04 COL 28 VALUE
              "(1-Inclui/Renova, 2-Exclui, 3-Lista)".
      *
       01  SST-CHAVE-VENDEDOR.
           03 LINE 06 COL 07 VALUE "Vendedor (0 Sai): ".
           03 LINE 06 COL 25 USING WS-CD-VENDEDOR.
           03 LINE 06 COL 34 USING WS-NM-VENDEDOR-ED.
      *
       01  SST-TP-DOCUMENTO.
           03 LINE 07 COL 07 VALUE "Tipo (C-CORE, S-Contrato, H-Habil
      -                            "itacao, Branco Volta): ".
           03 LINE 07 COL 65 USING WS-TP-DOCUMENTO.
      *
       01  SST-DADOS-DOCUMENTO.
           03 LINE 09 COL 07 VALUE "           Numero: ".
           03 LINE 09 COL 26 USING WS-NR-DOCUMENTO.
           03 LINE 10 COL 07 VALUE "    Orgao Emissor: ".
           03 LINE 10 COL 26 USING WS-DS-ORGAO-EMISSOR.
           03 LINE 11 COL 07 VALUE "Emissao (AAAAMMDD): ".
           03 LINE 11 COL 27 USING WS-DT-EMISSAO.
           03 LINE 12 COL 07 VALUE "Validade (AAAAMMDD): ".
           03 LINE 12 COL 28 USING WS-DT-VALIDADE.
           03 LINE 13 COL 07 VALUE "Obrigatorio p/ Pagamento (S/N): ".
           03 LINE 13 COL 39 USING WS-IN-OBRIGATORIO.
      *
       01  SST-LINHA-LISTA.
           03 LINE 20 COL 05 USING WS-LINHA-LISTA.
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
           PERFORM 99-LE-CONFIGURACAO.
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ARQ-DOCVENDEDOR.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              IF WS-ESTADO-ARQUIVO EQUAL "35"
                 CLOSE ARQ-DOCVENDEDOR
                 OPEN OUTPUT ARQ-DOCVENDEDOR
                 CLOSE ARQ-DOCVENDEDOR
                 OPEN I-O ARQ-DOCVENDEDOR
              ELSE
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-DOCVENDEDOR TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Arquivo de Documentos Indisponivel."
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
           ACCEPT SST-CADASTRO-DOCUMENTO.
           MOVE SPACE TO WS-ACAO.
           IF  WS-INCLUSAO
               PERFORM 21-INCLUI-DOCUMENTO
                          UNTIL WS-FIM-ACAO.
           IF  WS-EXCLUSAO
               PERFORM 22-EXCLUI-DOCUMENTO
                          UNTIL WS-FIM-ACAO.
           IF  WS-LISTAGEM
               PERFORM 23-LISTA-DOCUMENTOS
                          UNTIL WS-FIM-ACAO.
           DISPLAY SST-LIMPA-TELA.
       2-SAIDA.
           EXIT.
      *
       21-INCLUI-DOCUMENTO SECTION.
      *-------------------
      * TIPO JA CADASTRADO PARA O VENDEDOR E RENOVACAO: OS DADOS
      * ATUAIS VEM PARA A TELA E O REGISTRO E REGRAVADO
       21.
           PERFORM 99-ACEITA-TIPO.
           IF WS-FIM-ACAO
              CONTINUE
           ELSE
              IF WS-DOCUMENTO-EXISTE
                 MOVE DOC-NR-DOCUMENTO     TO WS-NR-DOCUMENTO
                 MOVE DOC-DS-ORGAO-EMISSOR TO WS-DS-ORGAO-EMISSOR
                 MOVE DOC-DT-EMISSAO       TO WS-DT-EMISSAO
                 MOVE DOC-DT-VALIDADE      TO WS-DT-VALIDADE
                 MOVE DOC-IN-OBRIGATORIO   TO WS-IN-OBRIGATORIO
              ELSE
                 MOVE SPACES TO WS-NR-DOCUMENTO
                                WS-DS-ORGAO-EMISSOR
                 MOVE ZEROS  TO WS-DT-EMISSAO
                                WS-DT-VALIDADE
                 IF WS-TP-DOCUMENTO EQUAL "C"
                    MOVE "S" TO WS-IN-OBRIGATORIO
                 ELSE
                    MOVE "N" TO WS-IN-OBRIGATORIO
                 END-IF
              END-IF
              ACCEPT SST-DADOS-DOCUMENTO
              PERFORM 99-VALIDA-DOCUMENTO
              IF WS-MENSAGEM NOT EQUAL SPACES
                 PERFORM 99-MENSAGEM
              ELSE
                 IF WS-DOCUMENTO-EXISTE
                    MOVE "Confirma a Renovacao do Documento (S/N) ?"
                                                      TO WS-MENSAGEM
                 ELSE
                    MOVE "Confirma a Inclusao do Documento (S/N) ?"
                                                      TO WS-MENSAGEM
                 END-IF
                 PERFORM 99-MENSAGEM
                 IF WS-SIM
                    PERFORM 211-GRAVA-DOCUMENTO
                 END-IF
              END-IF
           END-IF.
       21-SAIDA.
           EXIT.
      *
       211-GRAVA-DOCUMENTO SECTION.
       211.
           MOVE 1                   TO DOC-CD-EMPRESA.
           MOVE WS-CD-VENDEDOR      TO DOC-CD-VENDEDOR.
           MOVE WS-TP-DOCUMENTO     TO DOC-TP-DOCUMENTO.
           MOVE WS-NR-DOCUMENTO     TO DOC-NR-DOCUMENTO.
           MOVE WS-DS-ORGAO-EMISSOR TO DOC-DS-ORGAO-EMISSOR.
           MOVE WS-DT-EMISSAO       TO DOC-DT-EMISSAO.
           MOVE WS-DT-VALIDADE      TO DOC-DT-VALIDADE.
           IF WS-IN-OBRIGATORIO EQUAL "S" OR "s"
              MOVE "S" TO DOC-IN-OBRIGATORIO
           ELSE
              MOVE "N" TO DOC-IN-OBRIGATORIO.
           MOVE WS-DT-HOJE          TO DOC-DT-ATUALIZACAO.
           MOVE LK-CD-USUARIO       TO DOC-CD-USUARIO.
           IF WS-DOCUMENTO-EXISTE
              REWRITE DOC-REGISTRO
           ELSE
              WRITE DOC-REGISTRO.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "Documento Gravado." TO WS-MENSAGEM
           ELSE
              MOVE "211-GRAVA-DOCUMENTO" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-DOCVENDEDOR TO WS-ERR-NM-ARQUIVO
              MOVE DOC-CHAVE-DOCUMENTO TO WS-ERR-DS-CHAVE
              PERFORM 99-REGISTRA-ERRO
              MOVE "00" TO WS-ESTADO-ARQUIVO
              MOVE "Erro na Gravacao do Documento." TO WS-MENSAGEM.
           PERFORM 99-MENSAGEM.
       211-SAIDA.
           EXIT.
      *
       22-EXCLUI-DOCUMENTO SECTION.
      *-------------------
       22.
           PERFORM 99-ACEITA-TIPO.
           IF WS-FIM-ACAO
              CONTINUE
           ELSE
              IF NOT WS-DOCUMENTO-EXISTE
                 MOVE "Documento nao Cadastrado." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 MOVE DOC-NR-DOCUMENTO     TO WS-NR-DOCUMENTO
                 MOVE DOC-DS-ORGAO-EMISSOR TO WS-DS-ORGAO-EMISSOR
                 MOVE DOC-DT-EMISSAO       TO WS-DT-EMISSAO
                 MOVE DOC-DT-VALIDADE      TO WS-DT-VALIDADE
                 MOVE DOC-IN-OBRIGATORIO   TO WS-IN-OBRIGATORIO
                 DISPLAY SST-DADOS-DOCUMENTO
                 MOVE "Confirma a Exclusao do Documento (S/N) ?"
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 IF WS-SIM
                    DELETE ARQ-DOCVENDEDOR RECORD
                    MOVE "Documento Excluido." TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                 END-IF
              END-IF
           END-IF.
       22-SAIDA.
           EXIT.
      *
       23-LISTA-DOCUMENTOS SECTION.
      *-------------------
      * PAGINA PELOS DOCUMENTOS DO VENDEDOR, UMA LINHA POR VEZ
       23.
           PERFORM 99-ACEITA-VENDEDOR.
           IF WS-FIM-ACAO
              CONTINUE
           ELSE
              MOVE "N" TO WS-IND-FIM-LISTA
              MOVE ZEROS TO WS-QT-LISTADOS
              MOVE 1              TO DOC-CD-EMPRESA
              MOVE WS-CD-VENDEDOR TO DOC-CD-VENDEDOR
              MOVE SPACE          TO DOC-TP-DOCUMENTO
              MOVE ZEROS          TO WS-ESTADO-ARQUIVO
              START ARQ-DOCVENDEDOR KEY NOT LESS DOC-CHAVE-DOCUMENTO
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "S" TO WS-IND-FIM-LISTA
              END-IF
              PERFORM 231-LISTA-UM-DOCUMENTO
                  UNTIL WS-FIM-LISTA
              MOVE "00" TO WS-ESTADO-ARQUIVO
              IF WS-QT-LISTADOS EQUAL ZEROS
                 MOVE "Nenhum Documento para o Vendedor."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              END-IF
           END-IF.
       23-SAIDA.
           EXIT.
      *
       231-LISTA-UM-DOCUMENTO SECTION.
       231.
           READ ARQ-DOCVENDEDOR NEXT.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-FIM-LISTA
           ELSE
              IF DOC-CD-EMPRESA NOT EQUAL 1
              OR DOC-CD-VENDEDOR NOT EQUAL WS-CD-VENDEDOR
                 MOVE "S" TO WS-IND-FIM-LISTA
              ELSE
                 ADD 1 TO WS-QT-LISTADOS
                 MOVE DOC-TP-DOCUMENTO     TO WS-LL-TIPO
                 MOVE DOC-NR-DOCUMENTO     TO WS-LL-NUMERO
                 MOVE DOC-DS-ORGAO-EMISSOR TO WS-LL-ORGAO
                 MOVE DOC-DT-VALIDADE      TO WS-LL-DT-VALIDADE
                 IF DOC-OBRIGATORIO
                    MOVE "OBRG" TO WS-LL-OBRIGATORIO
                 ELSE
                    MOVE SPACES TO WS-LL-OBRIGATORIO
                 END-IF
                 IF DOC-DT-VALIDADE LESS WS-DT-HOJE
                    MOVE "VENCIDO" TO WS-LL-SITUACAO
                 ELSE
                    MOVE SPACES    TO WS-LL-SITUACAO
                 END-IF
                 DISPLAY SST-LINHA-LISTA
                 MOVE "Continuar a Lista (S/N) ?" TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 IF WS-NAO
                    MOVE "S" TO WS-IND-FIM-LISTA
                 END-IF
              END-IF
           END-IF.
       231-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           IF NOT WS-FIM-ARQUIVO
              CLOSE ARQ-DOCVENDEDOR
              CLOSE ARQ-VENDEDOR.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
      *
      * ACEITA O VENDEDOR E MOSTRA O NOME
       99-ACEITA-VENDEDOR.
           MOVE ZEROS  TO WS-CD-VENDEDOR
           MOVE SPACES TO WS-NM-VENDEDOR-ED
           ACCEPT SST-CHAVE-VENDEDOR
           IF WS-CD-VENDEDOR EQUAL ZEROS
              MOVE "F" TO WS-ACAO
                          WS-OPCAO
           ELSE
              MOVE 1              TO FOR-CD-EMPRESA
              MOVE WS-CD-VENDEDOR TO FOR-CD-VENDEDOR
              READ ARQ-VENDEDOR
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "00" TO WS-ESTADO-ARQUIVO
                 MOVE "Vendedor nao Encontrado." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 MOVE "F" TO WS-ACAO
              ELSE
                 MOVE FOR-NM-VENDEDOR TO WS-NM-VENDEDOR-ED
                 DISPLAY SST-CHAVE-VENDEDOR
              END-IF
           END-IF.
      *
      * ACEITA O TIPO E LOCALIZA O DOCUMENTO DO VENDEDOR, SE HOUVER
       99-ACEITA-TIPO.
           PERFORM 99-ACEITA-VENDEDOR
           IF NOT WS-FIM-ACAO
              MOVE SPACE TO WS-TP-DOCUMENTO
              ACCEPT SST-TP-DOCUMENTO
              IF WS-TP-DOCUMENTO EQUAL SPACE
                 MOVE "F" TO WS-ACAO
              ELSE
                 MOVE 1               TO DOC-CD-EMPRESA
                 MOVE WS-CD-VENDEDOR  TO DOC-CD-VENDEDOR
                 MOVE WS-TP-DOCUMENTO TO DOC-TP-DOCUMENTO
                 IF NOT DOC-TIPO-VALIDO
                    MOVE "Tipo de Documento Invalido." TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                    MOVE "F" TO WS-ACAO
                 ELSE
                    READ ARQ-DOCVENDEDOR
                    IF WS-OPERACAO-BEM-SUCEDIDA
                       MOVE "S" TO WS-IND-EXISTE
                    ELSE
                       MOVE "00" TO WS-ESTADO-ARQUIVO
                       MOVE "N"  TO WS-IND-EXISTE
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
      * CRITICA DO DOCUMENTO: NUMERO INFORMADO E DATAS COERENTES; A
      * MENSAGEM FICA PRONTA PARA A TELA (ESPACOS = SEM ERRO)
       99-VALIDA-DOCUMENTO.
           MOVE SPACES TO WS-MENSAGEM.
           IF WS-NR-DOCUMENTO EQUAL SPACES
              MOVE "Numero do Documento Obrigatorio." TO WS-MENSAGEM
           ELSE
              IF WS-DT-VALIDADE EQUAL ZEROS
                 MOVE "Data de Validade Obrigatoria." TO WS-MENSAGEM
              ELSE
                 IF WS-DT-EMISSAO GREATER WS-DT-VALIDADE
                    MOVE "Validade Anterior a Emissao." TO WS-MENSAGEM
                 ELSE
                    IF WS-IN-OBRIGATORIO NOT EQUAL "S" AND "s"
                                     AND "N" AND "n"
                       MOVE "Obrigatorio Deve Ser S ou N."
                                                      TO WS-MENSAGEM.
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
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-CADDOCVEN" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
