      *     auditoria de inclusao e marca o prospect como convertido
      *     com o codigo gerado - lead morto nunca entra em
      *     GV-CLIENTE.DAT.
      *     Chamado pelo cadastro de oportunidades (GV-CADOPORT) com
      *     o prospect em LK-CD-CHAVE-CONSULTA, vai direto para a
      *     conversao desse prospect, uma unica vez.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - CNPJ alfanumerico: CNPJ do prospect
      *                   passa a campo alfanumerico, normalizado e
      *                   criticado pelo digito verificador na
      *                   inclusao e na alteracao (zero = ainda nao
      *                   informado).
      *     15/Out/2026 - MCB - Cliente gerado pela conversao
      *                   abre o historico de carteira
      *                   (GV-HISTCART.DAT) com o vendedor
      *                   do prospect.
      *     15/Out/2026 - MCB - Cliente convertido nasce sem
      *                   segmento (000 - nao classificado).
      *     15/Out/2026 - MCB - Chamado com o prospect na chave de
      *                   pre-selecao (oportunidade ganha no
      *                   GV-CADOPORT), entra direto na conversao.
      *     15/Out/2026 - MCB - Prospect exibido na alteracao fica
      *                   registrado no log de acesso a dados pessoais
      *                   (GV-REGACESSO).
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *     15/Out/2026 - MCB - Chave alternada da carteira
      *                   (empresa + vendedor) no cadastro de clientes
      *                   (GV-CADCLI.CPY).
      *     15/Out/2026 - MCB - Inscricao Estadual do prospect na
      *                   tela, criticada contra a UF pelo
      *                   GV-VALIDAIE e levada para GV-INSCEST.DAT
      *                   na conversao em cliente.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             record key         is CLI-CHAVE-CLIENTE
             alternate record key is CLI-NR-CNPJ-CLIENTE
                                with duplicates
             alternate record key is CLI-CHAVE-CARTEIRA =
                                CLI-CD-EMPRESA CLI-CD-VENDEDOR
                                with duplicates
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-AUDITORIA ASSIGN TO DISK WID-ARQ-AUDITORIA
             organization       is line sequential.
           SELECT ARQ-HISTCART ASSIGN TO DISK WID-ARQ-HISTCART
             organization       is indexed
             access mode        is dynamic
             record key         is HCT-CHAVE-HISTORICO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-INSCEST ASSIGN TO DISK WID-ARQ-INSCEST
             organization       is indexed
             access mode        is dynamic
             record key         is IES-CHAVE-INSCEST
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-GEOMUN.CPY.
       COPY GV-CADSEQ.CPY.
       COPY GV-AUDITORIA.CPY.
       COPY GV-HISTCART.CPY.
       COPY GV-INSCEST.CPY.
      *
       WORKING-STORAGE SECTION.
      *
           03 WID-ARQ-GEOMUN         PIC X(15) VALUE "GV-GEOMUN.DAT".
           03 WID-ARQ-SEQUENCIA      PIC X(20) VALUE "GV-SEQUENCIA.DAT".
           03 WID-ARQ-AUDITORIA      PIC X(60) VALUE "GV-AUDITORIA.LOG".
           03 WID-ARQ-HISTCART       PIC X(20) VALUE "GV-HISTCART.DAT".
           03 WID-ARQ-INSCEST        PIC X(15) VALUE "GV-INSCEST.DAT".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
      * DADOS DO PROSPECT EM MANUTENCAO
           03 WS-CD-EMPRESA          PIC 9(002) VALUE 1.
           03 WS-CD-PROSPECT         PIC 9(007) VALUE ZEROS.
           03 WS-NR-CNPJ             PIC X(015) VALUE ZEROS.
           03 WS-IND-CNPJ-PROSPECT   PIC X(001) VALUE "S".
              88 WS-CNPJ-PROSPECT-OK           VALUE "S".
           03 WS-DS-RAZAO-SOCIAL     PIC X(040) VALUE SPACES.
           03 WS-DS-ENDERECO         PIC X(040) VALUE SPACES.
           03 WS-DS-CIDADE           PIC X(030) VALUE SPACES.
           03 WS-NR-LONGITUDE        PIC S9(003)V9(008) VALUE ZEROS.
           03 WS-DS-TELEFONE         PIC X(013) VALUE SPACES.
           03 WS-CD-VENDEDOR         PIC 9(007) VALUE ZEROS.
           03 WS-NR-INSC-ESTADUAL    PIC X(020) VALUE SPACES.
           03 WS-IND-INSC-PROSPECT   PIC X(001) VALUE "S".
              88 WS-INSC-PROSPECT-OK           VALUE "S".
      *
      * CONTROLE DA GEOCODIFICACAO (MESMO CAMINHO DO CADASTRO DE
      * CLIENTES: PREFIXO DE CEP, CIDADE/UF, CAPITAL DA UF)
      *
       COPY GV-GEOCEP.CPY.
      *
      * CALCULO DO DIGITO CNPJ/CPF
        COPY GV-VALIDACPF2.CPY.
      *
      * ALOCACAO DE CODIGOS NO CONTROLE DE SEQUENCIA
       01  WS-CAMPOS-SEQUENCIA.
           03 WS-IND-SEQ-NOVA        PIC X(001) VALUE "N".
           03 WS-CD-CLIENTE-NOVO     PIC 9(007) VALUE ZEROS.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-HISTCARWS.CPY.
      *
       COPY GV-ACESSOWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-VALIDAIEWS.CPY.
      *
       COPY GV-LINKAGE.
      *
           03 LINE 12 COL 21 USING WS-NR-CEP.
           03 LINE 13 COL 07 VALUE "Telefone....: ".
           03 LINE 13 COL 21 USING WS-DS-TELEFONE.
           03 LINE 13 COL 40 VALUE "Insc.Est.: ".
           03 LINE 13 COL 51 USING WS-NR-INSC-ESTADUAL.
           03 LINE 14 COL 07 VALUE "Latitude....: ".
           03 LINE 14 COL 21 USING WS-NR-LATITUDE.
           03 LINE 14 COL 40 VALUE "Longitude: ".
       0.
           PERFORM 1-MODULO-INICIAL.
           IF NOT WS-FIM-ARQUIVO
              IF LK-CD-CHAVE-CONSULTA GREATER ZEROS
                 PERFORM 25-CONVERSAO-DIRETA
              ELSE
                 PERFORM 2-MODULO-PRINCIPAL
                     WITH TEST AFTER UNTIL WS-FIM-PROGRAMA.
           PERFORM 3-MODULO-FINAL.
       0-SAIDA.
           EXIT PROGRAM.
                 CLOSE ARQ-PROSPECT
                 OPEN I-O ARQ-PROSPECT
              ELSE
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-PROSPECT TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Arquivo de Prospects Indisponivel."
                                                      TO WS-MENSAGEM
           IF NOT WS-FIM-ARQUIVO
              OPEN INPUT ARQ-VENDEDOR
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Arquivo de Vendedores Indisponivel."
                                                      TO WS-MENSAGEM
                                WS-DS-CIDADE
                                WS-SG-UF
                                WS-DS-TELEFONE
                                WS-NR-INSC-ESTADUAL
                 ACCEPT SST-DADOS-PROSPECT
                 PERFORM 99-CRITICA-CNPJ
                 PERFORM 99-VALIDA-VENDEDOR
                 PERFORM 99-VALIDA-INSCRICAO
                 IF NOT WS-CNPJ-PROSPECT-OK
                    MOVE "CNPJ Invalido!" TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                 ELSE
                 IF WS-CD-VENDEDOR EQUAL ZEROS
                    MOVE "Vendedor Interessado Invalido ou Inativo."
                                                      TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                 ELSE
                 IF NOT WS-INSC-PROSPECT-OK
                    PERFORM 99-MENSAGEM
                 ELSE
                    PERFORM 99-GEOCODIFICA-ENDERECO
                    MOVE "Confirma Inclusao (S/N) ?" TO WS-MENSAGEM
                       PERFORM 99-MENSAGEM
                    END-IF
                 END-IF
                 END-IF
                 END-IF
              END-IF
           END-IF.
       21-SAIDA.
                    PERFORM 99-MENSAGEM
                 ELSE
                    PERFORM 99-DESMONTA-PROSPECT
                    PERFORM 99-REGISTRA-ACESSO
                    ACCEPT SST-DADOS-PROSPECT
                    PERFORM 99-CRITICA-CNPJ
                    PERFORM 99-VALIDA-VENDEDOR
                    PERFORM 99-VALIDA-INSCRICAO
                    IF NOT WS-CNPJ-PROSPECT-OK
                       MOVE "CNPJ Invalido!" TO WS-MENSAGEM
                       PERFORM 99-MENSAGEM
                    ELSE
                    IF WS-CD-VENDEDOR EQUAL ZEROS
                       MOVE
                       "Vendedor Interessado Invalido ou Inativo."
                                                      TO WS-MENSAGEM
                       PERFORM 99-MENSAGEM
                    ELSE
                    IF NOT WS-INSC-PROSPECT-OK
                       PERFORM 99-MENSAGEM
                    ELSE
                       PERFORM 99-GEOCODIFICA-ENDERECO
                       MOVE "Confirma Alteracao (S/N) ?"
                          PERFORM 99-MENSAGEM
                       END-IF
                    END-IF
                    END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
           END-IF.
       24-SAIDA.
           EXIT.
      *
       25-CONVERSAO-DIRETA SECTION.
      *-------------------
      * CHAMADO PELO CADASTRO DE OPORTUNIDADES AO GANHAR UMA
      * OPORTUNIDADE DE PROSPECT: O PROSPECT VEM NA CHAVE DE
      * PRE-SELECAO E SO A CONVERSAO E OFERECIDA, UMA UNICA VEZ
       25.
           MOVE 4 TO WS-OPCAO.
           DISPLAY SST-CADASTRO-PROSPECT.
           MOVE SPACE TO WS-ACAO.
           PERFORM 24-CONVERTE-PROSPECT.
       25-SAIDA.
           EXIT.
      *
       241-EFETIVA-CONVERSAO SECTION.
       241.
           OPEN I-O ARQ-CLIENTE.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "241-EFETIVA-CONVERSAO" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "00" TO WS-ESTADO-ARQUIVO
              MOVE "Arquivo de Clientes Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 MOVE WS-CD-ALOCADO TO WS-CD-CLIENTE-NOVO
                 MOVE "GV-CADPROSP" TO WS-HCT-NM-PROGRAMA
                 PERFORM 99-ABRE-HISTCART-GRAVACAO
                 PERFORM 2411-CRIA-CLIENTE
                 PERFORM 99-FECHA-HISTCART
              END-IF
              CLOSE ARQ-CLIENTE
              MOVE "00" TO WS-ESTADO-ARQUIVO
                                        CLI-DT-BLOQUEIO.
           MOVE ZEROS                TO CLI-CD-VENDEDOR-SEC
                                        CLI-PC-SPLIT-SEC
                                        CLI-DT-CONSENTIMENTO
                                        CLI-CD-SEGMENTO.
           MOVE "N"                  TO CLI-IN-CONSENTE-EMAIL
                                        CLI-IN-CONSENTE-FONE.
           MOVE SPACES               TO CLI-CD-USU-CONSENT.
              MOVE CLI-REGISTRO-CLIENTE TO AUD-DADOS-REGISTRO
              PERFORM 99-GRAVA-AUDITORIA
              CLOSE ARQ-AUDITORIA
              IF PSP-NR-INSC-ESTADUAL NOT EQUAL SPACES
                 PERFORM 99-GRAVA-INSCRICAO
              END-IF
              MOVE "S"                TO WS-HCT-IND-NOVO
              PERFORM 99-REGISTRA-CARTEIRA
              MOVE "C"                TO PSP-SITUACAO
              MOVE WS-CD-CLIENTE-NOVO TO PSP-CD-CLIENTE-GERADO
              PERFORM 99-REGRAVA-PROSPECT
                     INTO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              MOVE "2411-CRIA-CLIENTE" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              MOVE CLI-CHAVE-CLIENTE TO WS-ERR-DS-CHAVE
              PERFORM 99-REGISTRA-ERRO
              MOVE "Erro na Criacao do Cliente." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              MOVE "00" TO WS-ESTADO-ARQUIVO
       99-ACEITA-CHAVE.
           MOVE 1     TO WS-CD-EMPRESA.
           MOVE ZEROS TO WS-CD-PROSPECT.
           IF LK-CD-CHAVE-CONSULTA GREATER ZEROS
              MOVE LK-CD-CHAVE-CONSULTA TO WS-CD-PROSPECT
              DISPLAY SST-CHAVE-PROSPECT
           ELSE
              ACCEPT SST-CHAVE-PROSPECT
           END-IF.
           IF WS-CD-PROSPECT EQUAL ZEROS
              MOVE "F" TO WS-ACAO
                          WS-OPCAO
           MOVE WS-NR-LATITUDE     TO PSP-NR-LATITUDE
           MOVE WS-NR-LONGITUDE    TO PSP-NR-LONGITUDE
           MOVE WS-DS-TELEFONE     TO PSP-DS-TELEFONE
           MOVE WS-CD-VENDEDOR     TO PSP-CD-VENDEDOR
           MOVE WS-NR-INSC-ESTADUAL TO PSP-NR-INSC-ESTADUAL.
      *
       99-DESMONTA-PROSPECT.
           MOVE PSP-NR-CNPJ         TO WS-NR-CNPJ
           MOVE PSP-NR-LATITUDE     TO WS-NR-LATITUDE
           MOVE PSP-NR-LONGITUDE    TO WS-NR-LONGITUDE
           MOVE PSP-DS-TELEFONE     TO WS-DS-TELEFONE
           MOVE PSP-CD-VENDEDOR     TO WS-CD-VENDEDOR
           MOVE PSP-NR-INSC-ESTADUAL TO WS-NR-INSC-ESTADUAL.
      *
      * VENDEDOR INTERESSADO DEVE EXISTIR E ESTAR ATIVO; INVALIDO
      * VOLTA ZERADO PARA O CHAMADOR RECUSAR
      *
       990-CONSULTA-CONFIG.
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
      *
      * NORMALIZA O CNPJ DIGITADO E CONFERE O DIGITO VERIFICADOR
      * (NUMERICO OU ALFANUMERICO); CNPJ ZERADO AINDA NAO INFORMADO
       99-CRITICA-CNPJ.
           MOVE "S"        TO WS-IND-CNPJ-PROSPECT
           MOVE WS-NR-CNPJ TO WS-CNPJ-ENTRADA
           PERFORM 99-NORMALIZA-CNPJ
           MOVE WS-CNPJ    TO WS-NR-CNPJ
           IF WS-NR-CNPJ NOT EQUAL ZEROS
              PERFORM 99-VALIDA-CNPJ
              IF WS-NR-CNPJ NOT EQUAL WS-CNPJ
                 MOVE "N" TO WS-IND-CNPJ-PROSPECT
              END-IF
           END-IF.
      *
      * CRITICA A INSCRICAO ESTADUAL DIGITADA CONTRA A UF DO
      * PROSPECT E DEVOLVE A FORMA NORMALIZADA; EM BRANCO E ACEITA
      * (AINDA NAO INFORMADA). RECUSADA DEIXA A MENSAGEM MONTADA
       99-VALIDA-INSCRICAO.
           MOVE "S"                 TO WS-IND-INSC-PROSPECT
           MOVE WS-SG-UF            TO WS-VIE-SG-UF
           MOVE WS-NR-INSC-ESTADUAL TO WS-VIE-NR-ENTRADA
           CALL WS-NM-PROG-VALIDAIE USING WS-VIE-PARAMETROS
           IF WS-VIE-IE-ACEITA
              MOVE WS-VIE-NR-INSCRICAO TO WS-NR-INSC-ESTADUAL
           END-IF
           IF WS-VIE-IE-AUSENTE
              MOVE SPACES TO WS-NR-INSC-ESTADUAL
           END-IF
           IF WS-VIE-UF-INVALIDA
              MOVE "N" TO WS-IND-INSC-PROSPECT
              MOVE "Inscricao Estadual Exige UF Valida no Prospect!"
                                                      TO WS-MENSAGEM
           END-IF
           IF WS-VIE-IE-INVALIDA
              MOVE "N"    TO WS-IND-INSC-PROSPECT
              MOVE SPACES TO WS-MENSAGEM
              STRING "Inscricao Estadual: " DELIMITED BY SIZE
                     WS-VIE-DS-CRITICA      DELIMITED BY "  "
                     "!"                    DELIMITED BY SIZE
                     INTO WS-MENSAGEM
           END-IF.
      *
      * LEVA A INSCRICAO DO PROSPECT PARA O CLIENTE RECEM-CRIADO EM
      * GV-INSCEST.DAT; FALHA AQUI NAO DESFAZ A CONVERSAO, SO FICA
      * NO LOG DE ERROS E O CLIENTE SEGUE SEM INSCRICAO
       99-GRAVA-INSCRICAO.
           OPEN I-O ARQ-INSCEST.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
           AND WS-ESTADO-ARQUIVO EQUAL "35"
              CLOSE ARQ-INSCEST
              OPEN OUTPUT ARQ-INSCEST
              CLOSE ARQ-INSCEST
              OPEN I-O ARQ-INSCEST
           END-IF.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE CLI-CD-EMPRESA       TO IES-CD-EMPRESA
              MOVE CLI-CD-CLIENTE       TO IES-CD-CLIENTE
              MOVE PSP-NR-INSC-ESTADUAL TO IES-NR-INSC-ESTADUAL
              MOVE PSP-SG-UF            TO IES-SG-UF
              MOVE LK-CD-USUARIO        TO IES-CD-USUARIO
              MOVE WS-DT-HOJE           TO IES-DT-ALTERACAO
              WRITE IES-REGISTRO
              IF WS-ESTADO-ARQUIVO EQUAL "22"
                 REWRITE IES-REGISTRO
              END-IF
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "99-GRAVA-INSCRICAO" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-INSCEST TO WS-ERR-NM-ARQUIVO
                 MOVE IES-CHAVE-INSCEST TO WS-ERR-DS-CHAVE
                 PERFORM 99-REGISTRA-ERRO
              END-IF
              CLOSE ARQ-INSCEST
           ELSE
              MOVE "99-GRAVA-INSCRICAO" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-INSCEST TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
       COPY GV-HISTCARPD.CPY.
      *
      * REGISTRA A EXIBICAO DO PROSPECT NO LOG DE ACESSO (LGPD)
       99-REGISTRA-ACESSO.
           MOVE "GV-CADPROSP"       TO WS-ACS-NM-PROGRAMA.
           MOVE "P"                 TO WS-ACS-TP-REGISTRO.
           MOVE "N"                 TO WS-ACS-IN-ARQUIVO-MORTO.
           MOVE PSP-CD-EMPRESA      TO WS-ACS-CD-EMPRESA.
           MOVE PSP-CD-PROSPECT     TO WS-ACS-CD-CHAVE.
           MOVE PSP-NR-CNPJ         TO WS-ACS-NR-DOCUMENTO.
           CALL WS-NM-PROG-ACESSO USING WS-ACS-PARAMETROS
                                        LINKAGE-DADOS.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-CADPROSP" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
       COPY GV-VALIDACPF1.CPY.
