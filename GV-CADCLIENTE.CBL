      *                   data e operador carimbados a cada mudanca;
      *                   a carga em massa das respostas em papel e
      *                   feita por GV-CARGACONSEN.
      *     15/Out/2026 - MCB - CNPJ alfanumerico: CNPJ passa a campo
      *                   alfanumerico na tela, na busca pela chave
      *                   alternada e na importacao (posicional e
      *                   CSV); o digitado e normalizado (sem
      *                   pontuacao, maiusculas, alinhado a direita)
      *                   antes da critica do digito verificador.
      *     15/Out/2026 - MCB - Segmento do cliente na tela,
      *                   validado contra GV-SEGMENTO.DAT;
      *                   importacao aceita o segmento no layout
      *                   posicional e na 6a coluna opcional do CSV.
      *     15/Out/2026 - MCB - Cliente exibido na alteracao ou na
      *                   exclusao fica registrado no log de acesso a
      *                   dados pessoais (GV-REGACESSO).
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *     15/Out/2026 - MCB - Chave alternada da carteira
      *                   (empresa + vendedor) no cadastro de clientes
      *                   (GV-CADCLI.CPY).
      *     15/Out/2026 - MCB - Inscricao Estadual do cliente na tela
      *                   e na importacao (campo final do layout
      *                   posicional e 7a coluna opcional do CSV),
      *                   criticada contra a UF pelo GV-VALIDAIE e
      *                   gravada em GV-INSCEST.DAT.
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
           SELECT ARQ-IMPORTACAO ASSIGN TO DISK WID-ARQ-IMPORTACAO
             record key         is REG-CD-REGIAO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-SEGMENTO ASSIGN TO DISK WID-ARQ-SEGMENTO
             organization       is indexed
             access mode        is dynamic
             record key         is SEG-CD-SEGMENTO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-GEOMUN ASSIGN TO DISK WID-ARQ-GEOMUN
             organization       is indexed
             access mode        is dynamic
             record key         is APR-NR-SOLICITACAO
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
       COPY GV-REJEITO.CPY.
       COPY GV-CHECKPT.CPY.
       COPY GV-CADREG.CPY.
       COPY GV-CADSEG.CPY.
       COPY GV-GEOMUN.CPY.
       COPY GV-CADMOT.CPY.
       COPY GV-CADSEQ.CPY.
       COPY GV-CADEMP.CPY.
       COPY GV-DNE.CPY.
       COPY GV-INSCEST.CPY.
      *
      * LOG DOS CLIENTES QUE SO OBTIVERAM A CAPITAL DA UF COMO
      * GEOCODIFICACAO - MEDE QUANTO DA BASE SEGUE GROSSEIRA
           03 WID-ARQ-REJEICAO     PIC X(20) VALUE "CLI-REJEITADOS.LOG".
           03 WID-ARQ-CHECKPOINT   PIC X(20) VALUE "CLI-CHECKPT.DAT".
           03 WID-ARQ-REGIAO       PIC X(15) VALUE "GV-REGIAO.DAT".
           03 WID-ARQ-SEGMENTO     PIC X(16) VALUE "GV-SEGMENTO.DAT".
           03 WID-ARQ-GEOMUN       PIC X(15) VALUE "GV-GEOMUN.DAT".
           03 WID-ARQ-GEOLOG       PIC X(20) VALUE "GEO-FALLBACK.LOG".
           03 WID-ARQ-MOTIVO       PIC X(15) VALUE "GV-MOTIVO.DAT".
           03 WID-ARQ-APROVACAO    PIC X(16) VALUE "GV-APROVACAO.DAT".
           03 WID-ARQ-EMPRESA      PIC X(15) VALUE "GV-EMPRESA.DAT".
           03 WID-ARQ-DNE          PIC X(15) VALUE "GV-DNE.DAT".
           03 WID-ARQ-INSCEST      PIC X(15) VALUE "GV-INSCEST.DAT".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-CSV-CAMPO3          PIC X(040).
           03 WS-CSV-CAMPO4          PIC X(040).
           03 WS-CSV-CAMPO5          PIC X(040).
           03 WS-CSV-CAMPO6          PIC X(040).
           03 WS-CSV-CAMPO7          PIC X(040).
      *
      * DADOS DO CLIENTE
           03 WS-CD-EMPRESA               PIC 9(002).
           03 WS-CD-CLIENTE              PIC 9(007).
           03 WS-NR-CNPJ-CLIENTE         PIC X(015).
           03 WS-DS-RAZAO-SOCIAL         PIC X(040).
           03 WS-NR-LATITUDE             PIC ZZ9,99999999.
           03 WS-NR-LONGITUDE            PIC ZZ9,99999999.
           03 WS-MANUAL-PIN              PIC X(001).
              88 WS-PIN-MANUAL                    VALUE "S".
           03 WS-CD-REGIAO               PIC 9(003).
           03 WS-CD-SEGMENTO             PIC 9(003) VALUE ZEROS.
           03 WS-DT-ULTIMO-CONTATO       PIC 9(008) VALUE ZEROS.
           03 WS-DS-TELEFONE             PIC X(013).
           03 WS-DS-EMAIL                PIC X(034).
      * INSCRICAO ESTADUAL COMO DIGITADA; DEPOIS DA CRITICA FICA A
      * FORMA NORMALIZADA QUE VAI PARA GV-INSCEST.DAT
           03 WS-NR-INSC-ESTADUAL        PIC X(020) VALUE SPACES.
           03 WS-CD-CLASSE-ABC           PIC X(001) VALUE "C".
              88 WS-CLASSE-VALIDA              VALUE "A" "B" "C".
           03 WS-QT-TENTATIVAS-SEQ       PIC 9(003) VALUE ZEROS.
      * CALCULO DO DIGITO CNPJ/CPF
        COPY GV-VALIDACPF2.CPY.
      *
      * CRITICA DA INSCRICAO ESTADUAL POR UF
        COPY GV-VALIDAIEWS.CPY.
      *
      * GEOCODIFICACAO AUTOMATICA POR UF
        COPY GV-GEOCEP.CPY.
       01  WS-ACHOU-UF                PIC X(01) VALUE "N".
           88 WS-COORD-DUPLICADA              VALUE "S".
       01  WS-IND-ARQ-REGIAO          PIC X(01) VALUE "N".
           88 WS-ARQ-REGIAO-OK                VALUE "S".
       01  WS-IND-ARQ-SEGMENTO        PIC X(01) VALUE "N".
           88 WS-ARQ-SEGMENTO-OK              VALUE "S".
       01  WS-IND-ARQ-GEOMUN          PIC X(01) VALUE "N".
           88 WS-ARQ-GEOMUN-OK                VALUE "S".
       01  WS-IND-ARQ-MOTIVO          PIC X(01) VALUE "N".
           88 WS-ARQ-DNE-OK                   VALUE "S".
       01  WS-IND-CNPJ-DUP            PIC X(01) VALUE "N".
           88 WS-CNPJ-DUPLICADO               VALUE "S".
       01  WS-NR-CNPJ-BUSCA           PIC X(15) VALUE SPACES.
       01  WS-FINAL-GEOMUN            PIC X(01) VALUE SPACE.
           88 WS-FIM-GEOMUN                   VALUE "F".
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-ACESSOWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
           03 LINE 18 COL 27 VALUE "                    ".
           03 LINE 19 COL 27 VALUE
                           "                                        ".
           03 LINE 10 COL 51 VALUE "                    ".
      *
       01  SST-CADASTRO-CLIENTE.
           03 LINE 02 COL 30 VALUE "Cadastro de Clientes".           
           03 LINE 09 COL 26 USING WS-DS-RAZAO-SOCIAL.
           03 LINE 10 COL 07 VALUE "          Latitude: ".
           03 LINE 10 COL 26 USING WS-NR-LATITUDE.
           03 LINE 10 COL 40 VALUE "Insc.Est.: ".
           03 LINE 10 COL 51 USING WS-NR-INSC-ESTADUAL.
           03 LINE 11 COL 07 VALUE "         Longitude: ".
           03 LINE 11 COL 26 USING WS-NR-LONGITUDE.
           03 LINE 12 COL 07 VALUE "          Endereco: ".
           03 LINE 13 COL 62 USING WS-SG-UF.
           03 LINE 14 COL 07 VALUE "               CEP: ".
           03 LINE 14 COL 26 USING WS-NR-CEP.
           03 LINE 14 COL 42 VALUE "Segmento: ".
           03 LINE 14 COL 52 USING WS-CD-SEGMENTO.
           03 LINE 15 COL 07 VALUE "Pin Manual (S/N)  : ".
           03 LINE 15 COL 26 USING WS-MANUAL-PIN.
           03 LINE 15 COL 34 VALUE "Cons.Email: ".
           PERFORM 99-LE-CONFIGURACAO.
           OPEN I-O ARQ-CLIENTE.
           IF WS-ERRO-ACESSO 
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Clientes em Uso." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA AND NOT WS-ERRO-ACESSO
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Clientes com Erro." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           ELSE
              MOVE "N" TO WS-IND-ARQ-REGIAO
              MOVE "00" TO WS-ESTADO-ARQUIVO.
           OPEN INPUT ARQ-SEGMENTO.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-SEGMENTO
           ELSE
              MOVE "N" TO WS-IND-ARQ-SEGMENTO
              MOVE "00" TO WS-ESTADO-ARQUIVO.
           OPEN INPUT ARQ-GEOMUN.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-GEOMUN
                 OPEN I-O ARQ-APROVACAO
              ELSE
                 MOVE "00" TO WS-ESTADO-ARQUIVO.
           OPEN I-O ARQ-INSCEST.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              IF WS-ESTADO-ARQUIVO EQUAL "35"
                 CLOSE ARQ-INSCEST
                 OPEN OUTPUT ARQ-INSCEST
                 CLOSE ARQ-INSCEST
                 OPEN I-O ARQ-INSCEST
              ELSE
                 MOVE "00" TO WS-ESTADO-ARQUIVO.
           IF NOT WS-FIM-ARQUIVO
              PERFORM 99-CONTA-REGISTROS
              MOVE WS-QT-REGISTROS TO WS-QT-REGISTROS-ED
              ELSE
      *
      *          Valida se o CNPJ ja existe (chave alternada) ----
                 PERFORM 99-NORMALIZA-CNPJ-CLIENTE
                 PERFORM 99-PROCURA-CNPJ
                 IF WS-CNPJ-DUPLICADO
                    MOVE "CNPJ ja Cadastrado" TO WS-ERRO
      *                Valida a regiao contra o cadastro ----
                       PERFORM 99-VALIDA-REGIAO
      *
      *                Valida o segmento contra o cadastro ----
                       PERFORM 99-VALIDA-SEGMENTO
      *
      *                Valida o vendedor secundario e o split ----
                       PERFORM 99-VALIDA-VENDEDOR-SEC
      *
      *                Valida a empresa contra o cadastro ----
                       PERFORM 99-VALIDA-EMPRESA
      *
      *                Valida a inscricao estadual pela UF ----
                       PERFORM 99-VALIDA-INSCRICAO
      *
      *                Avisa divergencia CEP x cidade x UF ----
                       PERFORM 99-AVISA-CEP-CIDADE.
      *
                 MOVE WS-NR-CEP          TO CLI-NR-CEP
                 MOVE WS-MANUAL-PIN      TO CLI-MANUAL-PIN
                 MOVE WS-CD-REGIAO       TO CLI-CD-REGIAO
                 MOVE WS-CD-SEGMENTO     TO CLI-CD-SEGMENTO
                 MOVE WS-DS-TELEFONE     TO CLI-DS-TELEFONE
                 MOVE WS-DS-EMAIL        TO CLI-DS-EMAIL
                 IF WS-DT-ULTIMO-CONTATO EQUAL ZEROS
                 MOVE SPACES TO CLI-CD-USU-CONSENT
                 PERFORM 99-TRATA-CONSENTIMENTO
                 PERFORM 99-GRAVA-CLIENTE
                 PERFORM 99-GRAVA-INSCRICAO
                 MOVE "C"                  TO AUD-TIPO-ENTIDADE
                 MOVE "I"                  TO AUD-TIPO-OPERACAO
                 MOVE "D"                  TO AUD-IMAGEM
      *
      *       Codigo nao informado - busca por CNPJ pela chave
      *       alternada ou navega pelo arquivo na ordem de chave ----
              MOVE SPACES TO WS-NR-CNPJ-BUSCA
              ACCEPT SST-BUSCA-CNPJ
              MOVE WS-NR-CNPJ-BUSCA TO WS-CNPJ-ENTRADA
              PERFORM 99-NORMALIZA-CNPJ
              MOVE WS-CNPJ TO WS-NR-CNPJ-BUSCA
              IF WS-NR-CNPJ-BUSCA NOT EQUAL ZEROS
                 MOVE WS-NR-CNPJ-BUSCA TO CLI-NR-CNPJ-CLIENTE
                 READ ARQ-CLIENTE KEY IS CLI-NR-CNPJ-CLIENTE
                 IF WS-OPERACAO-BEM-SUCEDIDA
           IF WS-SIM
      *
      *       Valida se o CNPJ ja existe (chave alternada) ----
              PERFORM 99-NORMALIZA-CNPJ-CLIENTE
              PERFORM 99-PROCURA-CNPJ
              IF WS-CNPJ-DUPLICADO
                 MOVE "CNPJ ja Cadastrado" TO WS-ERRO
      *             Valida a regiao contra o cadastro ----
                    PERFORM 99-VALIDA-REGIAO
      *
      *             Valida o segmento contra o cadastro ----
                    PERFORM 99-VALIDA-SEGMENTO
      *
      *             Valida o vendedor secundario e o split ----
                    PERFORM 99-VALIDA-VENDEDOR-SEC
      *
      *             Valida a inscricao estadual pela UF ----
                    PERFORM 99-VALIDA-INSCRICAO
      *
      *             Avisa divergencia CEP x cidade x UF ----
                    PERFORM 99-AVISA-CEP-CIDADE.
      *
                 MOVE WS-NR-CEP          TO CLI-NR-CEP
                 MOVE WS-MANUAL-PIN      TO CLI-MANUAL-PIN
                 MOVE WS-CD-REGIAO       TO CLI-CD-REGIAO
                 MOVE WS-CD-SEGMENTO     TO CLI-CD-SEGMENTO
                 MOVE WS-DS-TELEFONE     TO CLI-DS-TELEFONE
                 MOVE WS-DS-EMAIL        TO CLI-DS-EMAIL
                 IF WS-CLASSE-VALIDA
                 PERFORM 99-TRATA-CONSENTIMENTO
                 PERFORM 99-REGRAVA-CLIENTE
                 IF NOT WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "221-MOVE-DADOS" TO WS-ERR-NM-PARAGRAFO
                    MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
                    MOVE CLI-CHAVE-CLIENTE TO WS-ERR-DS-CHAVE
                    PERFORM 99-REGISTRA-ERRO
                    MOVE "Erro ao Excluir o Cliente." TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                 ELSE
                    PERFORM 99-GRAVA-INSCRICAO
                    MOVE "D"                  TO AUD-IMAGEM
                    MOVE CLI-REGISTRO-CLIENTE TO AUD-DADOS-REGISTRO
                    PERFORM 99-GRAVA-AUDITORIA
              MOVE CLI-NR-CEP          TO WS-NR-CEP
              MOVE CLI-MANUAL-PIN      TO WS-MANUAL-PIN
              MOVE CLI-CD-REGIAO       TO WS-CD-REGIAO
              MOVE CLI-CD-SEGMENTO     TO WS-CD-SEGMENTO
              MOVE CLI-DT-ULTIMO-CONTATO TO WS-DT-ULTIMO-CONTATO
              MOVE CLI-DS-TELEFONE     TO WS-DS-TELEFONE
              MOVE CLI-DS-EMAIL        TO WS-DS-EMAIL
              MOVE CLI-CD-CLASSE-ABC   TO WS-CD-CLASSE-ABC
              MOVE CLI-IN-CONSENTE-EMAIL TO WS-IN-CONS-EMAIL
              MOVE CLI-IN-CONSENTE-FONE  TO WS-IN-CONS-FONE
              PERFORM 99-LER-INSCRICAO
              PERFORM 99-REGISTRA-ACESSO
              PERFORM 221-TRATA-CLIENTE.
       222-SAIDA.
           EXIT.
                 MOVE CLI-NR-CEP          TO WS-NR-CEP
                 MOVE CLI-MANUAL-PIN      TO WS-MANUAL-PIN
                 MOVE CLI-CD-REGIAO       TO WS-CD-REGIAO
                 MOVE CLI-CD-SEGMENTO     TO WS-CD-SEGMENTO
                 MOVE CLI-DS-TELEFONE     TO WS-DS-TELEFONE
                 MOVE CLI-DS-EMAIL        TO WS-DS-EMAIL
                 PERFORM 99-LER-INSCRICAO
                 PERFORM 99-REGISTRA-ACESSO
                 DISPLAY SST-DADOS-CLIENTE
                 MOVE "Confirma os Exclusao (S/N) ?" TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                    MOVE "I" TO CLI-SITUACAO
                    PERFORM 99-REGRAVA-CLIENTE
                    IF NOT WS-OPERACAO-BEM-SUCEDIDA
                       MOVE "23-TRATA-CLIENTE" TO WS-ERR-NM-PARAGRAFO
                       MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
                       MOVE CLI-CHAVE-CLIENTE TO WS-ERR-DS-CHAVE
                       PERFORM 99-REGISTRA-ERRO
                       MOVE "Erro ao Excluir o Cliente." TO WS-MENSAGEM
                       PERFORM 99-MENSAGEM
                    ELSE
                 MOVE "I" TO WS-ACAO
           ELSE
              MOVE "I" TO WS-ACAO.
      *
      *    UF do cadastro para a critica da inscricao estadual, antes
      *    que a busca do CNPJ reposicione o arquivo
           IF WS-ACAO-ALTERACAO
              MOVE CLI-SG-UF TO WS-SG-UF
           ELSE
              MOVE SPACES    TO WS-SG-UF.
      *
           MOVE ARQ-NR-CNPJ-CLIENTE TO WS-CNPJ-ENTRADA.
           PERFORM 99-NORMALIZA-CNPJ.
           MOVE WS-CNPJ             TO ARQ-NR-CNPJ-CLIENTE.
      *
           MOVE ARQ-CD-CLIENTE      TO WS-CD-CLIENTE.
           MOVE ARQ-NR-CNPJ-CLIENTE TO WS-NR-CNPJ-CLIENTE.
           PERFORM 99-VALIDA-CNPJ.
           IF ARQ-NR-CNPJ-CLIENTE NOT EQUAL WS-CNPJ 
              MOVE "CNPJ Invalido" TO WS-ERRO.
      *
           MOVE ARQ-CD-SEGMENTO     TO WS-CD-SEGMENTO.
           PERFORM 99-VALIDA-SEGMENTO.
      *
      *    Inscricao estadual em branco mantem a atual; informada, e
      *    criticada contra a UF do cadastro (a inclusao pela
      *    importacao nao traz UF, entao so aceita inscricao na
      *    alteracao de cliente com UF)
           MOVE ARQ-NR-INSC-ESTADUAL TO WS-NR-INSC-ESTADUAL.
           IF WS-NR-INSC-ESTADUAL NOT EQUAL SPACES
              PERFORM 99-VALIDA-INSCRICAO.
      *
       241-MOVE-DADOS.
           IF WS-ERRO EQUAL SPACES
                 MOVE ARQ-DS-RAZAO-SOCIAL TO CLI-DS-RAZAO-SOCIAL
                 MOVE ARQ-NR-LATITUDE     TO CLI-NR-LATITUDE
                 MOVE ARQ-NR-LONGITUDE    TO CLI-NR-LONGITUDE
                 IF ARQ-CD-SEGMENTO NOT EQUAL ZEROS
                    MOVE ARQ-CD-SEGMENTO  TO CLI-CD-SEGMENTO
                 END-IF
                 IF WS-ACAO-INCLUSAO
                    MOVE ZEROS TO CLI-CD-VENDEDOR
                                  CLI-QT-DISTANCIA
                                  CLI-DT-BLOQUEIO
                                  CLI-CD-VENDEDOR-SEC
                                  CLI-PC-SPLIT-SEC
                    MOVE ARQ-CD-SEGMENTO      TO CLI-CD-SEGMENTO
                    MOVE SPACES TO CLI-DS-ENDERECO
                                   CLI-DS-CIDADE
                                   CLI-SG-UF
                 ELSE
                    PERFORM 99-REGRAVA-CLIENTE
                 END-IF
                 IF WS-NR-INSC-ESTADUAL NOT EQUAL SPACES
                    PERFORM 99-GRAVA-INSCRICAO
                 END-IF
                 MOVE "C"                  TO AUD-TIPO-ENTIDADE
                 MOVE "D"                  TO AUD-IMAGEM
                 MOVE CLI-CD-EMPRESA       TO AUD-CD-EMPRESA
                 ADD 1                    TO WS-QT-REJEITADOS
                 MOVE "C"                 TO REJ-TIPO-ENTIDADE
                 MOVE ARQ-CD-CLIENTE      TO REJ-CHAVE
                 MOVE ARQ-NR-CNPJ-CLIENTE TO REJ-NR-CNPJ
                 MOVE WS-ERRO             TO REJ-MOTIVO
                 PERFORM 99-GRAVA-REJEICAO
              END-IF.
           CLOSE ARQ-AUDITORIA.
           IF WS-ARQ-REGIAO-OK
              CLOSE ARQ-REGIAO.
           IF WS-ARQ-SEGMENTO-OK
              CLOSE ARQ-SEGMENTO.
           IF WS-ARQ-GEOMUN-OK
              CLOSE ARQ-GEOMUN.
           IF WS-ARQ-MOTIVO-OK
           IF WS-ARQ-DNE-OK
              CLOSE ARQ-DNE.
           CLOSE ARQ-APROVACAO.
           CLOSE ARQ-INSCEST.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
      *
      * VALIDA O CODIGO DE SEGMENTO CONTRA GV-SEGMENTO.DAT; ZEROS
      * (CLIENTE NAO CLASSIFICADO) E ACEITO, E SEM O ARQUIVO DE
      * SEGMENTOS A VALIDACAO E DISPENSADA
       99-VALIDA-SEGMENTO.
           IF  WS-ERRO EQUAL SPACES
           AND WS-CD-SEGMENTO NOT EQUAL ZEROS
           AND WS-ARQ-SEGMENTO-OK
              MOVE WS-CD-SEGMENTO TO SEG-CD-SEGMENTO
              READ ARQ-SEGMENTO
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "Segmento Inexistente no Cadastro de Segmentos!"
                                                         TO WS-ERRO
              ELSE
                 IF NOT SEG-SIT-ATIVO
                    MOVE "Segmento Inativo no Cadastro de Segmentos!"
                                                         TO WS-ERRO
                 END-IF
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
      *
      * NORMALIZA O CNPJ DIGITADO NA TELA; DEIXA O RESULTADO TAMBEM EM
      * WS-CNPJ PARA A CRITICA DO DIGITO VERIFICADOR
       99-NORMALIZA-CNPJ-CLIENTE.
           MOVE WS-NR-CNPJ-CLIENTE TO WS-CNPJ-ENTRADA
           PERFORM 99-NORMALIZA-CNPJ
           MOVE WS-CNPJ            TO WS-NR-CNPJ-CLIENTE.
      *
      * PROCURA OUTRO CLIENTE COM O MESMO CNPJ PELA CHAVE ALTERNADA
      * (SUBSTITUI A ANTIGA VARREDURA COMPLETA DO ARQUIVO). ENTRADA:
      * WS-NR-CNPJ-CLIENTE E WS-CD-CLIENTE (CODIGO A EXCLUIR DA
              MOVE WS-IN-CONS-FONE  TO CLI-IN-CONSENTE-FONE
              ACCEPT CLI-DT-CONSENTIMENTO FROM DATE YYYYMMDD
              MOVE LK-CD-USUARIO TO CLI-CD-USU-CONSENT.
      *
      * CRITICA A INSCRICAO ESTADUAL (WS-NR-INSC-ESTADUAL) CONTRA A
      * UF (WS-SG-UF) PELO GV-VALIDAIE: EM BRANCO E ACEITA (CLIENTE
      * SEM INSCRICAO, APONTADO PELA AUDITORIA GV-AUDITAIE), "ISENTO"
      * E ACEITO; ACEITA, A INSCRICAO VOLTA NORMALIZADA PARA A TELA
       99-VALIDA-INSCRICAO.
           IF WS-ERRO EQUAL SPACES
              MOVE WS-SG-UF            TO WS-VIE-SG-UF
              MOVE WS-NR-INSC-ESTADUAL TO WS-VIE-NR-ENTRADA
              CALL WS-NM-PROG-VALIDAIE USING WS-VIE-PARAMETROS
              IF WS-VIE-IE-ACEITA
                 MOVE WS-VIE-NR-INSCRICAO TO WS-NR-INSC-ESTADUAL
              END-IF
              IF WS-VIE-UF-INVALIDA
                 MOVE "Inscricao Estadual Exige UF Valida no Cliente!"
                                                         TO WS-ERRO
              END-IF
              IF WS-VIE-IE-INVALIDA
                 STRING "Inscricao Estadual: " DELIMITED BY SIZE
                        WS-VIE-DS-CRITICA      DELIMITED BY "  "
                        "!"                    DELIMITED BY SIZE
                        INTO WS-ERRO
              END-IF
           END-IF.
      *
      * LE A INSCRICAO ESTADUAL DO CLIENTE EM CLI-REGISTRO-CLIENTE
      * PARA A TELA (EM BRANCO QUANDO NAO HA REGISTRO)
       99-LER-INSCRICAO.
           MOVE SPACES         TO WS-NR-INSC-ESTADUAL.
           MOVE CLI-CD-EMPRESA TO IES-CD-EMPRESA.
           MOVE CLI-CD-CLIENTE TO IES-CD-CLIENTE.
           READ ARQ-INSCEST.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE IES-NR-INSC-ESTADUAL TO WS-NR-INSC-ESTADUAL.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
      * GRAVA A INSCRICAO JA CRITICADA DO CLIENTE EM
      * CLI-REGISTRO-CLIENTE, COM A UF DA CRITICA (WS-SG-UF): EM
      * BRANCO APAGA O REGISTRO, IGUAL AO GRAVADO NAO MEXE NO ARQUIVO
       99-GRAVA-INSCRICAO.
           MOVE CLI-CD-EMPRESA TO IES-CD-EMPRESA.
           MOVE CLI-CD-CLIENTE TO IES-CD-CLIENTE.
           READ ARQ-INSCEST WITH LOCK.
           IF WS-OPERACAO-BEM-SUCEDIDA
              IF WS-NR-INSC-ESTADUAL EQUAL SPACES
                 DELETE ARQ-INSCEST
              ELSE
                 IF WS-NR-INSC-ESTADUAL NOT EQUAL IES-NR-INSC-ESTADUAL
                 OR WS-SG-UF NOT EQUAL IES-SG-UF
                    MOVE WS-NR-INSC-ESTADUAL TO IES-NR-INSC-ESTADUAL
                    MOVE WS-SG-UF            TO IES-SG-UF
                    MOVE LK-CD-USUARIO       TO IES-CD-USUARIO
                    ACCEPT IES-DT-ALTERACAO FROM DATE YYYYMMDD
                    REWRITE IES-REGISTRO
                 ELSE
                    UNLOCK ARQ-INSCEST
                 END-IF
              END-IF
           ELSE
              MOVE "00" TO WS-ESTADO-ARQUIVO
              IF WS-NR-INSC-ESTADUAL NOT EQUAL SPACES
                 MOVE WS-NR-INSC-ESTADUAL TO IES-NR-INSC-ESTADUAL
                 MOVE WS-SG-UF            TO IES-SG-UF
                 MOVE LK-CD-USUARIO       TO IES-CD-USUARIO
                 ACCEPT IES-DT-ALTERACAO FROM DATE YYYYMMDD
                 WRITE IES-REGISTRO
              END-IF
           END-IF.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "99-GRAVA-INSCRICAO" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-INSCEST TO WS-ERR-NM-ARQUIVO
              MOVE IES-CHAVE-INSCEST TO WS-ERR-DS-CHAVE
              PERFORM 99-REGISTRA-ERRO
              MOVE "Erro ao Gravar a Inscricao Estadual." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
       99-GRAVA-CLIENTE.
           WRITE CLI-REGISTRO-CLIENTE.
           IF NOT WS-FIM-ARQUIVO AND WS-FORMATO-CSV
              PERFORM 99-CONVERTE-CSV-CLIENTE
           END-IF.
      *    Segmento ausente no layout posicional antigo = zeros
           IF NOT WS-FIM-ARQUIVO
           AND ARQ-CD-SEGMENTO NOT NUMERIC
              MOVE ZEROS TO ARQ-CD-SEGMENTO
           END-IF.
      *
       99-FECHA-ARQUIVO-ENTRADA.
           CLOSE ARQ-IMPORTACAO.
      *
       99-CONVERTE-CSV-CLIENTE.
           MOVE SPACES TO WS-CSV-CAMPO6
                          WS-CSV-CAMPO7.
           UNSTRING ARQ-LINHA-CLIENTE DELIMITED BY ";"
               INTO WS-CSV-CAMPO1 WS-CSV-CAMPO2 WS-CSV-CAMPO3
                    WS-CSV-CAMPO4 WS-CSV-CAMPO5 WS-CSV-CAMPO6
                    WS-CSV-CAMPO7.
           MOVE FUNCTION NUMVAL (WS-CSV-CAMPO1) TO ARQ-CD-CLIENTE.
           MOVE FUNCTION TRIM   (WS-CSV-CAMPO2) TO WS-CNPJ-ENTRADA.
           PERFORM 99-NORMALIZA-CNPJ.
           MOVE WS-CNPJ                         TO ARQ-NR-CNPJ-CLIENTE.
           MOVE FUNCTION TRIM   (WS-CSV-CAMPO3) TO ARQ-DS-RAZAO-SOCIAL.
           MOVE FUNCTION NUMVAL (WS-CSV-CAMPO4) TO ARQ-NR-LATITUDE.
           MOVE FUNCTION NUMVAL (WS-CSV-CAMPO5) TO ARQ-NR-LONGITUDE.
      *    Sexta coluna (segmento) e opcional
           IF WS-CSV-CAMPO6 EQUAL SPACES
              MOVE ZEROS TO ARQ-CD-SEGMENTO
           ELSE
              MOVE FUNCTION NUMVAL (WS-CSV-CAMPO6) TO ARQ-CD-SEGMENTO
           END-IF.
      *    Setima coluna (inscricao estadual) e opcional
           MOVE FUNCTION TRIM   (WS-CSV-CAMPO7) TO ARQ-NR-INSC-ESTADUAL.
      *
       99-GRAVA-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
      *
       990-CONSULTA-CONFIG.
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
      *
      * REGISTRA A EXIBICAO DO CLIENTE NO LOG DE ACESSO (LGPD)
       99-REGISTRA-ACESSO.
           MOVE "GV-CADCLIENTE"     TO WS-ACS-NM-PROGRAMA.
           MOVE "C"                 TO WS-ACS-TP-REGISTRO.
           MOVE "N"                 TO WS-ACS-IN-ARQUIVO-MORTO.
           MOVE CLI-CD-EMPRESA      TO WS-ACS-CD-EMPRESA.
           MOVE CLI-CD-CLIENTE      TO WS-ACS-CD-CHAVE.
           MOVE CLI-NR-CNPJ-CLIENTE TO WS-ACS-NR-DOCUMENTO.
           CALL WS-NM-PROG-ACESSO USING WS-ACS-PARAMETROS
                                        LINKAGE-DADOS.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-CADCLIENTE" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
