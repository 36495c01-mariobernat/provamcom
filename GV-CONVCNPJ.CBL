000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-CONVCNPJ.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Conversao dos Cadastros para o CNPJ Alfanumerico
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Rotina de execucao unica que acompanha a passagem do
      *     CNPJ para 15 posicoes alfanumericas. Varre os cadastros
      *     de clientes, prospects e empresas e confere cada CNPJ
      *     com a rotina nova de digito (GV-VALIDACPF1):
      *       - valido no formato novo: permanece como esta;
      *       - valido apenas no alinhamento antigo (digitos nas
      *         posicoes 1 a 14): e realinhado a direita com zero
      *         na primeira posicao e regravado;
      *       - invalido nos dois: nao e alterado e sai no
      *         relatorio para revisao do cadastro.
      *     A execucao pode ser so de simulacao (relatorio sem
      *     regravar). Na execucao efetiva os clientes alterados
      *     tem imagem antes/depois na trilha de auditoria e os
      *     grupos economicos sao reconstruidos ao final, pois a
      *     raiz do CNPJ muda de posicao nos registros realinhados.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *     15/Out/2026 - MCB - Chave alternada da carteira
      *                   (empresa + vendedor) no cadastro de clientes
      *                   (GV-CADCLI.CPY).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
             organization       is indexed
             access mode        is dynamic
             record key         is CLI-CHAVE-CLIENTE
             alternate record key is CLI-NR-CNPJ-CLIENTE
                                with duplicates
             alternate record key is CLI-CHAVE-CARTEIRA =
                                CLI-CD-EMPRESA CLI-CD-VENDEDOR
                                with duplicates
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-PROSPECT ASSIGN TO DISK WID-ARQ-PROSPECT
             organization       is indexed
             access mode        is dynamic
             record key         is PSP-CHAVE-PROSPECT
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-EMPRESA ASSIGN TO DISK WID-ARQ-EMPRESA
             organization       is indexed
             access mode        is dynamic
             record key         is EMP-CD-EMPRESA
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-AUDITORIA ASSIGN TO DISK WID-ARQ-AUDITORIA
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT RELATO   ASSIGN TO DISK.
           SELECT ARQ-SPOOL-CAT ASSIGN TO DISK WID-ARQ-SPOOL-CAT
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-CADCLI.CPY.
       COPY GV-PROSPECT.CPY.
       COPY GV-CADEMP.CPY.
       COPY GV-AUDITORIA.CPY.
      *
       FD  RELATO
           VALUE OF FILE-ID IS WS01-ARQUIVO
           LABEL RECORD IS  OMITTED.
       01  LINHA                       PIC X(116).
      *
       COPY GV-SPOOLFD.CPY.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-CLIENTE        PIC X(60) VALUE "GV-CLIENTE.DAT".
           03 WID-ARQ-PROSPECT       PIC X(15) VALUE "GV-PROSPECT.DAT".
           03 WID-ARQ-EMPRESA        PIC X(15) VALUE "GV-EMPRESA.DAT".
           03 WID-ARQ-AUDITORIA      PIC X(60) VALUE "GV-AUDITORIA.LOG".
           03 WS01-ARQUIVO           PIC X(60) VALUE "IMPRESSAO.IMP".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-FINAL-ARQUIVO       PIC X(01) VALUE SPACE.
              88 WS-FIM-ARQUIVO                VALUE "F".
           03 WS-MENSAGEM            PIC X(68).
           03 WS-RESPOSTA            PIC X(01) VALUE "N".
              88 WS-SIM                        VALUE "S" "s".
           03 WS-IND-EFETIVA         PIC X(01) VALUE "N".
              88 WS-CONVERSAO-EFETIVA          VALUE "S".
           03 WS-IND-PROSPECT        PIC X(01) VALUE "N".
              88 WS-ARQ-PROSPECT-OK            VALUE "S".
           03 WS-IND-EMPRESA         PIC X(01) VALUE "N".
              88 WS-ARQ-EMPRESA-OK             VALUE "S".
           03 WS-NR-LIN              PIC 9(03) VALUE 99.
           03 WS-NR-PAG              PIC 9(03) VALUE 0.
      *
      * CNPJ EM ANALISE E RESULTADO DA CLASSIFICACAO
           03 WS-NR-CNPJ-ATUAL       PIC X(015).
           03 WS-NR-CNPJ-NOVO        PIC X(015).
           03 WS-IND-CONVERSAO       PIC X(01).
              88 WS-CNPJ-MANTIDO               VALUE "M".
              88 WS-CNPJ-REALINHADO            VALUE "R".
              88 WS-CNPJ-REVISAR               VALUE "I".
              88 WS-CNPJ-AUSENTE               VALUE "Z".
      *
       01  WS-CONTADORES.
           03 WS-QT-CLI-LIDOS        PIC 9(07) VALUE ZEROS.
           03 WS-QT-CLI-REALINHADOS  PIC 9(07) VALUE ZEROS.
           03 WS-QT-CLI-REVISAR      PIC 9(07) VALUE ZEROS.
           03 WS-QT-PSP-LIDOS        PIC 9(07) VALUE ZEROS.
           03 WS-QT-PSP-REALINHADOS  PIC 9(07) VALUE ZEROS.
           03 WS-QT-PSP-REVISAR      PIC 9(07) VALUE ZEROS.
           03 WS-QT-EMP-LIDOS        PIC 9(07) VALUE ZEROS.
           03 WS-QT-EMP-REALINHADOS  PIC 9(07) VALUE ZEROS.
           03 WS-QT-EMP-REVISAR      PIC 9(07) VALUE ZEROS.
      *
      * CALCULO DO DIGITO CNPJ/CPF
        COPY GV-VALIDACPF2.CPY.
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
      * LAYOUT DO RELATORIO DE CONVERSAO
       01  CAB-01.
           02 FILLER            PIC X(30) VALUE SPACES.
           02 FILLER            PIC X(58) VALUE
              " CONVERSAO DOS CADASTROS - CNPJ ALFANUMERICO".
           02 FILLER            PIC X(05) VALUE "Pag: ".
           02 WL-NR-PAGINA      PIC 9(03) VALUE ZEROS.
      *
       01  CAB-02.
           03 FILLER    PIC X(08) VALUE SPACES.
           03 FILLER    PIC X(08) VALUE "TIPO".
           03 FILLER    PIC X(01) VALUE SPACES.
           03 FILLER    PIC X(07) VALUE " CODIGO".
           03 FILLER    PIC X(01) VALUE SPACES.
           03 FILLER    PIC X(15) VALUE "CNPJ ANTERIOR".
           03 FILLER    PIC X(01) VALUE SPACES.
           03 FILLER    PIC X(15) VALUE "CNPJ CONVERTIDO".
           03 FILLER    PIC X(01) VALUE SPACES.
           03 FILLER    PIC X(40) VALUE "NOME / RAZAO SOCIAL".
      *
       01  CAB-03.
           03 FILLER PIC X(97) VALUE IS ALL '='.
      *
       01  CAB-04.
           03 FILLER    PIC X(08) VALUE SPACES.
           03 WL-DS-MODO  PIC X(60).
      *
       01  LIN-01.
           03 FILLER       PIC  X(08) VALUE SPACES.
           03 WL-TIPO      PIC  X(08).
           03 FILLER       PIC  X(001) VALUE SPACES.
           03 WL-CODIGO    PIC  ZZZZZZ9.
           03 FILLER       PIC  X(001) VALUE SPACES.
           03 WL-CNPJ-ANTERIOR PIC X(015).
           03 FILLER       PIC  X(001) VALUE SPACES.
           03 WL-CNPJ-NOVO PIC  X(015).
           03 FILLER       PIC  X(001) VALUE SPACES.
           03 WL-NOME      PIC  X(040).
      *
       01  LIN-02.
           03 FILLER       PIC  X(08) VALUE SPACES.
           03 WL-DS-CADASTRO PIC X(12).
           03 FILLER       PIC  X(26) VALUE
              " Lidos/Realinhados/Revisar".
           03 FILLER       PIC  X(02) VALUE ": ".
           03 WL-QT-LIDOS  PIC ZZZZZZ9.
           03 FILLER       PIC  X(01) VALUE "/".
           03 WL-QT-REALINHADOS PIC ZZZZZZ9.
           03 FILLER       PIC  X(01) VALUE "/".
           03 WL-QT-REVISAR PIC ZZZZZZ9.
      *
       SCREEN SECTION.
      *
       01  SST-CONVERSAO.
           03 BLANK SCREEN.
           03 LINE 02 COL 22 VALUE
              "Conversao do CNPJ para Alfanumerico".
           03 LINE 05 COL 10 VALUE
              "Confere e realinha o CNPJ dos cadastros de Clientes, Pr".
           03 LINE 06 COL 10 VALUE
              "ospects e Empresas no formato de 15 posicoes.".
      *
       01  SST-EFETIVA.
           03 LINE 08 COL 10 VALUE
              "Regrava os Cadastros (S) ou so Simula (N) ? ".
           03 LINE 08 COL 54 USING WS-RESPOSTA AUTO.
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
           DISPLAY SST-CONVERSAO.
           MOVE "N" TO WS-RESPOSTA.
           ACCEPT SST-EFETIVA.
           IF WS-SIM
              MOVE "S" TO WS-IND-EFETIVA
              OPEN I-O ARQ-CLIENTE
           ELSE
              OPEN INPUT ARQ-CLIENTE.
           IF WS-ERRO-ACESSO
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Clientes em Uso." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              GO TO 1-SAIDA.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Clientes com Erro." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              GO TO 1-SAIDA.
      * PROSPECTS E EMPRESAS PODEM AINDA NAO EXISTIR NA INSTALACAO
           IF WS-CONVERSAO-EFETIVA
              OPEN I-O ARQ-PROSPECT
           ELSE
              OPEN INPUT ARQ-PROSPECT.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-PROSPECT.
           IF WS-CONVERSAO-EFETIVA
              OPEN I-O ARQ-EMPRESA
           ELSE
              OPEN INPUT ARQ-EMPRESA.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-EMPRESA.
           IF WS-CONVERSAO-EFETIVA
              OPEN EXTEND ARQ-AUDITORIA
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 OPEN OUTPUT ARQ-AUDITORIA
              END-IF
           END-IF.
           MOVE "CONVCNPJ" TO WS-SPL-ID-RELATORIO.
           PERFORM 99-PREPARA-SPOOL.
           OPEN OUTPUT RELATO.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       1-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           IF NOT WS-FIM-ARQUIVO
              PERFORM 21-CONVERTE-CLIENTES
              IF WS-ARQ-PROSPECT-OK
                 PERFORM 22-CONVERTE-PROSPECTS
              END-IF
              IF WS-ARQ-EMPRESA-OK
                 PERFORM 23-CONVERTE-EMPRESAS
              END-IF
              PERFORM 24-IMPRIME-TOTAIS.
       2-SAIDA.
           EXIT.
      *
       21-CONVERTE-CLIENTES SECTION.
      *--------------------
       21.
           MOVE ZEROS TO CLI-CHAVE-CLIENTE
                         WS-ESTADO-ARQUIVO.
           START ARQ-CLIENTE KEY NOT LESS CLI-CHAVE-CLIENTE.
           PERFORM 99-LER-CLIENTE-NEXT.
           PERFORM 211-CONVERTE-UM-CLIENTE
               UNTIL NOT WS-OPERACAO-BEM-SUCEDIDA.
       21-SAIDA.
           EXIT.
      *
       211-CONVERTE-UM-CLIENTE SECTION.
      *-----------------------
       211.
           ADD 1 TO WS-QT-CLI-LIDOS.
           MOVE CLI-NR-CNPJ-CLIENTE TO WS-NR-CNPJ-ATUAL.
           PERFORM 99-CLASSIFICA-CNPJ.
           IF WS-CNPJ-REALINHADO OR WS-CNPJ-REVISAR
              MOVE "CLIENTE"           TO WL-TIPO
              MOVE CLI-CD-CLIENTE      TO WL-CODIGO
              MOVE CLI-DS-RAZAO-SOCIAL TO WL-NOME
              PERFORM 99-IMPRIME-LINHA.
           IF WS-CNPJ-REVISAR
              ADD 1 TO WS-QT-CLI-REVISAR.
           IF WS-CNPJ-REALINHADO
              ADD 1 TO WS-QT-CLI-REALINHADOS
              IF WS-CONVERSAO-EFETIVA
                 PERFORM 99-AUDITA-ANTES-CLIENTE
                 MOVE WS-NR-CNPJ-NOVO TO CLI-NR-CNPJ-CLIENTE
                 REWRITE CLI-REGISTRO-CLIENTE
                 PERFORM 99-AUDITA-DEPOIS-CLIENTE
              END-IF
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
           PERFORM 99-LER-CLIENTE-NEXT.
       211-SAIDA.
           EXIT.
      *
       22-CONVERTE-PROSPECTS SECTION.
      *---------------------
       22.
           MOVE ZEROS TO PSP-CHAVE-PROSPECT
                         WS-ESTADO-ARQUIVO.
           START ARQ-PROSPECT KEY NOT LESS PSP-CHAVE-PROSPECT.
           PERFORM 99-LER-PROSPECT-NEXT.
           PERFORM 221-CONVERTE-UM-PROSPECT
               UNTIL NOT WS-OPERACAO-BEM-SUCEDIDA.
       22-SAIDA.
           EXIT.
      *
       221-CONVERTE-UM-PROSPECT SECTION.
      *------------------------
       221.
           ADD 1 TO WS-QT-PSP-LIDOS.
           MOVE PSP-NR-CNPJ TO WS-NR-CNPJ-ATUAL.
           PERFORM 99-CLASSIFICA-CNPJ.
           IF WS-CNPJ-REALINHADO OR WS-CNPJ-REVISAR
              MOVE "PROSPECT"          TO WL-TIPO
              MOVE PSP-CD-PROSPECT     TO WL-CODIGO
              MOVE PSP-DS-RAZAO-SOCIAL TO WL-NOME
              PERFORM 99-IMPRIME-LINHA.
           IF WS-CNPJ-REVISAR
              ADD 1 TO WS-QT-PSP-REVISAR.
           IF WS-CNPJ-REALINHADO
              ADD 1 TO WS-QT-PSP-REALINHADOS
              IF WS-CONVERSAO-EFETIVA
                 MOVE WS-NR-CNPJ-NOVO TO PSP-NR-CNPJ
                 REWRITE PSP-REGISTRO-PROSPECT
              END-IF
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
           PERFORM 99-LER-PROSPECT-NEXT.
       221-SAIDA.
           EXIT.
      *
       23-CONVERTE-EMPRESAS SECTION.
      *--------------------
       23.
           MOVE ZEROS TO EMP-CD-EMPRESA
                         WS-ESTADO-ARQUIVO.
           START ARQ-EMPRESA KEY NOT LESS EMP-CD-EMPRESA.
           PERFORM 99-LER-EMPRESA-NEXT.
           PERFORM 231-CONVERTE-UMA-EMPRESA
               UNTIL NOT WS-OPERACAO-BEM-SUCEDIDA.
       23-SAIDA.
           EXIT.
      *
       231-CONVERTE-UMA-EMPRESA SECTION.
      *------------------------
       231.
           ADD 1 TO WS-QT-EMP-LIDOS.
           MOVE EMP-NR-CNPJ TO WS-NR-CNPJ-ATUAL.
           PERFORM 99-CLASSIFICA-CNPJ.
           IF WS-CNPJ-REALINHADO OR WS-CNPJ-REVISAR
              MOVE "EMPRESA"           TO WL-TIPO
              MOVE EMP-CD-EMPRESA      TO WL-CODIGO
              MOVE EMP-DS-RAZAO-SOCIAL TO WL-NOME
              PERFORM 99-IMPRIME-LINHA.
           IF WS-CNPJ-REVISAR
              ADD 1 TO WS-QT-EMP-REVISAR.
           IF WS-CNPJ-REALINHADO
              ADD 1 TO WS-QT-EMP-REALINHADOS
              IF WS-CONVERSAO-EFETIVA
                 MOVE WS-NR-CNPJ-NOVO TO EMP-NR-CNPJ
                 REWRITE EMP-REGISTRO-EMPRESA
              END-IF
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
           PERFORM 99-LER-EMPRESA-NEXT.
       231-SAIDA.
           EXIT.
      *
       24-IMPRIME-TOTAIS SECTION.
      *-----------------
       24.
           IF WS-NR-PAG EQUAL ZEROS
              PERFORM 99-IMPRIME-CABECALHO.
           MOVE SPACES TO LINHA.
           WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1.
           MOVE "Clientes"            TO WL-DS-CADASTRO.
           MOVE WS-QT-CLI-LIDOS       TO WL-QT-LIDOS.
           MOVE WS-QT-CLI-REALINHADOS TO WL-QT-REALINHADOS.
           MOVE WS-QT-CLI-REVISAR     TO WL-QT-REVISAR.
           WRITE LINHA FROM LIN-02 BEFORE ADVANCING 1.
           MOVE "Prospects"           TO WL-DS-CADASTRO.
           MOVE WS-QT-PSP-LIDOS       TO WL-QT-LIDOS.
           MOVE WS-QT-PSP-REALINHADOS TO WL-QT-REALINHADOS.
           MOVE WS-QT-PSP-REVISAR     TO WL-QT-REVISAR.
           WRITE LINHA FROM LIN-02 BEFORE ADVANCING 1.
           MOVE "Empresas"            TO WL-DS-CADASTRO.
           MOVE WS-QT-EMP-LIDOS       TO WL-QT-LIDOS.
           MOVE WS-QT-EMP-REALINHADOS TO WL-QT-REALINHADOS.
           MOVE WS-QT-EMP-REVISAR     TO WL-QT-REVISAR.
           WRITE LINHA FROM LIN-02 BEFORE ADVANCING 1.
           MOVE "Relatorio Gerado no Spool de Impressao."
             TO WS-MENSAGEM.
           PERFORM 99-MENSAGEM.
       24-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           IF WS-FIM-ARQUIVO
              GO TO 3-SAIDA.
           CLOSE ARQ-CLIENTE.
           IF WS-ARQ-PROSPECT-OK
              CLOSE ARQ-PROSPECT.
           IF WS-ARQ-EMPRESA-OK
              CLOSE ARQ-EMPRESA.
           CLOSE RELATO.
           IF WS-CONVERSAO-EFETIVA
              CLOSE ARQ-AUDITORIA
      * A RAIZ MUDA DE POSICAO NOS CLIENTES REALINHADOS - OS GRUPOS
      * ECONOMICOS SAO RECONSTRUIDOS COM O CADASTRO JA CONVERTIDO
              IF WS-QT-CLI-REALINHADOS GREATER ZEROS
                 CALL "GV-GRUPOCNPJ" USING LINKAGE-DADOS
              END-IF
           END-IF.
       3-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
      *
       99-LER-CLIENTE-NEXT.
           READ ARQ-CLIENTE NEXT.
      *
       99-LER-PROSPECT-NEXT.
           READ ARQ-PROSPECT NEXT.
      *
       99-LER-EMPRESA-NEXT.
           READ ARQ-EMPRESA NEXT.
      *
      * CLASSIFICA O CNPJ DE WS-NR-CNPJ-ATUAL: MANTIDO (JA VALIDO NO
      * FORMATO NOVO), REALINHADO (VALIDO NO ALINHAMENTO ANTIGO, COM
      * OS 14 DIGITOS NAS POSICOES 1 A 14 - O NOVO VAI EM
      * WS-NR-CNPJ-NOVO), REVISAR (INVALIDO NOS DOIS) OU AUSENTE
       99-CLASSIFICA-CNPJ.
           MOVE "M" TO WS-IND-CONVERSAO.
           MOVE WS-NR-CNPJ-ATUAL TO WS-NR-CNPJ-NOVO.
           IF WS-NR-CNPJ-ATUAL EQUAL ZEROS OR
              WS-NR-CNPJ-ATUAL EQUAL SPACES
              MOVE "Z" TO WS-IND-CONVERSAO
           ELSE
              MOVE WS-NR-CNPJ-ATUAL TO WS-CNPJ
              PERFORM 99-VALIDA-CNPJ
              IF WS-NR-CNPJ-ATUAL NOT EQUAL WS-CNPJ
                 MOVE "0"                    TO WS-NR-CNPJ-NOVO(1:1)
                 MOVE WS-NR-CNPJ-ATUAL(1:14) TO WS-NR-CNPJ-NOVO(2:14)
                 MOVE WS-NR-CNPJ-NOVO TO WS-CNPJ
                 PERFORM 99-VALIDA-CNPJ
                 IF WS-NR-CNPJ-NOVO EQUAL WS-CNPJ
                    MOVE "R" TO WS-IND-CONVERSAO
                 ELSE
                    MOVE "I" TO WS-IND-CONVERSAO
                    MOVE WS-NR-CNPJ-ATUAL TO WS-NR-CNPJ-NOVO.
           MOVE WS-NR-CNPJ-ATUAL TO WL-CNPJ-ANTERIOR.
           IF WS-CNPJ-REVISAR
              MOVE "REVISAR"       TO WL-CNPJ-NOVO
           ELSE
              MOVE WS-NR-CNPJ-NOVO TO WL-CNPJ-NOVO.
      *
       99-IMPRIME-LINHA.
           ADD 1 TO WS-NR-LIN.
           IF WS-NR-LIN > 66
              PERFORM 99-IMPRIME-CABECALHO.
           WRITE LINHA FROM LIN-01 BEFORE ADVANCING 1.
      *
       99-IMPRIME-CABECALHO.
           ADD 1 TO WS-NR-PAG.
           IF WS-NR-PAG > 1
              MOVE SPACES TO LINHA
              WRITE LINHA FROM CAB-03 BEFORE ADVANCING PAGE.
           MOVE WS-NR-PAG TO WL-NR-PAGINA.
           IF WS-CONVERSAO-EFETIVA
              MOVE "Execucao efetiva - cadastros regravados"
                TO WL-DS-MODO
           ELSE
              MOVE "Simulacao - nenhum cadastro foi alterado"
                TO WL-DS-MODO.
           WRITE LINHA FROM CAB-01 BEFORE ADVANCING 1.
           WRITE LINHA FROM CAB-04 BEFORE ADVANCING 1.
           WRITE LINHA FROM CAB-02 BEFORE ADVANCING 1.
           WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1.
           MOVE SPACES TO LINHA.
           WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1.
           MOVE 6 TO WS-NR-LIN.
      *
       99-AUDITA-ANTES-CLIENTE.
           MOVE "C"                  TO AUD-TIPO-ENTIDADE
           MOVE "A"                  TO AUD-TIPO-OPERACAO
           MOVE "A"                  TO AUD-IMAGEM
           MOVE CLI-CD-EMPRESA       TO AUD-CD-EMPRESA
           MOVE CLI-CD-CLIENTE       TO AUD-CHAVE
           MOVE CLI-REGISTRO-CLIENTE TO AUD-DADOS-REGISTRO
           PERFORM 99-GRAVA-AUDITORIA.
      *
       99-AUDITA-DEPOIS-CLIENTE.
           MOVE "D"                  TO AUD-IMAGEM
           MOVE CLI-REGISTRO-CLIENTE TO AUD-DADOS-REGISTRO
           PERFORM 99-GRAVA-AUDITORIA.
      *
       99-GRAVA-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE LK-CD-USUARIO TO AUD-CD-USUARIO.
           CALL "GV-AUDSELO" USING AUD-REGISTRO.
           WRITE AUD-REGISTRO.
      *
       COPY GV-SPOOLPD.CPY.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-CONVCNPJ" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
       COPY GV-VALIDACPF1.CPY.
