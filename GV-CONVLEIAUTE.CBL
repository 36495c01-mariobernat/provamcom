000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-CONVLEIAUTE.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Conversao dos Cadastros Gravados no Leiaute
      *             Anterior
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Rotina de execucao unica que acompanha o aumento dos
      *     registros de GV-VENDADET.DAT (quantidade e precos da
      *     venda, credito por linha - 63 para 100 posicoes),
      *     GV-EMPRESA.DAT (base da comissao - 58 para 59),
      *     GV-PROSPECT.DAT (inscricao estadual - 202 para 216),
      *     GV-APROVACAO.DAT (dados novos de 30 para 80 posicoes - 86
      *     para 136), GV-CONTATO.DAT (geocerca - 72 para 81) e
      *     GV-RECEBER.DAT (liquidacao pela cobranca e indice do
      *     documento - 50 para 103). Chamada pelo VENDAS00 na
      *     entrada do sistema; para cada cadastro cuja abertura e
      *     recusada com estado 39 (leiaute anterior):
      *       - le o cadastro pelo leiaute anterior e grava cada
      *         registro no leiaute atual num arquivo de trabalho
      *         (GV-xxx.TMP), com os campos novos iniciados - zeros
      *         nos valores e quantidades, brancos nos indicadores e
      *         base da comissao "V" (data da venda) na empresa;
      *       - recria o cadastro no leiaute atual a partir do
      *         arquivo de trabalho e apaga o arquivo de trabalho.
      *     Cadastro ja no leiaute atual ou ainda inexistente nao e
      *     tocado. Se a recriacao falhar, o arquivo de trabalho e
      *     mantido para a recuperacao manual e "E" e devolvido em
      *     LK-CD-RETORNO. Os cadastros de clientes e de vendedores
      *     sao convertidos pela reconstrucao do GV-VERIFICA.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-VENDADET ASSIGN TO DISK WID-ARQ-VENDADET
             organization       is indexed
             access mode        is dynamic
             record key         is VDD-CHAVE-VENDA-DET
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-VENDADET-ANT ASSIGN TO DISK WID-ARQ-VENDADET
             organization       is indexed
             access mode        is dynamic
             record key         is ANT-CHAVE-VENDADET
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-EMPRESA ASSIGN TO DISK WID-ARQ-EMPRESA
             organization       is indexed
             access mode        is dynamic
             record key         is EMP-CD-EMPRESA
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-EMPRESA-ANT ASSIGN TO DISK WID-ARQ-EMPRESA
             organization       is indexed
             access mode        is dynamic
             record key         is ANT-CD-EMPRESA
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-PROSPECT ASSIGN TO DISK WID-ARQ-PROSPECT
             organization       is indexed
             access mode        is dynamic
             record key         is PSP-CHAVE-PROSPECT
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-PROSPECT-ANT ASSIGN TO DISK WID-ARQ-PROSPECT
             organization       is indexed
             access mode        is dynamic
             record key         is ANT-CHAVE-PROSPECT
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-APROVACAO ASSIGN TO DISK WID-ARQ-APROVACAO
             organization       is indexed
             access mode        is dynamic
             record key         is APR-NR-SOLICITACAO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-APROVACAO-ANT ASSIGN TO DISK WID-ARQ-APROVACAO
             organization       is indexed
             access mode        is dynamic
             record key         is ANT-NR-SOLICITACAO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-CONTATO ASSIGN TO DISK WID-ARQ-CONTATO
             organization       is indexed
             access mode        is dynamic
             record key         is CON-CHAVE-CONTATO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-CONTATO-ANT ASSIGN TO DISK WID-ARQ-CONTATO
             organization       is indexed
             access mode        is dynamic
             record key         is ANT-CHAVE-CONTATO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-RECEBER ASSIGN TO DISK WID-ARQ-RECEBER
             organization       is indexed
             access mode        is dynamic
             record key         is REC-CHAVE-RECEBER
             alternate record key is REC-NR-DOCUMENTO
                                with duplicates
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-RECEBER-ANT ASSIGN TO DISK WID-ARQ-RECEBER
             organization       is indexed
             access mode        is dynamic
             record key         is ANT-CHAVE-RECEBER
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-TRABALHO ASSIGN TO DISK WID-ARQ-TRABALHO
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      * CADA CADASTRO NO LEIAUTE ATUAL E, NO MESMO ARQUIVO, NO
      * LEIAUTE ANTERIOR (SO A CHAVE E O TAMANHO - OS CAMPOS NOVOS
      * FORAM ACRESCENTADOS NO FIM DO REGISTRO)
       COPY GV-VENDADET.CPY.
      *
       FD  ARQ-VENDADET-ANT
           LABEL RECORD IS STANDARD.
       01  ANT-REGISTRO-VENDADET.
           03 ANT-CHAVE-VENDADET     PIC X(026).
           03 FILLER                 PIC X(037).
      *
       COPY GV-CADEMP.CPY.
      *
       FD  ARQ-EMPRESA-ANT
           LABEL RECORD IS STANDARD.
       01  ANT-REGISTRO-EMPRESA.
           03 ANT-CD-EMPRESA         PIC X(002).
           03 FILLER                 PIC X(056).
      *
       COPY GV-PROSPECT.CPY.
      *
       FD  ARQ-PROSPECT-ANT
           LABEL RECORD IS STANDARD.
       01  ANT-REGISTRO-PROSPECT.
           03 ANT-CHAVE-PROSPECT     PIC X(009).
           03 FILLER                 PIC X(193).
      *
       COPY GV-APROVACAO.CPY.
      *
       FD  ARQ-APROVACAO-ANT
           LABEL RECORD IS STANDARD.
       01  ANT-REGISTRO-APROVACAO.
           03 ANT-NR-SOLICITACAO     PIC X(007).
           03 FILLER                 PIC X(079).
      *
       COPY GV-CONTATO.CPY.
      *
       FD  ARQ-CONTATO-ANT
           LABEL RECORD IS STANDARD.
       01  ANT-REGISTRO-CONTATO.
           03 ANT-CHAVE-CONTATO      PIC X(023).
           03 FILLER                 PIC X(049).
      *
       COPY GV-RECEBER.CPY.
      *
       FD  ARQ-RECEBER-ANT
           LABEL RECORD IS STANDARD.
       01  ANT-REGISTRO-RECEBER.
           03 ANT-CHAVE-RECEBER      PIC X(018).
           03 FILLER                 PIC X(032).
      *
      * ARQUIVO DE TRABALHO - REGISTROS JA NO LEIAUTE ATUAL
       FD  ARQ-TRABALHO
           LABEL RECORD IS STANDARD.
       01  TRB-REGISTRO              PIC X(216).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-VENDADET       PIC X(60) VALUE "GV-VENDADET.DAT".
           03 WID-ARQ-EMPRESA        PIC X(15) VALUE "GV-EMPRESA.DAT".
           03 WID-ARQ-PROSPECT       PIC X(15) VALUE "GV-PROSPECT.DAT".
           03 WID-ARQ-APROVACAO      PIC X(16) VALUE "GV-APROVACAO.DAT".
           03 WID-ARQ-CONTATO        PIC X(15) VALUE "GV-CONTATO.DAT".
           03 WID-ARQ-RECEBER        PIC X(60) VALUE "GV-RECEBER.DAT".
           03 WID-ARQ-TRABALHO       PIC X(20) VALUE SPACES.
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (DOCUMENTO) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
              88 WS-ARQUIVO-INEXISTENTE        VALUE "35".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-FINAL-ARQUIVO       PIC X(01) VALUE SPACE.
              88 WS-FIM-ARQUIVO                VALUE "F".
           03 WS-IND-ERRO            PIC X(01) VALUE "N".
              88 WS-HOUVE-ERRO                 VALUE "S".
           03 WS-IND-ERRO-CADASTRO   PIC X(01) VALUE "N".
              88 WS-ERRO-CADASTRO              VALUE "S".
           03 WS-IND-RECRIADO        PIC X(01) VALUE "N".
              88 WS-CADASTRO-RECRIADO          VALUE "S".
           03 WS-NM-CADASTRO         PIC X(30).
           03 WS-MENSAGEM            PIC X(68).
           03 WS-QT-CONVERTIDOS      PIC 9(07) VALUE ZEROS.
           03 WS-QT-RECARREGADOS     PIC 9(07) VALUE ZEROS.
           03 WS-ED-QT-CONVERTIDOS   PIC ZZZZZZ9.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-ERROWS.CPY.
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
           PERFORM 99-LE-CONFIGURACAO.
           PERFORM 1-CONVERTE-VENDADET.
           PERFORM 2-CONVERTE-EMPRESA.
           PERFORM 3-CONVERTE-PROSPECT.
           PERFORM 4-CONVERTE-APROVACAO.
           PERFORM 5-CONVERTE-CONTATO.
           PERFORM 6-CONVERTE-RECEBER.
           PERFORM 7-MODULO-FINAL.
       0-SAIDA.
           EXIT PROGRAM.
      *
       1-CONVERTE-VENDADET SECTION.
      *-------------------
       1.
           OPEN INPUT ARQ-VENDADET.
           IF WS-OPERACAO-BEM-SUCEDIDA
              CLOSE ARQ-VENDADET
              GO TO 1-SAIDA.
           IF NOT WS-ERRO-ACESSO
              IF NOT WS-ARQUIVO-INEXISTENTE
                 MOVE "1-CONVERTE-VENDADET" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-VENDADET TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
              END-IF
              GO TO 1-SAIDA.
           MOVE "Detalhe de Vendas" TO WS-NM-CADASTRO.
           MOVE "GV-VENDADET.TMP" TO WID-ARQ-TRABALHO.
           PERFORM 99-INICIA-CONVERSAO.
           OPEN INPUT ARQ-VENDADET-ANT.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-CONVERTE-VENDADET" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-VENDADET TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "S" TO WS-IND-ERRO-CADASTRO
           ELSE
              OPEN OUTPUT ARQ-TRABALHO
              PERFORM 11-DESCARREGA-VENDADET
                  UNTIL WS-FIM-ARQUIVO
              CLOSE ARQ-VENDADET-ANT
                    ARQ-TRABALHO
              IF NOT WS-ERRO-CADASTRO
                 OPEN OUTPUT ARQ-VENDADET
                 IF NOT WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "1-CONVERTE-VENDADET" TO WS-ERR-NM-PARAGRAFO
                    MOVE WID-ARQ-VENDADET TO WS-ERR-NM-ARQUIVO
                    PERFORM 99-REGISTRA-ERRO
                    MOVE "S" TO WS-IND-ERRO-CADASTRO
                 ELSE
                    MOVE "S" TO WS-IND-RECRIADO
                    OPEN INPUT ARQ-TRABALHO
                    MOVE SPACE TO WS-FINAL-ARQUIVO
                    PERFORM 12-RECARREGA-VENDADET
                        UNTIL WS-FIM-ARQUIVO
                    CLOSE ARQ-VENDADET
                          ARQ-TRABALHO
                 END-IF
              END-IF
           END-IF.
           PERFORM 99-CONCLUI-CONVERSAO.
       1-SAIDA.
           EXIT.
      *
       11-DESCARREGA-VENDADET SECTION.
      * SEM QUANTIDADE NEM PRECOS E CREDITO AO DONO DA CARTEIRA
       11.
           READ ARQ-VENDADET-ANT NEXT
               AT END MOVE "F" TO WS-FINAL-ARQUIVO
           END-READ.
           IF NOT WS-FIM-ARQUIVO
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "11-DESCARREGA-VENDADET" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-VENDADET TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "S" TO WS-IND-ERRO-CADASTRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
              ELSE
                 MOVE ANT-REGISTRO-VENDADET TO VDD-REGISTRO-VENDA-DET
                 MOVE ZEROS TO VDD-QT-VENDIDA
                             VDD-VL-UNITARIO
                             VDD-VL-PRECO-LISTA
                 MOVE SPACE TO VDD-TP-CREDITO
                 MOVE VDD-REGISTRO-VENDA-DET TO TRB-REGISTRO
                 WRITE TRB-REGISTRO
                 ADD 1 TO WS-QT-CONVERTIDOS
              END-IF
           END-IF.
       11-SAIDA.
           EXIT.
      *
       12-RECARREGA-VENDADET SECTION.
       12.
           READ ARQ-TRABALHO
               AT END MOVE "F" TO WS-FINAL-ARQUIVO
           END-READ.
           IF NOT WS-FIM-ARQUIVO
              MOVE TRB-REGISTRO TO VDD-REGISTRO-VENDA-DET
              WRITE VDD-REGISTRO-VENDA-DET
              IF WS-OPERACAO-BEM-SUCEDIDA
                 ADD 1 TO WS-QT-RECARREGADOS.
       12-SAIDA.
           EXIT.
      *
       2-CONVERTE-EMPRESA SECTION.
      *------------------
       2.
           OPEN INPUT ARQ-EMPRESA.
           IF WS-OPERACAO-BEM-SUCEDIDA
              CLOSE ARQ-EMPRESA
              GO TO 2-SAIDA.
           IF NOT WS-ERRO-ACESSO
              IF NOT WS-ARQUIVO-INEXISTENTE
                 MOVE "2-CONVERTE-EMPRESA" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-EMPRESA TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
              END-IF
              GO TO 2-SAIDA.
           MOVE "Cadastro de Empresas" TO WS-NM-CADASTRO.
           MOVE "GV-EMPRESA.TMP" TO WID-ARQ-TRABALHO.
           PERFORM 99-INICIA-CONVERSAO.
           OPEN INPUT ARQ-EMPRESA-ANT.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "2-CONVERTE-EMPRESA" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-EMPRESA TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "S" TO WS-IND-ERRO-CADASTRO
           ELSE
              OPEN OUTPUT ARQ-TRABALHO
              PERFORM 21-DESCARREGA-EMPRESA
                  UNTIL WS-FIM-ARQUIVO
              CLOSE ARQ-EMPRESA-ANT
                    ARQ-TRABALHO
              IF NOT WS-ERRO-CADASTRO
                 OPEN OUTPUT ARQ-EMPRESA
                 IF NOT WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "2-CONVERTE-EMPRESA" TO WS-ERR-NM-PARAGRAFO
                    MOVE WID-ARQ-EMPRESA TO WS-ERR-NM-ARQUIVO
                    PERFORM 99-REGISTRA-ERRO
                    MOVE "S" TO WS-IND-ERRO-CADASTRO
                 ELSE
                    MOVE "S" TO WS-IND-RECRIADO
                    OPEN INPUT ARQ-TRABALHO
                    MOVE SPACE TO WS-FINAL-ARQUIVO
                    PERFORM 22-RECARREGA-EMPRESA
                        UNTIL WS-FIM-ARQUIVO
                    CLOSE ARQ-EMPRESA
                          ARQ-TRABALHO
                 END-IF
              END-IF
           END-IF.
           PERFORM 99-CONCLUI-CONVERSAO.
       2-SAIDA.
           EXIT.
      *
       21-DESCARREGA-EMPRESA SECTION.
      * COMISSAO NA DATA DA VENDA, COMO SEMPRE FOI
       21.
           READ ARQ-EMPRESA-ANT NEXT
               AT END MOVE "F" TO WS-FINAL-ARQUIVO
           END-READ.
           IF NOT WS-FIM-ARQUIVO
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "21-DESCARREGA-EMPRESA" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-EMPRESA TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "S" TO WS-IND-ERRO-CADASTRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
              ELSE
                 MOVE ANT-REGISTRO-EMPRESA TO EMP-REGISTRO-EMPRESA
                 MOVE "V" TO EMP-TP-BASE-COMISSAO
                 MOVE EMP-REGISTRO-EMPRESA TO TRB-REGISTRO
                 WRITE TRB-REGISTRO
                 ADD 1 TO WS-QT-CONVERTIDOS
              END-IF
           END-IF.
       21-SAIDA.
           EXIT.
      *
       22-RECARREGA-EMPRESA SECTION.
       22.
           READ ARQ-TRABALHO
               AT END MOVE "F" TO WS-FINAL-ARQUIVO
           END-READ.
           IF NOT WS-FIM-ARQUIVO
              MOVE TRB-REGISTRO TO EMP-REGISTRO-EMPRESA
              WRITE EMP-REGISTRO-EMPRESA
              IF WS-OPERACAO-BEM-SUCEDIDA
                 ADD 1 TO WS-QT-RECARREGADOS.
       22-SAIDA.
           EXIT.
      *
       3-CONVERTE-PROSPECT SECTION.
      *-------------------
       3.
           OPEN INPUT ARQ-PROSPECT.
           IF WS-OPERACAO-BEM-SUCEDIDA
              CLOSE ARQ-PROSPECT
              GO TO 3-SAIDA.
           IF NOT WS-ERRO-ACESSO
              IF NOT WS-ARQUIVO-INEXISTENTE
                 MOVE "3-CONVERTE-PROSPECT" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-PROSPECT TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
              END-IF
              GO TO 3-SAIDA.
           MOVE "Cadastro de Prospects" TO WS-NM-CADASTRO.
           MOVE "GV-PROSPECT.TMP" TO WID-ARQ-TRABALHO.
           PERFORM 99-INICIA-CONVERSAO.
           OPEN INPUT ARQ-PROSPECT-ANT.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "3-CONVERTE-PROSPECT" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-PROSPECT TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "S" TO WS-IND-ERRO-CADASTRO
           ELSE
              OPEN OUTPUT ARQ-TRABALHO
              PERFORM 31-DESCARREGA-PROSPECT
                  UNTIL WS-FIM-ARQUIVO
              CLOSE ARQ-PROSPECT-ANT
                    ARQ-TRABALHO
              IF NOT WS-ERRO-CADASTRO
                 OPEN OUTPUT ARQ-PROSPECT
                 IF NOT WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "3-CONVERTE-PROSPECT" TO WS-ERR-NM-PARAGRAFO
                    MOVE WID-ARQ-PROSPECT TO WS-ERR-NM-ARQUIVO
                    PERFORM 99-REGISTRA-ERRO
                    MOVE "S" TO WS-IND-ERRO-CADASTRO
                 ELSE
                    MOVE "S" TO WS-IND-RECRIADO
                    OPEN INPUT ARQ-TRABALHO
                    MOVE SPACE TO WS-FINAL-ARQUIVO
                    PERFORM 32-RECARREGA-PROSPECT
                        UNTIL WS-FIM-ARQUIVO
                    CLOSE ARQ-PROSPECT
                          ARQ-TRABALHO
                 END-IF
              END-IF
           END-IF.
           PERFORM 99-CONCLUI-CONVERSAO.
       3-SAIDA.
           EXIT.
      *
       31-DESCARREGA-PROSPECT SECTION.
      * INSCRICAO ESTADUAL NAO INFORMADA
       31.
           READ ARQ-PROSPECT-ANT NEXT
               AT END MOVE "F" TO WS-FINAL-ARQUIVO
           END-READ.
           IF NOT WS-FIM-ARQUIVO
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "31-DESCARREGA-PROSPECT" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-PROSPECT TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "S" TO WS-IND-ERRO-CADASTRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
              ELSE
                 MOVE ANT-REGISTRO-PROSPECT TO PSP-REGISTRO-PROSPECT
                 MOVE SPACES TO PSP-NR-INSC-ESTADUAL
                 MOVE PSP-REGISTRO-PROSPECT TO TRB-REGISTRO
                 WRITE TRB-REGISTRO
                 ADD 1 TO WS-QT-CONVERTIDOS
              END-IF
           END-IF.
       31-SAIDA.
           EXIT.
      *
       32-RECARREGA-PROSPECT SECTION.
       32.
           READ ARQ-TRABALHO
               AT END MOVE "F" TO WS-FINAL-ARQUIVO
           END-READ.
           IF NOT WS-FIM-ARQUIVO
              MOVE TRB-REGISTRO TO PSP-REGISTRO-PROSPECT
              WRITE PSP-REGISTRO-PROSPECT
              IF WS-OPERACAO-BEM-SUCEDIDA
                 ADD 1 TO WS-QT-RECARREGADOS.
       32-SAIDA.
           EXIT.
      *
       4-CONVERTE-APROVACAO SECTION.
      *--------------------
       4.
           OPEN INPUT ARQ-APROVACAO.
           IF WS-OPERACAO-BEM-SUCEDIDA
              CLOSE ARQ-APROVACAO
              GO TO 4-SAIDA.
           IF NOT WS-ERRO-ACESSO
              IF NOT WS-ARQUIVO-INEXISTENTE
                 MOVE "4-CONVERTE-APROVACAO" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-APROVACAO TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
              END-IF
              GO TO 4-SAIDA.
           MOVE "Fila de Aprovacao" TO WS-NM-CADASTRO.
           MOVE "GV-APROVACAO.TMP" TO WID-ARQ-TRABALHO.
           PERFORM 99-INICIA-CONVERSAO.
           OPEN INPUT ARQ-APROVACAO-ANT.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "4-CONVERTE-APROVACAO" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-APROVACAO TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "S" TO WS-IND-ERRO-CADASTRO
           ELSE
              OPEN OUTPUT ARQ-TRABALHO
              PERFORM 41-DESCARREGA-APROVACAO
                  UNTIL WS-FIM-ARQUIVO
              CLOSE ARQ-APROVACAO-ANT
                    ARQ-TRABALHO
              IF NOT WS-ERRO-CADASTRO
                 OPEN OUTPUT ARQ-APROVACAO
                 IF NOT WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "4-CONVERTE-APROVACAO" TO WS-ERR-NM-PARAGRAFO
                    MOVE WID-ARQ-APROVACAO TO WS-ERR-NM-ARQUIVO
                    PERFORM 99-REGISTRA-ERRO
                    MOVE "S" TO WS-IND-ERRO-CADASTRO
                 ELSE
                    MOVE "S" TO WS-IND-RECRIADO
                    OPEN INPUT ARQ-TRABALHO
                    MOVE SPACE TO WS-FINAL-ARQUIVO
                    PERFORM 42-RECARREGA-APROVACAO
                        UNTIL WS-FIM-ARQUIVO
                    CLOSE ARQ-APROVACAO
                          ARQ-TRABALHO
                 END-IF
              END-IF
           END-IF.
           PERFORM 99-CONCLUI-CONVERSAO.
       4-SAIDA.
           EXIT.
      *
       41-DESCARREGA-APROVACAO SECTION.
      * AS 30 POSICOES ANTERIORES FICAM NO INICIO DE APR-DADOS-NOVOS
      * E O RESTANTE EM BRANCO
       41.
           READ ARQ-APROVACAO-ANT NEXT
               AT END MOVE "F" TO WS-FINAL-ARQUIVO
           END-READ.
           IF NOT WS-FIM-ARQUIVO
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "41-DESCARREGA-APROVACAO" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-APROVACAO TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "S" TO WS-IND-ERRO-CADASTRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
              ELSE
                 MOVE ANT-REGISTRO-APROVACAO TO APR-REGISTRO
                 MOVE APR-REGISTRO TO TRB-REGISTRO
                 WRITE TRB-REGISTRO
                 ADD 1 TO WS-QT-CONVERTIDOS
              END-IF
           END-IF.
       41-SAIDA.
           EXIT.
      *
       42-RECARREGA-APROVACAO SECTION.
       42.
           READ ARQ-TRABALHO
               AT END MOVE "F" TO WS-FINAL-ARQUIVO
           END-READ.
           IF NOT WS-FIM-ARQUIVO
              MOVE TRB-REGISTRO TO APR-REGISTRO
              WRITE APR-REGISTRO
              IF WS-OPERACAO-BEM-SUCEDIDA
                 ADD 1 TO WS-QT-RECARREGADOS.
       42-SAIDA.
           EXIT.
      *
       5-CONVERTE-CONTATO SECTION.
      *------------------
       5.
           OPEN INPUT ARQ-CONTATO.
           IF WS-OPERACAO-BEM-SUCEDIDA
              CLOSE ARQ-CONTATO
              GO TO 5-SAIDA.
           IF NOT WS-ERRO-ACESSO
              IF NOT WS-ARQUIVO-INEXISTENTE
                 MOVE "5-CONVERTE-CONTATO" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-CONTATO TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
              END-IF
              GO TO 5-SAIDA.
           MOVE "Historico de Contatos" TO WS-NM-CADASTRO.
           MOVE "GV-CONTATO.TMP" TO WID-ARQ-TRABALHO.
           PERFORM 99-INICIA-CONVERSAO.
           OPEN INPUT ARQ-CONTATO-ANT.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "5-CONVERTE-CONTATO" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CONTATO TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "S" TO WS-IND-ERRO-CADASTRO
           ELSE
              OPEN OUTPUT ARQ-TRABALHO
              PERFORM 51-DESCARREGA-CONTATO
                  UNTIL WS-FIM-ARQUIVO
              CLOSE ARQ-CONTATO-ANT
                    ARQ-TRABALHO
              IF NOT WS-ERRO-CADASTRO
                 OPEN OUTPUT ARQ-CONTATO
                 IF NOT WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "5-CONVERTE-CONTATO" TO WS-ERR-NM-PARAGRAFO
                    MOVE WID-ARQ-CONTATO TO WS-ERR-NM-ARQUIVO
                    PERFORM 99-REGISTRA-ERRO
                    MOVE "S" TO WS-IND-ERRO-CADASTRO
                 ELSE
                    MOVE "S" TO WS-IND-RECRIADO
                    OPEN INPUT ARQ-TRABALHO
                    MOVE SPACE TO WS-FINAL-ARQUIVO
                    PERFORM 52-RECARREGA-CONTATO
                        UNTIL WS-FIM-ARQUIVO
                    CLOSE ARQ-CONTATO
                          ARQ-TRABALHO
                 END-IF
              END-IF
           END-IF.
           PERFORM 99-CONCLUI-CONVERSAO.
       5-SAIDA.
           EXIT.
      *
       51-DESCARREGA-CONTATO SECTION.
      * CONTATO SEM CONFERENCIA DE GEOCERCA
       51.
           READ ARQ-CONTATO-ANT NEXT
               AT END MOVE "F" TO WS-FINAL-ARQUIVO
           END-READ.
           IF NOT WS-FIM-ARQUIVO
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "51-DESCARREGA-CONTATO" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-CONTATO TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "S" TO WS-IND-ERRO-CADASTRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
              ELSE
                 MOVE ANT-REGISTRO-CONTATO TO CON-REGISTRO
                 MOVE SPACE TO CON-SIT-GEOCERCA
                 MOVE ZEROS TO CON-QT-DISTANCIA
                 MOVE CON-REGISTRO TO TRB-REGISTRO
                 WRITE TRB-REGISTRO
                 ADD 1 TO WS-QT-CONVERTIDOS
              END-IF
           END-IF.
       51-SAIDA.
           EXIT.
      *
       52-RECARREGA-CONTATO SECTION.
       52.
           READ ARQ-TRABALHO
               AT END MOVE "F" TO WS-FINAL-ARQUIVO
           END-READ.
           IF NOT WS-FIM-ARQUIVO
              MOVE TRB-REGISTRO TO CON-REGISTRO
              WRITE CON-REGISTRO
              IF WS-OPERACAO-BEM-SUCEDIDA
                 ADD 1 TO WS-QT-RECARREGADOS.
       52-SAIDA.
           EXIT.
      *
       6-CONVERTE-RECEBER SECTION.
      *------------------
       6.
           OPEN INPUT ARQ-RECEBER.
           IF WS-OPERACAO-BEM-SUCEDIDA
              CLOSE ARQ-RECEBER
              GO TO 6-SAIDA.
           IF NOT WS-ERRO-ACESSO
              IF NOT WS-ARQUIVO-INEXISTENTE
                 MOVE "6-CONVERTE-RECEBER" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-RECEBER TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
              END-IF
              GO TO 6-SAIDA.
           MOVE "Contas a Receber" TO WS-NM-CADASTRO.
           MOVE "GV-RECEBER.TMP" TO WID-ARQ-TRABALHO.
           PERFORM 99-INICIA-CONVERSAO.
           OPEN INPUT ARQ-RECEBER-ANT.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "6-CONVERTE-RECEBER" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-RECEBER TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "S" TO WS-IND-ERRO-CADASTRO
           ELSE
              OPEN OUTPUT ARQ-TRABALHO
              PERFORM 61-DESCARREGA-RECEBER
                  UNTIL WS-FIM-ARQUIVO
              CLOSE ARQ-RECEBER-ANT
                    ARQ-TRABALHO
              IF NOT WS-ERRO-CADASTRO
                 OPEN OUTPUT ARQ-RECEBER
                 IF NOT WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "6-CONVERTE-RECEBER" TO WS-ERR-NM-PARAGRAFO
                    MOVE WID-ARQ-RECEBER TO WS-ERR-NM-ARQUIVO
                    PERFORM 99-REGISTRA-ERRO
                    MOVE "S" TO WS-IND-ERRO-CADASTRO
                 ELSE
                    MOVE "S" TO WS-IND-RECRIADO
                    OPEN INPUT ARQ-TRABALHO
                    MOVE SPACE TO WS-FINAL-ARQUIVO
                    PERFORM 62-RECARREGA-RECEBER
                        UNTIL WS-FIM-ARQUIVO
                    CLOSE ARQ-RECEBER
                          ARQ-TRABALHO
                 END-IF
              END-IF
           END-IF.
           PERFORM 99-CONCLUI-CONVERSAO.
       6-SAIDA.
           EXIT.
      *
       61-DESCARREGA-RECEBER SECTION.
      * TITULO SEM PAGAMENTO INFORMADO PELO BANCO
       61.
           READ ARQ-RECEBER-ANT NEXT
               AT END MOVE "F" TO WS-FINAL-ARQUIVO
           END-READ.
           IF NOT WS-FIM-ARQUIVO
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "61-DESCARREGA-RECEBER" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-RECEBER TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "S" TO WS-IND-ERRO-CADASTRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
              ELSE
                 MOVE ANT-REGISTRO-RECEBER TO REC-REGISTRO
                 MOVE ZEROS TO REC-DT-PAGAMENTO
                             REC-VL-ULTIMO-PAGTO
                             REC-VL-PAGO
                             REC-VL-JUROS
                 MOVE REC-REGISTRO TO TRB-REGISTRO
                 WRITE TRB-REGISTRO
                 ADD 1 TO WS-QT-CONVERTIDOS
              END-IF
           END-IF.
       61-SAIDA.
           EXIT.
      *
       62-RECARREGA-RECEBER SECTION.
       62.
           READ ARQ-TRABALHO
               AT END MOVE "F" TO WS-FINAL-ARQUIVO
           END-READ.
           IF NOT WS-FIM-ARQUIVO
              MOVE TRB-REGISTRO TO REC-REGISTRO
              WRITE REC-REGISTRO
              IF WS-OPERACAO-BEM-SUCEDIDA
                 ADD 1 TO WS-QT-RECARREGADOS.
       62-SAIDA.
           EXIT.
      *
       7-MODULO-FINAL SECTION.
      *--------------
       7.
           IF WS-HOUVE-ERRO
              MOVE "E" TO LK-CD-RETORNO.
       7-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
      *
       99-INICIA-CONVERSAO.
           MOVE ZEROS TO WS-QT-CONVERTIDOS
                         WS-QT-RECARREGADOS.
           MOVE "N"   TO WS-IND-ERRO-CADASTRO
                         WS-IND-RECRIADO.
           MOVE SPACE TO WS-FINAL-ARQUIVO.
      *
      * O ARQUIVO DE TRABALHO SO E APAGADO QUANDO TODOS OS REGISTROS
      * FORAM REGRAVADOS NO CADASTRO RECRIADO; SE A FALHA FOI ANTES
      * DA RECRIACAO, O CADASTRO ANTERIOR CONTINUA INTACTO
       99-CONCLUI-CONVERSAO.
           IF WS-QT-RECARREGADOS NOT EQUAL WS-QT-CONVERTIDOS
              MOVE "S" TO WS-IND-ERRO-CADASTRO.
           MOVE SPACES TO WS-MENSAGEM.
           IF WS-ERRO-CADASTRO
              MOVE "S" TO WS-IND-ERRO
              IF WS-CADASTRO-RECRIADO
                 STRING "Erro ao Recriar " WS-NM-CADASTRO
                        DELIMITED BY "  "
                        " - Ver " WID-ARQ-TRABALHO
                        DELIMITED BY SPACE
                        "." DELIMITED BY SIZE INTO WS-MENSAGEM
              ELSE
                 STRING WS-NM-CADASTRO DELIMITED BY "  "
                        " Ilegivel - Conversao nao Feita."
                        DELIMITED BY SIZE INTO WS-MENSAGEM
              END-IF
           ELSE
              CALL "CBL_DELETE_FILE" USING WID-ARQ-TRABALHO
              MOVE WS-QT-CONVERTIDOS TO WS-ED-QT-CONVERTIDOS
              STRING WS-NM-CADASTRO DELIMITED BY "  "
                     " Convertido - Registros: "
                     WS-ED-QT-CONVERTIDOS
                     DELIMITED BY SIZE INTO WS-MENSAGEM
           END-IF.
           PERFORM 99-MENSAGEM.
      *
      * SOBREPOE OS NOMES DOS ARQUIVOS COM OS VALORES DO ARQUIVO
      * CENTRAL DE CONFIGURACAO (GV-CONFIG.PAR), QUANDO PRESENTES
       99-LE-CONFIGURACAO.
           MOVE "ARQ-VENDADET" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-VENDADET
           END-IF
           MOVE "ARQ-RECEBER" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-RECEBER
           END-IF.
      *
       990-CONSULTA-CONFIG.
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-CONVLEIAUTE" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
