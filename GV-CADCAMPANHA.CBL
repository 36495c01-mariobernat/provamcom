000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-CADCAMPANHA.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Cadastro de Campanhas de Vendas
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Manutencao do cadastro de campanhas (concursos) de
      *     vendas do marketing em GV-CAMPANHA.DAT: periodo,
      *     empresas e regioes participantes, linhas de produto
      *     elegiveis (GV-PRODUTO.DAT), metrica de pontuacao
      *     (volume, clientes compradores ou clientes novos) e ate
      *     cinco faixas de premio por posicao. Tabela em branco
      *     vale para todas. A classificacao e a apuracao final
      *     ficam com GV-RANKCAMP; campanha ja apurada nao pode mais
      *     ser alterada nem excluida.
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
           SELECT ARQ-CAMPANHA ASSIGN TO DISK WID-ARQ-CAMPANHA
             organization       is indexed
             access mode        is dynamic
             record key         is CMP-CD-CAMPANHA
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-CAMPANHA.CPY.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-CAMPANHA       PIC X(16) VALUE "GV-CAMPANHA.DAT".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-OPCAO               PIC 9(01) VALUE ZEROS.
              88 WS-INCLUSAO                   VALUE 1.
              88 WS-ALTERACAO                  VALUE 2.
              88 WS-EXCLUSAO                   VALUE 3.
              88 WS-CONSULTA                   VALUE 4.
              88 WS-FIM-PROGRAMA               VALUE 0 9.
           03 WS-MENSAGEM            PIC X(68).
           03 WS-RESPOSTA            PIC X(01).
              88 WS-SIM                        VALUE "S" "s".
           03 WS-FINAL-ARQUIVO       PIC X(01) VALUE SPACE.
              88 WS-FIM-ARQUIVO                VALUE "F".
           03 WS-CD-CAMPANHA         PIC 9(04) VALUE ZEROS.
           03 WS-IX-TAB              PIC 9(02) VALUE ZEROS.
           03 WS-NR-POSICAO-ANT      PIC 9(03) VALUE ZEROS.
           03 WS-DS-SITUACAO         PIC X(50) VALUE SPACES.
      *
      * DADOS DA CAMPANHA EM TELA - MESMO LAYOUT DE CMP-DADOS-CAMPANHA
       01  WS-DADOS-CAMPANHA.
           03 WS-DS-CAMPANHA         PIC X(040).
           03 WS-DT-INICIO           PIC 9(008).
           03 WS-DT-FIM              PIC 9(008).
           03 WS-TP-METRICA          PIC X(001).
              88 WS-METRICA-VALIDA             VALUE "V" "C" "N".
           03 WS-TB-EMPRESA          PIC 9(002) OCCURS 5.
           03 WS-TB-REGIAO           PIC 9(003) OCCURS 10.
           03 WS-TB-LINHA            PIC X(010) OCCURS 5.
           03 WS-TB-PREMIO                      OCCURS 5.
              05 WS-NR-POSICAO-ATE   PIC 9(003).
              05 WS-VL-PREMIO        PIC 9(011)V9(002).
      *
      * VALORES DOS PREMIOS EM TELA
       01  WS-TAB-PREMIO-TELA.
           03 WS-VL-PREMIO-ED        PIC ZZZZZZZZZZ9,99
                                      OCCURS 5 TIMES.
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
       01  SST-CADASTRO-CAMPANHA.
           03 LINE 02 COL 25 VALUE "Campanhas de Vendas".
           03 LINE 05 COL 08 VALUE "Informe a Opcao: ".
           03 OPCAO LINE 05 COL 26 PIC 9 USING WS-OPCAO AUTO.
           03 LINE 05 COL 28 VALUE
              "(1-Inclui, 2-Altera, 3-Exclui, 4-Consulta)".
      *
       01  SST-CHAVE-CAMPANHA.
           03 LINE 07 COL 07 VALUE "Codigo da Campanha: ".
           03 LINE 07 COL 27 USING WS-CD-CAMPANHA.
      *
       01  SST-DADOS-CAMPANHA.
           03 LINE 08 COL 07 VALUE "Descricao: ".
           03 LINE 08 COL 18 USING WS-DS-CAMPANHA.
           03 LINE 09 COL 07 VALUE "Inicio (AAAAMMDD): ".
           03 LINE 09 COL 26 USING WS-DT-INICIO.
           03 LINE 09 COL 37 VALUE "Fim: ".
           03 LINE 09 COL 42 USING WS-DT-FIM.
           03 LINE 10 COL 07 VALUE
              "Metrica (V Volume, C Clientes Compradores, N Novos): ".
           03 LINE 10 COL 60 USING WS-TP-METRICA.
           03 LINE 11 COL 07 VALUE "Empresas: ".
           03 LINE 11 COL 17 USING WS-TB-EMPRESA(1).
           03 LINE 11 COL 21 USING WS-TB-EMPRESA(2).
           03 LINE 11 COL 25 USING WS-TB-EMPRESA(3).
           03 LINE 11 COL 29 USING WS-TB-EMPRESA(4).
           03 LINE 11 COL 33 USING WS-TB-EMPRESA(5).
           03 LINE 11 COL 40 VALUE "(Zeros = Todas)".
           03 LINE 12 COL 07 VALUE "Regioes : ".
           03 LINE 12 COL 17 USING WS-TB-REGIAO(1).
           03 LINE 12 COL 21 USING WS-TB-REGIAO(2).
           03 LINE 12 COL 25 USING WS-TB-REGIAO(3).
           03 LINE 12 COL 29 USING WS-TB-REGIAO(4).
           03 LINE 12 COL 33 USING WS-TB-REGIAO(5).
           03 LINE 12 COL 37 USING WS-TB-REGIAO(6).
           03 LINE 12 COL 41 USING WS-TB-REGIAO(7).
           03 LINE 12 COL 45 USING WS-TB-REGIAO(8).
           03 LINE 12 COL 49 USING WS-TB-REGIAO(9).
           03 LINE 12 COL 53 USING WS-TB-REGIAO(10).
           03 LINE 12 COL 58 VALUE "(Zeros = Todas)".
           03 LINE 13 COL 07 VALUE "Linhas  : ".
           03 LINE 13 COL 17 USING WS-TB-LINHA(1).
           03 LINE 13 COL 28 USING WS-TB-LINHA(2).
           03 LINE 13 COL 39 USING WS-TB-LINHA(3).
           03 LINE 13 COL 50 USING WS-TB-LINHA(4).
           03 LINE 13 COL 61 USING WS-TB-LINHA(5).
           03 LINE 14 COL 07 VALUE
              "Premios por Faixa (Ate a Posicao / Valor):".
           03 LINE 15 COL 07 VALUE "1a Faixa: ".
           03 LINE 15 COL 17 USING WS-NR-POSICAO-ATE(1).
           03 LINE 15 COL 22 USING WS-VL-PREMIO-ED(1).
           03 LINE 15 COL 40 VALUE "2a Faixa: ".
           03 LINE 15 COL 50 USING WS-NR-POSICAO-ATE(2).
           03 LINE 15 COL 55 USING WS-VL-PREMIO-ED(2).
           03 LINE 16 COL 07 VALUE "3a Faixa: ".
           03 LINE 16 COL 17 USING WS-NR-POSICAO-ATE(3).
           03 LINE 16 COL 22 USING WS-VL-PREMIO-ED(3).
           03 LINE 16 COL 40 VALUE "4a Faixa: ".
           03 LINE 16 COL 50 USING WS-NR-POSICAO-ATE(4).
           03 LINE 16 COL 55 USING WS-VL-PREMIO-ED(4).
           03 LINE 17 COL 07 VALUE "5a Faixa: ".
           03 LINE 17 COL 17 USING WS-NR-POSICAO-ATE(5).
           03 LINE 17 COL 22 USING WS-VL-PREMIO-ED(5).
      *
       01  SST-MOSTRA-SITUACAO.
           03 LINE 18 COL 07 VALUE "Situacao: ".
           03 LINE 18 COL 17 PIC X(50) FROM WS-DS-SITUACAO.
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
           OPEN I-O ARQ-CAMPANHA.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              IF WS-ESTADO-ARQUIVO EQUAL "35"
                 CLOSE ARQ-CAMPANHA
                 OPEN OUTPUT ARQ-CAMPANHA
                 CLOSE ARQ-CAMPANHA
                 OPEN I-O ARQ-CAMPANHA
              ELSE
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-CAMPANHA TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Arquivo de Campanhas Indisponivel."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM.
       1-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           DISPLAY SST-LIMPA-TELA.
           ACCEPT SST-CADASTRO-CAMPANHA.
           IF  WS-INCLUSAO
               PERFORM 21-INCLUI-CAMPANHA.
           IF  WS-ALTERACAO
               PERFORM 22-ALTERA-CAMPANHA.
           IF  WS-EXCLUSAO
               PERFORM 23-EXCLUI-CAMPANHA.
           IF  WS-CONSULTA
               PERFORM 24-CONSULTA-CAMPANHA.
       2-SAIDA.
           EXIT.
      *
       21-INCLUI-CAMPANHA SECTION.
      *------------------
       21.
           MOVE ZEROS TO WS-CD-CAMPANHA.
           ACCEPT SST-CHAVE-CAMPANHA.
           MOVE WS-CD-CAMPANHA TO CMP-CD-CAMPANHA.
           READ ARQ-CAMPANHA.
           IF WS-OPERACAO-BEM-SUCEDIDA
           OR WS-CD-CAMPANHA EQUAL ZEROS
              MOVE "Codigo Invalido ou Campanha ja Cadastrada."
                                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              INITIALIZE WS-DADOS-CAMPANHA
              PERFORM 99-PREPARA-TELA
              ACCEPT SST-DADOS-CAMPANHA
              PERFORM 99-VALIDA-CAMPANHA
              IF WS-MENSAGEM NOT EQUAL SPACES
                 PERFORM 99-MENSAGEM
              ELSE
                 PERFORM 99-CONFIRMA
                 IF WS-SIM
                    MOVE WS-CD-CAMPANHA    TO CMP-CD-CAMPANHA
                    MOVE WS-DADOS-CAMPANHA TO CMP-DADOS-CAMPANHA
                    MOVE "A"               TO CMP-SITUACAO
                    MOVE LK-CD-USUARIO     TO CMP-CD-USUARIO
                    ACCEPT CMP-DT-INCLUSAO FROM DATE YYYYMMDD
                    MOVE ZEROS             TO CMP-DT-APURACAO
                    MOVE SPACES            TO CMP-CD-USUARIO-APURACAO
                    MOVE "N"               TO CMP-IN-PREMIO-LANCADO
                    WRITE CMP-REGISTRO-CAMPANHA
                    IF WS-OPERACAO-BEM-SUCEDIDA
                       MOVE "Campanha Incluida." TO WS-MENSAGEM
                    ELSE
                       MOVE "21-INCLUI-CAMPANHA" TO WS-ERR-NM-PARAGRAFO
                       MOVE WID-ARQ-CAMPANHA TO WS-ERR-NM-ARQUIVO
                       MOVE CMP-CD-CAMPANHA TO WS-ERR-DS-CHAVE
                       PERFORM 99-REGISTRA-ERRO
                       MOVE "Erro na Gravacao da Campanha."
                                                      TO WS-MENSAGEM
                    END-IF
                    PERFORM 99-MENSAGEM
                 END-IF
              END-IF
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       21-SAIDA.
           EXIT.
      *
       22-ALTERA-CAMPANHA SECTION.
      *------------------
       22.
           PERFORM 99-LOCALIZA-CAMPANHA.
           IF WS-OPERACAO-BEM-SUCEDIDA
              IF CMP-SIT-APURADA
                 MOVE "Campanha ja Apurada nao Pode ser Alterada."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 ACCEPT SST-DADOS-CAMPANHA
                 PERFORM 99-VALIDA-CAMPANHA
                 IF WS-MENSAGEM NOT EQUAL SPACES
                    PERFORM 99-MENSAGEM
                 ELSE
                    PERFORM 99-CONFIRMA
                    IF WS-SIM
                       MOVE WS-DADOS-CAMPANHA TO CMP-DADOS-CAMPANHA
                       REWRITE CMP-REGISTRO-CAMPANHA
                       MOVE "Campanha Alterada." TO WS-MENSAGEM
                       PERFORM 99-MENSAGEM
                    END-IF
                 END-IF
              END-IF
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       22-SAIDA.
           EXIT.
      *
       23-EXCLUI-CAMPANHA SECTION.
      *------------------
       23.
           PERFORM 99-LOCALIZA-CAMPANHA.
           IF WS-OPERACAO-BEM-SUCEDIDA
              IF CMP-SIT-APURADA
                 MOVE "Campanha ja Apurada nao Pode ser Excluida."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 PERFORM 99-CONFIRMA
                 IF WS-SIM
                    DELETE ARQ-CAMPANHA
                    MOVE "Campanha Excluida." TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                 END-IF
              END-IF
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       23-SAIDA.
           EXIT.
      *
       24-CONSULTA-CAMPANHA SECTION.
      *--------------------
       24.
           PERFORM 99-LOCALIZA-CAMPANHA.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "Consulta Concluida." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       24-SAIDA.
           EXIT.
      *
       241-VALIDA-UMA-FAIXA SECTION.
      * POSICOES EM ORDEM CRESCENTE, CADA FAIXA COM VALOR; FAIXA
      * COM POSICAO ZERO ENCERRA A TABELA
       241.
           MOVE WS-VL-PREMIO-ED(WS-IX-TAB) TO WS-VL-PREMIO(WS-IX-TAB).
           IF WS-NR-POSICAO-ATE(WS-IX-TAB) EQUAL ZEROS
              MOVE 999 TO WS-NR-POSICAO-ANT
              MOVE ZEROS TO WS-VL-PREMIO(WS-IX-TAB)
           ELSE
              IF WS-NR-POSICAO-ATE(WS-IX-TAB)
                                         NOT GREATER WS-NR-POSICAO-ANT
              OR WS-VL-PREMIO(WS-IX-TAB) EQUAL ZEROS
                 MOVE "Faixas de Premio em Ordem Crescente e com Valor."
                                                      TO WS-MENSAGEM
              ELSE
                 MOVE WS-NR-POSICAO-ATE(WS-IX-TAB) TO WS-NR-POSICAO-ANT
              END-IF
           END-IF.
       241-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           IF NOT WS-FIM-ARQUIVO
              CLOSE ARQ-CAMPANHA.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
      *
      * LE A CAMPANHA PELO CODIGO INFORMADO E EXIBE OS DADOS; SAI
      * COM O STATUS DA LEITURA
       99-LOCALIZA-CAMPANHA.
           MOVE ZEROS TO WS-CD-CAMPANHA
           ACCEPT SST-CHAVE-CAMPANHA
           MOVE WS-CD-CAMPANHA TO CMP-CD-CAMPANHA
           READ ARQ-CAMPANHA
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "Campanha nao Encontrada." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              MOVE "23" TO WS-ESTADO-ARQUIVO
           ELSE
              MOVE CMP-DADOS-CAMPANHA TO WS-DADOS-CAMPANHA
              PERFORM 99-PREPARA-TELA
              DISPLAY SST-DADOS-CAMPANHA
              MOVE SPACES TO WS-DS-SITUACAO
              IF CMP-SIT-APURADA
                 STRING "APURADA EM " CMP-DT-APURACAO(7:2) "/"
                        CMP-DT-APURACAO(5:2) "/" CMP-DT-APURACAO(1:4)
                        " POR " CMP-CD-USUARIO-APURACAO
                        DELIMITED BY SIZE INTO WS-DS-SITUACAO
                 IF CMP-PREMIO-LANCADO
                    MOVE "- PREMIO LANCADO" TO WS-DS-SITUACAO(36:15)
                 END-IF
              ELSE
                 MOVE "ABERTA" TO WS-DS-SITUACAO
              END-IF
              DISPLAY SST-MOSTRA-SITUACAO
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
      *
       99-PREPARA-TELA.
           MOVE WS-VL-PREMIO(1) TO WS-VL-PREMIO-ED(1)
           MOVE WS-VL-PREMIO(2) TO WS-VL-PREMIO-ED(2)
           MOVE WS-VL-PREMIO(3) TO WS-VL-PREMIO-ED(3)
           MOVE WS-VL-PREMIO(4) TO WS-VL-PREMIO-ED(4)
           MOVE WS-VL-PREMIO(5) TO WS-VL-PREMIO-ED(5).
      *
      * CONSISTE OS DADOS DIGITADOS; DEIXA A CRITICA EM WS-MENSAGEM
      * (BRANCO QUANDO TUDO CERTO)
       99-VALIDA-CAMPANHA.
           MOVE SPACES TO WS-MENSAGEM
           MOVE ZEROS  TO WS-NR-POSICAO-ANT
           PERFORM 241-VALIDA-UMA-FAIXA
               VARYING WS-IX-TAB FROM 1 BY 1
               UNTIL WS-IX-TAB GREATER 5
           IF WS-NR-POSICAO-ATE(1) EQUAL ZEROS
              MOVE "Informe ao Menos uma Faixa de Premio."
                                                      TO WS-MENSAGEM
           END-IF
           IF NOT WS-METRICA-VALIDA
              MOVE "Metrica Deve ser V, C ou N." TO WS-MENSAGEM
           END-IF
           IF WS-DT-INICIO EQUAL ZEROS
           OR WS-DT-FIM LESS WS-DT-INICIO
              MOVE "Periodo Invalido - Fim Anterior ao Inicio."
                                                      TO WS-MENSAGEM
           END-IF
           IF WS-DS-CAMPANHA EQUAL SPACES
              MOVE "Descricao da Campanha e Obrigatoria."
                                                      TO WS-MENSAGEM
           END-IF.
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
           MOVE "GV-CADCAMPANHA" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
