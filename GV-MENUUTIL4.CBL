000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-MENUUTIL4.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Menu de Utilitarios - Quarta Tela
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Quarta tela de utilitarios, chamada pela opcao 34 da
      *     terceira tela (GV-MENUUTIL3), que ja nao comporta novas
      *     opcoes. As rotinas aqui agrupadas seguem o mesmo
      *     contrato de chamada das demais (LINKAGE-DADOS).
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Opcao 02 - Historico de Carteira
      *                   (GV-CONHISTCART).
      *     15/Out/2026 - MCB - Opcoes 03 e 04 - Campanhas de
      *                   Vendas (GV-CADCAMPANHA) e Ranking e
      *                   Apuracao (GV-RANKCAMP).
      *     15/Out/2026 - MCB - Opcao 05 - Previsao de Fechamento
      *                   do Mes x Cota (GV-PREVCOTA).
      *     15/Out/2026 - MCB - Opcao 06 - Oportunidades de Venda
      *                   Cruzada por Linha (GV-RELCRUZADA).
      *     15/Out/2026 - MCB - Opcao 07 - Custo de Servir e
      *                   Rentabilidade por Cliente (GV-RENTCLI).
      *     15/Out/2026 - MCB - Opcoes 08 - Cadastro de
      *                   Segmentos (GV-CADSEGMENTO) e 09 - Vendas por
      *                   Segmento (GV-RELSEGMENTO).
      *     15/Out/2026 - MCB - Opcoes 10 - Cadastro de
      *                   Concorrentes (GV-CADCONCORR), 11 - Presenca
      *                   no Cliente (GV-CADPRESENCA), 12 - Carga do
      *                   Campo (GV-CARGACONC) e 13 - Participacao na
      *                   Carteira (GV-RELPARTIC).
      *     15/Out/2026 - MCB - Opcoes 14 - Carga da Pesquisa NPS
      *                   (GV-CARGANPS) e 15 - Indice NPS da
      *                   Carteira (GV-RELNPS).
      *     15/Out/2026 - MCB - Opcoes 16 - Oportunidades de
      *                   Negocio (GV-CADOPORT) e 17 - Funil de Vendas
      *                   Ponderado (GV-RELFUNIL), abrindo a segunda
      *                   coluna da tela.
      *     15/Out/2026 - MCB - Opcao 18 - Reembolso de Quilometragem
      *                   (GV-REEMBKM).
      *     15/Out/2026 - MCB - Opcao 19 - Janela de Recebimento
      *                   (GV-CADJANELA).
      *     15/Out/2026 - MCB - Opcao 20 - Correcoes do Campo
      *                   (GV-CARGACORR).
      *     15/Out/2026 - MCB - Opcao 21 - Retornos de E-mail
      *                   (GV-CARGAEMAIL).
      *     15/Out/2026 - MCB - Opcoes 22 - Tarefas de
      *                   Acompanhamento (GV-CADTAREFA) e 23 - Tarefas
      *                   em Atraso (GV-RELTAREFA).
      *     15/Out/2026 - MCB - Opcao 24 - Carteira por Linha
      *                   (GV-CADCARTLIN).
      *     15/Out/2026 - MCB - Opcao 25 - Documentos do Vendedor
      *                   (GV-CADDOCVEN).
      *     15/Out/2026 - MCB - Opcao 26 - Recertificacao de Acessos
      *                   (GV-RECERT); log de atividade (I/F)
      *                   nas opcoes, como 5400 + opcao.
      *     15/Out/2026 - MCB - Opcao 27 - Historico da
      *                   Configuracao (GV-HISTCONFIG).
      *     15/Out/2026 - MCB - Opcoes 28 - Log de Erros de Arquivo
      *                   (GV-CONERRO) e 29 - Erros de Arquivo do Dia
      *                   (GV-RELERRO).
      *     15/Out/2026 - MCB - Opcao 30 - Tendencia da
      *                   Janela de Lote (GV-TENDLOTE).
      *     15/Out/2026 - MCB - Opcao 31 - Compactacao do Detalhe
      *                   de Vendas (GV-COMPACTA).
      *     15/Out/2026 - MCB - Opcao 32 - Varredura Referencial
      *                   dos Arquivos Filhos (GV-VARREFER).
      *     15/Out/2026 - MCB - Opcao 33 - Conciliacao Mensal Vendas
      *                   x Receber x Comissao (GV-CONCVENDA).
      *     15/Out/2026 - MCB - Opcao 34: continuacao na quinta tela
      *                   de utilitarios (GV-MENUUTIL5).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ATIVIDADE ASSIGN TO DISK WID-ARQ-ATIVIDADE
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-ATIVLOG.CPY.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-ATIVIDADE      PIC X(16) VALUE
                                      "GV-ATIVIDADE.LOG".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00".
      *
      * OPCAO GRAVADA NO LOG DE ATIVIDADE: 54NN (TELA + OPCAO), PARA
      * NAO SE CONFUNDIR COM AS OPCOES DO MENU PRINCIPAL
       01  WS-NR-OPCAO-LOG           PIC 9(04) VALUE 5400.
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-OPCAO      PIC 9(02) VALUE ZEROS.
              88 WS-CARGA-EQUIPES           VALUE 01.
              88 WS-HIST-CARTEIRA           VALUE 02.
              88 WS-CAD-CAMPANHA            VALUE 03.
              88 WS-RANK-CAMPANHA           VALUE 04.
              88 WS-PREVISAO-COTA           VALUE 05.
              88 WS-VENDA-CRUZADA           VALUE 06.
              88 WS-RENTAB-CLIENTE          VALUE 07.
              88 WS-CAD-SEGMENTO            VALUE 08.
              88 WS-VENDAS-SEGMENTO         VALUE 09.
              88 WS-CAD-CONCORRENTE         VALUE 10.
              88 WS-PRESENCA-CONCORR        VALUE 11.
              88 WS-CARGA-CONCORR           VALUE 12.
              88 WS-PARTICIPACAO            VALUE 13.
              88 WS-CARGA-NPS               VALUE 14.
              88 WS-RELATORIO-NPS           VALUE 15.
              88 WS-CAD-OPORTUNIDADE        VALUE 16.
              88 WS-FUNIL-VENDAS            VALUE 17.
              88 WS-REEMBOLSO-KM            VALUE 18.
              88 WS-JANELA-RECEBIMENTO      VALUE 19.
              88 WS-CORRECOES-CAMPO         VALUE 20.
              88 WS-RETORNOS-EMAIL          VALUE 21.
              88 WS-TAREFAS-OPERADOR        VALUE 22.
              88 WS-TAREFAS-ATRASO          VALUE 23.
              88 WS-CARTEIRA-LINHA          VALUE 24.
              88 WS-DOCUMENTOS-VENDEDOR     VALUE 25.
              88 WS-RECERTIFICACAO          VALUE 26.
              88 WS-HISTORICO-CONFIG        VALUE 27.
              88 WS-LOG-ERROS               VALUE 28.
              88 WS-ERROS-DO-DIA            VALUE 29.
              88 WS-TENDENCIA-JANELA        VALUE 30.
              88 WS-COMPACTA-DETALHE        VALUE 31.
              88 WS-VARREDURA-REFERENCIAL   VALUE 32.
              88 WS-CONCILIACAO-MENSAL      VALUE 33.
              88 WS-MENU-CONTINUACAO        VALUE 34.
              88 WS-FIM-PROGRAMA            VALUE 0 99.
              88 WS-OPCAO-VALIDA            VALUE 01 02 03 04 05 06
                                                  07 08 09 10 11 12
                                                  13 14 15 16 17
                                                  18 19 20 21
                                                  22 23 24 25
                                                  26 27 28 29
                                                  30 31 32 33 34.
           03 WS-MENSAGEM    PIC X(68).
           03 WS-PROGRAMA    PIC X(60).
      *
       COPY GV-LINKAGE.
      *
       SCREEN SECTION.
      *
       01  SST-LIMPA-TELA.
           03 LINE 22 COL 10 BLANK LINE.
           03 LINE 21 COL 01 BLANK LINE.
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
           03 LINE 03 COL 01 BLANK LINE.
           03 LINE 02 COL 30 VALUE "                              ".
      *
       01  SST-MENU-UTIL4.
           03 LINE 02 COL 26 VALUE "Menu de Utilitarios - 4".
           03 LINE 05 COL 05 VALUE "01 - Carga Inicial das Equipes".
           03 LINE 06 COL 05 VALUE "02 - Historico de Carteira".
           03 LINE 07 COL 05 VALUE "03 - Campanhas de Vendas".
           03 LINE 08 COL 05 VALUE "04 - Ranking de Campanha".
           03 LINE 09 COL 05 VALUE "05 - Previsao do Mes x Cota".
           03 LINE 10 COL 05 VALUE "06 - Venda Cruzada por Linha".
           03 LINE 11 COL 05 VALUE "07 - Rentabilidade por Cliente".
           03 LINE 12 COL 05 VALUE "08 - Cadastro de Segmentos".
           03 LINE 13 COL 05 VALUE "09 - Vendas por Segmento".
           03 LINE 14 COL 05 VALUE "10 - Cadastro de Concorrentes".
           03 LINE 15 COL 05 VALUE "11 - Concorrentes no Cliente".
           03 LINE 16 COL 05 VALUE "12 - Carga de Concorrentes".
           03 LINE 17 COL 05 VALUE "13 - Participacao na Carteira".
           03 LINE 18 COL 05 VALUE "14 - Carga da Pesquisa NPS".
           03 LINE 19 COL 05 VALUE "15 - Indice NPS da Carteira".
           03 LINE 05 COL 42 VALUE "16 - Oportunidades de Negocio".
           03 LINE 06 COL 42 VALUE "17 - Funil de Vendas Ponderado".
           03 LINE 07 COL 42 VALUE "18 - Reembolso de Quilometragem".
           03 LINE 08 COL 42 VALUE "19 - Janela de Recebimento".
           03 LINE 09 COL 42 VALUE "20 - Correcoes do Campo".
           03 LINE 10 COL 42 VALUE "21 - Retornos de E-mail".
           03 LINE 11 COL 42 VALUE "22 - Tarefas de Acompanhamento".
           03 LINE 12 COL 42 VALUE "23 - Tarefas em Atraso".
           03 LINE 13 COL 42 VALUE "24 - Carteira por Linha".
           03 LINE 14 COL 42 VALUE "25 - Documentos do Vendedor".
           03 LINE 15 COL 42 VALUE "26 - Recertificacao de Acessos".
           03 LINE 16 COL 42 VALUE "27 - Historico da Configuracao".
           03 LINE 17 COL 42 VALUE "28 - Log de Erros de Arquivo".
           03 LINE 18 COL 42 VALUE "29 - Erros de Arquivo do Dia".
           03 LINE 19 COL 42 VALUE "30 - Tendencia da Janela Lote".
           03 LINE 21 COL 05 VALUE "31 - Compactacao do Detalhe".
           03 LINE 21 COL 42 VALUE "32 - Varredura Referencial".
           03 LINE 03 COL 05 VALUE "33 - Conciliacao Mensal".
           03 LINE 03 COL 42 VALUE "34 - Continuacao (Menu 5)".
           03 LINE 20 COL 05 VALUE "Informe a Opcao (0 Retorna): ".
           03 OPCAO LINE 20 COL 35 PIC 9(02) USING WS-OPCAO AUTO.
      *
       01  SST-MENSAGEM.
           03 LINE 22 COL 11 USING WS-MENSAGEM.
      *
       PROCEDURE DIVISION USING LINKAGE-DADOS.
      *
       0-MODULO-CONTROLE SECTION.
      *-----------------
       0.
           PERFORM 2-MODULO-PRINCIPAL
               WITH TEST AFTER UNTIL WS-FIM-PROGRAMA.
           PERFORM 3-MODULO-FINAL.
       0-SAIDA.
           EXIT PROGRAM.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           ACCEPT SST-MENU-UTIL4.
           MOVE SPACES TO WS-PROGRAMA.
           IF  WS-CARGA-EQUIPES
               MOVE "GV-INICIAEQUIPE"   TO WS-PROGRAMA
           END-IF
           IF  WS-HIST-CARTEIRA
               MOVE "GV-CONHISTCART"    TO WS-PROGRAMA
           END-IF
           IF  WS-CAD-CAMPANHA
               MOVE "GV-CADCAMPANHA"    TO WS-PROGRAMA
           END-IF
           IF  WS-RANK-CAMPANHA
               MOVE "GV-RANKCAMP"       TO WS-PROGRAMA
           END-IF
           IF  WS-PREVISAO-COTA
               MOVE "GV-PREVCOTA"       TO WS-PROGRAMA
           END-IF
           IF  WS-VENDA-CRUZADA
               MOVE "GV-RELCRUZADA"     TO WS-PROGRAMA
           END-IF
           IF  WS-RENTAB-CLIENTE
               MOVE "GV-RENTCLI"        TO WS-PROGRAMA
           END-IF
           IF  WS-CAD-SEGMENTO
               MOVE "GV-CADSEGMENTO"    TO WS-PROGRAMA
           END-IF
           IF  WS-VENDAS-SEGMENTO
               MOVE "GV-RELSEGMENTO"    TO WS-PROGRAMA
           END-IF
           IF  WS-CAD-CONCORRENTE
               MOVE "GV-CADCONCORR"     TO WS-PROGRAMA
           END-IF
           IF  WS-PRESENCA-CONCORR
               MOVE "GV-CADPRESENCA"    TO WS-PROGRAMA
           END-IF
           IF  WS-CARGA-CONCORR
               MOVE "GV-CARGACONC"      TO WS-PROGRAMA
           END-IF
           IF  WS-PARTICIPACAO
               MOVE "GV-RELPARTIC"      TO WS-PROGRAMA
           END-IF
           IF  WS-CARGA-NPS
               MOVE "GV-CARGANPS"       TO WS-PROGRAMA
           END-IF
           IF  WS-RELATORIO-NPS
               MOVE "GV-RELNPS"         TO WS-PROGRAMA
           END-IF
           IF  WS-CAD-OPORTUNIDADE
               MOVE "GV-CADOPORT"       TO WS-PROGRAMA
           END-IF
           IF  WS-FUNIL-VENDAS
               MOVE "GV-RELFUNIL"       TO WS-PROGRAMA
           END-IF
           IF  WS-REEMBOLSO-KM
               MOVE "GV-REEMBKM"        TO WS-PROGRAMA
           END-IF
           IF  WS-JANELA-RECEBIMENTO
               MOVE "GV-CADJANELA"      TO WS-PROGRAMA
           END-IF
           IF  WS-CORRECOES-CAMPO
               MOVE "GV-CARGACORR"      TO WS-PROGRAMA
           END-IF
           IF  WS-RETORNOS-EMAIL
               MOVE "GV-CARGAEMAIL"     TO WS-PROGRAMA
           END-IF
           IF  WS-TAREFAS-OPERADOR
               MOVE "GV-CADTAREFA"      TO WS-PROGRAMA
           END-IF
           IF  WS-TAREFAS-ATRASO
               MOVE "GV-RELTAREFA"      TO WS-PROGRAMA
           END-IF
           IF  WS-CARTEIRA-LINHA
               MOVE "GV-CADCARTLIN"     TO WS-PROGRAMA
           END-IF
           IF  WS-DOCUMENTOS-VENDEDOR
               MOVE "GV-CADDOCVEN"      TO WS-PROGRAMA
           END-IF
           IF  WS-RECERTIFICACAO
               MOVE "GV-RECERT"         TO WS-PROGRAMA
           END-IF
           IF  WS-HISTORICO-CONFIG
               MOVE "GV-HISTCONFIG"     TO WS-PROGRAMA
           END-IF
           IF  WS-LOG-ERROS
               MOVE "GV-CONERRO"        TO WS-PROGRAMA
           END-IF
           IF  WS-ERROS-DO-DIA
               MOVE "GV-RELERRO"        TO WS-PROGRAMA
           END-IF
           IF  WS-TENDENCIA-JANELA
               MOVE "GV-TENDLOTE"       TO WS-PROGRAMA
           END-IF
           IF  WS-COMPACTA-DETALHE
               MOVE "GV-COMPACTA"       TO WS-PROGRAMA
           END-IF
           IF  WS-VARREDURA-REFERENCIAL
               MOVE "GV-VARREFER"       TO WS-PROGRAMA
           END-IF
           IF  WS-CONCILIACAO-MENSAL
               MOVE "GV-CONCVENDA"      TO WS-PROGRAMA
           END-IF
           IF  WS-MENU-CONTINUACAO
               MOVE "GV-MENUUTIL5"      TO WS-PROGRAMA
           END-IF
           IF  WS-OPCAO-VALIDA
               DISPLAY SST-LIMPA-TELA
               MOVE "I" TO ATV-TIPO-EVENTO
               PERFORM 99-GRAVA-ATIVIDADE
               CALL WS-PROGRAMA USING LINKAGE-DADOS
               MOVE "F" TO ATV-TIPO-EVENTO
               PERFORM 99-GRAVA-ATIVIDADE
               DISPLAY SST-LIMPA-TELA
           END-IF.
       2-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
      * GRAVA UM EVENTO DE ATIVIDADE COMO O MENU PRINCIPAL, PARA
      * QUE AS ROTINAS DE UTILITARIOS TAMBEM APARECAM NO LOG
       99-GRAVA-ATIVIDADE.
           OPEN EXTEND ARQ-ATIVIDADE
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
           AND WS-ESTADO-ARQUIVO EQUAL "35"
              CLOSE ARQ-ATIVIDADE
              OPEN OUTPUT ARQ-ATIVIDADE
           END-IF
           ACCEPT ATV-DATA FROM DATE YYYYMMDD
           ACCEPT ATV-HORA FROM TIME
           MOVE LK-CD-USUARIO        TO ATV-CD-USUARIO
           COMPUTE ATV-CD-OPCAO = WS-NR-OPCAO-LOG + WS-OPCAO
           MOVE WS-PROGRAMA          TO ATV-NM-PROGRAMA
           WRITE ATV-REGISTRO
           CLOSE ARQ-ATIVIDADE
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
