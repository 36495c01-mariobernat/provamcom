      *     segunda tela (GV-MENUUTIL2), que ja nao comporta novas
      *     opcoes. As rotinas aqui agrupadas seguem o mesmo
      *     contrato de chamada das demais (LINKAGE-DADOS).
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Opcao 22: conversao dos cadastros
      *                   para o CNPJ alfanumerico (GV-CONVCNPJ).
      *     15/Out/2026 - MCB - Opcoes 23 e 24: tabela de precos de
      *                   lista (GV-CADPRECO) e relatorio de
      *                   descontos por vendedor (GV-RELDESCONTO).
      *     15/Out/2026 - MCB - Opcoes 25 e 26: solicitacao de limite de
      *                   credito (GV-CADLIMITE) e relatorio de
      *                   exposicao de credito (GV-RELCREDITO).
      *     15/Out/2026 - MCB - Opcao 27: emissao das cartas de
      *                   cobranca por regua de atraso (GV-COBRANCA).
      *     15/Out/2026 - MCB - Opcao 28: baixa do retorno da
      *                   cobranca bancaria (GV-RETCOBRANCA).
      *     15/Out/2026 - MCB - Opcao 29: cronograma e consumo de
      *                   contratos (GV-RELCONSUMO).
      *     15/Out/2026 - MCB - Opcao 30: informe anual de rendimentos
      *                   dos vendedores (GV-INFORME).
      *     15/Out/2026 - MCB - Opcao 31: simulacao de nova tabela de
      *                   comissao por faixas (GV-SIMREGRA).
      *     15/Out/2026 - MCB - Opcoes 32 e 33: contestacoes de
      *                   comissao (GV-CADCONTESTA) e relatorio das
      *                   contestacoes em aberto (GV-RELCONTESTA).
      *     15/Out/2026 - MCB - Opcao 34: continuacao na quarta tela
      *                   de utilitarios (GV-MENUUTIL4).
      *     15/Out/2026 - MCB - Log de atividade (I/F) nas opcoes,
      *                   como 5300 + opcao.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
      * OPCAO GRAVADA NO LOG DE ATIVIDADE: 53NN (TELA + OPCAO), PARA
      * NAO SE CONFUNDIR COM AS OPCOES DO MENU PRINCIPAL
       01  WS-NR-OPCAO-LOG           PIC 9(04) VALUE 5300.
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-OPCAO      PIC 9(02) VALUE ZEROS.
              88 WS-REGRAS-BANCARIAS        VALUE 19.
              88 WS-CARGA-FERIAS            VALUE 20.
              88 WS-EXTRATO-COMISSAO        VALUE 21.
              88 WS-CONVERSAO-CNPJ          VALUE 22.
              88 WS-TABELA-PRECOS           VALUE 23.
              88 WS-RELATORIO-DESCONTO      VALUE 24.
              88 WS-LIMITE-CREDITO          VALUE 25.
              88 WS-RELATORIO-CREDITO       VALUE 26.
              88 WS-CARTAS-COBRANCA         VALUE 27.
              88 WS-RETORNO-COBRANCA        VALUE 28.
              88 WS-CONSUMO-CONTRATO        VALUE 29.
              88 WS-INFORME-RENDIMENTOS     VALUE 30.
              88 WS-SIMULA-REGRAS           VALUE 31.
              88 WS-CONTESTACOES            VALUE 32.
              88 WS-REL-CONTESTACOES        VALUE 33.
              88 WS-MENU-CONTINUACAO        VALUE 34.
              88 WS-FIM-PROGRAMA            VALUE 0 99.
              88 WS-OPCAO-VALIDA            VALUE 01 02 03 04 05 06
                                                  07 08 09 10 11 12
                                                  13 14 15 16 17 18
                                                  19 20 21 22 23 24
                                                  25 26 27 28 29
                                                  30 31 32 33 34.
           03 WS-MENSAGEM    PIC X(68).
           03 WS-PROGRAMA    PIC X(60).
      *
           03 LINE 08 COL 42 VALUE "19 - Regras de Validacao Bancaria".
           03 LINE 09 COL 42 VALUE "20 - Carga do Plano de Ferias".
           03 LINE 10 COL 42 VALUE "21 - Extrato de Comissao Fechada".
           03 LINE 11 COL 42 VALUE "22 - Conversao do CNPJ Alfanum.".
           03 LINE 12 COL 42 VALUE "23 - Tabela de Precos de Lista".
           03 LINE 13 COL 42 VALUE "24 - Descontos por Vendedor".
           03 LINE 14 COL 42 VALUE "25 - Limite de Credito do Cliente".
           03 LINE 15 COL 42 VALUE "26 - Exposicao de Credito".
           03 LINE 16 COL 42 VALUE "27 - Cartas de Cobranca".
           03 LINE 17 COL 42 VALUE "28 - Retorno da Cobranca Bancaria".
           03 LINE 18 COL 42 VALUE "29 - Consumo de Contratos".
           03 LINE 19 COL 42 VALUE "30 - Informe de Rendimentos".
           03 LINE 21 COL 05 VALUE "31 - Simulacao Faixas de Comissao".
           03 LINE 21 COL 42 VALUE "32 - Contestacoes de Comissao".
           03 LINE 03 COL 05 VALUE "33 - Contestacoes em Aberto".
           03 LINE 03 COL 42 VALUE "34 - Continuacao (Menu 4)".
           03 LINE 20 COL 05 VALUE "Informe a Opcao (0 Retorna): ".
           03 OPCAO LINE 20 COL 35 PIC 9(02) USING WS-OPCAO AUTO.
      *
           IF  WS-EXTRATO-COMISSAO
               MOVE "GV-EXTRATOCOM"     TO WS-PROGRAMA
           END-IF
           IF  WS-CONVERSAO-CNPJ
               MOVE "GV-CONVCNPJ"       TO WS-PROGRAMA
           END-IF
           IF  WS-TABELA-PRECOS
               MOVE "GV-CADPRECO"       TO WS-PROGRAMA
           END-IF
           IF  WS-RELATORIO-DESCONTO
               MOVE "GV-RELDESCONTO"    TO WS-PROGRAMA
           END-IF
           IF  WS-LIMITE-CREDITO
               MOVE "GV-CADLIMITE"      TO WS-PROGRAMA
           END-IF
           IF  WS-RELATORIO-CREDITO
               MOVE "GV-RELCREDITO"     TO WS-PROGRAMA
           END-IF
           IF  WS-CARTAS-COBRANCA
               MOVE "GV-COBRANCA"       TO WS-PROGRAMA
           END-IF
           IF  WS-RETORNO-COBRANCA
               MOVE "GV-RETCOBRANCA"    TO WS-PROGRAMA
           END-IF
           IF  WS-CONSUMO-CONTRATO
               MOVE "GV-RELCONSUMO"     TO WS-PROGRAMA
           END-IF
           IF  WS-INFORME-RENDIMENTOS
               MOVE "GV-INFORME"        TO WS-PROGRAMA
           END-IF
           IF  WS-SIMULA-REGRAS
               MOVE "GV-SIMREGRA"       TO WS-PROGRAMA
           END-IF
           IF  WS-CONTESTACOES
               MOVE "GV-CADCONTESTA"    TO WS-PROGRAMA
           END-IF
           IF  WS-REL-CONTESTACOES
               MOVE "GV-RELCONTESTA"    TO WS-PROGRAMA
           END-IF
           IF  WS-MENU-CONTINUACAO
               MOVE "GV-MENUUTIL4"      TO WS-PROGRAMA
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
