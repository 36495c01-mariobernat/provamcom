      *     restauracoes, analises e manutencoes auxiliares) em um
      *     menu proprio, chamado pela opcao 500 do Menu Principal,
      *     para nao sobrecarregar a tela do VENDAS00.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Log de atividade (I/F) nas opcoes,
      *                   como 5100 + opcao.
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
      * OPCAO GRAVADA NO LOG DE ATIVIDADE: 51NN (TELA + OPCAO), PARA
      * NAO SE CONFUNDIR COM AS OPCOES DO MENU PRINCIPAL
       01  WS-NR-OPCAO-LOG           PIC 9(04) VALUE 5100.
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-OPCAO      PIC 9(02) VALUE ZEROS.
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
