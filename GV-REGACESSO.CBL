000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-REGACESSO.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Registro de Acesso a Dados Pessoais
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Subprograma chamado pelas telas que exibem um registro
      *     individual de cliente, vendedor ou prospect (consultas,
      *     manutencoes, arquivo morto e consulta da auditoria) e
      *     pelo relatorio do titular (GV-LGPDREL): recebe a area
      *     GV-ACESSOWS.CPY e a LINKAGE-DADOS da sessao e acrescenta
      *     em GV-ACESSO.LOG uma linha com data, hora, operador,
      *     programa, tipo, chave e documento do registro exibido.
      *     E a base da secao de acessos do relatorio do titular; a
      *     rotacao de logs (GV-ROTACIONA) corta o arquivo em
      *     segmentos mensais como os demais logs.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ACESSO ASSIGN TO DISK WID-ARQ-ACESSO
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-ACESSO.CPY.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-ACESSO         PIC X(40) VALUE "GV-ACESSO.LOG".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00".
      *
       COPY GV-LINKAGE.
      *
      * MESMO LAYOUT DE WS-ACS-PARAMETROS (GV-ACESSOWS.CPY)
       01  LKA-PARAMETROS.
           03 LKA-NM-PROGRAMA        PIC X(015).
           03 LKA-TP-REGISTRO        PIC X(001).
           03 LKA-IN-ARQUIVO-MORTO   PIC X(001).
           03 LKA-CD-EMPRESA         PIC 9(002).
           03 LKA-CD-CHAVE           PIC 9(007).
           03 LKA-NR-DOCUMENTO       PIC X(015).
      *
       PROCEDURE DIVISION USING LKA-PARAMETROS LINKAGE-DADOS.
      *
       0-MODULO-CONTROLE SECTION.
      *-----------------
       0.
           PERFORM 1-GRAVA-ACESSO.
       0-SAIDA.
           EXIT PROGRAM.
      *
       1-GRAVA-ACESSO SECTION.
      *--------------
      * O LOG E CRIADO NA PRIMEIRA GRAVACAO; FALHA NA ABERTURA NAO
      * INTERROMPE A TELA QUE CHAMOU
       1.
           OPEN EXTEND ARQ-ACESSO.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
           AND WS-ESTADO-ARQUIVO EQUAL "35"
              CLOSE ARQ-ACESSO
              OPEN OUTPUT ARQ-ACESSO.
           IF WS-OPERACAO-BEM-SUCEDIDA
              ACCEPT ACS-DATA FROM DATE YYYYMMDD
              ACCEPT ACS-HORA FROM TIME
              MOVE LK-CD-USUARIO        TO ACS-CD-USUARIO
              MOVE LKA-NM-PROGRAMA      TO ACS-NM-PROGRAMA
              MOVE LKA-TP-REGISTRO      TO ACS-TP-REGISTRO
              MOVE LKA-IN-ARQUIVO-MORTO TO ACS-IN-ARQUIVO-MORTO
              MOVE LKA-CD-EMPRESA       TO ACS-CD-EMPRESA
              MOVE LKA-CD-CHAVE         TO ACS-CD-CHAVE
              MOVE LKA-NR-DOCUMENTO     TO ACS-NR-DOCUMENTO
              WRITE ACS-REGISTRO
              CLOSE ARQ-ACESSO.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       1-SAIDA.
           EXIT.
      *
