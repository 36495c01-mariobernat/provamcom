000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-REGERRO.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Registro Central de Erros de Arquivo
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Subprograma chamado por todos os programas do sistema
      *     quando uma operacao de arquivo devolve um FILE STATUS
      *     inesperado: recebe a area GV-ERROWS.CPY e a
      *     LINKAGE-DADOS da sessao e acrescenta em GV-ERRO.LOG uma
      *     linha com data, hora, operador, modo de execucao,
      *     programa, paragrafo, arquivo, estado e chave. E a base
      *     da consulta de erros (GV-CONERRO), do relatorio diario
      *     por programa (GV-RELERRO) e do alerta de erros da cadeia
      *     em lote (GV-ALERTA); a rotacao de logs (GV-ROTACIONA)
      *     corta o arquivo em segmentos mensais como os demais logs.
      *     O estado do arquivo do programa chamador nao e alterado.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ERRO ASSIGN TO DISK WID-ARQ-ERRO
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-ERRO.CPY.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-ERRO           PIC X(40) VALUE "GV-ERRO.LOG".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00".
      *
       COPY GV-LINKAGE.
      *
      * MESMO LAYOUT DE WS-ERR-PARAMETROS (GV-ERROWS.CPY)
       01  LKE-PARAMETROS.
           03 LKE-NM-PROGRAMA        PIC X(015).
           03 LKE-NM-PARAGRAFO       PIC X(030).
           03 LKE-NM-ARQUIVO         PIC X(040).
           03 LKE-CD-ESTADO          PIC X(002).
           03 LKE-DS-CHAVE           PIC X(040).
      *
       PROCEDURE DIVISION USING LKE-PARAMETROS LINKAGE-DADOS.
      *
       0-MODULO-CONTROLE SECTION.
      *-----------------
       0.
           PERFORM 1-GRAVA-ERRO.
       0-SAIDA.
           EXIT PROGRAM.
      *
       1-GRAVA-ERRO SECTION.
      *------------
      * O LOG E CRIADO NA PRIMEIRA GRAVACAO; FALHA NA ABERTURA NAO
      * INTERROMPE O PROGRAMA QUE CHAMOU
       1.
           OPEN EXTEND ARQ-ERRO.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
           AND WS-ESTADO-ARQUIVO EQUAL "35"
              CLOSE ARQ-ERRO
              OPEN OUTPUT ARQ-ERRO.
           IF WS-OPERACAO-BEM-SUCEDIDA
              ACCEPT ERR-DATA FROM DATE YYYYMMDD
              ACCEPT ERR-HORA FROM TIME
              MOVE LK-CD-USUARIO        TO ERR-CD-USUARIO
              MOVE LK-MODO-EXECUCAO     TO ERR-IN-MODO
              MOVE LKE-NM-PROGRAMA      TO ERR-NM-PROGRAMA
              MOVE LKE-NM-PARAGRAFO     TO ERR-NM-PARAGRAFO
              MOVE LKE-NM-ARQUIVO       TO ERR-NM-ARQUIVO
              MOVE LKE-CD-ESTADO        TO ERR-CD-ESTADO
              MOVE LKE-DS-CHAVE         TO ERR-DS-CHAVE
              WRITE ERR-REGISTRO
              CLOSE ARQ-ERRO.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       1-SAIDA.
           EXIT.
      *
