      *     arquivo IMPRESSAO.IMP recolhido pela impressora) e
      *     Excluir (apaga o arquivo e marca o catalogo). O relatorio
      *     de um operador deixa de destruir o do colega.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Mostra se os dados pessoais do
      *                   relatorio sairam mascarados ou completos.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03 WS-EX-SITUACAO         PIC X(10).
           03 WS-EX-NM-ARQUIVO       PIC X(43).
           03 WS-EX-QT-LINHAS        PIC ZZZZZ9.
           03 WS-EX-DADOS-PESSOAIS   PIC X(10).
      *
      * COPIA EM MEMORIA DO CATALOGO PARA A REGRAVACAO APOS AS
      * EXCLUSOES
       01  WS-TAB-CATALOGO.
           03 WS-CATALOGO-OCORRENCIA OCCURS 200 TIMES.
              05 WS-CAT-REGISTRO     PIC X(100).
      *
       COPY GV-LINKAGE.
      *
           03 LINE 07 COL 16 USING WS-EX-NM-ARQUIVO.
           03 LINE 08 COL 07 VALUE "Linhas: ".
           03 LINE 08 COL 15 USING WS-EX-QT-LINHAS.
           03 LINE 08 COL 24 VALUE "Dados Pessoais: ".
           03 LINE 08 COL 40 USING WS-EX-DADOS-PESSOAIS.
      *
       01  SST-ACAO-SPOOL.
           03 LINE 20 COL 07 VALUE "(V)er (R)eimprimir (E)xcluir ENTER
              MOVE SPL-CD-USUARIO   TO WS-EX-CD-USUARIO
              MOVE "DISPONIVEL"     TO WS-EX-SITUACAO
              MOVE SPL-NM-ARQUIVO   TO WS-EX-NM-ARQUIVO
              IF SPL-DADOS-MASCARADOS
                 MOVE "MASCARADOS" TO WS-EX-DADOS-PESSOAIS
              ELSE
              IF SPL-DADOS-COMPLETOS
                 MOVE "COMPLETOS"  TO WS-EX-DADOS-PESSOAIS
              ELSE
                 MOVE "-"          TO WS-EX-DADOS-PESSOAIS
              END-IF
              END-IF
              PERFORM 99-CONTA-LINHAS
              MOVE WS-QT-LINHAS     TO WS-EX-QT-LINHAS
              DISPLAY SST-ENTRADA-SPOOL
