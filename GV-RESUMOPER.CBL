      *     linha de veredicto: APTO, COM RESSALVAS ou FALHOU. Roda
      *     avulso pelo menu ou como ultimo passo da cadeia em lote;
      *     a pagina sai no spool de impressao.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Totais de controle dos passos de
      *                   hoje (jornal GV-RUNCTL.LOG): registros e
      *                   soma das chaves de entrada e saida por passo,
      *                   com o motivo da quebra do passo barrado.
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *     15/Out/2026 - MCB - Chave alternada da carteira
      *                   (empresa + vendedor) no cadastro de clientes
      *                   (GV-CADCLI.CPY).
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
           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
       COPY GV-REJEITO.CPY.
      *
      * JORNAL DE CONTROLE DA CADEIA EM LOTE (GRAVADO POR GV-LOTE)
       COPY GV-RUNCTL.CPY.
      *
      * LOG DE EXECUCAO DO MODO LOTE - RECEBE AS MENSAGENS QUE NA
      * TELA EXIGIRIAM UM ENTER QUE NAO EXISTE DE MADRUGADA
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
              05 WS-MOT-TEXTO        PIC X(060).
              05 WS-MOT-QTDE         PIC 9(007).
      *
      * TOTAIS DE CONTROLE DOS PASSOS DE HOJE - VALE A ULTIMA
      * LINHA DE CADA PASSO (A RETOMADA REGRAVA O PASSO QUE FALHOU)
       01  WS-TABELA-CONTROLE.
           03 WS-QT-CONTROLES        PIC 9(02) COMP VALUE ZEROS.
           03 WS-IX-CTL              PIC 9(02) COMP VALUE ZEROS.
           03 WS-IX-CTL-ACHADO       PIC 9(02) COMP VALUE ZEROS.
           03 WS-ENT-CONTROLE        OCCURS 70 TIMES.
              05 WS-CTL-NM-PASSO     PIC X(015).
              05 WS-CTL-CD-ARQUIVO   PIC X(003).
              05 WS-CTL-QT-ENTRADA   PIC 9(009).
              05 WS-CTL-VL-ENTRADA   PIC 9(015).
              05 WS-CTL-QT-SAIDA     PIC 9(009).
              05 WS-CTL-VL-SAIDA     PIC 9(015).
              05 WS-CTL-SITUACAO     PIC X(001).
              05 WS-CTL-OCORRENCIA   PIC X(060).
      *
      * CALCULO DO DIGITO CNPJ/CPF
        COPY GV-VALIDACPF2.CPY.
      *
              "Ensaio de Restauracao do Backup ...........:".
           03 FILLER       PIC  X(01) VALUE SPACE.
           03 WL-DS-ENSAIO PIC  X(22).
      *
       01  LIN-CTL-TITULO.
           03 FILLER       PIC  X(05) VALUE SPACES.
           03 FILLER       PIC  X(44) VALUE
              "Totais de Controle dos Passos da Cadeia ...:".
      *
       01  LIN-CTL-CABECALHO.
           03 FILLER       PIC  X(08) VALUE SPACES.
           03 FILLER       PIC  X(19) VALUE "PASSO           ARQ".
           03 FILLER       PIC  X(27) VALUE
              "  QTD.ENTR.  CHAVES ENTRADA".
           03 FILLER       PIC  X(33) VALUE
              "   QTD.SAIDA    CHAVES SAIDA  SIT".
      *
       01  LIN-CTL-DETALHE.
           03 FILLER          PIC  X(08) VALUE SPACES.
           03 WL-CTL-PASSO    PIC  X(15).
           03 FILLER          PIC  X(01) VALUE SPACE.
           03 WL-CTL-ARQUIVO  PIC  X(03).
           03 FILLER          PIC  X(02) VALUE SPACES.
           03 WL-CTL-QT-ENT   PIC  ZZZZZZZZ9.
           03 FILLER          PIC  X(01) VALUE SPACE.
           03 WL-CTL-VL-ENT   PIC  ZZZZZZZZZZZZZZ9.
           03 FILLER          PIC  X(03) VALUE SPACES.
           03 WL-CTL-QT-SAI   PIC  ZZZZZZZZ9.
           03 FILLER          PIC  X(01) VALUE SPACE.
           03 WL-CTL-VL-SAI   PIC  ZZZZZZZZZZZZZZ9.
           03 FILLER          PIC  X(02) VALUE SPACES.
           03 WL-CTL-SIT      PIC  X(04).
      *
       01  LIN-CTL-OCORRENCIA.
           03 FILLER          PIC  X(12) VALUE SPACES.
           03 FILLER          PIC  X(04) VALUE "*** ".
           03 WL-CTL-OCORR    PIC  X(60).
      *
       01  LIN-03.
           03 FILLER       PIC  X(05) VALUE SPACES.
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
              DISPLAY SST-RESUMO-MANHA.
           OPEN INPUT ARQ-CLIENTE.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "E" TO LK-CD-RETORNO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Clientes Indisponivel." TO WS-MENSAGEM
           IF NOT WS-FIM-ARQUIVO
              OPEN INPUT ARQ-VENDEDOR
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "E" TO LK-CD-RETORNO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Arquivo de Vendedores Indisponivel."
       26.
           MOVE "N"   TO WS-IND-CADEIA-ERRO
                         WS-IND-CADEIA-VISTA.
           MOVE ZEROS TO WS-QT-CONTROLES.
           MOVE SPACE TO WS-FINAL-VARREDURA.
           OPEN INPUT ARQ-RUNCTL.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              IF RCT-PASSO-ERRO
                 MOVE "S" TO WS-IND-CADEIA-ERRO
              END-IF
              IF NOT RCT-SEM-CONTROLE
                 PERFORM 99-GUARDA-CONTROLE
              END-IF
           END-IF.
           PERFORM 99-LER-JORNAL.
       261-SAIDA.
              END-IF
           END-IF.
           WRITE LINHA FROM LIN-ENSAIO BEFORE ADVANCING 1.
           IF WS-QT-CONTROLES GREATER ZEROS
              PERFORM 282-LISTA-TOTAIS-CONTROLE
           END-IF.
           MOVE SPACES TO LINHA.
           WRITE LINHA BEFORE ADVANCING 1.
           WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1.
           END-IF.
       2811-SAIDA.
           EXIT.
      *
       282-LISTA-TOTAIS-CONTROLE SECTION.
      *-------------------------
      * TOTAIS DE CONTROLE GRAVADOS HOJE PELOS PASSOS DA CADEIA,
      * COM O MOTIVO DA QUEBRA QUANDO O PASSO FOI BARRADO
       282.
           MOVE SPACES TO LINHA.
           WRITE LINHA BEFORE ADVANCING 1.
           WRITE LINHA FROM LIN-CTL-TITULO BEFORE ADVANCING 1.
           WRITE LINHA FROM LIN-CTL-CABECALHO BEFORE ADVANCING 1.
           PERFORM 2821-LISTA-UM-CONTROLE
               VARYING WS-IX-CTL FROM 1 BY 1
               UNTIL WS-IX-CTL > WS-QT-CONTROLES.
       282-SAIDA.
           EXIT.
      *
       2821-LISTA-UM-CONTROLE SECTION.
       2821.
           MOVE WS-CTL-NM-PASSO (WS-IX-CTL)   TO WL-CTL-PASSO.
           MOVE WS-CTL-CD-ARQUIVO (WS-IX-CTL) TO WL-CTL-ARQUIVO.
           MOVE WS-CTL-QT-ENTRADA (WS-IX-CTL) TO WL-CTL-QT-ENT.
           MOVE WS-CTL-VL-ENTRADA (WS-IX-CTL) TO WL-CTL-VL-ENT.
           MOVE WS-CTL-QT-SAIDA (WS-IX-CTL)   TO WL-CTL-QT-SAI.
           MOVE WS-CTL-VL-SAIDA (WS-IX-CTL)   TO WL-CTL-VL-SAI.
           IF WS-CTL-SITUACAO (WS-IX-CTL) EQUAL "S"
              MOVE "OK"   TO WL-CTL-SIT
           ELSE
              MOVE "ERRO" TO WL-CTL-SIT
           END-IF.
           WRITE LINHA FROM LIN-CTL-DETALHE BEFORE ADVANCING 1.
           IF WS-CTL-OCORRENCIA (WS-IX-CTL) NOT EQUAL SPACES
              MOVE WS-CTL-OCORRENCIA (WS-IX-CTL) TO WL-CTL-OCORR
              WRITE LINHA FROM LIN-CTL-OCORRENCIA BEFORE ADVANCING 1
           END-IF.
       2821-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
           END-READ
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "F" TO WS-FINAL-VARREDURA.
      *
      * GUARDA OS TOTAIS DA LINHA DO JORNAL, SUBSTITUINDO OS DE UMA
      * EXECUCAO ANTERIOR DO MESMO PASSO NO DIA
       99-GUARDA-CONTROLE.
           MOVE ZEROS TO WS-IX-CTL-ACHADO
           PERFORM 99-PROCURA-CONTROLE
               VARYING WS-IX-CTL FROM 1 BY 1
               UNTIL WS-IX-CTL > WS-QT-CONTROLES
           IF  WS-IX-CTL-ACHADO EQUAL ZEROS
           AND WS-QT-CONTROLES LESS 70
              ADD 1 TO WS-QT-CONTROLES
              MOVE WS-QT-CONTROLES TO WS-IX-CTL-ACHADO
           END-IF
           IF WS-IX-CTL-ACHADO GREATER ZEROS
              MOVE WS-IX-CTL-ACHADO     TO WS-IX-CTL
              MOVE RCT-NM-PASSO         TO WS-CTL-NM-PASSO (WS-IX-CTL)
              MOVE RCT-CD-ARQ-CONTROLE  TO WS-CTL-CD-ARQUIVO (WS-IX-CTL)
              MOVE RCT-QT-ENTRADA       TO WS-CTL-QT-ENTRADA (WS-IX-CTL)
              MOVE RCT-VL-CHAVE-ENTRADA TO WS-CTL-VL-ENTRADA (WS-IX-CTL)
              MOVE RCT-QT-SAIDA         TO WS-CTL-QT-SAIDA (WS-IX-CTL)
              MOVE RCT-VL-CHAVE-SAIDA   TO WS-CTL-VL-SAIDA (WS-IX-CTL)
              MOVE RCT-SITUACAO         TO WS-CTL-SITUACAO (WS-IX-CTL)
              MOVE RCT-DS-OCORRENCIA    TO WS-CTL-OCORRENCIA (WS-IX-CTL)
           END-IF.
      *
       99-PROCURA-CONTROLE.
           IF WS-CTL-NM-PASSO (WS-IX-CTL) EQUAL RCT-NM-PASSO
              MOVE WS-IX-CTL TO WS-IX-CTL-ACHADO.
      *
       99-PROCURA-MOTIVO.
           IF WS-MOT-TEXTO (WS-IX-MOT) EQUAL REJ-MOTIVO
           ELSE
              DISPLAY SST-MENSAGEM
              ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-RESUMOPER" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
       99-GRAVA-LOG-LOTE.
           MOVE WS-ESTADO-ARQUIVO TO WS-ESTADO-GUARDADO
