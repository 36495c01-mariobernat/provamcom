      *
      * CRITICA DE DESCONTO SOBRE O PRECO DE LISTA E RETENCAO DA
      * VENDA PARA APROVACAO (AREA EM GV-DESCONTOWS.CPY). QUEM COPIA
      * DECLARA ARQ-PRECO (GV-PRECO.CPY), ARQ-VENDARET
      * (GV-VENDARET.CPY), ARQ-APROVACAO (GV-APROVACAO.CPY) E
      * ARQ-VENDADET (GV-VENDADET.CPY), TODOS COM STATUS EM
      * WS-RESULTADO-ACESSO, E A CONSULTA 990-CONSULTA-CONFIG
      *
      * ABRE A TABELA DE PRECOS (OPCIONAL: SEM ELA NAO HA CRITICA),
      * A FILA DE APROVACAO E O ARQUIVO DE VENDAS RETIDAS (CRIADOS
      * VAZIOS NA PRIMEIRA VEZ)
       99-ABRE-ARQUIVOS-DESCONTO.
           PERFORM 99-LE-TOLERANCIA-DESCONTO
           MOVE "N" TO WS-DSC-IND-ARQ-PRECO
                       WS-DSC-IND-RETENCAO
           OPEN INPUT ARQ-PRECO
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-DSC-IND-ARQ-PRECO
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO
           OPEN I-O ARQ-APROVACAO
           IF WS-ESTADO-ARQUIVO EQUAL "35"
              OPEN OUTPUT ARQ-APROVACAO
              CLOSE ARQ-APROVACAO
              OPEN I-O ARQ-APROVACAO
           END-IF
           IF WS-OPERACAO-BEM-SUCEDIDA
              OPEN I-O ARQ-VENDARET
              IF WS-ESTADO-ARQUIVO EQUAL "35"
                 OPEN OUTPUT ARQ-VENDARET
                 CLOSE ARQ-VENDARET
                 OPEN I-O ARQ-VENDARET
              END-IF
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "S" TO WS-DSC-IND-RETENCAO
              ELSE
                 CLOSE ARQ-APROVACAO
              END-IF
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
       99-FECHA-ARQUIVOS-DESCONTO.
           IF WS-DSC-ARQ-PRECO-OK
              CLOSE ARQ-PRECO
           END-IF
           IF WS-DSC-RETENCAO-OK
              CLOSE ARQ-APROVACAO
              CLOSE ARQ-VENDARET
           END-IF.
      *
       99-LE-TOLERANCIA-DESCONTO.
           MOVE "PC-TOLERANCIA-DESC" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              COMPUTE WS-DSC-VL-CONFIG-NUM =
                      FUNCTION NUMVAL (WS-CFG-VALOR)
              MOVE WS-DSC-VL-CONFIG-NUM TO WS-DSC-PC-TOLERANCIA
           END-IF.
      *
      * PRECO DE LISTA VIGENTE NA DATA DA VENDA: A ULTIMA VIGENCIA
      * DA EMPRESA/PRODUTO INICIADA ATE A DATA, ATIVA E NAO
      * ENCERRADA ANTES DELA. SEM PRECO, WS-DSC-VL-LISTA VOLTA ZERO
       99-BUSCA-PRECO-LISTA.
           MOVE ZEROS TO WS-DSC-VL-LISTA
           IF  WS-DSC-ARQ-PRECO-OK
           AND WS-DSC-CD-PRODUTO GREATER ZEROS
              MOVE WS-DSC-CD-EMPRESA TO PRC-CD-EMPRESA
              MOVE WS-DSC-CD-PRODUTO TO PRC-CD-PRODUTO
              MOVE WS-DSC-DT-VENDA   TO PRC-DT-INICIO
              START ARQ-PRECO KEY NOT GREATER PRC-CHAVE-PRECO
              IF WS-OPERACAO-BEM-SUCEDIDA
                 READ ARQ-PRECO PREVIOUS
                 IF  WS-OPERACAO-BEM-SUCEDIDA
                 AND PRC-CD-EMPRESA EQUAL WS-DSC-CD-EMPRESA
                 AND PRC-CD-PRODUTO EQUAL WS-DSC-CD-PRODUTO
                 AND PRC-SIT-ATIVO
                    IF PRC-DT-FIM EQUAL ZEROS
                    OR PRC-DT-FIM NOT LESS WS-DSC-DT-VENDA
                       MOVE PRC-VL-UNITARIO TO WS-DSC-VL-LISTA
                    END-IF
                 END-IF
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
      *
      * PERCENTUAL DE DESCONTO DO PRECO PRATICADO SOBRE O DE LISTA E
      * TESTE DA TOLERANCIA; PRECO IGUAL OU ACIMA DA LISTA, OU SEM
      * PRECO DE LISTA, NAO TEM DESCONTO
       99-CRITICA-DESCONTO.
           MOVE ZEROS TO WS-DSC-PC-DESCONTO
           MOVE "N"   TO WS-DSC-IND-EXCEDE
           PERFORM 99-BUSCA-PRECO-LISTA
           IF  WS-DSC-VL-LISTA GREATER ZEROS
           AND WS-DSC-VL-UNITARIO GREATER ZEROS
           AND WS-DSC-VL-UNITARIO LESS WS-DSC-VL-LISTA
              COMPUTE WS-DSC-PC-DESCONTO ROUNDED =
                      (WS-DSC-VL-LISTA - WS-DSC-VL-UNITARIO) * 100
                      / WS-DSC-VL-LISTA
              IF WS-DSC-PC-DESCONTO GREATER WS-DSC-PC-TOLERANCIA
                 MOVE "S" TO WS-DSC-IND-EXCEDE
              END-IF
           END-IF
           MOVE WS-DSC-PC-DESCONTO TO WS-DSC-PC-EDITADO.
      *
      * CONFERE SE A CHAVE DO DETALHE MONTADO EM VDD-REGISTRO-VENDA-DET
      * JA EXISTE NO MASTER, PRESERVANDO O REGISTRO MONTADO
       99-DOCUMENTO-REGISTRADO.
           MOVE "N" TO WS-DSC-IND-DOCUMENTO
           MOVE VDD-REGISTRO-VENDA-DET TO WS-DSC-IMAGEM-VENDA
           READ ARQ-VENDADET
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-DSC-IND-DOCUMENTO
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO
           MOVE WS-DSC-IMAGEM-VENDA TO VDD-REGISTRO-VENDA-DET.
      *
      * RETEM O DETALHE MONTADO EM VDD-REGISTRO-VENDA-DET: GRAVA A
      * IMAGEM EM GV-VENDARET.DAT E A SOLICITACAO "D" (DESCONTO) OU
      * "E" (EXCESSO DE LIMITE DE CREDITO, CONFORME
      * WS-DSC-TP-RETENCAO) NA FILA DE APROVACAO COM O MESMO NUMERO.
      * WS-DSC-TP-ORIGEM INFORMA SE VEIO DA CARGA ("C") OU DA
      * DIGITACAO ("M")
       99-RETEM-VENDA.
           MOVE "N" TO WS-DSC-IND-RETIDA
           IF WS-DSC-RETENCAO-OK
              PERFORM 991-PROXIMA-SOLICITACAO-DSC
              MOVE WS-DSC-NR-SOLICITACAO  TO RET-NR-SOLICITACAO
              MOVE WS-DSC-TP-ORIGEM       TO RET-TP-ORIGEM
              MOVE "P"                    TO RET-SITUACAO
              MOVE WS-DSC-TP-RETENCAO     TO RET-TP-RETENCAO
              MOVE WS-DSC-PC-DESCONTO     TO RET-PC-DESCONTO
              MOVE VDD-REGISTRO-VENDA-DET TO RET-DADOS-VENDA
              WRITE RET-REGISTRO
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE WS-DSC-NR-SOLICITACAO TO APR-NR-SOLICITACAO
                 IF WS-DSC-RETENCAO-CREDITO
                    MOVE "E"                TO APR-TP-ALTERACAO
                 ELSE
                    MOVE "D"                TO APR-TP-ALTERACAO
                 END-IF
                 MOVE VDD-CD-EMPRESA        TO APR-CD-EMPRESA
                 MOVE VDD-CD-CLIENTE        TO APR-CHAVE
                 MOVE LK-CD-USUARIO         TO APR-CD-SOLICITANTE
                 ACCEPT APR-DT-SOLICITACAO FROM DATE YYYYMMDD
                 ACCEPT WS-DSC-HR-AGORA FROM TIME
                 MOVE WS-DSC-HR-AGORA(1:6)  TO APR-HR-SOLICITACAO
                 MOVE "P"                   TO APR-SITUACAO
                 MOVE SPACES                TO APR-CD-APROVADOR
                 MOVE ZEROS                 TO APR-DT-DECISAO
                 MOVE SPACES                TO APR-DADOS-NOVOS
                 IF WS-DSC-RETENCAO-CREDITO
                    MOVE WS-DSC-VL-EXPOSICAO TO APR-VL-EXPOSICAO
                    MOVE WS-DSC-VL-LIMITE   TO APR-VL-LIMITE
                 ELSE
                    MOVE VDD-CD-PRODUTO     TO APR-CD-PRODUTO
                    MOVE VDD-VL-UNITARIO    TO APR-VL-UNITARIO
                    MOVE WS-DSC-PC-DESCONTO TO APR-PC-DESCONTO
                 END-IF
                 WRITE APR-REGISTRO
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "S" TO WS-DSC-IND-RETIDA
                 ELSE
                    DELETE ARQ-VENDARET RECORD
                 END-IF
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
      *
      * PROXIMO NUMERO LIVRE DA FILA DE APROVACAO
       991-PROXIMA-SOLICITACAO-DSC.
           MOVE 9999999 TO APR-NR-SOLICITACAO
           START ARQ-APROVACAO KEY NOT GREATER APR-NR-SOLICITACAO
           IF WS-OPERACAO-BEM-SUCEDIDA
              READ ARQ-APROVACAO PREVIOUS
              IF WS-OPERACAO-BEM-SUCEDIDA
                 COMPUTE WS-DSC-NR-SOLICITACAO =
                         APR-NR-SOLICITACAO + 1
              ELSE
                 MOVE 1 TO WS-DSC-NR-SOLICITACAO
              END-IF
           ELSE
              MOVE 1 TO WS-DSC-NR-SOLICITACAO
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
