      * PRODUTO DA VENDA (GV-PRODUTO.DAT); ZERO NOS REGISTROS
      * ANTERIORES A DIMENSAO DE PRODUTO
           03 VDD-CD-PRODUTO         PIC  9(005) VALUE ZEROS.
      * QUANTIDADE, PRECO UNITARIO PRATICADO E PRECO DE LISTA
      * VIGENTE NA DATA DA VENDA (GV-PRECO.DAT) - BASE DO RELATORIO
      * DE DESCONTOS (GV-RELDESCONTO). ZEROS NOS REGISTROS ANTERIORES
      * A TABELA DE PRECOS E QUANDO O PRODUTO NAO TEM PRECO VIGENTE
           03 VDD-QT-VENDIDA         PIC  9(007)V9(003) VALUE ZEROS.
           03 VDD-VL-UNITARIO        PIC  9(011)V9(002) VALUE ZEROS.
           03 VDD-VL-PRECO-LISTA     PIC  9(011)V9(002) VALUE ZEROS.
      * A QUEM A VENDA FOI CREDITADA: BRANCO = DONO DA CARTEIRA DO
      * CLIENTE (COM SPLIT DO SECUNDARIO); "L" = DONO DA LINHA DO
      * PRODUTO NO CLIENTE (GV-CARTLINHA.DAT), SEM SPLIT
           03 VDD-TP-CREDITO         PIC  X(001) VALUE SPACE.
              88 VDD-CREDITO-LINHA               VALUE "L".
      *
