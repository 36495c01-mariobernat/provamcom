      * AREA DA CRITICA DE DESCONTO SOBRE O PRECO DE LISTA E DA
      * RETENCAO DA VENDA PARA APROVACAO (GV-DESCONTOPD.CPY). QUEM
      * CHAMA INFORMA EMPRESA, PRODUTO, DATA E PRECO UNITARIO; A
      * TOLERANCIA VEM DE GV-CONFIG.PAR (CHAVE PC-TOLERANCIA-DESC)
       01  WS-DESCONTO-VENDA.
           03 WS-DSC-CD-EMPRESA      PIC 9(002) VALUE ZEROS.
           03 WS-DSC-CD-PRODUTO      PIC 9(005) VALUE ZEROS.
           03 WS-DSC-DT-VENDA        PIC 9(008) VALUE ZEROS.
           03 WS-DSC-VL-UNITARIO     PIC 9(011)V9(002) VALUE ZEROS.
           03 WS-DSC-VL-LISTA        PIC 9(011)V9(002) VALUE ZEROS.
           03 WS-DSC-PC-DESCONTO     PIC 9(003)V9(002) VALUE ZEROS.
           03 WS-DSC-PC-TOLERANCIA   PIC 9(003)V9(002) VALUE 5,00.
           03 WS-DSC-VL-CONFIG-NUM   PIC 9(005)V9(002) VALUE ZEROS.
           03 WS-DSC-IND-EXCEDE      PIC X(001) VALUE "N".
              88 WS-DSC-EXCEDE-TOLERANCIA       VALUE "S".
           03 WS-DSC-IND-ARQ-PRECO   PIC X(001) VALUE "N".
              88 WS-DSC-ARQ-PRECO-OK            VALUE "S".
           03 WS-DSC-IND-RETENCAO    PIC X(001) VALUE "N".
              88 WS-DSC-RETENCAO-OK             VALUE "S".
           03 WS-DSC-IND-RETIDA      PIC X(001) VALUE "N".
              88 WS-DSC-VENDA-RETIDA            VALUE "S".
           03 WS-DSC-IND-DOCUMENTO   PIC X(001) VALUE "N".
              88 WS-DSC-DOCUMENTO-EXISTE        VALUE "S".
           03 WS-DSC-TP-ORIGEM       PIC X(001) VALUE "M".
      * MOTIVO DA RETENCAO: "D" DESCONTO, "C" LIMITE DE CREDITO (COM
      * A EXPOSICAO JA SOMANDO A VENDA E O LIMITE DO CLIENTE)
           03 WS-DSC-TP-RETENCAO     PIC X(001) VALUE "D".
              88 WS-DSC-RETENCAO-CREDITO        VALUE "C".
           03 WS-DSC-VL-EXPOSICAO    PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-DSC-VL-LIMITE       PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-DSC-NR-SOLICITACAO  PIC 9(007) VALUE ZEROS.
           03 WS-DSC-HR-AGORA        PIC 9(008) VALUE ZEROS.
           03 WS-DSC-IMAGEM-VENDA    PIC X(150) VALUE SPACES.
           03 WS-DSC-PC-EDITADO      PIC ZZ9,99.
      *
