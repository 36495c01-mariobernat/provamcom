      * VENDAS RETIDAS AGUARDANDO APROVACAO - DETALHE DE VENDA
      * (DIGITADO EM GV-CADVENDA OU CARREGADO POR GV-CARGAVDET) QUE
      * NAO PODE SER POSTADO DIRETO NO MASTER. A IMAGEM DO DETALHE
      * FICA AQUI, AMARRADA PELO NUMERO A SOLICITACAO DA FILA DE
      * APROVACAO (GV-APROVACAO.CPY), E SO A APROVACAO DE UM SEGUNDO
      * USUARIO EM GV-APROVA GRAVA O DETALHE NO MASTER. O REGISTRO
      * PERMANECE COM A DECISAO PARA O RELATORIO DE DESCONTOS
       FD  ARQ-VENDARET
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-VENDARET.
      *
       01  RET-REGISTRO.
           03 RET-NR-SOLICITACAO     PIC  9(007).
           03 RET-TP-ORIGEM          PIC  X(001).
              88 RET-ORIGEM-CARGA                VALUE "C".
              88 RET-ORIGEM-DIGITACAO            VALUE "M".
           03 RET-SITUACAO           PIC  X(001).
              88 RET-SIT-PENDENTE                VALUE "P".
              88 RET-SIT-APROVADA                VALUE "A".
              88 RET-SIT-RECUSADA                VALUE "R".
      * MOTIVO DA RETENCAO: DESCONTO ACIMA DA TOLERANCIA OU
      * EXPOSICAO DE CREDITO ACIMA DO LIMITE DO CLIENTE
           03 RET-TP-RETENCAO        PIC  X(001) VALUE "D".
              88 RET-RETIDA-DESCONTO             VALUE "D".
              88 RET-RETIDA-CREDITO              VALUE "C".
           03 RET-PC-DESCONTO        PIC  9(003)V9(002) VALUE ZEROS.
      * IMAGEM DO VDD-REGISTRO-VENDA-DET (GV-VENDADET.CPY) A GRAVAR
      * NO MASTER NA APROVACAO
           03 RET-DADOS-VENDA        PIC  X(150).
      *
