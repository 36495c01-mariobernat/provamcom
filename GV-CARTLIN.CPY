      * CARTEIRA POR LINHA DE PRODUTO - UM REGISTRO POR CLIENTE E
      * LINHA (PRD-CD-LINHA) COM O VENDEDOR ESPECIALISTA QUE ATENDE
      * AQUELA LINHA NO CLIENTE, INDEPENDENTE DO VENDEDOR DA CARTEIRA
      * GERAL (CLI-CD-VENDEDOR). GRAVADO PELA DISTRIBUICAO RODADA POR
      * LINHA (GV-DISTRIBUICAO) OU PELA MANUTENCAO (GV-CADCARTLIN);
      * A CARGA DE VENDAS CREDITA A VENDA DA LINHA AO DONO DAQUI E O
      * ROTEIRO E O PACOTE DE CAMPO DO ESPECIALISTA SAEM DESTE ARQUIVO
       FD  ARQ-CARTLINHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-CARTLINHA.
      *
       01  CLN-REGISTRO.
           03 CLN-CHAVE-CARTLINHA.
              05 CLN-CD-EMPRESA      PIC  9(002).
              05 CLN-CD-CLIENTE      PIC  9(007).
              05 CLN-CD-LINHA        PIC  X(010).
           03 CLN-CD-VENDEDOR        PIC  9(007).
           03 CLN-QT-DISTANCIA       PIC  9(015).
      * ORIGEM: ATRIBUICAO MANUAL NAO E REFEITA PELA DISTRIBUICAO
           03 CLN-TP-ORIGEM          PIC  X(001).
              88 CLN-ORIGEM-MANUAL              VALUE "M".
              88 CLN-ORIGEM-DISTRIBUICAO        VALUE "D".
           03 CLN-DT-ATRIBUICAO      PIC  9(008).
           03 CLN-CD-USUARIO         PIC  X(008).
      *
