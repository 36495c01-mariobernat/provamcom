      * LOG DE LANCAMENTOS EM COMPETENCIA FECHADA - UMA LINHA POR
      * VENDA DATADA DENTRO DE COMPETENCIA JA FECHADA NO HISTORICO DE
      * COMISSAO (GV-COMISSAO.HIS), GRAVADA PELA ENTRADA QUE A RECEBEU
      * (DIGITACAO, CARGAS OU APROVACAO DA VENDA RETIDA): "R" VENDA
      * RECUSADA OU "D" VENDA REDATADA PARA A COMPETENCIA ABERTA COMO
      * LANCAMENTO TARDIO (A DATA ORIGINAL FICA NO DETALHE, EM
      * VDD-DT-ORIGINAL). BASE DO RELATORIO GV-RELTARDIO
       FD  ARQ-LANCTARDIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-LANCTARDIO.
      *
       01  LTA-REGISTRO.
           03 LTA-DATA               PIC 9(008).
           03 LTA-HORA               PIC 9(008).
           03 LTA-CD-USUARIO         PIC X(008).
           03 LTA-NM-PROGRAMA        PIC X(015).
           03 LTA-TP-ACAO            PIC X(001).
              88 LTA-ACAO-RECUSADA             VALUE "R".
              88 LTA-ACAO-REDATADA             VALUE "D".
           03 LTA-CD-EMPRESA         PIC 9(002).
      * CLIENTE E DOCUMENTO VEM ZERADOS NA CARGA POR VENDEDOR
      * (GV-CARGAVENDA), QUE NAO TEM DETALHE POR NOTA
           03 LTA-CD-CLIENTE         PIC 9(007).
           03 LTA-NR-DOCUMENTO       PIC 9(009).
           03 LTA-CD-VENDEDOR        PIC 9(007).
           03 LTA-VL-VENDA           PIC 9(013)V9(002).
           03 LTA-DT-ORIGINAL        PIC 9(008).
           03 LTA-NR-COMP-FECHADA    PIC 9(006).
      * DATA EM QUE A VENDA FOI LANCADA (ZEROS NA RECUSA)
           03 LTA-DT-LANCAMENTO      PIC 9(008).
      *
