      * HISTORICO DA CARTEIRA DO CLIENTE - UM REGISTRO POR PERIODO
      * EM QUE O CLIENTE PERTENCEU A UM VENDEDOR. TODO PROGRAMA QUE
      * TROCA CLI-CD-VENDEDOR (DISTRIBUICAO, TRANSFERENCIA, CARGA
      * INICIAL DE CARTEIRA, REATRIBUICAO MANUAL, CADASTRO...)
      * ENCERRA O PERIODO ABERTO NA VESPERA E ABRE OUTRO NA DATA DA
      * TROCA. A CARGA DE VENDAS E O CADASTRO DE VENDAS CREDITAM A
      * VENDA RETROATIVA AO DONO DO CLIENTE NA DATA DA VENDA
       FD  ARQ-HISTCART
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-HISTCART.
      *
       01  HCT-REGISTRO.
           03 HCT-CHAVE-HISTORICO.
              05 HCT-CD-EMPRESA      PIC  9(002).
              05 HCT-CD-CLIENTE      PIC  9(007).
      * ZEROS = DONO DESDE ANTES DO HISTORICO
              05 HCT-DT-INICIO       PIC  9(008).
      * 99999999 = PERIODO EM VIGOR
           03 HCT-DT-FIM             PIC  9(008).
      * ZEROS = CLIENTE SEM VENDEDOR NO PERIODO
           03 HCT-CD-VENDEDOR        PIC  9(007).
           03 HCT-NM-PROGRAMA        PIC  X(015).
           03 HCT-CD-USUARIO         PIC  X(008).
           03 HCT-DT-REGISTRO        PIC  9(008).
      *
