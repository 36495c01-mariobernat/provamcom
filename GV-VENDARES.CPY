      * RESUMO MENSAL DO DETALHE DE VENDAS COMPACTADO - UM REGISTRO
      * POR EMPRESA/CLIENTE/COMPETENCIA/VENDEDOR/PRODUTO, GRAVADO
      * PELA COMPACTACAO ANUAL (GV-COMPACTA) QUANDO O DETALHE ANTIGO
      * DE GV-VENDADET.DAT VAI PARA O HISTORICO DATADO. A COMPETENCIA
      * E A DA VENDA; O ESTORNO COMPACTADO SOMA EM VRS-VL-ESTORNO NA
      * COMPETENCIA DA VENDA ORIGINAL, COMO NA LEITURA DO DETALHE.
      * AS ROTINAS DE TENDENCIA E CLASSIFICACAO ABC LEEM ESTE RESUMO
      * NO LUGAR DO DETALHE JA REMOVIDO
       FD  ARQ-VENDARES
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-VENDARES.
      *
       01  VRS-REGISTRO-RESUMO.
           03 VRS-CHAVE-RESUMO.
              05 VRS-CD-EMPRESA      PIC  9(002).
              05 VRS-CD-CLIENTE      PIC  9(007).
              05 VRS-NR-COMPETENCIA  PIC  9(006).
              05 VRS-CD-VENDEDOR     PIC  9(007).
              05 VRS-CD-PRODUTO      PIC  9(005).
           03 VRS-VL-VENDA           PIC  9(013)V9(002) VALUE ZEROS.
           03 VRS-VL-ESTORNO         PIC  9(013)V9(002) VALUE ZEROS.
           03 VRS-QT-VENDIDA         PIC  9(009)V9(003) VALUE ZEROS.
           03 VRS-QT-REGISTROS       PIC  9(007) VALUE ZEROS.
      * DATA DA ULTIMA COMPACTACAO QUE SOMOU NESTE RESUMO
           03 VRS-DT-COMPACTACAO     PIC  9(008) VALUE ZEROS.
      *
