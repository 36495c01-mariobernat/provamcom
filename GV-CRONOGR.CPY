      * CRONOGRAMA DE FATURAMENTO PREVISTO DOS CONTRATOS - UM
      * REGISTRO POR CONTRATO (MESMA CHAVE DE GV-CONTRATO.CPY) E
      * COMPETENCIA DA VIGENCIA, COM A PARCELA PREVISTA E O
      * REALIZADO NO DETALHE DE VENDAS. REGERADO A CADA EMISSAO DO
      * RELATORIO DE CONSUMO (GV-RELCONSUMO) PARA OS CONTRATOS ATIVOS
       FD  ARQ-CRONOGRAMA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-CRONOGRAMA.
      *
       01  CRN-REGISTRO.
           03 CRN-CHAVE-CRONOGRAMA.
              05 CRN-CD-EMPRESA      PIC  9(002).
              05 CRN-CD-CLIENTE      PIC  9(007).
              05 CRN-NR-CONTRATO     PIC  9(007).
              05 CRN-NR-COMPETENCIA  PIC  9(006).
           03 CRN-NR-PARCELA         PIC  9(003).
           03 CRN-VL-PREVISTO        PIC  9(013)V9(002).
           03 CRN-VL-PREVISTO-ACUM   PIC  9(013)V9(002).
      * REALIZADO DO MES E ACUMULADO; ZEROS NOS MESES POSTERIORES A
      * COMPETENCIA DE REFERENCIA DA ULTIMA EMISSAO
           03 CRN-VL-REALIZADO       PIC S9(013)V9(002).
           03 CRN-VL-REALIZADO-ACUM  PIC S9(013)V9(002).
           03 CRN-NR-COMP-REFERENCIA PIC  9(006).
           03 CRN-DT-GERACAO         PIC  9(008).
      *
