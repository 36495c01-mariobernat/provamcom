      *   IRRF-REC  IRRF A RECOLHER (CREDITO)
      *   INSS-REC  INSS A RECOLHER (CREDITO)
      *   PAG-BANCO BANCO CONTA MOVIMENTO (CREDITO NA REMESSA)
      *   IND-DESP  DESPESA DE INDENIZACAO RESCISORIA DO
      *             REPRESENTANTE (DEBITO; OPCIONAL - SEM ELE VALE
      *             A COM-DESP)
      *   REEMB-KM  DESPESA DE REEMBOLSO DE QUILOMETRAGEM DO
      *             VENDEDOR (DEBITO; OPCIONAL - SEM ELE VALE A
      *             COM-DESP)
       FD  ARQ-CONTAMAP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-CONTAMAP.
