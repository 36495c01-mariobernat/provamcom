      * RESPONSAVEL E SITUACAO. MANTIDO POR GV-CADCONTRATO
      * (ALCANCAVEL PELA CONSULTA DE CLIENTES); O RELATORIO DE
      * RENOVACAO E GV-RELCONTRATO E O MOTOR DE ALERTAS APONTA
      * CONTRATO ATIVO COM A VIGENCIA JA VENCIDA. O CRONOGRAMA MENSAL
      * PREVISTO E O CONSUMO REALIZADO SAO APURADOS POR GV-RELCONSUMO
      * (GV-CRONOGR.CPY)
       FD  ARQ-CONTRATO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-CONTRATO.
