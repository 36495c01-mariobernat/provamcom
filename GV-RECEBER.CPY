      * MASTER DE CONTAS A RECEBER - UM TITULO POR EMPRESA/CLIENTE/
      * DOCUMENTO, CARREGADO DO EXTRATO DE FATURAMENTO POR
      * GV-CARGAREC. BASE DO RELATORIO DE AGING (GV-RELAGING) E DA
      * SUGESTAO DE BLOQUEIO POR ATRASO (GV-SUGBLOQ). A LIQUIDACAO
      * VEM DO RETORNO DA COBRANCA BANCARIA (GV-RETCOBRANCA), QUE
      * LOCALIZA O TITULO PELA CHAVE ALTERNADA DO DOCUMENTO
       FD  ARQ-RECEBER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-RECEBER.
           03 REC-SITUACAO           PIC  X(001).
              88 REC-TIT-ABERTO                 VALUE "A".
              88 REC-TIT-PAGO                   VALUE "P".
      * LIQUIDACAO PELO RETORNO DA COBRANCA: DATA E VALOR DO ULTIMO
      * PAGAMENTO, PRINCIPAL BAIXADO ACUMULADO (PAGAMENTOS PARCIAIS,
      * DESCONTOS E ABATIMENTOS - O SALDO EM ABERTO E REC-VL-TITULO
      * MENOS REC-VL-PAGO) E JUROS/MORA RECEBIDOS; ZEROS ENQUANTO O
      * BANCO NAO INFORMOU PAGAMENTO
           03 REC-DT-PAGAMENTO       PIC  9(008).
           03 REC-VL-ULTIMO-PAGTO    PIC  9(013)V9(002).
           03 REC-VL-PAGO            PIC  9(013)V9(002).
           03 REC-VL-JUROS           PIC  9(013)V9(002).
      *
