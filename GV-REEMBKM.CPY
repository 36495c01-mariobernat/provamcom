      * REEMBOLSO DE QUILOMETRAGEM DO VENDEDOR - UM REGISTRO POR
      * EMPRESA/VENDEDOR E COMPETENCIA (AAAAMM), APURADO POR
      * GV-REEMBKM A PARTIR DAS VISITAS CONFIRMADAS DO MES: DIAS E
      * VISITAS, QUILOMETROS DA ROTA (BASE DO VENDEDOR, CLIENTES
      * PELO VIZINHO MAIS PROXIMO E VOLTA A BASE), VALOR DO KM E
      * VALOR DO REEMBOLSO. O VALOR VAI PARA A FILA DE APROVACAO
      * (GV-APROVACAO.DAT, TIPO "K"); APROVADO, O FECHAMENTO
      * (GV-FECHACOM) O DOBRA NO HISTORICO COMO LINHA PROPRIA
      * (FEC-TP-LANCAMENTO "K", SEM RETENCOES) E O MARCA LANCADO.
      *
       FD  ARQ-REEMBOLSO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-REEMBOLSO.
      *
       01  RMB-REGISTRO.
           03 RMB-CHAVE-REEMBOLSO.
              05 RMB-CD-EMPRESA      PIC  9(002).
              05 RMB-CD-VENDEDOR     PIC  9(007).
              05 RMB-NR-COMPETENCIA  PIC  9(006).
           03 RMB-QT-DIAS            PIC  9(003).
           03 RMB-QT-VISITAS         PIC  9(005).
           03 RMB-QT-KM              PIC  9(007)V9(001).
           03 RMB-VL-KM              PIC  9(003)V9(004).
           03 RMB-VL-REEMBOLSO       PIC  9(013)V9(002).
           03 RMB-SITUACAO           PIC  X(001).
              88 RMB-SIT-PENDENTE               VALUE "P".
              88 RMB-SIT-APROVADO               VALUE "A".
              88 RMB-SIT-RECUSADO               VALUE "R".
              88 RMB-SIT-LANCADO                VALUE "L".
      * APURACAO (ULTIMO CALCULO) E SOLICITACAO NA FILA DE APROVACAO
           03 RMB-DT-CALCULO         PIC  9(008).
           03 RMB-CD-USUARIO         PIC  X(008).
           03 RMB-NR-SOLICITACAO     PIC  9(007).
      * DECISAO DA APROVACAO E COMPETENCIA DO FECHAMENTO QUE LANCOU
           03 RMB-CD-APROVADOR       PIC  X(008).
           03 RMB-DT-DECISAO         PIC  9(008).
           03 RMB-NR-COMP-LANCAMENTO PIC  9(006).
      *
