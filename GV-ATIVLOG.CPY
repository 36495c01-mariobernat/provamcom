      * LOG DE ATIVIDADE OPERACIONAL - UM EVENTO "I" (INICIO) GRAVADO
      * ANTES DO CALL DE CADA OPCAO DE MENU E UM EVENTO "F" (FIM)
      * GRAVADO NO RETORNO. EVENTO "I" SEM O "F" CORRESPONDENTE
      * INDICA TERMINO ANORMAL DA OPCAO. O VENDAS00 GRAVA AINDA UM
      * EVENTO "L" (LOGIN) A CADA ENTRADA BEM SUCEDIDA DO OPERADOR,
      * BASE DO ULTIMO ACESSO NA RECERTIFICACAO (GV-RECERT); AS
      * TELAS DE UTILITARIOS GRAVAM A OPCAO COMO 51NN A 54NN
       FD  ARQ-ATIVIDADE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-ATIVIDADE.
           03 ATV-TIPO-EVENTO        PIC X(001).
              88 ATV-EVENTO-INICIO             VALUE "I".
              88 ATV-EVENTO-FIM                VALUE "F".
              88 ATV-EVENTO-LOGIN              VALUE "L".
           03 ATV-DATA               PIC 9(008).
           03 ATV-HORA               PIC 9(008).
           03 ATV-CD-USUARIO         PIC X(008).
