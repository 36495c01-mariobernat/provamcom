      * LIMITE DE CREDITO POR CLIENTE APROVADO PELO FINANCEIRO - UM
      * REGISTRO POR EMPRESA/CLIENTE. SO E GRAVADO PELA APROVACAO DE
      * UM SEGUNDO USUARIO (GV-APROVA) SOBRE A SOLICITACAO FEITA EM
      * GV-CADLIMITE; CLIENTE SEM REGISTRO (OU COM LIMITE ZERO) NAO
      * TEM LIMITE. A DIGITACAO (GV-CADVENDA) E A CARGA (GV-CARGAVDET)
      * RETEM A VENDA QUE LEVARIA A EXPOSICAO DO CLIENTE ALEM DELE
      * (GV-CREDITOPD.CPY)
       FD  ARQ-LIMCRED
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-LIMCRED.
      *
       01  LIM-REGISTRO.
           03 LIM-CHAVE-LIMITE.
              05 LIM-CD-EMPRESA      PIC  9(002).
              05 LIM-CD-CLIENTE      PIC  9(007).
           03 LIM-VL-LIMITE          PIC  9(013)V9(002) VALUE ZEROS.
      * LIMITE EM VIGOR ANTES DA ULTIMA APROVACAO E QUEM SOLICITOU E
      * APROVOU A ALTERACAO
           03 LIM-VL-LIMITE-ANTERIOR PIC  9(013)V9(002) VALUE ZEROS.
           03 LIM-NR-SOLICITACAO     PIC  9(007) VALUE ZEROS.
           03 LIM-CD-SOLICITANTE     PIC  X(008) VALUE SPACES.
           03 LIM-CD-APROVADOR       PIC  X(008) VALUE SPACES.
           03 LIM-DT-APROVACAO       PIC  9(008) VALUE ZEROS.
      *
