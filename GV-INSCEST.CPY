      * INSCRICAO ESTADUAL DO CLIENTE - UM REGISTRO POR CLIENTE,
      * FORA DO CADASTRO (O REGISTRO DO CLIENTE OCUPA AS 300
      * POSICOES DAS IMAGENS DE AUDITORIA, BACKUP E ARQUIVO MORTO).
      * A INSCRICAO FICA NORMALIZADA (SO DIGITOS, "P" NA FRENTE NO
      * PRODUTOR RURAL DE SP) OU COM "ISENTO", CRITICADA PELO
      * GV-VALIDAIE CONTRA A UF DO CLIENTE NA GRAVACAO. GRAVADA PELO
      * CADASTRO DE CLIENTES (TELA E IMPORTACAO), PELA CONVERSAO DE
      * PROSPECT EM CLIENTE E PELA APROVACAO DAS CORRECOES DE CAMPO;
      * CLIENTE SEM REGISTRO ESTA SEM INSCRICAO (GV-AUDITAIE)
       FD  ARQ-INSCEST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-INSCEST.
      *
       01  IES-REGISTRO.
           03 IES-CHAVE-INSCEST.
              05 IES-CD-EMPRESA      PIC  9(002).
              05 IES-CD-CLIENTE      PIC  9(007).
           03 IES-NR-INSC-ESTADUAL   PIC  X(014).
              88 IES-ISENTO                    VALUE "ISENTO".
      * UF CONTRA A QUAL A INSCRICAO FOI CRITICADA NA GRAVACAO
           03 IES-SG-UF              PIC  X(002).
           03 IES-CD-USUARIO         PIC  X(008).
           03 IES-DT-ALTERACAO       PIC  9(008).
      *
