      * E-MAILS DE CLIENTE DEVOLVIDOS EM DEFINITIVO PELO GATEWAY DE
      * CORREIO (HARD BOUNCE) - UM REGISTRO POR CLIENTE COM O
      * ENDERECO QUE VOLTOU, GRAVADO PELA CARGA DE RETORNOS DE
      * E-MAIL (GV-CARGAEMAIL). O ENDERECO SO E TIDO COMO INVALIDO
      * ENQUANTO CLI-DS-EMAIL FOR IGUAL A EMI-DS-EMAIL: CORRIGIDO O
      * CADASTRO, O CLIENTE VOLTA A RECEBER. CONSULTADO PELAS
      * ROTINAS QUE ENVIAM E-MAIL AO CLIENTE (GV-EMAILINVPD.CPY)
       FD  ARQ-EMAILINV
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-EMAILINV.
      *
       01  EMI-REGISTRO.
           03 EMI-CHAVE-EMAILINV.
              05 EMI-CD-EMPRESA      PIC  9(002).
              05 EMI-CD-CLIENTE      PIC  9(007).
           03 EMI-DS-EMAIL           PIC  X(034).
      * DATA DA ULTIMA DEVOLUCAO INFORMADA PELO GATEWAY E QUANTAS
      * DEVOLUCOES DEFINITIVAS O MESMO ENDERECO JA ACUMULOU
           03 EMI-DT-DEVOLUCAO       PIC  9(008).
           03 EMI-QT-DEVOLUCOES      PIC  9(003).
           03 EMI-DT-CARGA           PIC  9(008).
           03 EMI-CD-USUARIO         PIC  X(008).
      *
