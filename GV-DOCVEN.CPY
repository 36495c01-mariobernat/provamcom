      * DOCUMENTOS DO VENDEDOR - UM REGISTRO POR EMPRESA/VENDEDOR/
      * TIPO (A RENOVACAO SOBREPOE O DOCUMENTO ANTERIOR): REGISTRO NO
      * CORE, CONTRATO DE REPRESENTACAO E HABILITACAO PARA O CARRO DA
      * EMPRESA, COM NUMERO, ORGAO EMISSOR, EMISSAO E VALIDADE.
      * MANTIDO POR GV-CADDOCVEN; O MOTOR DE ALERTAS (GV-ALERTA)
      * AVISA OS VENCIMENTOS PROXIMOS E A REMESSA DE COMISSAO
      * (GV-PAGCOM) RETEM O VENDEDOR COM DOCUMENTO OBRIGATORIO VENCIDO
       FD  ARQ-DOCVENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-DOCVENDEDOR.
      *
       01  DOC-REGISTRO.
           03 DOC-CHAVE-DOCUMENTO.
              05 DOC-CD-EMPRESA      PIC  9(002).
              05 DOC-CD-VENDEDOR     PIC  9(007).
              05 DOC-TP-DOCUMENTO    PIC  X(001).
                 88 DOC-REGISTRO-CORE           VALUE "C".
                 88 DOC-CONTRATO-SERVICO        VALUE "S".
                 88 DOC-HABILITACAO             VALUE "H".
                 88 DOC-TIPO-VALIDO             VALUE "C" "S" "H".
           03 DOC-NR-DOCUMENTO       PIC  X(020).
           03 DOC-DS-ORGAO-EMISSOR   PIC  X(030).
           03 DOC-DT-EMISSAO         PIC  9(008).
           03 DOC-DT-VALIDADE        PIC  9(008).
      * OBRIGATORIO: VENCIDO, SUSPENDE O PAGAMENTO DA COMISSAO
           03 DOC-IN-OBRIGATORIO     PIC  X(001).
              88 DOC-OBRIGATORIO                VALUE "S".
           03 DOC-DT-ATUALIZACAO     PIC  9(008).
           03 DOC-CD-USUARIO         PIC  X(008).
      *
