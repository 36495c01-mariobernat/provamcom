      * RESPOSTAS DA PESQUISA DE SATISFACAO (NPS) - UM REGISTRO POR
      * EMPRESA/CLIENTE/DATA DA PESQUISA, COM A NOTA DE 0 A 10 E O
      * COMENTARIO DO CLIENTE. GRAVADO PELA CARGA GV-CARGANPS, QUE
      * ABRE OCORRENCIA (GV-OCORRENCIA.DAT) PARA OS DETRATORES E
      * GUARDA AQUI O NUMERO ABERTO. LIDO PELO RELATORIO GV-RELNPS,
      * PELA CONSULTA DE CLIENTES E PELO PACOTE DE CAMPO
       FD  ARQ-NPS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-NPS.
      *
       01  NPS-REGISTRO.
           03 NPS-CHAVE-NPS.
              05 NPS-CD-EMPRESA      PIC  9(002).
              05 NPS-CD-CLIENTE      PIC  9(007).
              05 NPS-DT-PESQUISA     PIC  9(008).
           03 NPS-NR-NOTA            PIC  9(002).
              88 NPS-DETRATOR                   VALUE 0 THRU 6.
              88 NPS-NEUTRO                     VALUE 7 THRU 8.
              88 NPS-PROMOTOR                   VALUE 9 THRU 10.
           03 NPS-DS-COMENTARIO      PIC  X(060).
           03 NPS-CD-USUARIO         PIC  X(008).
           03 NPS-DT-CARGA           PIC  9(008).
           03 NPS-NR-OCORRENCIA      PIC  9(005).
      *
