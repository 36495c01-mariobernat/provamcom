      * CONTESTACOES DE COMISSAO - UM REGISTRO POR RECLAMACAO DO
      * REPRESENTANTE SOBRE O DEMONSTRATIVO DE UMA COMPETENCIA
      * (VENDA FALTANDO, FAIXA ERRADA, ESTORNO CONTESTADO...), COM
      * VALOR EM DISCUSSAO, MOTIVO, QUEM ABRIU, SITUACAO E NOTA DE
      * RESOLUCAO. MANTIDO POR GV-CADCONTESTA; A CONTESTACAO ACEITA
      * GERA O AJUSTE MANUAL (GV-AJUSTE.DAT, TIPO "CTS") DA MESMA
      * CHAVE EMPRESA/VENDEDOR/COMPETENCIA, CUJA SEQUENCIA FICA
      * GRAVADA AQUI. AS ABERTAS SAEM POR IDADE EM GV-RELCONTESTA
       FD  ARQ-CONTESTACAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-CONTESTACAO.
      *
       01  CTS-REGISTRO-CONTESTACAO.
           03 CTS-CHAVE-CONTESTACAO.
              05 CTS-CD-EMPRESA      PIC  9(002).
              05 CTS-CD-VENDEDOR     PIC  9(007).
              05 CTS-NR-COMPETENCIA  PIC  9(006).
              05 CTS-NR-SEQUENCIA    PIC  9(003).
           03 CTS-VL-CONTESTADO      PIC  9(013)V9(002).
           03 CTS-TP-MOTIVO          PIC  X(003).
              88 CTS-MOT-VENDA-AUSENTE          VALUE "VND".
              88 CTS-MOT-FAIXA-ERRADA           VALUE "FXA".
              88 CTS-MOT-ESTORNO                VALUE "EST".
              88 CTS-MOT-RATEIO                 VALUE "SPL".
              88 CTS-MOT-OUTROS                 VALUE "OUT".
              88 CTS-MOTIVO-VALIDO              VALUE "VND" "FXA"
                                                      "EST" "SPL"
                                                      "OUT".
           03 CTS-DS-RECLAMACAO      PIC  X(060).
           03 CTS-CD-USUARIO-ABERTURA PIC X(008).
           03 CTS-DT-ABERTURA        PIC  9(008).
           03 CTS-SITUACAO           PIC  X(001).
              88 CTS-SIT-ABERTA                 VALUE "A".
              88 CTS-SIT-EM-ANALISE             VALUE "E".
              88 CTS-SIT-ACEITA                 VALUE "C".
              88 CTS-SIT-REJEITADA              VALUE "R".
              88 CTS-SIT-PENDENTE               VALUE "A" "E".
           03 CTS-CD-USUARIO-ANALISE PIC  X(008).
           03 CTS-DT-ANALISE         PIC  9(008).
           03 CTS-CD-USUARIO-RESOLUCAO PIC X(008).
           03 CTS-DT-RESOLUCAO       PIC  9(008).
           03 CTS-DS-RESOLUCAO       PIC  X(060).
      * VALOR RECONHECIDO E SINAL DO AJUSTE GERADO (C CREDITA O
      * VENDEDOR, D DEBITA) E A SEQUENCIA DO AJUSTE EM GV-AJUSTE.DAT;
      * ZEROS/BRANCO ENQUANTO NAO ACEITA
           03 CTS-VL-ACEITO          PIC  9(013)V9(002).
           03 CTS-IN-SINAL-AJUSTE    PIC  X(001).
           03 CTS-NR-SEQ-AJUSTE      PIC  9(003).
      *
