      * OPORTUNIDADES DE NEGOCIO DO VENDEDOR - NUMERADAS POR
      * EMPRESA/VENDEDOR, LIGADAS A UM PROSPECT (NEGOCIO NOVO) OU A
      * UM CLIENTE (AMPLIACAO), COM VALOR ESTIMADO, LINHA DE
      * PRODUTO, ESTAGIO DO FUNIL, PROBABILIDADE DE GANHO DO ESTAGIO
      * E DATA PREVISTA DE FECHAMENTO. MANTIDO POR GV-CADOPORT E
      * LIDO PELO RELATORIO DO FUNIL (GV-RELFUNIL)
       FD  ARQ-OPORTUNIDADE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-OPORTUNIDADE.
      *
       01  OPT-REGISTRO.
           03 OPT-CHAVE-OPORTUNIDADE.
              05 OPT-CD-EMPRESA      PIC  9(002).
              05 OPT-CD-VENDEDOR     PIC  9(007).
              05 OPT-NR-OPORTUNIDADE PIC  9(005).
           03 OPT-TP-VINCULO         PIC  X(001).
              88 OPT-VINCULO-PROSPECT           VALUE "P".
              88 OPT-VINCULO-CLIENTE            VALUE "C".
           03 OPT-CD-VINCULO         PIC  9(007).
           03 OPT-DS-OPORTUNIDADE    PIC  X(040).
           03 OPT-CD-LINHA           PIC  X(010).
           03 OPT-VL-ESTIMADO        PIC  9(011)V9(002).
           03 OPT-CD-ESTAGIO         PIC  X(001).
              88 OPT-EST-QUALIFICACAO           VALUE "Q".
              88 OPT-EST-PROPOSTA               VALUE "P".
              88 OPT-EST-NEGOCIACAO             VALUE "N".
              88 OPT-EST-GANHA                  VALUE "G".
              88 OPT-EST-PERDIDA                VALUE "L".
              88 OPT-EST-ABERTA                 VALUE "Q" "P" "N".
              88 OPT-EST-VALIDO                 VALUE "Q" "P" "N"
                                                      "G" "L".
      * PROBABILIDADE DE GANHO DO ESTAGIO NA ULTIMA MUDANCA (TABELA
      * OPORTUNIDADE-PC-* DO GV-CONFIG.PAR; GANHA 100, PERDIDA 0)
           03 OPT-PC-PROBABILIDADE   PIC  9(003).
           03 OPT-DT-PREVISTA        PIC  9(008).
           03 OPT-DT-ABERTURA        PIC  9(008).
      * DATA EM QUE A OPORTUNIDADE ENTROU NO ESTAGIO ATUAL (BASE DO
      * ENVELHECIMENTO POR ESTAGIO)
           03 OPT-DT-ESTAGIO         PIC  9(008).
           03 OPT-DT-ENCERRAMENTO    PIC  9(008).
           03 OPT-CD-USUARIO         PIC  X(008).
      * CLIENTE CRIADO PELA CONVERSAO DO PROSPECT AO GANHAR; ZERO
      * NAS DEMAIS
           03 OPT-CD-CLIENTE-GERADO  PIC  9(007).
      *
