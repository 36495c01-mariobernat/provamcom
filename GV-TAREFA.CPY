      * TAREFAS DE ACOMPANHAMENTO DOS OPERADORES - NUMERADAS EM
      * SEQUENCIA UNICA E LOCALIZADAS PELO OPERADOR RESPONSAVEL
      * (CHAVE ALTERNATIVA COM DUPLICIDADE). CADA TAREFA LIGA-SE A UM
      * CLIENTE, VENDEDOR, OCORRENCIA OU CONTRATO, TEM PRIORIDADE E
      * VENCIMENTO CONTADO EM DIAS UTEIS (GV-DIAUTIL) A PARTIR DA
      * ABERTURA. MANTIDO POR GV-CADTAREFA, CONTADO NO PAINEL DO
      * MENU PRINCIPAL E LISTADO EM ATRASO POR GV-RELTAREFA
       FD  ARQ-TAREFA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-TAREFA.
      *
       01  TAR-REGISTRO.
           03 TAR-NR-TAREFA          PIC  9(007).
           03 TAR-CD-OPERADOR        PIC  X(008).
           03 TAR-CD-EMPRESA         PIC  9(002).
      * VINCULO: CLIENTE E VENDEDOR PELO CODIGO; OCORRENCIA E
      * CONTRATO PELO CLIENTE E PELO NUMERO (ZERO NOS DEMAIS)
           03 TAR-TP-VINCULO         PIC  X(001).
              88 TAR-VINCULO-CLIENTE            VALUE "C".
              88 TAR-VINCULO-VENDEDOR           VALUE "V".
              88 TAR-VINCULO-OCORRENCIA         VALUE "O".
              88 TAR-VINCULO-CONTRATO           VALUE "T".
           03 TAR-CD-VINCULO         PIC  9(007).
           03 TAR-NR-VINCULO         PIC  9(007).
           03 TAR-DS-TAREFA          PIC  X(060).
           03 TAR-IN-PRIORIDADE      PIC  X(001).
              88 TAR-PRIORIDADE-ALTA            VALUE "A".
              88 TAR-PRIORIDADE-MEDIA           VALUE "M".
              88 TAR-PRIORIDADE-BAIXA           VALUE "B".
           03 TAR-SITUACAO           PIC  X(001).
              88 TAR-SIT-ABERTA                 VALUE "A".
              88 TAR-SIT-CONCLUIDA              VALUE "C".
           03 TAR-DT-ABERTURA        PIC  9(008).
      * PRAZO EM DIAS UTEIS E O VENCIMENTO CALCULADO A PARTIR DELE
           03 TAR-QT-DIAS-UTEIS      PIC  9(003).
           03 TAR-DT-VENCIMENTO      PIC  9(008).
           03 TAR-CD-USU-ABERTURA    PIC  X(008).
           03 TAR-DT-CONCLUSAO       PIC  9(008).
           03 TAR-CD-USU-CONCLUSAO   PIC  X(008).
      * ULTIMA REATRIBUICAO: OPERADOR DE ORIGEM, DATA E QUEM FEZ
           03 TAR-CD-OPERADOR-ANT    PIC  X(008).
           03 TAR-DT-REATRIBUICAO    PIC  9(008).
           03 TAR-CD-USU-REATRIB     PIC  X(008).
      *
