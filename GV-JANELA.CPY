      * JANELA DE RECEBIMENTO DE VISITAS DO CLIENTE - OS DIAS DA
      * SEMANA EM QUE O CLIENTE RECEBE O VENDEDOR (SEG A DOM) E A
      * FAIXA DE HORARIO DO ATENDIMENTO (HHMM). CLIENTE SEM REGISTRO
      * RECEBE EM QUALQUER DIA E HORARIO. MANTIDA POR GV-CADJANELA E
      * RESPEITADA PELA FOLHA DE ROTEIRO (GV-ROTEIRO) E PELA AGENDA
      * DE VISITAS (GV-AGENDA)
       FD  ARQ-JANELA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-JANELA.
      *
       01  JAN-REGISTRO.
           03 JAN-CHAVE-JANELA.
              05 JAN-CD-EMPRESA      PIC  9(002).
              05 JAN-CD-CLIENTE      PIC  9(007).
      * FLAGS S/N DE SEGUNDA (1) A DOMINGO (7)
           03 JAN-IN-DIA-SEMANA      PIC  X(001) OCCURS 7 TIMES.
      * INICIO E FIM DO ATENDIMENTO (HHMM, INICIO MENOR QUE O FIM)
           03 JAN-HR-INICIO          PIC  9(004).
           03 JAN-HR-FIM             PIC  9(004).
           03 JAN-DS-OBSERVACAO      PIC  X(040).
           03 JAN-CD-USUARIO         PIC  X(008).
           03 JAN-DT-ALTERACAO       PIC  9(008).
      *
