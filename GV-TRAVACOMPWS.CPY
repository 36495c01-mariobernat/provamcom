      * AREA DA TRAVA DE LANCAMENTO EM COMPETENCIA FECHADA (ROTINAS
      * EM GV-TRAVACOMPPD.CPY). A COMPETENCIA ESTA FECHADA QUANDO O
      * HISTORICO DE COMISSAO (GV-COMISSAO.HIS) TEM LINHA DELA QUE
      * NAO SEJA DE INDENIZACAO - A MESMA REGRA DO FECHAMENTO
      * (GV-FECHACOM). VENDA DATADA EM COMPETENCIA FECHADA E RECUSADA
      * OU REDATADA CONFORME A CHAVE COMP-FECHADA-ACAO DE
      * GV-CONFIG.PAR: "R" RECUSA (PADRAO) OU "D" REDATA A VENDA PARA
      * A COMPETENCIA ABERTA, GUARDANDO A DATA ORIGINAL. UMA E OUTRA
      * SAO REGISTRADAS EM GV-LANCTARDIO.LOG (GV-LANCTARD.CPY)
       01  WS-TRAVA-COMPETENCIA.
           03 WID-ARQ-LANCTARDIO     PIC X(060) VALUE
                                      "GV-LANCTARDIO.LOG".
           03 WS-TRV-TP-ACAO         PIC X(001) VALUE "R".
              88 WS-TRV-ACAO-RECUSA             VALUE "R".
              88 WS-TRV-ACAO-REDATA             VALUE "D".
              88 WS-TRV-ACAO-VALIDA             VALUE "R" "D".
      * PROGRAMA QUE GRAVA O LOG (PREENCHIDO POR QUEM COPIA)
           03 WS-TRV-NM-PROGRAMA     PIC X(015) VALUE SPACES.
           03 WS-TRV-DT-HOJE         PIC 9(008) VALUE ZEROS.
           03 WS-TRV-NR-ULTIMA-FECHADA PIC 9(006) VALUE ZEROS.
           03 WS-TRV-NR-COMP-ABERTA  PIC 9(006) VALUE ZEROS.
      * DATA DE LANCAMENTO DA VENDA REDATADA: HOJE, COM A COMPETENCIA
      * CORRENTE ABERTA; SENAO O DIA 1 DA SEGUINTE A ULTIMA FECHADA
           03 WS-TRV-DT-ABERTA       PIC 9(008) VALUE ZEROS.
           03 WS-TRV-IND-FIM-HIST    PIC X(001) VALUE SPACE.
              88 WS-TRV-FIM-HISTORICO           VALUE "F".
      * VENDA EM CONSULTA E RESULTADO: COMPETENCIA FECHADA OU NAO E
      * ACAO A REGISTRAR (A CONFIGURADA; QUEM COPIA PODE FORCAR "R"
      * QUANDO O CASO NAO ADMITE REDATAR, COMO A CORRECAO)
           03 WS-TRV-DT-VENDA        PIC 9(008) VALUE ZEROS.
           03 WS-TRV-NR-COMP-VENDA   PIC 9(006) VALUE ZEROS.
           03 WS-TRV-IND-FECHADA     PIC X(001) VALUE "N".
              88 WS-TRV-COMP-FECHADA            VALUE "S".
           03 WS-TRV-TP-REGISTRO     PIC X(001) VALUE "R".
              88 WS-TRV-REGISTRO-RECUSA         VALUE "R".
              88 WS-TRV-REGISTRO-REDATA         VALUE "D".
           03 WS-TRV-DT-LANCAMENTO   PIC 9(008) VALUE ZEROS.
      * DADOS DA VENDA PARA O LOG (PREENCHIDOS POR QUEM COPIA)
           03 WS-TRV-CD-EMPRESA      PIC 9(002) VALUE ZEROS.
           03 WS-TRV-CD-CLIENTE      PIC 9(007) VALUE ZEROS.
           03 WS-TRV-NR-DOCUMENTO    PIC 9(009) VALUE ZEROS.
           03 WS-TRV-CD-VENDEDOR     PIC 9(007) VALUE ZEROS.
           03 WS-TRV-VL-VENDA        PIC 9(013)V9(002) VALUE ZEROS.
      * COMPETENCIAS FECHADAS NO HISTORICO (50 ANOS DE FECHAMENTOS)
           03 WS-TRV-QT-FECHADAS     PIC 9(003) VALUE ZEROS.
           03 WS-TRV-IX-FECHADA      PIC 9(003) VALUE ZEROS.
           03 WS-TRV-TAB-FECHADAS.
              05 WS-TRV-NR-FECHADA   PIC 9(006) OCCURS 600 TIMES.
      *
