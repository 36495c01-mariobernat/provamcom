      * LOG CENTRAL DE ERROS DE ARQUIVO - UMA LINHA POR FILE STATUS
      * INESPERADO DEVOLVIDO A QUALQUER PROGRAMA DO SISTEMA, COM O
      * PROGRAMA, O PARAGRAFO, O ARQUIVO, O ESTADO, A CHAVE EM
      * PROCESSAMENTO, O OPERADOR E O MODO DE EXECUCAO. GRAVADO SO
      * PELA ROTINA GV-REGERRO; CONSULTADO EM GV-CONERRO, LISTADO POR
      * GV-RELERRO, CONTADO PELOS ALERTAS (GV-ALERTA) NOS ERROS DA
      * CADEIA EM LOTE E CORTADO EM SEGMENTOS MENSAIS PELA ROTACAO DE
      * LOGS (GV-ROTACIONA, TIPO ERR)
       FD  ARQ-ERRO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-ERRO.
      *
       01  ERR-REGISTRO.
           03 ERR-DATA               PIC 9(008).
           03 ERR-HORA               PIC 9(008).
           03 ERR-CD-USUARIO         PIC X(008).
           03 ERR-IN-MODO            PIC X(001).
              88 ERR-MODO-BATCH                VALUE "L".
           03 ERR-NM-PROGRAMA        PIC X(015).
           03 ERR-NM-PARAGRAFO       PIC X(030).
           03 ERR-NM-ARQUIVO         PIC X(040).
           03 ERR-CD-ESTADO          PIC X(002).
           03 ERR-DS-CHAVE           PIC X(040).
      *
