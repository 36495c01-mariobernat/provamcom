      * (GV-CONFIG.PAR): O PROGRAMA INFORMA A CHAVE E O VALOR,
      * CHAMA GV-GRAVACONFIG E A LINHA CHAVE=VALOR E SUBSTITUIDA
      * (OU ACRESCENTADA) NO ARQUIVO, PRESERVANDO AS DEMAIS LINHAS
      * E OS COMENTARIOS. A ALTERACAO FICA NO HISTORICO
      * (GV-CFGHIST.LOG) COM O OPERADOR, O PROGRAMA E O MOTIVO
      * INFORMADOS AQUI
       01  WS-GCF-PARAMETROS.
           03 WS-GCF-CHAVE           PIC X(020).
           03 WS-GCF-VALOR           PIC X(060).
           03 WS-GCF-CD-USUARIO      PIC X(008).
           03 WS-GCF-NM-PROGRAMA     PIC X(015).
           03 WS-GCF-DS-MOTIVO       PIC X(040).
       01  WS-NM-PROG-GRAVACFG       PIC X(014) VALUE
                                      "GV-GRAVACONFIG".
      *
