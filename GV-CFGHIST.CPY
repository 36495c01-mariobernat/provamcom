      * HISTORICO DE ALTERACOES DO ARQUIVO CENTRAL DE CONFIGURACAO
      * (GV-CONFIG.PAR) - UMA LINHA POR CHAVE ALTERADA, GRAVADA PELO
      * PROPRIO GV-GRAVACONFIG COM O VALOR ANTERIOR E O NOVO, O
      * OPERADOR, O PROGRAMA E O MOTIVO. CONSULTADO, LISTADO E USADO
      * NA RESTAURACAO POR GV-HISTCONFIG; SEM ROTACAO (VOLUME BAIXO
      * E O HISTORICO COMPLETO E A BASE DA RESTAURACAO)
       FD  ARQ-CFGHIST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-CFGHIST.
      *
       01  HCF-REGISTRO.
           03 HCF-DT-ALTERACAO       PIC 9(008).
           03 HCF-HR-ALTERACAO       PIC 9(008).
           03 HCF-CD-USUARIO         PIC X(008).
           03 HCF-NM-PROGRAMA        PIC X(015).
           03 HCF-CHAVE              PIC X(020).
      * "S" QUANDO A CHAVE NAO EXISTIA NO ARQUIVO ANTES DA ALTERACAO
           03 HCF-IN-CHAVE-NOVA      PIC X(001).
              88 HCF-CHAVE-NOVA                 VALUE "S".
           03 HCF-VL-ANTERIOR        PIC X(060).
           03 HCF-VL-NOVO            PIC X(060).
           03 HCF-DS-MOTIVO          PIC X(040).
      *
