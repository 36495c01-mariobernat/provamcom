      * CONTATO (VISITA, TELEFONE OU E-MAIL), COM O OPERADOR E UMA
      * NOTA CURTA. A DATA DO ULTIMO CONTATO DO CADASTRO
      * (CLI-DT-ULTIMO-CONTATO) PASSA A SER SO O RESUMO DESTE
      * HISTORICO. VISITA CARREGADA DO CAMPO (GV-CARGAVISITA) LEVA A
      * CONFERENCIA DO CHECK-IN DO APARELHO CONTRA AS COORDENADAS DO
      * CLIENTE (GEOCERCA) E A DISTANCIA ENCONTRADA, EM METROS;
      * CONTATO DIGITADO OU ANTIGO FICA COM A SITUACAO EM BRANCO
       FD  ARQ-CONTATO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-CONTATO.
              88 CON-CONTATO-TELEFONE           VALUE "T".
              88 CON-CONTATO-EMAIL              VALUE "E".
           03 CON-DS-NOTA            PIC  X(040).
           03 CON-SIT-GEOCERCA       PIC  X(001).
              88 CON-GEO-DENTRO                 VALUE "D".
              88 CON-GEO-FORA                   VALUE "F".
              88 CON-GEO-SEM-COORDENADA         VALUE "S".
           03 CON-QT-DISTANCIA       PIC  9(008).
      *
