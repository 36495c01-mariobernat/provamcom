      * CATALOGO DE SEGMENTOS MENSAIS DA ROTACAO DE LOGS - UMA LINHA
      * POR SEGMENTO GERADO PELO SANEAMENTO (GV-ROTACIONA), COM O
      * TIPO DO LOG (ATV=ATIVIDADE, AUD=AUDITORIA, RCT=RUNCTL,
      * TRC=TROCAS, ACS=ACESSO A DADOS PESSOAIS, ERR=ERROS DE
      * ARQUIVO), A COMPETENCIA E O NOME DO ARQUIVO. OS LEITORES
      * (GV-RELATIV, GV-CONAUDIT, GV-LGPDREL) CONSULTAM ESTE CATALOGO
      * PARA LER ATRAVES DAS FRONTEIRAS DE SEGMENTO
       FD  ARQ-ROTACAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-ROTACAO.
