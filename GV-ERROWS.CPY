      * AREA DE CHAMADA DO REGISTRO DE ERROS DE ARQUIVO (GV-REGERRO):
      * O PROGRAMA QUE RECEBE UM FILE STATUS DIFERENTE DO ESPERADO
      * INFORMA O PARAGRAFO, O ARQUIVO (CONTEUDO DO SEU WID-) E A
      * CHAVE EM PROCESSAMENTO (EM BRANCO NA ABERTURA E NO FECHAMENTO)
      * E EXECUTA O SEU 99-REGISTRA-ERRO, QUE COMPLETA O NOME DO
      * PROGRAMA E O ESTADO E CHAMA A ROTINA COM A LINKAGE-DADOS DA
      * SESSAO; DATA, HORA, OPERADOR E MODO SAO PREENCHIDOS PELA ROTINA
       01  WS-ERR-PARAMETROS.
           03 WS-ERR-NM-PROGRAMA     PIC X(015) VALUE SPACES.
           03 WS-ERR-NM-PARAGRAFO    PIC X(030) VALUE SPACES.
           03 WS-ERR-NM-ARQUIVO      PIC X(040) VALUE SPACES.
           03 WS-ERR-CD-ESTADO       PIC X(002) VALUE SPACES.
           03 WS-ERR-DS-CHAVE        PIC X(040) VALUE SPACES.
       01  WS-NM-PROG-ERRO           PIC X(010) VALUE "GV-REGERRO".
      *
