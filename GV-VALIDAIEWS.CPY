      * AREA DE CHAMADA DO SUBPROGRAMA DE CRITICA DA INSCRICAO
      * ESTADUAL (GV-VALIDAIE): O PROGRAMA INFORMA A UF DO CLIENTE E
      * A INSCRICAO COMO FOI DIGITADA (COM OU SEM PONTUACAO) E
      * RECEBE A INSCRICAO NORMALIZADA - SO DIGITOS, ALINHADA A
      * ESQUERDA ("P" NA FRENTE NO PRODUTOR RURAL DE SP) OU "ISENTO"
      * - E O RESULTADO DA CRITICA DO TAMANHO, DO PREFIXO E DOS
      * DIGITOS VERIFICADORES DA UF
       01  WS-VIE-PARAMETROS.
           03 WS-VIE-SG-UF           PIC X(002).
           03 WS-VIE-NR-ENTRADA      PIC X(020).
           03 WS-VIE-NR-INSCRICAO    PIC X(014).
           03 WS-VIE-IN-RESULTADO    PIC X(001).
              88 WS-VIE-IE-VALIDA              VALUE "V".
              88 WS-VIE-IE-ISENTA              VALUE "E".
              88 WS-VIE-IE-AUSENTE             VALUE "A".
              88 WS-VIE-IE-INVALIDA            VALUE "I".
              88 WS-VIE-UF-INVALIDA            VALUE "U".
              88 WS-VIE-IE-ACEITA              VALUE "V" "E".
           03 WS-VIE-DS-CRITICA      PIC X(030).
       01  WS-NM-PROG-VALIDAIE       PIC X(011) VALUE "GV-VALIDAIE".
      *
