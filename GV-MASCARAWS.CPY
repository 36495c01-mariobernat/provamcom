      *
      * AREA DA MASCARA DE DADOS PESSOAIS (GV-MASCARAPD.CPY). O
      * CAMPO A EXIBIR E MOVIDO PARA WS-MSC-TEXTO (JA FORMATADO OU
      * NAO - PONTOS, BARRAS, HIFENS, PARENTESES E ESPACOS SAO
      * PRESERVADOS) E A ROTINA DO TIPO DE DADO O DEVOLVE NO MESMO
      * CAMPO; OPERADOR COM A PERMISSAO DE DADOS PESSOAIS
      * (LK-VE-DADOS-PESSOAIS) RECEBE O TEXTO SEM ALTERACAO.
      *   CPF      - ESCONDE OS 3 PRIMEIROS E OS 2 ULTIMOS DIGITOS
      *   CNPJ     - ESCONDE OS 2 PRIMEIROS E OS 6 ULTIMOS (FILIAL E
      *              DIGITOS VERIFICADORES)
      *   CONTA,
      *   TELEFONE - MOSTRA SO OS 4 ULTIMOS
      *   E-MAIL   - MOSTRA A PRIMEIRA LETRA E O DOMINIO
       01  WS-MASCARA-DADOS.
           03 WS-MSC-TEXTO           PIC X(080) VALUE SPACES.
           03 WS-MSC-CARACTER        PIC X(001) VALUE SPACE.
              88 WS-MSC-SEPARADOR              VALUE "." "/" "-"
                                                     "(" ")" " ".
           03 WS-MSC-QT-SIGNIFICATIVOS
                                     PIC S9(003) COMP VALUE ZEROS.
           03 WS-MSC-NR-ORDEM        PIC S9(003) COMP VALUE ZEROS.
           03 WS-MSC-NR-INICIO-1     PIC S9(003) COMP VALUE ZEROS.
           03 WS-MSC-NR-FIM-1        PIC S9(003) COMP VALUE ZEROS.
           03 WS-MSC-NR-INICIO-2     PIC S9(003) COMP VALUE ZEROS.
           03 WS-MSC-NR-FIM-2        PIC S9(003) COMP VALUE ZEROS.
           03 WS-MSC-IX-CARACTER     PIC S9(003) COMP VALUE ZEROS.
           03 WS-MSC-IX-ARROBA       PIC S9(003) COMP VALUE ZEROS.
      * CPF E CNPJ SEM FORMATACAO PARA 99-FORMATA-CPF/-CNPJ, QUE
      * DEVOLVEM EM WS-MSC-TEXTO 999.999.999-99 E 99.999.999/9999-99
           03 WS-MSC-NR-CPF          PIC 9(011) VALUE ZEROS.
           03 WS-MSC-NR-CNPJ         PIC X(014) VALUE SPACES.
      * TIPO DA CHAVE PIX (FOR-TP-CHAVE-PIX) PARA 99-MASCARA-PIX
           03 WS-MSC-TP-CHAVE-PIX    PIC X(001) VALUE SPACE.
