      *
      * VALIDACAO CPF/CNPJ
      * O CNPJ E GUARDADO EM 15 POSICOES ALFANUMERICAS COM OS 14
      * CARACTERES SIGNIFICATIVOS ALINHADOS A DIREITA E ZERO NA
      * PRIMEIRA POSICAO: RAIZ EM (2:8), FILIAL EM (10:4) E DIGITOS
      * VERIFICADORES EM (14:2). A RAIZ E A FILIAL ACEITAM LETRAS
      * (CNPJ ALFANUMERICO DA RECEITA FEDERAL); OS DIGITOS
      * VERIFICADORES SAO SEMPRE NUMERICOS.
       01  WS-VALIDACAO-CPF-CNPJ.
           03 WS-AGRUPA                  PIC 9(06).
           03 WS-RESULTADO               PIC 9(06).
           03 WS-RESTO                   PIC 9(05).
           03 WS-CNPJ                    PIC X(15).
           03 WSR-CNPJ REDEFINES WS-CNPJ.
              05 WS-DIG01                PIC 9(01).
              05 WS-DIG02                PIC 9(01).
           03 WSR-CPF REDEFINES WS-CNPJ.
              05 WS-CPF                  PIC 9(11).
              05 FILLER                  PIC X(04).
           03 WSR-CNPJ-POSICOES REDEFINES WS-CNPJ.
              05 WS-CNPJ-POS             PIC X(01) OCCURS 15.
      *
      * CNPJ DIGITADO (COM OU SEM PONTUACAO) PARA NORMALIZACAO
           03 WS-CNPJ-ENTRADA            PIC X(18).
           03 WSR-CNPJ-ENTRADA REDEFINES WS-CNPJ-ENTRADA.
              05 WS-CNPJ-ENT-POS         PIC X(01) OCCURS 18.
      *
      * PESOS DO MODULO 11: O 1o DIGITO USA AS POSICOES 2 A 13 DA
      * TABELA, O 2o DIGITO USA AS POSICOES 1 A 13
           03 WS-TB-PESOS-CNPJ           PIC X(13)
                                         VALUE "6543298765432".
           03 WSR-TB-PESOS-CNPJ REDEFINES WS-TB-PESOS-CNPJ.
              05 WS-PESO-CNPJ            PIC 9(01) OCCURS 13.
      *
      * VALOR DE CADA CARACTER = CODIGO ASCII MENOS 48 ("0"=0 ...
      * "9"=9, "A"=17 ... "Z"=42)
           03 WS-TB-NUMEROS-CNPJ         PIC X(10)
                                         VALUE "0123456789".
           03 WS-TB-LETRAS-CNPJ          PIC X(26)
                                 VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           03 WS-CARACTER-CNPJ           PIC X(01).
           03 WS-VL-CARACTER-CNPJ        PIC 9(02).
           03 WS-QT-POS-CNPJ             PIC 9(02).
           03 WS-IX-CNPJ                 PIC 9(02).
           03 WS-IX-DESTINO-CNPJ         PIC 9(02).
           03 WS-DESLOC-PESO-CNPJ        PIC 9(01).
           03 WS-IND-CNPJ-VALIDO         PIC X(01).
              88 WS-CNPJ-CARACTERES-OK           VALUE "S".
      *
