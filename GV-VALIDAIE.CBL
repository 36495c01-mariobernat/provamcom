000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-VALIDAIE.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Subprograma de Critica da Inscricao Estadual
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Centraliza a critica da Inscricao Estadual contra a UF
      *     do cliente, chamada pelo cadastro de clientes (tela e
      *     importacao), pelo cadastro de prospects, pela aprovacao
      *     das correcoes de campo e pela auditoria em lote
      *     (GV-AUDITAIE). Recebe a UF e a inscricao digitada pela
      *     area de GV-VALIDAIEWS.CPY e devolve a inscricao
      *     normalizada e o resultado: valida, isenta ("ISENTO"),
      *     ausente, invalida (com o motivo) ou UF invalida.
      *
      *     Cada UF tem tamanho, prefixo e calculo de digito proprios
      *     (tabela do Sintegra). Os calculos por modulo 11 variam
      *     apenas no tratamento do resto, resolvido pelas regras de
      *     99-APLICA-REGRA; MG, AP, GO, BA e a inscricao antiga de
      *     TO (com o tipo nas posicoes 3-4) tem rotina propria. A
      *     inscricao do MT pode vir sem os zeros a esquerda e e
      *     devolvida com os 11 digitos.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-TX-ENTRADA          PIC X(020) VALUE SPACES.
           03 WS-TAB-ENTRADA REDEFINES WS-TX-ENTRADA.
              05 WS-CR-ENTRADA       PIC X(001) OCCURS 20 TIMES.
           03 WS-TX-LIMPO            PIC X(020) VALUE SPACES.
           03 WS-QT-LIMPO            PIC 9(002) COMP VALUE ZEROS.
           03 WS-QT-DIGITOS          PIC 9(002) COMP VALUE ZEROS.
           03 WS-IX-ENTRADA          PIC 9(002) COMP VALUE ZEROS.
           03 WS-IN-PRODUTOR         PIC X(001) VALUE "N".
              88 WS-PRODUTOR-RURAL             VALUE "S".
      * DIGITOS DA INSCRICAO (ORIGINAL) E DIGITOS DO CALCULO - O
      * CALCULO PODE PULAR OU INTERCALAR POSICOES (BA, MG, RO, TO)
           03 WS-NR-DIGITOS          PIC X(014) VALUE SPACES.
           03 WS-TAB-DIGITOS REDEFINES WS-NR-DIGITOS.
              05 WS-DIGITO           PIC 9(001) OCCURS 14 TIMES.
           03 WS-NR-CALCULO          PIC X(014) VALUE SPACES.
           03 WS-TAB-CALCULO REDEFINES WS-NR-CALCULO.
              05 WS-DIG-CALCULO      PIC 9(001) OCCURS 14 TIMES.
           03 WS-TX-PESOS            PIC X(028) VALUE SPACES.
           03 WS-TAB-PESOS REDEFINES WS-TX-PESOS.
              05 WS-PESO             PIC 9(002) OCCURS 14 TIMES.
           03 WS-QT-PESOS            PIC 9(002) COMP VALUE ZEROS.
           03 WS-IX-PESO             PIC 9(002) COMP VALUE ZEROS.
      * TRATAMENTO DO RESTO: P = 11 - RESTO (RESTO 0 OU 1 DA ZERO),
      * R = 11 - RESTO MENOS 10 QUANDO PASSA DE 9 (RO E PE ANTIGO),
      * S = O PROPRIO RESTO, 10 DA ZERO (SP), A = SOMA VEZES 10 E O
      * RESTO, 10 DA ZERO (AL E RN), D = MODULO 10 (BA E MG) E
      * N = RESTO DA DIVISAO POR 9 (RR)
           03 WS-TP-REGRA            PIC X(001) VALUE "P".
              88 WS-REGRA-PADRAO               VALUE "P".
              88 WS-REGRA-MENOS-DEZ            VALUE "R".
              88 WS-REGRA-RESTO                VALUE "S".
              88 WS-REGRA-VEZES-DEZ            VALUE "A".
              88 WS-REGRA-MODULO-10            VALUE "D".
              88 WS-REGRA-MODULO-9             VALUE "N".
           03 WS-VL-SOMA             PIC 9(006) VALUE ZEROS.
           03 WS-VL-QUOCIENTE        PIC 9(006) VALUE ZEROS.
           03 WS-VL-RESTO            PIC 9(004) VALUE ZEROS.
           03 WS-VL-PRODUTO          PIC 9(004) VALUE ZEROS.
           03 WS-NR-DV               PIC 9(002) VALUE ZEROS.
           03 WS-NR-POS-DV           PIC 9(002) COMP VALUE ZEROS.
           03 WS-NR-BASE             PIC 9(008) VALUE ZEROS.
           03 WS-NR-DV-ESPECIAL      PIC 9(001) VALUE ZEROS.
           03 WS-NR-DIGITO-MODULO    PIC 9(001) VALUE ZEROS.
           03 WS-NR-INSCRICAO-MT     PIC 9(011) VALUE ZEROS.
           03 WS-IX-UF               PIC 9(002) COMP VALUE ZEROS.
           03 WS-IND-UF              PIC X(001) VALUE "N".
              88 WS-UF-ENCONTRADA              VALUE "S".
      *
       01  WS-TAB-UF-VALORES.
           03 FILLER                 PIC X(054) VALUE
              "ACALAMAPBACEDFESGOMAMGMSMTPAPBPEPIPRRJRNRORRRSSCSESPTO".
       01  WS-TAB-UF REDEFINES WS-TAB-UF-VALORES.
           03 WS-SG-UF-TAB           PIC X(002) OCCURS 27 TIMES.
      *
       LINKAGE SECTION.
      * MESMO LAYOUT DE WS-VIE-PARAMETROS (GV-VALIDAIEWS.CPY)
       01  LKI-PARAMETROS.
           03 LKI-SG-UF              PIC X(002).
           03 LKI-NR-ENTRADA         PIC X(020).
           03 LKI-NR-INSCRICAO       PIC X(014).
           03 LKI-IN-RESULTADO       PIC X(001).
              88 LKI-IE-VALIDA                 VALUE "V".
              88 LKI-IE-ISENTA                 VALUE "E".
              88 LKI-IE-AUSENTE                VALUE "A".
              88 LKI-IE-INVALIDA               VALUE "I".
              88 LKI-UF-INVALIDA               VALUE "U".
           03 LKI-DS-CRITICA         PIC X(030).
      *
       PROCEDURE DIVISION USING LKI-PARAMETROS.
      *
       0-MODULO-CONTROLE SECTION.
      *-----------------
       0.
           MOVE "V"    TO LKI-IN-RESULTADO.
           MOVE SPACES TO LKI-NR-INSCRICAO
                          LKI-DS-CRITICA.
           PERFORM 1-NORMALIZA-INSCRICAO.
           IF LKI-IE-VALIDA
              PERFORM 2-CRITICA-INSCRICAO.
           PERFORM 3-DEVOLVE-INSCRICAO.
       0-SAIDA.
           EXIT PROGRAM.
      *
       1-NORMALIZA-INSCRICAO SECTION.
      *---------------------
      * TIRA PONTUACAO E BRANCOS, PASSA PARA MAIUSCULAS E SEPARA OS
      * CASOS SEM CALCULO: AUSENTE, ISENTO E UF DESCONHECIDA
       1.
           MOVE LKI-NR-ENTRADA TO WS-TX-ENTRADA.
           INSPECT WS-TX-ENTRADA CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO WS-TX-LIMPO
                          WS-NR-DIGITOS.
           MOVE ZEROS  TO WS-QT-LIMPO
                          WS-QT-DIGITOS.
           MOVE "N"    TO WS-IN-PRODUTOR.
           PERFORM 99-LIMPA-POSICAO
               VARYING WS-IX-ENTRADA FROM 1 BY 1
               UNTIL WS-IX-ENTRADA GREATER 20.
           IF WS-QT-LIMPO EQUAL ZEROS
              MOVE "A" TO LKI-IN-RESULTADO
              GO TO 1-SAIDA.
           IF WS-TX-LIMPO EQUAL "ISENTO"
              MOVE "E" TO LKI-IN-RESULTADO
              GO TO 1-SAIDA.
           MOVE "N" TO WS-IND-UF.
           PERFORM 99-PROCURA-UF
               VARYING WS-IX-UF FROM 1 BY 1
               UNTIL WS-IX-UF GREATER 27 OR WS-UF-ENCONTRADA.
           IF NOT WS-UF-ENCONTRADA
              MOVE "U" TO LKI-IN-RESULTADO
              MOVE "UF do Cliente Invalida" TO LKI-DS-CRITICA
              GO TO 1-SAIDA.
      * PRODUTOR RURAL DE SP: "P" SEGUIDO DE 12 DIGITOS
           IF  LKI-SG-UF EQUAL "SP"
           AND WS-TX-LIMPO(1:1) EQUAL "P"
              MOVE "S" TO WS-IN-PRODUTOR
              MOVE WS-TX-LIMPO(2:19) TO WS-TX-ENTRADA
              MOVE WS-TX-ENTRADA     TO WS-TX-LIMPO
              SUBTRACT 1 FROM WS-QT-LIMPO.
           IF WS-QT-LIMPO EQUAL ZEROS
           OR WS-QT-LIMPO GREATER 14
              MOVE "I" TO LKI-IN-RESULTADO
              MOVE "Tamanho Invalido para a UF" TO LKI-DS-CRITICA
              GO TO 1-SAIDA.
           IF WS-TX-LIMPO(1:WS-QT-LIMPO) NOT NUMERIC
              MOVE "I" TO LKI-IN-RESULTADO
              MOVE "Inscricao com Caractere Invalido" TO LKI-DS-CRITICA
              GO TO 1-SAIDA.
           MOVE WS-TX-LIMPO TO WS-NR-DIGITOS.
           MOVE WS-QT-LIMPO TO WS-QT-DIGITOS.
       1-SAIDA.
           EXIT.
      *
       2-CRITICA-INSCRICAO SECTION.
      *-------------------
       2.
           IF LKI-SG-UF EQUAL "AC" OR "DF"
              PERFORM 99-VALIDA-AC-DF.
           IF LKI-SG-UF EQUAL "AL" OR "RN"
              PERFORM 99-VALIDA-AL-RN.
           IF LKI-SG-UF EQUAL "AM" OR "CE" OR "ES" OR "MA" OR "MS"
                           OR "PA" OR "PB" OR "PI" OR "SC" OR "SE"
              PERFORM 99-VALIDA-NOVE-DIGITOS.
           IF LKI-SG-UF EQUAL "AP"
              PERFORM 99-VALIDA-AP.
           IF LKI-SG-UF EQUAL "BA"
              PERFORM 99-VALIDA-BA.
           IF LKI-SG-UF EQUAL "GO"
              PERFORM 99-VALIDA-GO.
           IF LKI-SG-UF EQUAL "MG"
              PERFORM 99-VALIDA-MG.
           IF LKI-SG-UF EQUAL "MT"
              PERFORM 99-VALIDA-MT.
           IF LKI-SG-UF EQUAL "PE"
              PERFORM 99-VALIDA-PE.
           IF LKI-SG-UF EQUAL "PR"
              PERFORM 99-VALIDA-PR.
           IF LKI-SG-UF EQUAL "RJ"
              PERFORM 99-VALIDA-RJ.
           IF LKI-SG-UF EQUAL "RO"
              PERFORM 99-VALIDA-RO.
           IF LKI-SG-UF EQUAL "RR"
              PERFORM 99-VALIDA-RR.
           IF LKI-SG-UF EQUAL "RS"
              PERFORM 99-VALIDA-RS.
           IF LKI-SG-UF EQUAL "SP"
              PERFORM 99-VALIDA-SP.
           IF LKI-SG-UF EQUAL "TO"
              PERFORM 99-VALIDA-TO.
       2-SAIDA.
           EXIT.
      *
       3-DEVOLVE-INSCRICAO SECTION.
      *-------------------
      * A INSCRICAO VOLTA NORMALIZADA MESMO QUANDO INVALIDA, PARA O
      * PROGRAMA CHAMADOR MOSTRAR OU REGISTRAR O QUE FOI CRITICADO
       3.
           IF LKI-IE-ISENTA
              MOVE "ISENTO" TO LKI-NR-INSCRICAO
           ELSE
              IF WS-QT-DIGITOS GREATER ZEROS
                 IF WS-PRODUTOR-RURAL
                    STRING "P" WS-NR-DIGITOS(1:WS-QT-DIGITOS)
                           DELIMITED BY SIZE INTO LKI-NR-INSCRICAO
                 ELSE
                    MOVE WS-NR-DIGITOS(1:WS-QT-DIGITOS)
                      TO LKI-NR-INSCRICAO
                 END-IF
              ELSE
                 MOVE WS-TX-LIMPO TO LKI-NR-INSCRICAO.
       3-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
      *
       99-LIMPA-POSICAO.
           IF  WS-CR-ENTRADA (WS-IX-ENTRADA) NOT EQUAL SPACE
           AND WS-CR-ENTRADA (WS-IX-ENTRADA) NOT EQUAL "."
           AND WS-CR-ENTRADA (WS-IX-ENTRADA) NOT EQUAL "/"
           AND WS-CR-ENTRADA (WS-IX-ENTRADA) NOT EQUAL "-"
              ADD 1 TO WS-QT-LIMPO
              MOVE WS-CR-ENTRADA (WS-IX-ENTRADA)
                TO WS-TX-LIMPO(WS-QT-LIMPO:1).
      *
       99-PROCURA-UF.
           IF WS-SG-UF-TAB (WS-IX-UF) EQUAL LKI-SG-UF
              MOVE "S" TO WS-IND-UF.
      *
      * AC (PREFIXO 01) E DF (PREFIXO 07): 13 DIGITOS, DOIS DIGITOS
      * VERIFICADORES POR MODULO 11
       99-VALIDA-AC-DF.
           IF WS-QT-DIGITOS NOT EQUAL 13
              PERFORM 99-TAMANHO-INVALIDO
           ELSE
              IF (LKI-SG-UF EQUAL "AC"
              AND WS-NR-DIGITOS(1:2) NOT EQUAL "01")
              OR (LKI-SG-UF EQUAL "DF"
              AND WS-NR-DIGITOS(1:2) NOT EQUAL "07")
                 PERFORM 99-PREFIXO-INVALIDO
              ELSE
                 MOVE "P" TO WS-TP-REGRA
                 MOVE WS-NR-DIGITOS TO WS-NR-CALCULO
                 MOVE "0403020908070605040302" TO WS-TX-PESOS
                 MOVE 11 TO WS-QT-PESOS
                 MOVE 12 TO WS-NR-POS-DV
                 PERFORM 99-CALCULA-DV
                 PERFORM 99-CONFERE-DV
                 MOVE "050403020908070605040302" TO WS-TX-PESOS
                 MOVE 12 TO WS-QT-PESOS
                 MOVE 13 TO WS-NR-POS-DV
                 PERFORM 99-CALCULA-DV
                 PERFORM 99-CONFERE-DV.
      *
      * AL (9 DIGITOS, PREFIXO 24) E RN (9 OU 10 DIGITOS, PREFIXO
      * 20): SOMA VEZES 10, RESTO DA DIVISAO POR 11
       99-VALIDA-AL-RN.
           IF LKI-SG-UF EQUAL "AL"
              IF WS-QT-DIGITOS NOT EQUAL 9
                 PERFORM 99-TAMANHO-INVALIDO
              ELSE
                 IF WS-NR-DIGITOS(1:2) NOT EQUAL "24"
                    PERFORM 99-PREFIXO-INVALIDO
                 END-IF
              END-IF
           ELSE
              IF  WS-QT-DIGITOS NOT EQUAL 9
              AND WS-QT-DIGITOS NOT EQUAL 10
                 PERFORM 99-TAMANHO-INVALIDO
              ELSE
                 IF WS-NR-DIGITOS(1:2) NOT EQUAL "20"
                    PERFORM 99-PREFIXO-INVALIDO
                 END-IF
              END-IF
           END-IF.
           IF LKI-IE-VALIDA
              MOVE "A" TO WS-TP-REGRA
              MOVE WS-NR-DIGITOS TO WS-NR-CALCULO
              IF WS-QT-DIGITOS EQUAL 9
                 MOVE "0908070605040302" TO WS-TX-PESOS
                 MOVE 8 TO WS-QT-PESOS
                 MOVE 9 TO WS-NR-POS-DV
              ELSE
                 MOVE "100908070605040302" TO WS-TX-PESOS
                 MOVE 9 TO WS-QT-PESOS
                 MOVE 10 TO WS-NR-POS-DV
              END-IF
              PERFORM 99-CALCULA-DV
              PERFORM 99-CONFERE-DV.
      *
      * UFS DE 9 DIGITOS COM PESOS 9 A 2 E MODULO 11 SIMPLES (AM, CE,
      * ES, MA, MS, PA, PB, PI, SC E SE); MA COMECA EM 12 E PA EM 15
       99-VALIDA-NOVE-DIGITOS.
           IF WS-QT-DIGITOS NOT EQUAL 9
              PERFORM 99-TAMANHO-INVALIDO
           ELSE
              IF (LKI-SG-UF EQUAL "MA"
              AND WS-NR-DIGITOS(1:2) NOT EQUAL "12")
              OR (LKI-SG-UF EQUAL "PA"
              AND WS-NR-DIGITOS(1:2) NOT EQUAL "15")
                 PERFORM 99-PREFIXO-INVALIDO
              ELSE
                 PERFORM 99-NOVE-DIGITOS-PADRAO.
      *
       99-NOVE-DIGITOS-PADRAO.
           MOVE "P" TO WS-TP-REGRA.
           MOVE WS-NR-DIGITOS TO WS-NR-CALCULO.
           MOVE "0908070605040302" TO WS-TX-PESOS.
           MOVE 8 TO WS-QT-PESOS.
           MOVE 9 TO WS-NR-POS-DV.
           PERFORM 99-CALCULA-DV.
           PERFORM 99-CONFERE-DV.
      *
      * AP: 9 DIGITOS, PREFIXO 03; A FAIXA DA INSCRICAO DEFINE UMA
      * PARCELA SOMADA AO CALCULO E O DIGITO USADO QUANDO DA 11
       99-VALIDA-AP.
           IF WS-QT-DIGITOS NOT EQUAL 9
              PERFORM 99-TAMANHO-INVALIDO
           ELSE
              IF WS-NR-DIGITOS(1:2) NOT EQUAL "03"
                 PERFORM 99-PREFIXO-INVALIDO
              ELSE
                 MOVE WS-NR-DIGITOS(1:8) TO WS-NR-BASE
                 MOVE WS-NR-DIGITOS TO WS-NR-CALCULO
                 MOVE "0908070605040302" TO WS-TX-PESOS
                 MOVE 8 TO WS-QT-PESOS
                 PERFORM 99-SOMA-PESOS
                 IF WS-NR-BASE NOT GREATER 03017000
                    ADD 5 TO WS-VL-SOMA
                    MOVE 0 TO WS-NR-DV-ESPECIAL
                 ELSE
                    IF WS-NR-BASE NOT GREATER 03019022
                       ADD 9 TO WS-VL-SOMA
                       MOVE 1 TO WS-NR-DV-ESPECIAL
                    ELSE
                       MOVE 0 TO WS-NR-DV-ESPECIAL
                    END-IF
                 END-IF
                 DIVIDE WS-VL-SOMA BY 11 GIVING WS-VL-QUOCIENTE
                        REMAINDER WS-VL-RESTO
                 COMPUTE WS-NR-DV = 11 - WS-VL-RESTO
                 IF WS-NR-DV EQUAL 10
                    MOVE 0 TO WS-NR-DV
                 END-IF
                 IF WS-NR-DV EQUAL 11
                    MOVE WS-NR-DV-ESPECIAL TO WS-NR-DV
                 END-IF
                 MOVE 9 TO WS-NR-POS-DV
                 PERFORM 99-CONFERE-DV.
      *
      * BA: 8 OU 9 DIGITOS. O PRIMEIRO DIGITO (SEGUNDO, NA DE 9)
      * ESCOLHE MODULO 11 (6, 7 E 9) OU MODULO 10; O ULTIMO DIGITO
      * E CALCULADO PRIMEIRO E ENTRA NO CALCULO DO PENULTIMO
       99-VALIDA-BA.
           IF  WS-QT-DIGITOS NOT EQUAL 8
           AND WS-QT-DIGITOS NOT EQUAL 9
              PERFORM 99-TAMANHO-INVALIDO
           ELSE
              IF WS-QT-DIGITOS EQUAL 8
                 MOVE WS-DIGITO (1) TO WS-NR-DIGITO-MODULO
              ELSE
                 MOVE WS-DIGITO (2) TO WS-NR-DIGITO-MODULO
              END-IF
              IF WS-NR-DIGITO-MODULO EQUAL 6 OR 7 OR 9
                 MOVE "P" TO WS-TP-REGRA
              ELSE
                 MOVE "D" TO WS-TP-REGRA
              END-IF
              MOVE WS-NR-DIGITOS TO WS-NR-CALCULO
              IF WS-QT-DIGITOS EQUAL 8
                 MOVE "070605040302" TO WS-TX-PESOS
                 MOVE 6 TO WS-QT-PESOS
                 MOVE 8 TO WS-NR-POS-DV
                 PERFORM 99-CALCULA-DV
                 PERFORM 99-CONFERE-DV
                 MOVE WS-NR-DIGITOS(8:1) TO WS-NR-CALCULO(7:1)
                 MOVE "08070605040302" TO WS-TX-PESOS
                 MOVE 7 TO WS-QT-PESOS
                 MOVE 7 TO WS-NR-POS-DV
              ELSE
                 MOVE "08070605040302" TO WS-TX-PESOS
                 MOVE 7 TO WS-QT-PESOS
                 MOVE 9 TO WS-NR-POS-DV
                 PERFORM 99-CALCULA-DV
                 PERFORM 99-CONFERE-DV
                 MOVE WS-NR-DIGITOS(9:1) TO WS-NR-CALCULO(8:1)
                 MOVE "0908070605040302" TO WS-TX-PESOS
                 MOVE 8 TO WS-QT-PESOS
                 MOVE 8 TO WS-NR-POS-DV
              END-IF
              PERFORM 99-CALCULA-DV
              PERFORM 99-CONFERE-DV.
      *
      * GO: 9 DIGITOS, MODULO 11; RESTO 1 DA DIGITO 1 NA FAIXA
      * 10103105 A 10119997 E ZERO NAS DEMAIS
       99-VALIDA-GO.
           IF WS-QT-DIGITOS NOT EQUAL 9
              PERFORM 99-TAMANHO-INVALIDO
           ELSE
              MOVE WS-NR-DIGITOS(1:8) TO WS-NR-BASE
              MOVE WS-NR-DIGITOS TO WS-NR-CALCULO
              MOVE "0908070605040302" TO WS-TX-PESOS
              MOVE 8 TO WS-QT-PESOS
              PERFORM 99-SOMA-PESOS
              DIVIDE WS-VL-SOMA BY 11 GIVING WS-VL-QUOCIENTE
                     REMAINDER WS-VL-RESTO
              IF WS-VL-RESTO EQUAL 0
                 MOVE 0 TO WS-NR-DV
              ELSE
                 IF WS-VL-RESTO EQUAL 1
                    IF  WS-NR-BASE NOT LESS    10103105
                    AND WS-NR-BASE NOT GREATER 10119997
                       MOVE 1 TO WS-NR-DV
                    ELSE
                       MOVE 0 TO WS-NR-DV
                    END-IF
                 ELSE
                    COMPUTE WS-NR-DV = 11 - WS-VL-RESTO
                 END-IF
              END-IF
              MOVE 9 TO WS-NR-POS-DV
              PERFORM 99-CONFERE-DV.
      *
      * MG: 13 DIGITOS. O PRIMEIRO DIGITO SAI DOS 11 PRIMEIROS COM
      * UM ZERO APOS O MUNICIPIO, PESOS 1 E 2 ALTERNADOS E SOMA DOS
      * ALGARISMOS DOS PRODUTOS (MODULO 10); O SEGUNDO E MODULO 11
       99-VALIDA-MG.
           IF WS-QT-DIGITOS NOT EQUAL 13
              PERFORM 99-TAMANHO-INVALIDO
           ELSE
              MOVE SPACES TO WS-NR-CALCULO
              STRING WS-NR-DIGITOS(1:3) "0" WS-NR-DIGITOS(4:8)
                     DELIMITED BY SIZE INTO WS-NR-CALCULO
              MOVE "010201020102010201020102" TO WS-TX-PESOS
              MOVE 12 TO WS-QT-PESOS
              MOVE ZEROS TO WS-VL-SOMA
              PERFORM 99-SOMA-ALGARISMOS
                  VARYING WS-IX-PESO FROM 1 BY 1
                  UNTIL WS-IX-PESO GREATER WS-QT-PESOS
              MOVE "D" TO WS-TP-REGRA
              PERFORM 99-APLICA-REGRA
              MOVE 12 TO WS-NR-POS-DV
              PERFORM 99-CONFERE-DV
              MOVE "P" TO WS-TP-REGRA
              MOVE WS-NR-DIGITOS TO WS-NR-CALCULO
              MOVE "030211100908070605040302" TO WS-TX-PESOS
              MOVE 12 TO WS-QT-PESOS
              MOVE 13 TO WS-NR-POS-DV
              PERFORM 99-CALCULA-DV
              PERFORM 99-CONFERE-DV.
      *
      * MT: 11 DIGITOS; A INSCRICAO PODE VIR SEM OS ZEROS A ESQUERDA
       99-VALIDA-MT.
           IF WS-QT-DIGITOS GREATER 11
              PERFORM 99-TAMANHO-INVALIDO
           ELSE
              MOVE WS-NR-DIGITOS(1:WS-QT-DIGITOS)
                TO WS-NR-INSCRICAO-MT
              MOVE WS-NR-INSCRICAO-MT TO WS-NR-DIGITOS
              MOVE 11 TO WS-QT-DIGITOS
              MOVE "P" TO WS-TP-REGRA
              MOVE WS-NR-DIGITOS TO WS-NR-CALCULO
              MOVE "03020908070605040302" TO WS-TX-PESOS
              MOVE 10 TO WS-QT-PESOS
              MOVE 11 TO WS-NR-POS-DV
              PERFORM 99-CALCULA-DV
              PERFORM 99-CONFERE-DV.
      *
      * PE: 9 DIGITOS (E-FISCO), DOIS DIGITOS POR MODULO 11, OU 14
      * DIGITOS (CACEPE ANTIGO), UM DIGITO PELA REGRA MENOS 10
       99-VALIDA-PE.
           IF WS-QT-DIGITOS EQUAL 9
              MOVE "P" TO WS-TP-REGRA
              MOVE WS-NR-DIGITOS TO WS-NR-CALCULO
              MOVE "08070605040302" TO WS-TX-PESOS
              MOVE 7 TO WS-QT-PESOS
              MOVE 8 TO WS-NR-POS-DV
              PERFORM 99-CALCULA-DV
              PERFORM 99-CONFERE-DV
              MOVE "0908070605040302" TO WS-TX-PESOS
              MOVE 8 TO WS-QT-PESOS
              MOVE 9 TO WS-NR-POS-DV
              PERFORM 99-CALCULA-DV
              PERFORM 99-CONFERE-DV
           ELSE
              IF WS-QT-DIGITOS EQUAL 14
                 MOVE "R" TO WS-TP-REGRA
                 MOVE WS-NR-DIGITOS TO WS-NR-CALCULO
                 MOVE "05040302010908070605040302" TO WS-TX-PESOS
                 MOVE 13 TO WS-QT-PESOS
                 MOVE 14 TO WS-NR-POS-DV
                 PERFORM 99-CALCULA-DV
                 PERFORM 99-CONFERE-DV
              ELSE
                 PERFORM 99-TAMANHO-INVALIDO.
      *
      * PR: 10 DIGITOS, DOIS DIGITOS POR MODULO 11
       99-VALIDA-PR.
           IF WS-QT-DIGITOS NOT EQUAL 10
              PERFORM 99-TAMANHO-INVALIDO
           ELSE
              MOVE "P" TO WS-TP-REGRA
              MOVE WS-NR-DIGITOS TO WS-NR-CALCULO
              MOVE "0302070605040302" TO WS-TX-PESOS
              MOVE 8 TO WS-QT-PESOS
              MOVE 9 TO WS-NR-POS-DV
              PERFORM 99-CALCULA-DV
              PERFORM 99-CONFERE-DV
              MOVE "040302070605040302" TO WS-TX-PESOS
              MOVE 9 TO WS-QT-PESOS
              MOVE 10 TO WS-NR-POS-DV
              PERFORM 99-CALCULA-DV
              PERFORM 99-CONFERE-DV.
      *
      * RJ: 8 DIGITOS, MODULO 11
       99-VALIDA-RJ.
           IF WS-QT-DIGITOS NOT EQUAL 8
              PERFORM 99-TAMANHO-INVALIDO
           ELSE
              MOVE "P" TO WS-TP-REGRA
              MOVE WS-NR-DIGITOS TO WS-NR-CALCULO
              MOVE "02070605040302" TO WS-TX-PESOS
              MOVE 7 TO WS-QT-PESOS
              MOVE 8 TO WS-NR-POS-DV
              PERFORM 99-CALCULA-DV
              PERFORM 99-CONFERE-DV.
      *
      * RO: 14 DIGITOS, OU 9 NO FORMATO ANTIGO (MUNICIPIO NAS 3
      * PRIMEIRAS POSICOES, FORA DO CALCULO); REGRA MENOS 10
       99-VALIDA-RO.
           MOVE "R" TO WS-TP-REGRA.
           IF WS-QT-DIGITOS EQUAL 14
              MOVE WS-NR-DIGITOS TO WS-NR-CALCULO
              MOVE "06050403020908070605040302" TO WS-TX-PESOS
              MOVE 13 TO WS-QT-PESOS
              MOVE 14 TO WS-NR-POS-DV
              PERFORM 99-CALCULA-DV
              PERFORM 99-CONFERE-DV
           ELSE
              IF WS-QT-DIGITOS EQUAL 9
                 MOVE SPACES TO WS-NR-CALCULO
                 MOVE WS-NR-DIGITOS(4:5) TO WS-NR-CALCULO
                 MOVE "0605040302" TO WS-TX-PESOS
                 MOVE 5 TO WS-QT-PESOS
                 MOVE 9 TO WS-NR-POS-DV
                 PERFORM 99-CALCULA-DV
                 PERFORM 99-CONFERE-DV
              ELSE
                 PERFORM 99-TAMANHO-INVALIDO.
      *
      * RR: 9 DIGITOS, PREFIXO 24, PESOS 1 A 8 E MODULO 9
       99-VALIDA-RR.
           IF WS-QT-DIGITOS NOT EQUAL 9
              PERFORM 99-TAMANHO-INVALIDO
           ELSE
              IF WS-NR-DIGITOS(1:2) NOT EQUAL "24"
                 PERFORM 99-PREFIXO-INVALIDO
              ELSE
                 MOVE "N" TO WS-TP-REGRA
                 MOVE WS-NR-DIGITOS TO WS-NR-CALCULO
                 MOVE "0102030405060708" TO WS-TX-PESOS
                 MOVE 8 TO WS-QT-PESOS
                 MOVE 9 TO WS-NR-POS-DV
                 PERFORM 99-CALCULA-DV
                 PERFORM 99-CONFERE-DV.
      *
      * RS: 10 DIGITOS, MODULO 11
       99-VALIDA-RS.
           IF WS-QT-DIGITOS NOT EQUAL 10
              PERFORM 99-TAMANHO-INVALIDO
           ELSE
              MOVE "P" TO WS-TP-REGRA
              MOVE WS-NR-DIGITOS TO WS-NR-CALCULO
              MOVE "020908070605040302" TO WS-TX-PESOS
              MOVE 9 TO WS-QT-PESOS
              MOVE 10 TO WS-NR-POS-DV
              PERFORM 99-CALCULA-DV
              PERFORM 99-CONFERE-DV.
      *
      * SP: 12 DIGITOS COM DIGITOS NA 9A E NA 12A POSICAO (O RESTO
      * E O PROPRIO DIGITO); PRODUTOR RURAL ("P" + 12 DIGITOS) SO
      * TEM O DIGITO DA 9A POSICAO
       99-VALIDA-SP.
           IF WS-QT-DIGITOS NOT EQUAL 12
              PERFORM 99-TAMANHO-INVALIDO
           ELSE
              MOVE "S" TO WS-TP-REGRA
              MOVE WS-NR-DIGITOS TO WS-NR-CALCULO
              MOVE "0103040506070810" TO WS-TX-PESOS
              MOVE 8 TO WS-QT-PESOS
              MOVE 9 TO WS-NR-POS-DV
              PERFORM 99-CALCULA-DV
              PERFORM 99-CONFERE-DV
              IF NOT WS-PRODUTOR-RURAL
                 MOVE "0302100908070605040302" TO WS-TX-PESOS
                 MOVE 11 TO WS-QT-PESOS
                 MOVE 12 TO WS-NR-POS-DV
                 PERFORM 99-CALCULA-DV
                 PERFORM 99-CONFERE-DV.
      *
      * TO: 9 DIGITOS, OU 11 NO FORMATO ANTIGO, COM O TIPO (01, 02,
      * 03 OU 99) NAS POSICOES 3-4, FORA DO CALCULO
       99-VALIDA-TO.
           IF WS-QT-DIGITOS EQUAL 9
              PERFORM 99-NOVE-DIGITOS-PADRAO
           ELSE
              IF WS-QT-DIGITOS EQUAL 11
                 IF  WS-NR-DIGITOS(3:2) NOT EQUAL "01"
                 AND WS-NR-DIGITOS(3:2) NOT EQUAL "02"
                 AND WS-NR-DIGITOS(3:2) NOT EQUAL "03"
                 AND WS-NR-DIGITOS(3:2) NOT EQUAL "99"
                    PERFORM 99-PREFIXO-INVALIDO
                 ELSE
                    MOVE "P" TO WS-TP-REGRA
                    MOVE SPACES TO WS-NR-CALCULO
                    STRING WS-NR-DIGITOS(1:2) WS-NR-DIGITOS(5:6)
                           DELIMITED BY SIZE INTO WS-NR-CALCULO
                    MOVE "0908070605040302" TO WS-TX-PESOS
                    MOVE 8 TO WS-QT-PESOS
                    MOVE 11 TO WS-NR-POS-DV
                    PERFORM 99-CALCULA-DV
                    PERFORM 99-CONFERE-DV
                 END-IF
              ELSE
                 PERFORM 99-TAMANHO-INVALIDO.
      *
      * SOMA DOS DIGITOS DE WS-NR-CALCULO PELOS PESOS CARREGADOS E
      * DIGITO PELA REGRA DE WS-TP-REGRA (RESULTADO EM WS-NR-DV)
       99-CALCULA-DV.
           PERFORM 99-SOMA-PESOS.
           PERFORM 99-APLICA-REGRA.
      *
       99-SOMA-PESOS.
           MOVE ZEROS TO WS-VL-SOMA.
           PERFORM 991-SOMA-UM-PESO
               VARYING WS-IX-PESO FROM 1 BY 1
               UNTIL WS-IX-PESO GREATER WS-QT-PESOS.
      *
       991-SOMA-UM-PESO.
           COMPUTE WS-VL-SOMA = WS-VL-SOMA +
                   WS-DIG-CALCULO (WS-IX-PESO) * WS-PESO (WS-IX-PESO).
      *
      * MG: SOMA OS ALGARISMOS DE CADA PRODUTO (14 CONTA 1 + 4)
       99-SOMA-ALGARISMOS.
           COMPUTE WS-VL-PRODUTO =
                   WS-DIG-CALCULO (WS-IX-PESO) * WS-PESO (WS-IX-PESO).
           DIVIDE WS-VL-PRODUTO BY 10 GIVING WS-VL-QUOCIENTE
                  REMAINDER WS-VL-RESTO.
           ADD WS-VL-QUOCIENTE WS-VL-RESTO TO WS-VL-SOMA.
      *
       99-APLICA-REGRA.
           IF WS-REGRA-MODULO-10
              DIVIDE WS-VL-SOMA BY 10 GIVING WS-VL-QUOCIENTE
                     REMAINDER WS-VL-RESTO
              IF WS-VL-RESTO EQUAL 0
                 MOVE 0 TO WS-NR-DV
              ELSE
                 COMPUTE WS-NR-DV = 10 - WS-VL-RESTO
              END-IF
           ELSE
              IF WS-REGRA-MODULO-9
                 DIVIDE WS-VL-SOMA BY 9 GIVING WS-VL-QUOCIENTE
                        REMAINDER WS-VL-RESTO
                 MOVE WS-VL-RESTO TO WS-NR-DV
              ELSE
                 IF WS-REGRA-VEZES-DEZ
                    MULTIPLY 10 BY WS-VL-SOMA
                 END-IF
                 DIVIDE WS-VL-SOMA BY 11 GIVING WS-VL-QUOCIENTE
                        REMAINDER WS-VL-RESTO
                 IF WS-REGRA-PADRAO
                    IF WS-VL-RESTO LESS 2
                       MOVE 0 TO WS-NR-DV
                    ELSE
                       COMPUTE WS-NR-DV = 11 - WS-VL-RESTO
                    END-IF
                 END-IF
                 IF WS-REGRA-MENOS-DEZ
                    COMPUTE WS-NR-DV = 11 - WS-VL-RESTO
                    IF WS-NR-DV GREATER 9
                       SUBTRACT 10 FROM WS-NR-DV
                    END-IF
                 END-IF
                 IF WS-REGRA-RESTO OR WS-REGRA-VEZES-DEZ
                    MOVE WS-VL-RESTO TO WS-NR-DV
                    IF WS-NR-DV EQUAL 10
                       MOVE 0 TO WS-NR-DV
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
      * COMPARA O DIGITO CALCULADO COM A POSICAO DA INSCRICAO; O
      * PRIMEIRO ERRO ENCONTRADO E O QUE FICA REGISTRADO
       99-CONFERE-DV.
           IF  LKI-IE-VALIDA
           AND WS-NR-DV NOT EQUAL WS-DIGITO (WS-NR-POS-DV)
              MOVE "I" TO LKI-IN-RESULTADO
              MOVE "Digito Verificador Invalido" TO LKI-DS-CRITICA.
      *
       99-TAMANHO-INVALIDO.
           MOVE "I" TO LKI-IN-RESULTADO.
           MOVE "Tamanho Invalido para a UF" TO LKI-DS-CRITICA.
      *
       99-PREFIXO-INVALIDO.
           MOVE "I" TO LKI-IN-RESULTADO.
           MOVE "Prefixo Invalido para a UF" TO LKI-DS-CRITICA.
      *
