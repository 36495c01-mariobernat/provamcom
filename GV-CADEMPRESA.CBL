      *     social no cabecalho em lugar do numero. A empresa 99 e
      *     reservada ao treinamento (GV-TREINAMENTO) e nao pode ser
      *     cadastrada aqui.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - CNPJ alfanumerico: CNPJ da empresa
      *                   passa a campo alfanumerico, normalizado e
      *                   criticado pelo digito verificador.
      *     15/Out/2026 - MCB - Base da comissao por empresa: data da
      *                   venda (V) ou recebimento do titulo (R),
      *                   usada pelo fechamento (GV-FECHACOM).
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * DADOS DA EMPRESA EM MANUTENCAO
           03 WS-CD-EMPRESA          PIC 9(002).
           03 WS-DS-RAZAO-SOCIAL     PIC X(040).
           03 WS-NR-CNPJ             PIC X(015).
           03 WS-TP-BASE-COMISSAO    PIC X(001).
              88 WS-BASE-COMISSAO-VALIDA       VALUE "V" "R".
           03 WS-IND-CNPJ-EMPRESA    PIC X(001) VALUE "S".
              88 WS-CNPJ-EMPRESA-OK            VALUE "S".
      *
      * CALCULO DO DIGITO CNPJ/CPF
        COPY GV-VALIDACPF2.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
           03 LINE 08 COL 21 USING WS-DS-RAZAO-SOCIAL.
           03 LINE 09 COL 07 VALUE "        CNPJ: ".
           03 LINE 09 COL 21 USING WS-NR-CNPJ.
           03 LINE 10 COL 07 VALUE "Base Comissao: ".
           03 LINE 10 COL 21 USING WS-TP-BASE-COMISSAO.
           03 LINE 10 COL 23 VALUE "(V-Data da Venda, R-Recebimento do
      -                            " Titulo)".
      *
       01  SST-MENSAGEM.
           03 LINE 22 COL 11 USING WS-MENSAGEM.
                 CLOSE ARQ-EMPRESA
                 OPEN I-O ARQ-EMPRESA
              ELSE
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-EMPRESA TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Arquivo de Empresas Indisponivel." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM.
                 ELSE
                    MOVE SPACES TO WS-DS-RAZAO-SOCIAL
                    MOVE ZEROS  TO WS-NR-CNPJ
                    MOVE "V"    TO WS-TP-BASE-COMISSAO
                    ACCEPT SST-DADOS-EMPRESA
                    PERFORM 99-CRITICA-CNPJ
                    IF NOT WS-CNPJ-EMPRESA-OK
                       MOVE "CNPJ Invalido!" TO WS-MENSAGEM
                    ELSE
                    IF NOT WS-BASE-COMISSAO-VALIDA
                       MOVE "Base de Comissao Invalida (V ou R)!"
                                                      TO WS-MENSAGEM
                    ELSE
                       MOVE "Confirma Inclusao (S/N) ?" TO WS-MENSAGEM
                    END-IF
                    END-IF
                    PERFORM 99-MENSAGEM
                    IF WS-SIM AND WS-CNPJ-EMPRESA-OK
                              AND WS-BASE-COMISSAO-VALIDA
                       MOVE WS-CD-EMPRESA      TO EMP-CD-EMPRESA
                       MOVE WS-DS-RAZAO-SOCIAL TO EMP-DS-RAZAO-SOCIAL
                       MOVE WS-NR-CNPJ         TO EMP-NR-CNPJ
                       MOVE WS-TP-BASE-COMISSAO
                                               TO EMP-TP-BASE-COMISSAO
                       MOVE "A"                TO EMP-SITUACAO
                       PERFORM 99-GRAVA-EMPRESA
                       MOVE "Empresa Incluida." TO WS-MENSAGEM
              ELSE
                 MOVE EMP-DS-RAZAO-SOCIAL TO WS-DS-RAZAO-SOCIAL
                 MOVE EMP-NR-CNPJ         TO WS-NR-CNPJ
                 IF EMP-BASE-RECEBIMENTO
                    MOVE "R" TO WS-TP-BASE-COMISSAO
                 ELSE
                    MOVE "V" TO WS-TP-BASE-COMISSAO
                 END-IF
                 ACCEPT SST-DADOS-EMPRESA
                 PERFORM 99-CRITICA-CNPJ
                 IF NOT WS-CNPJ-EMPRESA-OK
                    MOVE "CNPJ Invalido!" TO WS-MENSAGEM
                 ELSE
                 IF NOT WS-BASE-COMISSAO-VALIDA
                    MOVE "Base de Comissao Invalida (V ou R)!"
                                                      TO WS-MENSAGEM
                 ELSE
                    MOVE "Confirma Alteracao (S/N) ?" TO WS-MENSAGEM
                 END-IF
                 END-IF
                 PERFORM 99-MENSAGEM
                 IF WS-SIM AND WS-CNPJ-EMPRESA-OK
                           AND WS-BASE-COMISSAO-VALIDA
                    MOVE WS-DS-RAZAO-SOCIAL TO EMP-DS-RAZAO-SOCIAL
                    MOVE WS-NR-CNPJ         TO EMP-NR-CNPJ
                    MOVE WS-TP-BASE-COMISSAO
                                            TO EMP-TP-BASE-COMISSAO
                    MOVE "A"                TO EMP-SITUACAO
                    PERFORM 99-REGRAVA-EMPRESA
                    MOVE "Empresa Alterada." TO WS-MENSAGEM
      *
       99-REGRAVA-EMPRESA.
           REWRITE EMP-REGISTRO-EMPRESA.
      *
      * NORMALIZA O CNPJ DIGITADO E CONFERE O DIGITO VERIFICADOR
      * (NUMERICO OU ALFANUMERICO)
       99-CRITICA-CNPJ.
           MOVE "S"        TO WS-IND-CNPJ-EMPRESA
           MOVE WS-NR-CNPJ TO WS-CNPJ-ENTRADA
           PERFORM 99-NORMALIZA-CNPJ
           MOVE WS-CNPJ    TO WS-NR-CNPJ
           PERFORM 99-VALIDA-CNPJ
           IF WS-NR-CNPJ NOT EQUAL WS-CNPJ
              MOVE "N" TO WS-IND-CNPJ-EMPRESA
           END-IF.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-CADEMPRESA" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
       COPY GV-VALIDACPF1.CPY.
