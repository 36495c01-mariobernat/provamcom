      *                   no cadastro - quatro olhos antes da
      *                   remessa de pagamento. Os demais campos da
      *                   alteracao seguem aplicados na hora.
      *     15/Out/2026 - MCB - Garantia minima de comissao na tela
      *                   (valor mensal e competencia final do prazo,
      *                   exigida quando ha garantia) e saldo a
      *                   recuperar exibido; complemento e
      *                   recuperacao sao apurados pelo fechamento
      *                   mensal.
      *     15/Out/2026 - MCB - Chave PIX do vendedor (tipo CPF, CNPJ,
      *                   e-mail, telefone ou aleatoria) na tela,
      *                   com o formato conferido pelo tipo; a
      *                   alteracao segue pela fila de aprovacao como
      *                   os dados bancarios.
      *     15/Out/2026 - MCB - Toda troca de supervisor ou regiao
      *                   (inclusao, alteracao e importacao) grava
      *                   um periodo datado no historico de equipe
      *                   (GV-HISTEQUIPE.DAT), encerrando na vespera
      *                   o periodo anterior - o fechamento e os
      *                   relatorios passam a usar a equipe vigente
      *                   na competencia.
      *     15/Out/2026 - MCB - Linha de produto do especialista na
      *                   tela (branco = carteira geral); so vende a
      *                   linha informada e e considerado apenas na
      *                   distribuicao por linha (GV-CARTLINHA.DAT).
      *     15/Out/2026 - MCB - Vendedor exibido na alteracao ou na
      *                   exclusao fica registrado no log de acesso a
      *                   dados pessoais (GV-REGACESSO).
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *     15/Out/2026 - MCB - Chave alternada da carteira
      *                   (empresa + vendedor) no cadastro de clientes
      *                   (GV-CADCLI.CPY).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             record key         is CLI-CHAVE-CLIENTE
             alternate record key is CLI-NR-CNPJ-CLIENTE
                                with duplicates
             alternate record key is CLI-CHAVE-CARTEIRA =
                                CLI-CD-EMPRESA CLI-CD-VENDEDOR
                                with duplicates
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-SEQUENCIA ASSIGN TO DISK WID-ARQ-SEQUENCIA
             record key         is APR-NR-SOLICITACAO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-HISTEQUIPE ASSIGN TO DISK WID-ARQ-HISTEQUIPE
             organization       is indexed
             access mode        is dynamic
             record key         is HEQ-CHAVE-HISTORICO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-CADREG.CPY.
       COPY GV-CADEMP.CPY.
       COPY GV-CADSEQ.CPY.
       COPY GV-HISTEQUIPE.CPY.
      *
       WORKING-STORAGE SECTION.
      *
           03 WID-ARQ-SEQUENCIA    PIC X(20) VALUE "GV-SEQUENCIA.DAT".
           03 WID-ARQ-APROVACAO    PIC X(16) VALUE "GV-APROVACAO.DAT".
           03 WID-ARQ-EMPRESA      PIC X(15) VALUE "GV-EMPRESA.DAT".
           03 WID-ARQ-HISTEQUIPE   PIC X(20) VALUE "GV-HISTEQUIPE.DAT".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-PC-OVERRIDE             PIC ZZ9,99.
           03 WS-PC-OVERRIDE-NUM         PIC 9(003)V9(002) VALUE ZEROS.
           03 WS-VL-COTA-VENDA           PIC ZZZZZZZZZZZZ9,99.
           03 WS-VL-GARANTIA             PIC ZZZZZZZZZZZZ9,99.
           03 WS-VL-GARANTIA-NUM         PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-NR-COMP-FIM-GARANTIA    PIC 9(006).
           03 WS-VL-SALDO-GARANTIA       PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-CD-BANCO                PIC 9(003).
           03 WS-CD-AGENCIA              PIC 9(005).
           03 WS-NR-CONTA                PIC 9(012).
           03 WS-TP-CONTA                PIC X(001).
              88 WS-TP-CONTA-VALIDO            VALUE "C" "P" SPACE.
           03 WS-TP-CHAVE-PIX            PIC X(001).
              88 WS-TP-PIX-VALIDO              VALUE "C" "J" "E" "T"
                                                     "A" SPACE.
              88 WS-PIX-CPF                    VALUE "C".
              88 WS-PIX-CNPJ                   VALUE "J".
              88 WS-PIX-EMAIL                  VALUE "E".
              88 WS-PIX-TELEFONE               VALUE "T".
              88 WS-PIX-ALEATORIA              VALUE "A".
           03 WS-DS-CHAVE-PIX            PIC X(077).
           03 WS-QT-ARROBA-PIX           PIC 9(003) VALUE ZEROS.
           03 WS-CD-LINHA-VENDA          PIC X(010).
      *
      * FILA DE APROVACAO DE ALTERACOES SENSIVEIS (QUATRO OLHOS)
           03 WS-CD-BANCO-ANT            PIC 9(003) VALUE ZEROS.
           03 WS-CD-AGENCIA-ANT          PIC 9(005) VALUE ZEROS.
           03 WS-NR-CONTA-ANT            PIC 9(012) VALUE ZEROS.
           03 WS-TP-CONTA-ANT            PIC X(001) VALUE SPACE.
           03 WS-TP-CHAVE-PIX-ANT        PIC X(001) VALUE SPACE.
           03 WS-DS-CHAVE-PIX-ANT        PIC X(077) VALUE SPACES.
           03 WS-PC-COMISSAO-ANT         PIC 9(003)V9(002) VALUE ZEROS.
           03 WS-PC-COMISSAO-NUM         PIC 9(003)V9(002) VALUE ZEROS.
           03 WS-IND-PEND-BANCO          PIC X(001) VALUE "N".
              88 WS-PENDENCIA-BANCO            VALUE "S".
           03 WS-IND-PEND-PCT            PIC X(001) VALUE "N".
              88 WS-PENDENCIA-PCT              VALUE "S".
           03 WS-IND-PEND-PIX            PIC X(001) VALUE "N".
              88 WS-PENDENCIA-PIX              VALUE "S".
           03 WS-NR-SOLICITACAO-NOVO     PIC 9(007) VALUE ZEROS.
           03 WS-HR-AGORA                PIC 9(008) VALUE ZEROS.
      *
              88 WS-CODIGO-LIVRE                VALUE "S".
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-HISTEQPWS.CPY.
      *
       COPY GV-ACESSOWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
      *
       01  SST-LIMPA-TELA.
           03 LINE 22 COL 10 BLANK LINE.
           03 LINE 21 COL 01 BLANK LINE.
           03 LINE 20 COL 01 BLANK LINE.
           03 LINE 19 COL 01 BLANK LINE.
           03 LINE 18 COL 01 BLANK LINE.
           03 LINE 13 COL 27 VALUE "                    ".
           03 LINE 14 COL 27 VALUE "                    ".
           03 LINE 15 COL 27 VALUE "                    ".
           03 LINE 15 COL 56 VALUE "          ".
           03 LINE 16 COL 26 VALUE
                        "                                        ".
           03 LINE 17 COL 26 VALUE
                        "                                        ".
           03 LINE 18 COL 26 VALUE
                        "                                        ".
           03 LINE 19 COL 26 VALUE "                    ".
           03 LINE 20 COL 26 VALUE " ".
           03 LINE 21 COL 04 VALUE
                        "                                        ".
           03 LINE 21 COL 44 VALUE
                        "                                     ".
      *
       01  SST-CADASTRO-VENDEDOR.
           03 LINE 02 COL 30 VALUE "Cadastro de Vendedores".
           03 LINE 14 COL 46 USING WS-PC-OVERRIDE.
           03 LINE 15 COL 07 VALUE "   Cota de Venda: ".
           03 LINE 15 COL 26 USING WS-VL-COTA-VENDA.
           03 LINE 15 COL 44 VALUE "Linha Esp.: ".
           03 LINE 15 COL 56 USING WS-CD-LINHA-VENDA.
           03 LINE 16 COL 07 VALUE "             Banco: ".
           03 LINE 16 COL 26 USING WS-CD-BANCO.
           03 LINE 16 COL 34 VALUE "Agencia: ".
           03 LINE 17 COL 26 USING WS-NR-CONTA.
           03 LINE 17 COL 42 VALUE "Tipo (C/P): ".
           03 LINE 17 COL 54 USING WS-TP-CONTA.
           03 LINE 18 COL 07 VALUE "   Garantia Minima: ".
           03 LINE 18 COL 26 USING WS-VL-GARANTIA.
           03 LINE 18 COL 44 VALUE "Ate (AAAAMM): ".
           03 LINE 18 COL 58 USING WS-NR-COMP-FIM-GARANTIA.
           03 LINE 19 COL 07 VALUE " Saldo a Recuperar: ".
           03 LINE 19 COL 26 PIC ZZZZZZZZZZZZ9,99
                             FROM WS-VL-SALDO-GARANTIA.
           03 LINE 20 COL 07 VALUE "  Chave PIX (Tipo): ".
           03 LINE 20 COL 26 USING WS-TP-CHAVE-PIX.
           03 LINE 20 COL 28 VALUE "(C-CPF J-CNPJ E-Email T-Telefone A-A
      -                             "leatoria)".
           03 LINE 21 COL 04 USING WS-DS-CHAVE-PIX.
      *
       01  SST-DICA-AUTOMATICO.
           03 LINE 07 COL 34 VALUE "(9999999 = Codigo Automatico)".
           PERFORM 99-LE-CONFIGURACAO.
           OPEN I-O ARQ-VENDEDOR.
           IF WS-ERRO-ACESSO 
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Vendedores em Uso." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA AND NOT WS-ERRO-ACESSO
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Vendedores com Erro." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           ELSE
              MOVE "N" TO WS-IND-ARQ-EMPRESA
              MOVE "00" TO WS-ESTADO-ARQUIVO.
           PERFORM 99-ABRE-HISTEQUIPE-GRAVACAO.
           IF NOT WS-FIM-ARQUIVO
              PERFORM 99-CONTA-REGISTROS
              MOVE WS-QT-REGISTROS TO WS-QT-REGISTROS-ED
      *
       211-TRATAR-VENDEDOR SECTION.
       211.
           MOVE ZEROS TO WS-VL-SALDO-GARANTIA.
           ACCEPT SST-DADOS-VENDEDOR.
           MOVE "Confirma Inclusao (S/N) ?" TO WS-MENSAGEM. 
           PERFORM 99-MENSAGEM.
      *                Valida o percentual de override ----
                       PERFORM 99-VALIDA-OVERRIDE
      *
      *                Valida a garantia minima e o seu prazo ----
                       PERFORM 99-VALIDA-GARANTIA
      *
      *                Valida a chave PIX ----
                       PERFORM 99-VALIDA-CHAVE-PIX
      *
      *                Valida a empresa contra o cadastro ----
                       PERFORM 99-VALIDA-EMPRESA.
      *
                 MOVE WS-CD-AGENCIA      TO FOR-CD-AGENCIA
                 MOVE WS-NR-CONTA        TO FOR-NR-CONTA
                 MOVE WS-TP-CONTA        TO FOR-TP-CONTA
                 MOVE WS-TP-CHAVE-PIX    TO FOR-TP-CHAVE-PIX
                 MOVE WS-DS-CHAVE-PIX    TO FOR-DS-CHAVE-PIX
                 MOVE WS-CD-LINHA-VENDA  TO FOR-CD-LINHA-VENDA
                 MOVE WS-VL-GARANTIA     TO FOR-VL-GARANTIA
                 MOVE WS-NR-COMP-FIM-GARANTIA
                                         TO FOR-NR-COMP-FIM-GARANTIA
                 MOVE ZEROS              TO FOR-VL-VENDA-REALIZADA
                                            FOR-VL-COMISSAO-APURADA
                                            FOR-VL-SALDO-GARANTIA
                 MOVE "A"                TO FOR-SITUACAO
                 PERFORM 99-GRAVA-VENDEDOR
                 MOVE "V"                    TO AUD-TIPO-ENTIDADE
                 MOVE FOR-CD-EMPRESA        TO AUD-CD-EMPRESA
                 MOVE FOR-CD-VENDEDOR        TO AUD-CHAVE
                 MOVE FOR-REGISTRO-VENDEDOR  TO AUD-DADOS-REGISTRO
                 PERFORM 99-GRAVA-AUDITORIA
                 MOVE "I"                    TO WS-HEQ-TP-ORIGEM
                 PERFORM 99-REGISTRA-EQUIPE.
       211-SAIDA.
           EXIT.
      *
                 MOVE FOR-CD-AGENCIA      TO WS-CD-AGENCIA
                 MOVE FOR-NR-CONTA        TO WS-NR-CONTA
                 MOVE FOR-TP-CONTA        TO WS-TP-CONTA
                 MOVE FOR-TP-CHAVE-PIX    TO WS-TP-CHAVE-PIX
                 MOVE FOR-DS-CHAVE-PIX    TO WS-DS-CHAVE-PIX
                 MOVE FOR-CD-LINHA-VENDA  TO WS-CD-LINHA-VENDA
                 MOVE FOR-VL-GARANTIA     TO WS-VL-GARANTIA
                 MOVE FOR-NR-COMP-FIM-GARANTIA
                                          TO WS-NR-COMP-FIM-GARANTIA
                 MOVE FOR-VL-SALDO-GARANTIA
                                          TO WS-VL-SALDO-GARANTIA
      *          Guarda os campos sensiveis correntes para a
      *          deteccao de alteracao (quatro olhos) ----
                 MOVE FOR-CD-BANCO        TO WS-CD-BANCO-ANT
                 MOVE FOR-CD-AGENCIA      TO WS-CD-AGENCIA-ANT
                 MOVE FOR-NR-CONTA        TO WS-NR-CONTA-ANT
                 MOVE FOR-TP-CONTA        TO WS-TP-CONTA-ANT
                 MOVE FOR-TP-CHAVE-PIX    TO WS-TP-CHAVE-PIX-ANT
                 MOVE FOR-DS-CHAVE-PIX    TO WS-DS-CHAVE-PIX-ANT
                 MOVE FOR-PC-COMISSAO     TO WS-PC-COMISSAO-ANT
                 PERFORM 99-REGISTRA-ACESSO
                 PERFORM 221-TRATA-VENDEDOR.
       221-SAIDA.
           EXIT.
                    PERFORM 99-VALIDA-DADOS-BANCO
      *
      *             Valida o percentual de override ----
                    PERFORM 99-VALIDA-OVERRIDE
      *
      *             Valida a garantia minima e o seu prazo ----
                    PERFORM 99-VALIDA-GARANTIA
      *
      *             Valida a chave PIX ----
                    PERFORM 99-VALIDA-CHAVE-PIX.
      *
       221-MOVE-DADOS.
           IF WS-SIM
                 MOVE FOR-CD-VENDEDOR       TO AUD-CHAVE
                 MOVE FOR-REGISTRO-VENDEDOR TO AUD-DADOS-REGISTRO
                 PERFORM 99-GRAVA-AUDITORIA
                 MOVE FOR-CD-SUPERVISOR  TO WS-HEQ-CD-SUPERVISOR-ANT
                 MOVE FOR-CD-REGIAO      TO WS-HEQ-CD-REGIAO-ANT
                 MOVE WS-CD-VENDEDOR     TO FOR-CD-VENDEDOR
                 MOVE WS-NR-CPF-VENDEDOR TO FOR-NR-CPF-VENDEDOR
                 MOVE WS-NM-VENDEDOR     TO FOR-NM-VENDEDOR
                 END-IF
                 MOVE WS-PC-OVERRIDE     TO FOR-PC-OVERRIDE
                 MOVE WS-VL-COTA-VENDA   TO FOR-VL-COTA-VENDA
                 MOVE WS-VL-GARANTIA     TO FOR-VL-GARANTIA
                 MOVE WS-NR-COMP-FIM-GARANTIA
                                         TO FOR-NR-COMP-FIM-GARANTIA
                 IF WS-PENDENCIA-BANCO
                    MOVE WS-CD-BANCO-ANT   TO FOR-CD-BANCO
                    MOVE WS-CD-AGENCIA-ANT TO FOR-CD-AGENCIA
                    MOVE WS-NR-CONTA     TO FOR-NR-CONTA
                    MOVE WS-TP-CONTA     TO FOR-TP-CONTA
                 END-IF
                 IF WS-PENDENCIA-PIX
                    MOVE WS-TP-CHAVE-PIX-ANT TO FOR-TP-CHAVE-PIX
                    MOVE WS-DS-CHAVE-PIX-ANT TO FOR-DS-CHAVE-PIX
                 ELSE
                    MOVE WS-TP-CHAVE-PIX TO FOR-TP-CHAVE-PIX
                    MOVE WS-DS-CHAVE-PIX TO FOR-DS-CHAVE-PIX
                 END-IF
                 MOVE WS-CD-LINHA-VENDA  TO FOR-CD-LINHA-VENDA
                 PERFORM 99-REGRAVA-VENDEDOR
                 IF NOT WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "221-MOVE-DADOS" TO WS-ERR-NM-PARAGRAFO
                    MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
                    MOVE FOR-CHAVE-VENDEDOR TO WS-ERR-DS-CHAVE
                    PERFORM 99-REGISTRA-ERRO
                    MOVE "Erro ao Excluir o Vendedor." TO WS-MENSAGEM
                    PERFORM 99-MENSAGEM
                 ELSE
                    MOVE "D"                   TO AUD-IMAGEM
                    MOVE FOR-REGISTRO-VENDEDOR TO AUD-DADOS-REGISTRO
                    PERFORM 99-GRAVA-AUDITORIA
                    MOVE "A"                   TO WS-HEQ-TP-ORIGEM
                    PERFORM 99-REGISTRA-EQUIPE
                    IF WS-PENDENCIA-BANCO
                    OR WS-PENDENCIA-PCT
                    OR WS-PENDENCIA-PIX
                       PERFORM 99-GRAVA-PENDENCIAS
                       MOVE
                   "Alteracao Sensivel Enviada para Aprovacao."
                 MOVE FOR-PC-COMISSAO     TO WS-PC-COMISSAO
                 MOVE FOR-PC-OVERRIDE     TO WS-PC-OVERRIDE
                 MOVE FOR-VL-COTA-VENDA   TO WS-VL-COTA-VENDA
                 MOVE FOR-VL-GARANTIA     TO WS-VL-GARANTIA
                 MOVE FOR-NR-COMP-FIM-GARANTIA
                                          TO WS-NR-COMP-FIM-GARANTIA
                 MOVE FOR-VL-SALDO-GARANTIA
                                          TO WS-VL-SALDO-GARANTIA
                 MOVE FOR-TP-CHAVE-PIX    TO WS-TP-CHAVE-PIX
                 MOVE FOR-DS-CHAVE-PIX    TO WS-DS-CHAVE-PIX
                 MOVE FOR-CD-LINHA-VENDA  TO WS-CD-LINHA-VENDA
                 PERFORM 99-REGISTRA-ACESSO
                 DISPLAY SST-DADOS-VENDEDOR
                 PERFORM 99-CONTA-CLIENTES-VENDEDOR
                 IF WS-QT-CLIENTES-VENDEDOR > ZEROS
                    MOVE "I" TO FOR-SITUACAO
                    PERFORM 99-REGRAVA-VENDEDOR
                    IF NOT WS-OPERACAO-BEM-SUCEDIDA
                       MOVE "23-TRATA-VENDEDOR" TO WS-ERR-NM-PARAGRAFO
                       MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
                       MOVE FOR-CHAVE-VENDEDOR TO WS-ERR-DS-CHAVE
                       PERFORM 99-REGISTRA-ERRO
                       MOVE "Erro ao Excluir o Vendedor." TO WS-MENSAGEM
                       PERFORM 99-MENSAGEM
                    ELSE
                                  FOR-VL-COTA-VENDA
                                  FOR-VL-VENDA-REALIZADA
                                  FOR-VL-COMISSAO-APURADA
                                  FOR-VL-GARANTIA
                                  FOR-NR-COMP-FIM-GARANTIA
                                  FOR-VL-SALDO-GARANTIA
                                  FOR-CD-BANCO
                                  FOR-CD-AGENCIA
                                  FOR-NR-CONTA
                    MOVE SPACE                 TO FOR-TP-CONTA
                                                  FOR-TP-CHAVE-PIX
                    MOVE SPACES                TO FOR-DS-CHAVE-PIX
                                                  FOR-CD-LINHA-VENDA
                    MOVE "A"                   TO FOR-SITUACAO
                    PERFORM 99-GRAVA-VENDEDOR
                    MOVE "I"                   TO AUD-TIPO-OPERACAO
                    MOVE "M"                   TO WS-HEQ-TP-ORIGEM
                    PERFORM 99-REGISTRA-EQUIPE
                 ELSE
                    PERFORM 99-REGRAVA-VENDEDOR
                 END-IF
              CLOSE ARQ-REGIAO.
           IF WS-ARQ-EMPRESA-OK
              CLOSE ARQ-EMPRESA.
           PERFORM 99-FECHA-HISTEQUIPE.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
       99-DETECTA-ALTERACAO-SENSIVEL.
           MOVE "N" TO WS-IND-PEND-BANCO
                       WS-IND-PEND-PCT
                       WS-IND-PEND-PIX
           MOVE WS-PC-COMISSAO TO WS-PC-COMISSAO-NUM
           IF WS-CD-BANCO   NOT EQUAL WS-CD-BANCO-ANT
           OR WS-CD-AGENCIA NOT EQUAL WS-CD-AGENCIA-ANT
           END-IF
           IF WS-PC-COMISSAO-NUM NOT EQUAL WS-PC-COMISSAO-ANT
              MOVE "S" TO WS-IND-PEND-PCT
           END-IF
           IF WS-TP-CHAVE-PIX NOT EQUAL WS-TP-CHAVE-PIX-ANT
           OR WS-DS-CHAVE-PIX NOT EQUAL WS-DS-CHAVE-PIX-ANT
              MOVE "S" TO WS-IND-PEND-PIX
           END-IF.
      *
      * GRAVA NA FILA DE APROVACAO UMA SOLICITACAO POR TIPO DE
              MOVE WS-PC-COMISSAO-NUM  TO APR-PC-COMISSAO
              WRITE APR-REGISTRO
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF
           IF WS-PENDENCIA-PIX
              PERFORM 991-PROXIMO-NR-SOLICITACAO
              MOVE WS-NR-SOLICITACAO-NOVO TO APR-NR-SOLICITACAO
              MOVE "X"                 TO APR-TP-ALTERACAO
              PERFORM 992-MONTA-CABECA-PENDENCIA
              MOVE SPACES              TO APR-DADOS-NOVOS
              MOVE WS-TP-CHAVE-PIX     TO APR-TP-CHAVE-PIX
              MOVE WS-DS-CHAVE-PIX     TO APR-DS-CHAVE-PIX
              WRITE APR-REGISTRO
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
      *
       991-PROXIMO-NR-SOLICITACAO.
           AND WS-PC-OVERRIDE-NUM GREATER 100,00
              MOVE "Percentual de Override Invalido (0 a 100)!"
                                                         TO WS-ERRO.
      *
      * GARANTIA MINIMA INFORMADA EXIGE A COMPETENCIA FINAL DO PRAZO
      * (AAAAMM COM MES DE 01 A 12)
       99-VALIDA-GARANTIA.
           MOVE WS-VL-GARANTIA TO WS-VL-GARANTIA-NUM
           IF  WS-ERRO EQUAL SPACES
           AND WS-VL-GARANTIA-NUM GREATER ZEROS
              IF WS-NR-COMP-FIM-GARANTIA(1:4) EQUAL ZEROS
              OR WS-NR-COMP-FIM-GARANTIA(5:2) LESS "01"
              OR WS-NR-COMP-FIM-GARANTIA(5:2) GREATER "12"
                 MOVE "Competencia Final da Garantia Invalida!"
                                                         TO WS-ERRO.
      *
      * CHAVE PIX: TIPO C/J/E/T/A (OU EM BRANCO QUANDO O PAGAMENTO
      * E POR CONTA), TIPO E CHAVE INFORMADOS JUNTOS E FORMATO
      * CONFERIDO PELO TIPO - CPF COM 11 DIGITOS, CNPJ COM 14,
      * E-MAIL COM UMA "@", TELEFONE NO FORMATO +55DDNNNNNNNNN E
      * CHAVE ALEATORIA COM 36 POSICOES
       99-VALIDA-CHAVE-PIX.
           IF WS-ERRO EQUAL SPACES
              IF NOT WS-TP-PIX-VALIDO
                 MOVE "Tipo de Chave PIX Invalido (C/J/E/T/A)!"
                                                         TO WS-ERRO
              ELSE
                 IF (WS-TP-CHAVE-PIX EQUAL SPACE
                 AND WS-DS-CHAVE-PIX NOT EQUAL SPACES)
                 OR (WS-TP-CHAVE-PIX NOT EQUAL SPACE
                 AND WS-DS-CHAVE-PIX EQUAL SPACES)
                    MOVE "Chave PIX Exige o Tipo e a Chave!" TO WS-ERRO
                 END-IF
              END-IF
           END-IF
           IF WS-ERRO EQUAL SPACES
              MOVE ZEROS TO WS-QT-ARROBA-PIX
              INSPECT WS-DS-CHAVE-PIX TALLYING WS-QT-ARROBA-PIX
                      FOR ALL "@"
              IF WS-PIX-CPF
                 IF WS-DS-CHAVE-PIX(1:11) NOT NUMERIC
                 OR WS-DS-CHAVE-PIX(12:) NOT EQUAL SPACES
                    MOVE "Chave PIX de CPF Exige 11 Digitos!" TO WS-ERRO
                 END-IF
              END-IF
              IF WS-PIX-CNPJ
                 IF WS-DS-CHAVE-PIX(1:14) NOT NUMERIC
                 OR WS-DS-CHAVE-PIX(15:) NOT EQUAL SPACES
                    MOVE "Chave PIX de CNPJ Exige 14 Digitos!"
                                                         TO WS-ERRO
                 END-IF
              END-IF
              IF WS-PIX-EMAIL
                 IF WS-QT-ARROBA-PIX NOT EQUAL 1
                 OR WS-DS-CHAVE-PIX(1:1) EQUAL "@"
                    MOVE "Chave PIX de E-mail Invalida!" TO WS-ERRO
                 END-IF
              END-IF
              IF WS-PIX-TELEFONE
                 IF WS-DS-CHAVE-PIX(1:3) NOT EQUAL "+55"
                 OR WS-DS-CHAVE-PIX(4:10) NOT NUMERIC
                 OR WS-DS-CHAVE-PIX(15:) NOT EQUAL SPACES
                    MOVE "Chave PIX de Telefone Invalida (+55DDNumero)!"
                                                         TO WS-ERRO
                 END-IF
              END-IF
              IF WS-PIX-ALEATORIA
                 IF WS-DS-CHAVE-PIX(36:1) EQUAL SPACE
                 OR WS-DS-CHAVE-PIX(37:) NOT EQUAL SPACES
                    MOVE "Chave PIX Aleatoria Exige 36 Posicoes!"
                                                         TO WS-ERRO
                 END-IF
              END-IF
           END-IF.
      *
       99-VALIDA-DADOS-BANCO.
           IF WS-ERRO EQUAL SPACES
      *
       COPY GV-VALIDACPF1.CPY.
      *
      * PERIODO DATADO DA EQUIPE (SUPERVISOR/REGIAO) DO VENDEDOR EM
      * FOR-REGISTRO-VENDEDOR; A ORIGEM VEM EM WS-HEQ-TP-ORIGEM E, NA
      * ALTERACAO, A EQUIPE ANTERIOR EM WS-HEQ-CD-SUPERVISOR-ANT/
      * WS-HEQ-CD-REGIAO-ANT
       99-REGISTRA-EQUIPE.
           MOVE FOR-CD-EMPRESA    TO WS-HEQ-CD-EMPRESA
           MOVE FOR-CD-VENDEDOR   TO WS-HEQ-CD-VENDEDOR
           MOVE FOR-CD-SUPERVISOR TO WS-HEQ-CD-SUPERVISOR
           MOVE FOR-CD-REGIAO     TO WS-HEQ-CD-REGIAO
           MOVE LK-CD-USUARIO     TO WS-HEQ-CD-USUARIO
           PERFORM 99-REGISTRA-ATRIBUICAO.
      *
       COPY GV-HISTEQPPD.CPY.
      *
      * SOBREPOE OS NOMES DOS ARQUIVOS COM OS VALORES DO ARQUIVO
      * CENTRAL DE CONFIGURACAO (GV-CONFIG.PAR), QUANDO PRESENTES
       99-LE-CONFIGURACAO.
      *
       990-CONSULTA-CONFIG.
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
      *
      * REGISTRA A EXIBICAO DO VENDEDOR NO LOG DE ACESSO (LGPD)
       99-REGISTRA-ACESSO.
           MOVE "GV-CADVENDEDOR"    TO WS-ACS-NM-PROGRAMA.
           MOVE "V"                 TO WS-ACS-TP-REGISTRO.
           MOVE "N"                 TO WS-ACS-IN-ARQUIVO-MORTO.
           MOVE FOR-CD-EMPRESA      TO WS-ACS-CD-EMPRESA.
           MOVE FOR-CD-VENDEDOR     TO WS-ACS-CD-CHAVE.
           MOVE FOR-NR-CPF-VENDEDOR TO WS-ACS-NR-CPF.
           CALL WS-NM-PROG-ACESSO USING WS-ACS-PARAMETROS
                                        LINKAGE-DADOS.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-CADVENDEDOR" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
