      * ELE): O FECHAMENTO (GV-FECHACOM) APURA O OVERRIDE COMO
      * LINHA PROPRIA DO HISTORICO; ZEROS PARA QUEM NAO SUPERVISIONA
           03 FOR-PC-OVERRIDE        PIC  9(003)V9(002) VALUE ZEROS.
      * GARANTIA MINIMA DE COMISSAO: VALOR MENSAL GARANTIDO ATE A
      * COMPETENCIA FINAL (AAAAMM). O MES QUE FECHA ABAIXO DA
      * GARANTIA E COMPLEMENTADO PELO FECHAMENTO (GV-FECHACOM) E O
      * COMPLEMENTO SE ACUMULA NO SALDO A RECUPERAR, DESCONTADO NOS
      * MESES QUE FECHAM ACIMA DELA; ZEROS PARA QUEM NAO TEM GARANTIA
           03 FOR-VL-GARANTIA        PIC  9(013)V9(002) VALUE ZEROS.
           03 FOR-NR-COMP-FIM-GARANTIA PIC 9(006) VALUE ZEROS.
           03 FOR-VL-SALDO-GARANTIA  PIC  9(013)V9(002) VALUE ZEROS.
      * CHAVE PIX PARA O PAGAMENTO DE COMISSAO: INFORMADA, A
      * REMESSA (GV-PAGCOM) PAGA POR PIX EM VEZ DE CREDITO EM
      * CONTA; ESPACOS ENQUANTO NAO INFORMADA. ALTERACAO SO PELA
      * FILA DE APROVACAO (GV-APROVA), COMO OS DADOS BANCARIOS
           03 FOR-TP-CHAVE-PIX       PIC  X(001) VALUE SPACE.
              88 FOR-PIX-CPF                     VALUE "C".
              88 FOR-PIX-CNPJ                    VALUE "J".
              88 FOR-PIX-EMAIL                   VALUE "E".
              88 FOR-PIX-TELEFONE                VALUE "T".
              88 FOR-PIX-ALEATORIA               VALUE "A".
              88 FOR-PIX-TIPO-VALIDO             VALUE "C" "J" "E"
                                                       "T" "A".
           03 FOR-DS-CHAVE-PIX       PIC  X(077) VALUE SPACES.
      * LINHA DE PRODUTO (PRD-CD-LINHA) QUE O VENDEDOR ATENDE COMO
      * ESPECIALISTA: PREENCHIDA, A CARTEIRA DELE E A DA LINHA
      * (GV-CARTLINHA.DAT) E A DISTRIBUICAO GERAL NAO O CONSIDERA;
      * ESPACOS = VENDEDOR DA CARTEIRA GERAL
           03 FOR-CD-LINHA-VENDA     PIC  X(010) VALUE SPACES.
      *
