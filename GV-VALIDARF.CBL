      *     a mesma lista de bloqueio sugerido que a verificacao de
      *     atraso do receber usa (BLOQUEIO-SUGERIDO.TRB, conferida
      *     pelo supervisor em GV-SUGBLOQ).
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - CNPJ alfanumerico: o CNPJ do extrato
      *                   pode trazer letras na raiz/filial; a linha
      *                   so e considerada com o digito verificador
      *                   correto (antes: somente CNPJ numerico) e o
      *                   CNPJ e alinhado ao formato do cadastro para
      *                   a leitura pela chave alternada.
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
           SELECT ARQ-RECEITA ASSIGN TO DISK WID-ARQ-RECEITA
       FD  ARQ-RECEITA
           LABEL RECORD IS STANDARD.
       01  RFB-REGISTRO.
           03 RFB-NR-CNPJ            PIC X(014).
           03 RFB-DELIMITADOR-1      PIC X(001).
           03 RFB-SITUACAO           PIC X(001).
              88 RFB-SIT-ATIVA                 VALUE "A".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-QT-ED1              PIC ZZZZ9.
           03 WS-NR-LIN              PIC 9(03) VALUE 999.
           03 WS-NR-PAG              PIC 9(03) VALUE ZEROS.
           03 WS-NR-CNPJ-RECEITA     PIC X(15) VALUE ZEROS.
      *
      * CALCULO DO DIGITO CNPJ/CPF
        COPY GV-VALIDACPF2.CPY.
      *
      * LAYOUT DO RELATORIO DE SITUACAO CADASTRAL
       01  CAB-01.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 WL-CLIENTE      PIC ZZZZZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-CNPJ         PIC X(14).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-RAZAO        PIC X(40).
           03 FILLER          PIC X(01) VALUE SPACES.
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
           ELSE
              OPEN INPUT ARQ-CLIENTE
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Arquivo de Clientes Indisponivel."
                                                      TO WS-MENSAGEM
      * CHAVE ALTERNADA DE CNPJ E APONTA OS ATIVOS
       21.
           ADD 1 TO WS-QT-LIDOS.
           MOVE RFB-NR-CNPJ        TO WS-CNPJ-ENTRADA.
           PERFORM 99-NORMALIZA-CNPJ.
           MOVE WS-CNPJ            TO WS-NR-CNPJ-RECEITA.
           PERFORM 99-VALIDA-CNPJ.
           IF NOT RFB-SIT-ATIVA
           AND WS-NR-CNPJ-RECEITA EQUAL WS-CNPJ
           AND WS-NR-CNPJ-RECEITA NOT EQUAL ZEROS
              MOVE WS-NR-CNPJ-RECEITA TO CLI-NR-CNPJ-CLIENTE
              READ ARQ-CLIENTE KEY IS CLI-NR-CNPJ-CLIENTE
              IF WS-OPERACAO-BEM-SUCEDIDA
                 IF CLI-SIT-ATIVO
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-VALIDARF" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
       COPY GV-VALIDACPF1.CPY.
