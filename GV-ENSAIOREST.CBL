      *     grava uma linha APROVADO/REPROVADO em GV-ENSAIO.LOG -
      *     que o resumo da manha e o motor de alertas consultam.
      *     Roda sem operador (modo lote) ou pela tela.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - CNPJ alfanumerico: no total de
      *                   conteudo as letras do CNPJ entram pelo
      *                   digito final de sua posicao no alfabeto,
      *                   igual na carga e na releitura.
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
           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-MENSAGEM            PIC X(68).
           03 WS-VL-DIVIDENDO        PIC 9(18) VALUE ZEROS.
           03 WS-VL-TRABALHO         PIC 9(18) VALUE ZEROS.
           03 WS-HR-AGORA            PIC 9(08) VALUE ZEROS.
           03 WS-NR-CNPJ-SOMA        PIC X(15) VALUE ZEROS.
           03 WS-NR-CNPJ-SOMA-NUM REDEFINES WS-NR-CNPJ-SOMA
                                     PIC 9(15).
      *
       COPY GV-LINKAGE.
      *
           WRITE CLI-REGISTRO-CLIENTE.
           IF WS-OPERACAO-BEM-SUCEDIDA
              ADD 1 TO WS-QT-CLI-CARREGADOS
              PERFORM 99-CNPJ-PARA-SOMA
              COMPUTE WS-VL-DIVIDENDO =
                      WS-VL-SOMA-CARGA + WS-NR-CNPJ-SOMA-NUM
              PERFORM 99-REDUZ-SOMA-CARGA
           ELSE
              MOVE "R" TO WS-IND-VEREDICTO
           READ ARQ-CLIENTE NEXT.
           IF WS-OPERACAO-BEM-SUCEDIDA
              ADD 1 TO WS-QT-CLI-RELIDOS
              PERFORM 99-CNPJ-PARA-SOMA
              COMPUTE WS-VL-DIVIDENDO =
                      WS-VL-SOMA-RELIDA + WS-NR-CNPJ-SOMA-NUM
              PERFORM 99-REDUZ-SOMA-RELIDA.
       231-SAIDA.
           EXIT.
       99-LER-BACKUP-VENDEDOR.
           READ ARQ-BACKUP-VENDEDOR
               AT END MOVE "F" TO WS-FINAL-ARQUIVO.
      *
      * VALOR NUMERICO DO CNPJ PARA O TOTAL DE CONTEUDO: LETRAS DO CNPJ
      * ALFANUMERICO VIRAM DIGITOS E BRANCOS VIRAM ZERO
       99-CNPJ-PARA-SOMA.
           MOVE CLI-NR-CNPJ-CLIENTE TO WS-NR-CNPJ-SOMA.
           INSPECT WS-NR-CNPJ-SOMA CONVERTING
                   " ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                TO "012345678901234567890123456".
      *
       99-REDUZ-SOMA-CARGA.
           DIVIDE WS-VL-DIVIDENDO BY 1000000000000000
