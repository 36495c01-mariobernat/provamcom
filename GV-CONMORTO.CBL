      *     ao cadastro vivo - restaurado como INATIVO e com entrada
      *     de auditoria. Se o codigo ja foi reutilizado no cadastro
      *     ativo, a reintegracao e recusada.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - CNPJ alfanumerico: filtro e exibicao
      *                   do documento passam a alfanumericos; o
      *                   filtro e normalizado como o cadastro grava
      *                   (alinhado a direita, zeros a esquerda).
      *     15/Out/2026 - MCB - Documento exibido formatado e mascarado
      *                   para o operador sem permissao de ver dados
      *                   pessoais (GV-MASCARAPD.CPY).
      *     15/Out/2026 - MCB - Cada registro arquivado exibido fica
      *                   registrado no log de acesso a dados pessoais
      *                   (GV-REGACESSO).
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
           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
              88 WS-ENT-CLIENTE                VALUE "C" "c".
              88 WS-ENT-VENDEDOR               VALUE "V" "v".
           03 WS-CD-CODIGO-FILTRO    PIC 9(07) VALUE ZEROS.
           03 WS-NR-DOCUMENTO-FILTRO PIC X(15) VALUE SPACES.
           03 WS-NR-DOC-FILTRO-NUM REDEFINES WS-NR-DOCUMENTO-FILTRO
                                     PIC 9(15).
           03 WS-DS-NOME-FILTRO      PIC X(40) VALUE SPACES.
           03 WS-QT-ENCONTRADOS      PIC 9(05) VALUE ZEROS.
           03 WS-QT-REINTEGRADOS     PIC 9(05) VALUE ZEROS.
      *
      * CAMPOS DE EXIBICAO DO REGISTRO ARQUIVADO
           03 WS-EX-CHAVE            PIC 9(07).
           03 WS-EX-DOCUMENTO        PIC X(18).
           03 WS-EX-NOME             PIC X(40).
           03 WS-EX-CIDADE-UF        PIC X(33).
      *
       COPY GV-BUSCAPARC2.CPY.
      *
      * NORMALIZACAO DO CNPJ/CPF DIGITADO NO FILTRO
        COPY GV-VALIDACPF2.CPY.
      *
       COPY GV-MASCARAWS.CPY.
      *
       COPY GV-ACESSOWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
      *----------------
       1.
           ACCEPT SST-PESQUISA-MORTO.
           MOVE WS-NR-DOCUMENTO-FILTRO TO WS-CNPJ-ENTRADA.
           PERFORM 99-NORMALIZA-CNPJ.
           MOVE WS-CNPJ                TO WS-NR-DOCUMENTO-FILTRO.
           OPEN EXTEND ARQ-AUDITORIA.
       1-SAIDA.
           EXIT.
           PERFORM 2111-VERIFICA-FILTRO-CLIENTE.
           IF WS-REGISTRO-CASOU
              ADD 1 TO WS-QT-ENCONTRADOS
              MOVE "C"                 TO WS-ACS-TP-REGISTRO
              MOVE CLI-CD-EMPRESA      TO WS-ACS-CD-EMPRESA
              MOVE CLI-CD-CLIENTE      TO WS-ACS-CD-CHAVE
              MOVE CLI-NR-CNPJ-CLIENTE TO WS-ACS-NR-DOCUMENTO
              PERFORM 99-REGISTRA-ACESSO
              MOVE CLI-CD-CLIENTE      TO WS-EX-CHAVE
              MOVE CLI-NR-CNPJ-CLIENTE(2:14) TO WS-MSC-NR-CNPJ
              PERFORM 99-FORMATA-CNPJ
              PERFORM 99-MASCARA-CNPJ
              MOVE WS-MSC-TEXTO        TO WS-EX-DOCUMENTO
              MOVE CLI-DS-RAZAO-SOCIAL TO WS-EX-NOME
              MOVE SPACES              TO WS-EX-CIDADE-UF
              STRING CLI-DS-CIDADE DELIMITED BY SIZE
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 MOVE "2112-REINTEGRA-CLIENTE" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
                 MOVE CLI-CHAVE-CLIENTE TO WS-ERR-DS-CHAVE
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "Erro na Gravacao do Cliente." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM.
       2112-SAIDA.
           PERFORM 2211-VERIFICA-FILTRO-VENDEDOR.
           IF WS-REGISTRO-CASOU
              ADD 1 TO WS-QT-ENCONTRADOS
              MOVE "V"                 TO WS-ACS-TP-REGISTRO
              MOVE FOR-CD-EMPRESA      TO WS-ACS-CD-EMPRESA
              MOVE FOR-CD-VENDEDOR     TO WS-ACS-CD-CHAVE
              MOVE FOR-NR-CPF-VENDEDOR TO WS-ACS-NR-CPF
              PERFORM 99-REGISTRA-ACESSO
              MOVE FOR-CD-VENDEDOR     TO WS-EX-CHAVE
              MOVE FOR-NR-CPF-VENDEDOR TO WS-MSC-NR-CPF
              PERFORM 99-FORMATA-CPF
              PERFORM 99-MASCARA-CPF
              MOVE WS-MSC-TEXTO        TO WS-EX-DOCUMENTO
              MOVE FOR-NM-VENDEDOR     TO WS-EX-NOME
              MOVE SPACES              TO WS-EX-CIDADE-UF
              DISPLAY SST-REGISTRO-MORTO
           OR (WS-CD-CODIGO-FILTRO GREATER ZEROS
           AND FOR-CD-VENDEDOR EQUAL WS-CD-CODIGO-FILTRO)
           OR (WS-NR-DOCUMENTO-FILTRO GREATER ZEROS
           AND FOR-NR-CPF-VENDEDOR EQUAL WS-NR-DOC-FILTRO-NUM)
           OR (WS-DS-NOME-FILTRO NOT EQUAL SPACES
           AND WS-BP-CONTEM)
              MOVE "S" TO WS-IND-CASOU.
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 MOVE "2212-REINTEGRA-VENDEDOR" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
                 MOVE FOR-CHAVE-VENDEDOR TO WS-ERR-DS-CHAVE
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "Erro na Gravacao do Vendedor." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM.
       2212-SAIDA.
           WRITE AUD-REGISTRO.
      *
       COPY GV-BUSCAPARC1.CPY.
      *
      * REGISTRA A EXIBICAO DO REGISTRO ARQUIVADO NO LOG DE ACESSO
      * (LGPD); TIPO, EMPRESA, CHAVE E DOCUMENTO JA PREENCHIDOS
       99-REGISTRA-ACESSO.
           MOVE "GV-CONMORTO"       TO WS-ACS-NM-PROGRAMA.
           MOVE "S"                 TO WS-ACS-IN-ARQUIVO-MORTO.
           CALL WS-NM-PROG-ACESSO USING WS-ACS-PARAMETROS
                                        LINKAGE-DADOS.
      *
       COPY GV-MASCARAPD.CPY.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-CONMORTO" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
       COPY GV-VALIDACPF1.CPY.
