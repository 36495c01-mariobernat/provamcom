      *     22/Ago/2026 - MCB - Em modo lote as mensagens deixam de
      *                   exigir ENTER: vao para LOTE-EXECUCAO.LOG e
      *                   o programa segue (ou falha) sozinho.
      *     15/Out/2026 - MCB - CPF mascarado na listagem e no CSV
      *                   para o operador sem permissao de ver dados
      *                   pessoais; o spool registra a mascara.
      *     15/Out/2026 - MCB - Totais de controle devolvidos a
      *                   cadeia (LK-CD-ARQ-CONTROLE): vendedores
      *                   ativos da empresa e vendedores listados, com
      *                   a soma dos codigos de cada lado.
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
           SELECT ARQ-SORT ASSIGN TO DISK.
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 FILLER    PIC X(01) VALUE SPACES.
           03 FILLER    PIC X(40) VALUE "NOME".
           03 FILLER    PIC X(01) VALUE SPACES.
           03 FILLER    PIC X(14) VALUE "           CPF".
           03 FILLER    PIC X(01) VALUE SPACES.
           03 FILLER    PIC X(13) VALUE "     LATITUDE".
           03 FILLER    PIC X(01) VALUE SPACES.
           03 FILLER       PIC  X(001) VALUE SPACES.
           03 WL-NOME      PIC  X(040).
           03 FILLER       PIC  X(001) VALUE SPACES.
           03 WL-CPF       PIC  X(014).
           03 FILLER       PIC  X(001) VALUE SPACES.
           03 WL-LATITUDE  PIC -ZZ9,99999999.
           03 FILLER       PIC  X(001) VALUE SPACES.
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-MASCARAWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
           PERFORM 99-LE-CONFIGURACAO.
           OPEN INPUT ARQ-VENDEDOR.
           IF WS-ERRO-ACESSO
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "E" TO LK-CD-RETORNO
              MOVE "Arquivo de Vendedores em Uso." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA AND NOT WS-ERRO-ACESSO
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "E" TO LK-CD-RETORNO
              MOVE "Arquivo de Vendedores com Erro." TO WS-MENSAGEM
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO.
           MOVE "RELVENDEDO" TO WS-SPL-ID-RELATORIO.
           PERFORM 99-MARCA-SPOOL-MASCARA.
           PERFORM 99-PREPARA-SPOOL.
           OPEN OUTPUT RELATO.
       1-SAIDA.
       21-TRATA-ENTRADA SECTION.
      *----------------
       21.
      * TOTAIS DE CONTROLE PARA O JORNAL DA CADEIA: ENTRADA SAO OS
      * VENDEDORES ATIVOS DA EMPRESA, SAIDA OS VENDEDORES LISTADOS
           MOVE "VEN" TO LK-CD-ARQ-CONTROLE.
           MOVE ZEROS TO LK-QT-ENTRADA
                         LK-VL-CHAVE-ENTRADA
                         LK-QT-SAIDA
                         LK-VL-CHAVE-SAIDA.
           MOVE ZEROS TO WS-CD-SUPERVISOR-ANTERIOR
                         WS-QT-VENDEDOR-SUPERVISOR.
           MOVE "S" TO WS-IND-PRIMEIRO-SUPERVISOR.
              OPEN OUTPUT ARQ-EXPORTACAO.
           OPEN INPUT ARQ-CLIENTE.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "22-GERA-RELATORIO-CARTEIRA" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "Erro na Abertura do Arquivo de Clientes."
                                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              PERFORM 99-VERIFICA-CONTEM.
           IF FOR-SIT-ATIVO
           AND (LK-CD-EMPRESA EQUAL ZEROS
           OR   FOR-CD-EMPRESA EQUAL LK-CD-EMPRESA)
              ADD 1               TO LK-QT-ENTRADA
              ADD FOR-CD-VENDEDOR TO LK-VL-CHAVE-ENTRADA.
           IF FOR-SIT-ATIVO
           AND (LK-CD-EMPRESA EQUAL ZEROS
           OR   FOR-CD-EMPRESA EQUAL LK-CD-EMPRESA)
           AND ((WS-FIL-TODOS)
           OR (WS-FIL-COD-VENDEDOR
                                       TO SOR-VL-VENDA-REALIZADA
              MOVE FOR-CD-EMPRESA TO WS-CD-EMPRESA-BUSCA
              PERFORM 99-ACUMULA-EMPRESA
              ADD 1               TO LK-QT-SAIDA
              ADD FOR-CD-VENDEDOR TO LK-VL-CHAVE-SAIDA
              IF WS-CLA-CODIGO
                 MOVE FOR-CD-VENDEDOR   TO SOR-CODIGO
                 MOVE FOR-NM-VENDEDOR   TO SOR-NOME
                 MOVE SOR-NM-VENDEDOR TO WL-NOME
              END-IF
              END-IF
              MOVE SOR-NR-CPF-VENDEDOR TO WS-MSC-NR-CPF
              PERFORM 99-FORMATA-CPF
              PERFORM 99-MASCARA-CPF
              MOVE WS-MSC-TEXTO        TO WL-CPF
              MOVE SOR-NR-LATITUDE     TO WL-LATITUDE
              MOVE SOR-NR-LONGITUDE    TO WL-LONGITUDE
              MOVE SOR-CD-VENDEDOR     TO WL-CODIGO
              MOVE SOR-NM-VENDEDOR  TO ARQ-NM-VENDEDOR
           END-IF
           END-IF.
           MOVE SOR-NR-CPF-VENDEDOR TO WS-MSC-NR-CPF.
           MOVE WS-MSC-NR-CPF       TO WS-MSC-TEXTO.
           PERFORM 99-MASCARA-CPF.
           MOVE WS-MSC-TEXTO        TO ARQ-NR-CPF-VENDEDOR.
           MOVE SOR-NR-LATITUDE     TO ARQ-NR-LATITUDE.
           MOVE SOR-NR-LONGITUDE    TO ARQ-NR-LONGITUDE.
           MOVE SOR-CD-SUPERVISOR   TO ARQ-CD-SUPERVISOR.
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
      *
       COPY GV-SPOOLPD.CPY.
      *
       COPY GV-MASCARAPD.CPY.
      *
      * EM MODO LOTE AS MENSAGENS VAO PARA O LOG DE EXECUCAO, SEM
      * ACCEPT - O ESTADO DO ARQUIVO DO CHAMADOR E PRESERVADO
           ELSE
              DISPLAY SST-MENSAGEM
              ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-RELVENDEDOR" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
       99-GRAVA-LOG-LOTE.
           MOVE WS-ESTADO-ARQUIVO TO WS-ESTADO-GUARDADO
                    IF WS-OPERACAO-BEM-SUCEDIDA
                       MOVE "Perfil Salvo." TO WS-MENSAGEM
                    ELSE
                       MOVE "99-OFERECE-SALVAR-PERFIL"
                                                  TO WS-ERR-NM-PARAGRAFO
                       MOVE WID-ARQ-PERFIL TO WS-ERR-NM-ARQUIVO
                       MOVE PRF-CHAVE-PERFIL TO WS-ERR-DS-CHAVE
                       PERFORM 99-REGISTRA-ERRO
                       MOVE "Erro ao Salvar o Perfil!" TO WS-MENSAGEM
                    END-IF
                    MOVE "00" TO WS-ESTADO-ARQUIVO
