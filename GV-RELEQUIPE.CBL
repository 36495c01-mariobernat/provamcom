      *     atingimento, comissao e carteira; a equipe fecha com
      *     subtotais e, no fim, as equipes sao ranqueadas pelo
      *     realizado total.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - A indenizacao rescisoria ("I") nao entra
      *                   no desempenho da equipe.
      *     15/Out/2026 - MCB - Complemento e recuperacao da garantia
      *                   minima ("G"/"R") ficam fora do desempenho.
      *     15/Out/2026 - MCB - Cada membro entra na equipe do
      *                   supervisor vigente no fim da competencia
      *                   pedida, pelo historico datado
      *                   (GV-HISTEQUIPE.DAT); sem historico vale o
      *                   do cadastro.
      *     15/Out/2026 - MCB - O reembolso de quilometragem ("K") nao
      *                   e desempenho e fica de fora.
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
             record key         is COT-CHAVE-COTA
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-HISTEQUIPE ASSIGN TO DISK WID-ARQ-HISTEQUIPE
             organization       is indexed
             access mode        is dynamic
             record key         is HEQ-CHAVE-HISTORICO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-FECHAMENTO ASSIGN TO DISK WID-ARQ-FECHAMENTO
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
       COPY GV-CADVEN.CPY.
       COPY GV-CADCOTA.CPY.
       COPY GV-COMFECH.CPY.
       COPY GV-HISTEQUIPE.CPY.
      *
       SD  ARQ-SORT.
       01  REG-SORT.
           03 WID-ARQ-VENDEDOR       PIC X(60) VALUE "GV-VENDEDOR.DAT".
           03 WID-ARQ-COTA           PIC X(15) VALUE "GV-COTA.DAT".
           03 WID-ARQ-FECHAMENTO     PIC X(20) VALUE "GV-COMISSAO.HIS".
           03 WID-ARQ-HISTEQUIPE   PIC X(20) VALUE "GV-HISTEQUIPE.DAT".
           03 WS01-ARQUIVO           PIC X(60) VALUE "IMPRESSAO.IMP".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-HISTEQPWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
           ACCEPT SST-EQUIPES.
           OPEN INPUT ARQ-VENDEDOR.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo de Vendedores Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM.
           OPEN INPUT ARQ-COTA.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "00" TO WS-ESTADO-ARQUIVO.
           PERFORM 99-ABRE-HISTEQUIPE-CONSULTA.
       1-SAIDA.
           EXIT.
      *
                 ADD 1 TO WS-QT-VENDEDORES
                 MOVE FOR-CD-VENDEDOR
                      TO WS-VEN-CD-VENDEDOR(WS-QT-VENDEDORES)
      *          EQUIPE VIGENTE NO FIM DA COMPETENCIA PEDIDA
                 MOVE FOR-CD-EMPRESA    TO WS-HEQ-CD-EMPRESA
                 MOVE FOR-CD-VENDEDOR   TO WS-HEQ-CD-VENDEDOR
                 MOVE FOR-CD-SUPERVISOR TO WS-HEQ-CD-SUPERVISOR
                 MOVE FOR-CD-REGIAO     TO WS-HEQ-CD-REGIAO
                 COMPUTE WS-HEQ-DT-REFERENCIA =
                         WS-NR-COMPETENCIA * 100 + 31
                 PERFORM 99-BUSCA-ATRIBUICAO
                 MOVE WS-HEQ-CD-SUPERVISOR
                      TO WS-VEN-CD-SUPERVISOR(WS-QT-VENDEDORES)
                 MOVE FOR-NM-VENDEDOR
                      TO WS-VEN-NM-VENDEDOR(WS-QT-VENDEDORES)
      * A NATUREZA DA LINHA MANDA: ESTORNO "E" E AJUSTE-DEBITO "D"
      * DESCONTAM (COMO NA REMESSA), OVERRIDE "O" SOMA APENAS A
      * COMISSAO (O VOLUME DA EQUIPE JA ESTA NAS LINHAS DOS
      * MEMBROS); LINHAS ANTIGAS SEM O CAMPO VALEM COMO NORMAIS.
      * INDENIZACAO RESCISORIA "I" E COMPLEMENTO/RECUPERACAO DA
      * GARANTIA MINIMA ("G"/"R") E REEMBOLSO DE QUILOMETRAGEM "K"
      * NAO SAO DESEMPENHO E FICAM DE FORA
       221.
           IF  FEC-NR-COMPETENCIA EQUAL WS-NR-COMPETENCIA
           AND (FEC-DELIMITADOR-11 NOT EQUAL ";"
            OR  (NOT FEC-LANC-INDENIZACAO
            AND  NOT FEC-LANC-GARANTIA
            AND  NOT FEC-LANC-RECUPERA-GAR
            AND  NOT FEC-LANC-REEMBOLSO))
              MOVE FEC-CD-VENDEDOR TO WS-CD-VENDEDOR-BUSCA
              PERFORM 99-BUSCA-VENDEDOR
              IF WS-IX-ACHADO GREATER ZEROS
              CLOSE ARQ-VENDEDOR
              CLOSE ARQ-CLIENTE
              CLOSE ARQ-COTA.
           PERFORM 99-FECHA-HISTEQUIPE.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
      *
       COPY GV-SPOOLPD.CPY.
      *
       COPY GV-HISTEQPPD.CPY.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-RELEQUIPE" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
