000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-AUDITAIE.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Auditoria da Inscricao Estadual dos Clientes
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Percorre a carteira de cada vendedor pela chave alternada
      *     empresa + vendedor do cadastro de clientes e lista no
      *     spool todo cliente ativo ou bloqueado sem inscricao
      *     estadual em GV-INSCEST.DAT ou com inscricao que nao passa
      *     mais na critica do GV-VALIDAIE contra a UF atual do
      *     cliente (UF alterada depois da gravacao, por exemplo).
      *     Cliente inativo nao entra. Quebra por vendedor, com o
      *     nome, e subtotais de conferidos, sem inscricao e
      *     invalidas; isentos sao contados a parte no total geral.
      *     Filtra por empresa e vendedor; em modo lote (agendador)
      *     roda a empresa da rodada (zero = todas), todos os
      *     vendedores.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
             organization       is indexed
             access mode        is dynamic
             record key         is CLI-CHAVE-CLIENTE
             alternate record key is CLI-NR-CNPJ-CLIENTE
                                with duplicates
             alternate record key is CLI-CHAVE-CARTEIRA =
                                CLI-CD-EMPRESA CLI-CD-VENDEDOR
                                with duplicates
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
             organization       is indexed
             access mode        is dynamic
             record key         is FOR-CHAVE-VENDEDOR
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-INSCEST ASSIGN TO DISK WID-ARQ-INSCEST
             organization       is indexed
             access mode        is dynamic
             record key         is IES-CHAVE-INSCEST
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT RELATO   ASSIGN TO DISK.
           SELECT ARQ-SPOOL-CAT ASSIGN TO DISK WID-ARQ-SPOOL-CAT
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-CADCLI.CPY.
       COPY GV-CADVEN.CPY.
       COPY GV-INSCEST.CPY.
      *
       FD  RELATO
           VALUE OF FILE-ID IS WS01-ARQUIVO
           LABEL RECORD IS  OMITTED.
       01  LINHA                       PIC X(132).
      *
       COPY GV-SPOOLFD.CPY.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-CLIENTE        PIC X(60) VALUE "GV-CLIENTE.DAT".
           03 WID-ARQ-VENDEDOR       PIC X(60) VALUE "GV-VENDEDOR.DAT".
           03 WID-ARQ-INSCEST        PIC X(15) VALUE "GV-INSCEST.DAT".
           03 WS01-ARQUIVO           PIC X(60) VALUE "IMPRESSAO.IMP".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-FINAL-ARQUIVO       PIC X(01) VALUE SPACE.
              88 WS-FIM-ARQUIVO                VALUE "F".
           03 WS-FINAL-LEITURA       PIC X(01) VALUE SPACE.
              88 WS-FIM-LEITURA                VALUE "F".
           03 WS-IND-ARQ-INSCEST     PIC X(01) VALUE "N".
              88 WS-ARQ-INSCEST-OK             VALUE "S".
           03 WS-MENSAGEM            PIC X(68).
           03 WS-CD-EMPRESA-FILTRO   PIC 9(002) VALUE ZEROS.
           03 WS-CD-VENDEDOR-FILTRO  PIC 9(007) VALUE ZEROS.
           03 WS-NR-LIN              PIC 9(03) VALUE 999.
           03 WS-NR-PAG              PIC 9(03) VALUE ZEROS.
           03 WS-DS-OCORRENCIA       PIC X(030) VALUE SPACES.
           03 WS-QT-ED               PIC ZZZZZZ9.
           03 WS-QT-ED2              PIC ZZZZZZ9.
      *
      * QUEBRA POR EMPRESA/VENDEDOR
           03 WS-IND-QUEBRA          PIC X(01) VALUE "N".
              88 WS-HA-QUEBRA-ABERTA           VALUE "S".
           03 WS-IND-VENDEDOR-IMPRESSO PIC X(01) VALUE "N".
              88 WS-VENDEDOR-IMPRESSO          VALUE "S".
           03 WS-CD-EMPRESA-QUEBRA   PIC 9(002) VALUE ZEROS.
           03 WS-CD-VENDEDOR-QUEBRA  PIC 9(007) VALUE ZEROS.
           03 WS-NM-VENDEDOR-QUEBRA  PIC X(040) VALUE SPACES.
      *
       01  WS-TOTAIS.
           03 WS-QT-LIDOS-VEN        PIC 9(07) VALUE ZEROS.
           03 WS-QT-AUSENTES-VEN     PIC 9(07) VALUE ZEROS.
           03 WS-QT-INVALIDAS-VEN    PIC 9(07) VALUE ZEROS.
           03 WS-QT-LIDOS            PIC 9(07) VALUE ZEROS.
           03 WS-QT-AUSENTES         PIC 9(07) VALUE ZEROS.
           03 WS-QT-INVALIDAS        PIC 9(07) VALUE ZEROS.
           03 WS-QT-ISENTOS          PIC 9(07) VALUE ZEROS.
      *
       COPY GV-VALIDAIEWS.CPY.
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
      * LAYOUT DO RELATORIO DE AUDITORIA
       01  CAB-01.
           02 FILLER            PIC X(20) VALUE SPACES.
           02 FILLER            PIC X(56) VALUE
              "AUDITORIA DA INSCRICAO ESTADUAL - AUSENTE/INVALIDA".
           02 FILLER            PIC X(10) VALUE "  Empresa:".
           02 WL-EMPRESA-FILTRO PIC X(06).
           02 FILLER            PIC X(08) VALUE SPACES.
           02 FILLER            PIC X(05) VALUE "Pag: ".
           02 WL-NR-PAGINA      PIC 9(03) VALUE ZEROS.
      *
       01  CAB-02.
           03 FILLER    PIC X(04) VALUE SPACES.
           03 FILLER    PIC X(08) VALUE "CLIENTE".
           03 FILLER    PIC X(41) VALUE "RAZAO SOCIAL".
           03 FILLER    PIC X(03) VALUE "UF".
           03 FILLER    PIC X(15) VALUE "INSCRICAO".
           03 FILLER    PIC X(30) VALUE "OCORRENCIA".
      *
       01  CAB-03.
           03 FILLER PIC X(104) VALUE IS ALL '='.
      *
       01  LIN-VENDEDOR.
           03 FILLER       PIC  X(01) VALUE SPACES.
           03 FILLER       PIC  X(04) VALUE "EMP ".
           03 WL-CD-EMPRESA-VEN PIC Z9.
           03 FILLER       PIC  X(12) VALUE "  VENDEDOR: ".
           03 WL-CD-VENDEDOR PIC ZZZZZZ9.
           03 FILLER       PIC  X(03) VALUE " - ".
           03 WL-NM-VENDEDOR PIC X(040).
      *
       01  LIN-01.
           03 FILLER       PIC  X(04) VALUE SPACES.
           03 WL-CD-CLIENTE PIC ZZZZZZ9.
           03 FILLER       PIC  X(01) VALUE SPACES.
           03 WL-DS-RAZAO-SOCIAL PIC X(040).
           03 FILLER       PIC  X(01) VALUE SPACES.
           03 WL-SG-UF     PIC  X(002).
           03 FILLER       PIC  X(01) VALUE SPACES.
           03 WL-NR-INSC-ESTADUAL PIC X(014).
           03 FILLER       PIC  X(01) VALUE SPACES.
           03 WL-DS-OCORRENCIA PIC X(030).
      *
       01  LIN-02.
           03 FILLER       PIC  X(04) VALUE SPACES.
           03 WL-DS-TOTAL  PIC  X(030).
           03 FILLER       PIC  X(13) VALUE "Conferidos: ".
           03 WL-QT-LIDOS  PIC  Z.ZZZ.ZZ9.
           03 FILLER       PIC  X(17) VALUE "  Sem Inscricao: ".
           03 WL-QT-AUSENTES PIC Z.ZZZ.ZZ9.
           03 FILLER       PIC  X(13) VALUE "  Invalidas: ".
           03 WL-QT-INVALIDAS PIC Z.ZZZ.ZZ9.
      *
       01  LIN-03.
           03 FILLER       PIC  X(04) VALUE SPACES.
           03 FILLER       PIC  X(030) VALUE
              "Isentos (Inscricao ISENTO)".
           03 FILLER       PIC  X(13) VALUE SPACES.
           03 WL-QT-ISENTOS PIC Z.ZZZ.ZZ9.
      *
       SCREEN SECTION.
      *
       01  SST-LIMPA-TELA.
           03 LINE 22 COL 10 BLANK LINE.
           03 LINE 07 COL 01 BLANK LINE.
           03 LINE 06 COL 01 BLANK LINE.
           03 LINE 05 COL 01 BLANK LINE.
           03 LINE 02 COL 20 VALUE
              "                                        ".
      *
       01  SST-AUDITAIE.
           03 LINE 02 COL 22 VALUE
              "Auditoria da Inscricao Estadual".
           03 LINE 05 COL 07 VALUE
              "Empresa  (0 = Todas) ..: ".
           03 LINE 05 COL 32 USING WS-CD-EMPRESA-FILTRO.
           03 LINE 06 COL 07 VALUE
              "Vendedor (0 = Todos) ..: ".
           03 LINE 06 COL 32 USING WS-CD-VENDEDOR-FILTRO.
      *
       01  SST-MENSAGEM.
           03 LINE 22 COL 11 USING WS-MENSAGEM.
      *
       PROCEDURE DIVISION USING LINKAGE-DADOS.
      *
       0-MODULO-CONTROLE SECTION.
      *-----------------
       0.
           PERFORM 1-MODULO-INICIAL.
           IF NOT WS-FIM-ARQUIVO
              PERFORM 2-MODULO-PRINCIPAL.
           PERFORM 3-MODULO-FINAL.
       0-SAIDA.
           EXIT PROGRAM.
      *
       1-MODULO-INICIAL SECTION.
      *----------------
      * EM MODO LOTE A EMPRESA E A DA RODADA E SAEM TODOS OS
      * VENDEDORES. SEM O ARQUIVO DE INSCRICOES NENHUM CLIENTE TEM
      * INSCRICAO - O RELATORIO SAI COM TODOS COMO AUSENTES
       1.
           PERFORM 99-LE-CONFIGURACAO.
           IF LK-MODO-BATCH
              MOVE LK-CD-EMPRESA TO WS-CD-EMPRESA-FILTRO
              MOVE ZEROS         TO WS-CD-VENDEDOR-FILTRO
           ELSE
              DISPLAY SST-LIMPA-TELA
              ACCEPT SST-AUDITAIE.
           OPEN INPUT ARQ-CLIENTE.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "E" TO LK-CD-RETORNO
              IF WS-ERRO-ACESSO
                 MOVE "Arquivo de Clientes em Uso." TO WS-MENSAGEM
              ELSE
                 MOVE "Arquivo de Clientes com Erro." TO WS-MENSAGEM
              END-IF
              PERFORM 99-MENSAGEM
              GO TO 1-SAIDA.
           OPEN INPUT ARQ-VENDEDOR.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "E" TO LK-CD-RETORNO
              MOVE "Arquivo de Vendedores Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              CLOSE ARQ-CLIENTE
              GO TO 1-SAIDA.
           OPEN INPUT ARQ-INSCEST.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-INSCEST.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       1-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           IF WS-CD-EMPRESA-FILTRO EQUAL ZEROS
              MOVE " TODAS" TO WL-EMPRESA-FILTRO
           ELSE
              MOVE WS-CD-EMPRESA-FILTRO TO WS-QT-ED
              MOVE WS-QT-ED TO WL-EMPRESA-FILTRO.
           MOVE "AUDITAIE" TO WS-SPL-ID-RELATORIO.
           PERFORM 99-PREPARA-SPOOL.
           OPEN OUTPUT RELATO.
           PERFORM 21-AUDITA-CARTEIRAS.
           PERFORM 22-IMPRIME-TOTAIS.
           CLOSE RELATO.
           MOVE WS-QT-AUSENTES  TO WS-QT-ED.
           MOVE WS-QT-INVALIDAS TO WS-QT-ED2.
           MOVE SPACES TO WS-MENSAGEM.
           STRING "Relatorio no Spool. Sem Inscricao: " WS-QT-ED
                  "  Invalidas: " WS-QT-ED2
                  DELIMITED BY SIZE INTO WS-MENSAGEM.
           PERFORM 99-MENSAGEM.
       2-SAIDA.
           EXIT.
      *
       21-AUDITA-CARTEIRAS SECTION.
      *-------------------
      * A LEITURA PELA CHAVE DA CARTEIRA JA ENTREGA OS CLIENTES
      * AGRUPADOS POR EMPRESA E VENDEDOR
       21.
           MOVE SPACE TO WS-FINAL-LEITURA.
           MOVE WS-CD-EMPRESA-FILTRO  TO CLI-CD-EMPRESA.
           MOVE WS-CD-VENDEDOR-FILTRO TO CLI-CD-VENDEDOR.
           START ARQ-CLIENTE KEY NOT LESS CLI-CHAVE-CARTEIRA.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "F" TO WS-FINAL-LEITURA
           ELSE
              PERFORM 99-LER-CLIENTE-NEXT.
           PERFORM 211-AUDITA-UM-CLIENTE
               UNTIL WS-FIM-LEITURA.
           IF WS-HA-QUEBRA-ABERTA
              PERFORM 212-FECHA-VENDEDOR.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       21-SAIDA.
           EXIT.
      *
       211-AUDITA-UM-CLIENTE SECTION.
       211.
      * VENDEDOR FILTRADO EM TODAS AS EMPRESAS: AS DEMAIS CARTEIRAS
      * SAO SALTADAS
           IF  WS-CD-VENDEDOR-FILTRO NOT EQUAL ZEROS
           AND CLI-CD-VENDEDOR NOT EQUAL WS-CD-VENDEDOR-FILTRO
              PERFORM 99-LER-CLIENTE-NEXT
              GO TO 211-SAIDA.
           IF WS-HA-QUEBRA-ABERTA
              IF CLI-CD-EMPRESA  NOT EQUAL WS-CD-EMPRESA-QUEBRA
              OR CLI-CD-VENDEDOR NOT EQUAL WS-CD-VENDEDOR-QUEBRA
                 PERFORM 212-FECHA-VENDEDOR.
           IF NOT WS-HA-QUEBRA-ABERTA
              PERFORM 213-ABRE-VENDEDOR.
           IF NOT CLI-SIT-INATIVO
              ADD 1 TO WS-QT-LIDOS-VEN
              PERFORM 214-CONFERE-INSCRICAO
              IF WS-DS-OCORRENCIA NOT EQUAL SPACES
                 PERFORM 99-IMPRIME-CLIENTE.
           PERFORM 99-LER-CLIENTE-NEXT.
       211-SAIDA.
           EXIT.
      *
      * SUBTOTAL DO VENDEDOR (SO QUANDO HOUVE OCORRENCIA) E ACUMULO
      * NOS TOTAIS GERAIS
       212-FECHA-VENDEDOR SECTION.
       212.
           IF WS-VENDEDOR-IMPRESSO
              MOVE "Total do Vendedor"   TO WL-DS-TOTAL
              MOVE WS-QT-LIDOS-VEN       TO WL-QT-LIDOS
              MOVE WS-QT-AUSENTES-VEN    TO WL-QT-AUSENTES
              MOVE WS-QT-INVALIDAS-VEN   TO WL-QT-INVALIDAS
              ADD 2 TO WS-NR-LIN
              IF WS-NR-LIN > 66
                 PERFORM 99-IMPRIME-CABECALHO
                 ADD 2 TO WS-NR-LIN
              END-IF
              WRITE LINHA FROM LIN-02 BEFORE ADVANCING 1
              MOVE SPACES TO LINHA
              WRITE LINHA BEFORE ADVANCING 1.
           ADD WS-QT-LIDOS-VEN     TO WS-QT-LIDOS.
           ADD WS-QT-AUSENTES-VEN  TO WS-QT-AUSENTES.
           ADD WS-QT-INVALIDAS-VEN TO WS-QT-INVALIDAS.
           MOVE ZEROS TO WS-QT-LIDOS-VEN
                         WS-QT-AUSENTES-VEN
                         WS-QT-INVALIDAS-VEN.
           MOVE "N" TO WS-IND-QUEBRA
                       WS-IND-VENDEDOR-IMPRESSO.
       212-SAIDA.
           EXIT.
      *
      * O NOME DO VENDEDOR SO E IMPRESSO NA PRIMEIRA OCORRENCIA DA
      * CARTEIRA; CARTEIRA SEM VENDEDOR CADASTRADO SAI SEM NOME
       213-ABRE-VENDEDOR SECTION.
       213.
           MOVE "S"             TO WS-IND-QUEBRA.
           MOVE "N"             TO WS-IND-VENDEDOR-IMPRESSO.
           MOVE CLI-CD-EMPRESA  TO WS-CD-EMPRESA-QUEBRA.
           MOVE CLI-CD-VENDEDOR TO WS-CD-VENDEDOR-QUEBRA.
           MOVE CLI-CD-EMPRESA  TO FOR-CD-EMPRESA.
           MOVE CLI-CD-VENDEDOR TO FOR-CD-VENDEDOR.
           READ ARQ-VENDEDOR.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE FOR-NM-VENDEDOR TO WS-NM-VENDEDOR-QUEBRA
           ELSE
              IF CLI-CD-VENDEDOR EQUAL ZEROS
                 MOVE "(SEM VENDEDOR NA CARTEIRA)"
                                     TO WS-NM-VENDEDOR-QUEBRA
              ELSE
                 MOVE "(VENDEDOR NAO CADASTRADO)"
                                     TO WS-NM-VENDEDOR-QUEBRA.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       213-SAIDA.
           EXIT.
      *
      * SEM REGISTRO EM GV-INSCEST.DAT = SEM INSCRICAO. COM
      * REGISTRO, A INSCRICAO E CRITICADA CONTRA A UF ATUAL DO
      * CLIENTE, NAO CONTRA A UF DA GRAVACAO
       214-CONFERE-INSCRICAO SECTION.
       214.
           MOVE SPACES TO WS-DS-OCORRENCIA
                          IES-NR-INSC-ESTADUAL.
           IF WS-ARQ-INSCEST-OK
              MOVE CLI-CD-EMPRESA TO IES-CD-EMPRESA
              MOVE CLI-CD-CLIENTE TO IES-CD-CLIENTE
              READ ARQ-INSCEST
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE SPACES TO IES-NR-INSC-ESTADUAL.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
           IF IES-NR-INSC-ESTADUAL EQUAL SPACES
              ADD 1 TO WS-QT-AUSENTES-VEN
              MOVE "SEM INSCRICAO ESTADUAL" TO WS-DS-OCORRENCIA
              GO TO 214-SAIDA.
           MOVE CLI-SG-UF            TO WS-VIE-SG-UF.
           MOVE IES-NR-INSC-ESTADUAL TO WS-VIE-NR-ENTRADA.
           CALL WS-NM-PROG-VALIDAIE USING WS-VIE-PARAMETROS.
           IF WS-VIE-IE-ISENTA
              ADD 1 TO WS-QT-ISENTOS.
           IF WS-VIE-UF-INVALIDA
              ADD 1 TO WS-QT-INVALIDAS-VEN
              MOVE "UF DO CLIENTE INVALIDA" TO WS-DS-OCORRENCIA.
           IF WS-VIE-IE-INVALIDA
              ADD 1 TO WS-QT-INVALIDAS-VEN
              MOVE WS-VIE-DS-CRITICA TO WS-DS-OCORRENCIA
              IF IES-SG-UF NOT EQUAL CLI-SG-UF
                 MOVE "UF MUDOU DESDE A GRAVACAO" TO WS-DS-OCORRENCIA.
       214-SAIDA.
           EXIT.
      *
       22-IMPRIME-TOTAIS SECTION.
      *-----------------
       22.
           IF WS-NR-PAG EQUAL ZEROS
              PERFORM 99-IMPRIME-CABECALHO
              MOVE SPACES TO LINHA
              MOVE "    Nenhum cliente com inscricao ausente/invalida."
                TO LINHA
              WRITE LINHA BEFORE ADVANCING 1.
           MOVE SPACES TO LINHA.
           WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1.
           MOVE "Total Geral"   TO WL-DS-TOTAL.
           MOVE WS-QT-LIDOS     TO WL-QT-LIDOS.
           MOVE WS-QT-AUSENTES  TO WL-QT-AUSENTES.
           MOVE WS-QT-INVALIDAS TO WL-QT-INVALIDAS.
           WRITE LINHA FROM LIN-02 BEFORE ADVANCING 1.
           MOVE WS-QT-ISENTOS   TO WL-QT-ISENTOS.
           WRITE LINHA FROM LIN-03 BEFORE ADVANCING 1.
       22-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           IF NOT WS-FIM-ARQUIVO
              CLOSE ARQ-CLIENTE
              CLOSE ARQ-VENDEDOR
              IF WS-ARQ-INSCEST-OK
                 CLOSE ARQ-INSCEST.
           IF NOT LK-MODO-BATCH
              DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
      *
      * FIM DO ARQUIVO OU SAIDA DA EMPRESA FILTRADA (OU DA CARTEIRA,
      * QUANDO EMPRESA E VENDEDOR SAO INFORMADOS) ENCERRAM A LEITURA
       99-LER-CLIENTE-NEXT.
           READ ARQ-CLIENTE NEXT.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "F" TO WS-FINAL-LEITURA
           ELSE
              IF  WS-CD-EMPRESA-FILTRO NOT EQUAL ZEROS
              AND CLI-CD-EMPRESA NOT EQUAL WS-CD-EMPRESA-FILTRO
                 MOVE "F" TO WS-FINAL-LEITURA
              END-IF
              IF  WS-CD-EMPRESA-FILTRO  NOT EQUAL ZEROS
              AND WS-CD-VENDEDOR-FILTRO NOT EQUAL ZEROS
              AND CLI-CD-VENDEDOR NOT EQUAL WS-CD-VENDEDOR-FILTRO
                 MOVE "F" TO WS-FINAL-LEITURA
              END-IF
           END-IF.
      *
       99-IMPRIME-CLIENTE.
           IF NOT WS-VENDEDOR-IMPRESSO
              ADD 2 TO WS-NR-LIN
              IF WS-NR-LIN > 66
                 PERFORM 99-IMPRIME-CABECALHO
                 ADD 2 TO WS-NR-LIN
              END-IF
              MOVE WS-CD-EMPRESA-QUEBRA  TO WL-CD-EMPRESA-VEN
              MOVE WS-CD-VENDEDOR-QUEBRA TO WL-CD-VENDEDOR
              MOVE WS-NM-VENDEDOR-QUEBRA TO WL-NM-VENDEDOR
              WRITE LINHA FROM LIN-VENDEDOR BEFORE ADVANCING 1
              MOVE SPACES TO LINHA
              WRITE LINHA BEFORE ADVANCING 1
              MOVE "S" TO WS-IND-VENDEDOR-IMPRESSO
           END-IF
           MOVE CLI-CD-CLIENTE       TO WL-CD-CLIENTE
           MOVE CLI-DS-RAZAO-SOCIAL  TO WL-DS-RAZAO-SOCIAL
           MOVE CLI-SG-UF            TO WL-SG-UF
           MOVE IES-NR-INSC-ESTADUAL TO WL-NR-INSC-ESTADUAL
           MOVE WS-DS-OCORRENCIA     TO WL-DS-OCORRENCIA
           ADD 1 TO WS-NR-LIN
           IF WS-NR-LIN > 66
              PERFORM 99-IMPRIME-CABECALHO
              ADD 1 TO WS-NR-LIN
           END-IF
           WRITE LINHA FROM LIN-01 BEFORE ADVANCING 1.
      *
       99-IMPRIME-CABECALHO.
           ADD 1 TO WS-NR-PAG
           IF WS-NR-PAG > 1
              MOVE SPACES TO LINHA
              WRITE LINHA FROM CAB-03 BEFORE ADVANCING PAGE
           END-IF
           MOVE WS-NR-PAG TO WL-NR-PAGINA
           WRITE LINHA FROM CAB-01 BEFORE ADVANCING 1
           WRITE LINHA FROM CAB-02 BEFORE ADVANCING 1
           WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1
           MOVE 4 TO WS-NR-LIN.
      *
      * SOBREPOE OS NOMES DOS CADASTROS COM OS VALORES DO ARQUIVO
      * CENTRAL DE CONFIGURACAO (GV-CONFIG.PAR), QUANDO PRESENTES
       99-LE-CONFIGURACAO.
           MOVE "ARQ-CLIENTE" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-CLIENTE
           END-IF
           MOVE "ARQ-VENDEDOR" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-VENDEDOR
           END-IF.
      *
       990-CONSULTA-CONFIG.
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
      *
       COPY GV-SPOOLPD.CPY.
      *
      * EM MODO LOTE NAO HA OPERADOR PARA O ENTER - SO EXIBE
       99-MENSAGEM.
           IF LK-MODO-BATCH
              DISPLAY SST-MENSAGEM
           ELSE
              DISPLAY SST-MENSAGEM
              ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-AUDITAIE" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
