000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-SIMREGRA.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Simulacao de Impacto de Nova Tabela de Comissao
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Responde ao "quanto custa?" de cada proposta de novas
      *     faixas sem tocar na tabela vigente: as faixas candidatas
      *     ficam no arquivo de trabalho GV-REGRASIM.DAT (mesmo
      *     layout GV-REGRACOM.CPY, preparado em GV-CADREGRA) e as
      *     vendas das ultimas N competencias do master de detalhe
      *     (GV-VENDADET.DAT, com o rateio do vendedor secundario do
      *     cliente) sao reprocessadas pela mesma logica de faixas do
      *     calculo de comissao (GV-COMISSAO): volume acumulado no
      *     mes, regra da regiao do vendedor sobre a geral, taxa fixa
      *     do cadastro na falta de regra. O resultado e comparado,
      *     vendedor a vendedor e mes a mes, com a comissao de
      *     fechamento (linha "N") registrada em GV-COMISSAO.HIS.
      *     Estornos, overrides, ajustes e garantia minima ficam fora
      *     dos dois lados. Sai no spool com os totais e os maiores
      *     ganhos e perdas; todos os arquivos sao abertos so para
      *     leitura.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Chave alternada da carteira
      *                   (empresa + vendedor) no cadastro de clientes
      *                   (GV-CADCLI.CPY).
      *     15/Out/2026 - MCB - Falha na abertura dos cadastros
      *                   registrada no log central de erros
      *                   (GV-REGERRO).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-REGRA ASSIGN TO DISK WID-ARQ-REGRA
             organization       is indexed
             access mode        is dynamic
             record key         is RGC-CHAVE-REGRA
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-VENDADET ASSIGN TO DISK WID-ARQ-VENDADET
             organization       is indexed
             access mode        is dynamic
             record key         is VDD-CHAVE-VENDA-DET
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
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
           SELECT ARQ-FECHAMENTO ASSIGN TO DISK WID-ARQ-FECHAMENTO
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-SORT ASSIGN TO DISK.
           SELECT ARQ-SPOOL-CAT ASSIGN TO DISK WID-ARQ-SPOOL-CAT
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT RELATO   ASSIGN TO DISK.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-REGRACOM.CPY.
       COPY GV-VENDADET.CPY.
       COPY GV-CADCLI.CPY.
       COPY GV-CADVEN.CPY.
       COPY GV-COMFECH.CPY.
      *
      * UM REGISTRO POR PARCELA DE VENDA DO VENDEDOR ("V") OU POR
      * LINHA DE FECHAMENTO DO HISTORICO ("H"), NA ORDEM EM QUE A
      * SIMULACAO ACUMULA O VOLUME DO MES
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SOR-CD-VENDEDOR        PIC 9(007).
           03 SOR-NR-COMPETENCIA     PIC 9(006).
           03 SOR-TP-REGISTRO        PIC X(001).
              88 SOR-REG-HISTORICO             VALUE "H".
              88 SOR-REG-VENDA                 VALUE "V".
           03 SOR-DT-VENDA           PIC 9(008).
           03 SOR-VL-VALOR           PIC 9(013)V9(002).
           03 SOR-NM-VENDEDOR        PIC X(040).
      *
       FD  RELATO
           VALUE OF FILE-ID IS WS01-ARQUIVO
           LABEL RECORD IS  OMITTED.
       01  LINHA                       PIC X(116).
      *
       COPY GV-SPOOLFD.CPY.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-REGRA          PIC X(15) VALUE "GV-REGRASIM.DAT".
           03 WID-ARQ-VENDADET       PIC X(60) VALUE "GV-VENDADET.DAT".
           03 WID-ARQ-CLIENTE        PIC X(60) VALUE "GV-CLIENTE.DAT".
           03 WID-ARQ-VENDEDOR       PIC X(60) VALUE "GV-VENDEDOR.DAT".
           03 WID-ARQ-FECHAMENTO     PIC X(20) VALUE "GV-COMISSAO.HIS".
           03 WS01-ARQUIVO           PIC X(60) VALUE "IMPRESSAO.IMP".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-MENSAGEM            PIC X(68).
           03 WS-FINAL-ARQUIVO       PIC X(01) VALUE SPACE.
              88 WS-FIM-ARQUIVO                VALUE "F".
           03 WS-FINAL-SORT          PIC X(01) VALUE SPACE.
              88 WS-FIM-SORT                   VALUE "F".
           03 WS-IND-ARQ-CLIENTE     PIC X(01) VALUE "N".
              88 WS-ARQ-CLIENTE-OK             VALUE "S".
           03 WS-IND-ARQ-VENDEDOR    PIC X(01) VALUE "N".
              88 WS-ARQ-VENDEDOR-OK            VALUE "S".
           03 WS-IND-ARQ-FECHAMENTO  PIC X(01) VALUE "N".
              88 WS-ARQ-FECHAMENTO-OK          VALUE "S".
           03 WS-IND-PRIMEIRO        PIC X(01) VALUE "S".
              88 WS-PRIMEIRO-REGISTRO          VALUE "S".
           03 WS-IND-VEND-CADASTRADO PIC X(01) VALUE "N".
              88 WS-VENDEDOR-CADASTRADO        VALUE "S".
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
      *
      * PARAMETROS DA SIMULACAO
           03 WS-CD-EMPRESA-SIM      PIC 9(002) VALUE 1.
           03 WS-NR-COMP-FINAL       PIC 9(006) VALUE ZEROS.
              88 WS-SAIR-SIMULACAO             VALUE ZERO.
           03 WS-QT-COMPETENCIAS     PIC 9(002) VALUE 12.
           03 WS-DT-REFERENCIA       PIC 9(008) VALUE ZEROS.
           03 WS-NR-COMP-INICIAL     PIC 9(006) VALUE ZEROS.
           03 WS-NR-COMP-VENDA       PIC 9(006) VALUE ZEROS.
           03 WS-QT-MESES-CALC       PIC 9(007) VALUE ZEROS.
           03 WS-NR-ANO-CALC         PIC 9(004) VALUE ZEROS.
           03 WS-NR-MES-CALC         PIC 9(002) VALUE ZEROS.
           03 WS-TP-LANCAMENTO       PIC X(001) VALUE SPACE.
           03 WS-CD-EMPRESA-HIS      PIC 9(002) VALUE ZEROS.
           03 WS-VL-PARTE-SEC        PIC 9(013)V9(002) VALUE ZEROS.
      *
      * QUEBRAS DO RELATORIO
           03 WS-CD-VENDEDOR-ANT     PIC 9(007) VALUE ZEROS.
           03 WS-NR-COMPETENCIA-ANT  PIC 9(006) VALUE ZEROS.
           03 WS-NM-VENDEDOR         PIC X(040) VALUE SPACES.
           03 WS-VL-VENDA-MES        PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-VL-REAL-MES         PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-VL-SIMUL-MES        PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-VL-VENDA-VEND       PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-VL-REAL-VEND        PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-VL-SIMUL-VEND       PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-VL-VENDA-GERAL      PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-VL-REAL-GERAL       PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-VL-SIMUL-GERAL      PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-VL-DIFERENCA        PIC S9(013)V9(002) VALUE ZEROS.
           03 WS-VL-COMISSAO         PIC 9(011)V9(002) VALUE ZEROS.
           03 WS-QT-VENDEDORES       PIC 9(005) VALUE ZEROS.
           03 WS-QT-ED               PIC ZZZZ9.
           03 WS-NR-LIN              PIC 9(03) VALUE 999.
           03 WS-NR-PAG              PIC 9(03) VALUE 0.
           03 WS-LINHA-IMPRESSAO     PIC X(116) VALUE SPACES.
      *
      * APLICACAO DAS FAIXAS CANDIDATAS (MESMA LOGICA DE GV-COMISSAO,
      * VIGENCIA AVALIADA NA DATA DE REFERENCIA INFORMADA)
           03 WS-CD-REGIAO-VEND      PIC 9(003) VALUE ZEROS.
           03 WS-PC-COMISSAO-VEND    PIC 9(003)V9(002) VALUE ZEROS.
           03 WS-VL-BASE-FAIXA       PIC 9(014)V9(002) VALUE ZEROS.
           03 WS-PC-TAXA-APLICADA    PIC 9(003)V9(002) VALUE ZEROS.
           03 WS-NR-FAIXA-APLICADA   PIC 9(002) VALUE ZEROS.
           03 WS-CD-REGIAO-REGRA     PIC 9(003) VALUE ZEROS.
           03 WS-IND-FAIXA           PIC X(01) VALUE "N".
              88 WS-FAIXA-ACHADA               VALUE "S".
           03 WS-FINAL-REGRA         PIC X(01) VALUE SPACE.
              88 WS-FIM-REGRA                  VALUE "F".
      *
      * CLASSIFICACAO DOS MAIORES GANHOS E PERDAS
           03 WS-TP-RANKING          PIC X(01) VALUE SPACE.
              88 WS-RANKING-GANHOS             VALUE "G".
              88 WS-RANKING-PERDAS             VALUE "P".
           03 WS-IX-RANK             PIC 9(004) COMP VALUE ZEROS.
           03 WS-IX-VEND             PIC 9(004) COMP VALUE ZEROS.
           03 WS-IX-ESCOLHIDO        PIC 9(004) COMP VALUE ZEROS.
           03 WS-QT-LISTADOS         PIC 9(004) COMP VALUE ZEROS.
           03 WS-IND-TAB-CHEIA       PIC X(01) VALUE "N".
              88 WS-TABELA-CHEIA               VALUE "S".
      *
      * RESULTADO POR VENDEDOR PARA A CLASSIFICACAO FINAL
       01  WS-TABELA-RESULTADO.
           03 WS-RES-VENDEDOR        OCCURS 500 TIMES.
              05 WS-RES-CD-VENDEDOR  PIC 9(007).
              05 WS-RES-NM-VENDEDOR  PIC X(040).
              05 WS-RES-VL-REAL      PIC 9(013)V9(002).
              05 WS-RES-VL-SIMUL     PIC 9(013)V9(002).
              05 WS-RES-VL-DIFERENCA PIC S9(013)V9(002).
              05 WS-RES-IN-LISTADO   PIC X(001).
      *
      * LAYOUT DO RELATORIO
       01  CAB-01.
           03 FILLER          PIC X(20) VALUE SPACES.
           03 FILLER          PIC X(50) VALUE
              "SIMULACAO DE NOVA TABELA DE COMISSAO".
           03 FILLER          PIC X(10) VALUE "Empresa: ".
           03 WL-CD-EMPRESA   PIC Z9.
           03 FILLER          PIC X(26) VALUE SPACES.
           03 FILLER          PIC X(05) VALUE "Pag: ".
           03 WL-NR-PAGINA    PIC 9(03) VALUE ZEROS.
      *
       01  CAB-02.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 FILLER          PIC X(14) VALUE "Competencias: ".
           03 WL-COMP-INICIAL PIC X(07).
           03 FILLER          PIC X(03) VALUE " a ".
           03 WL-COMP-FINAL   PIC X(07).
           03 FILLER          PIC X(27) VALUE
              "   Vigencia das Faixas em: ".
           03 WL-DT-REFERENCIA PIC X(10).
           03 FILLER          PIC X(10) VALUE "  Tabela: ".
           03 WL-NM-TABELA    PIC X(15).
           03 FILLER          PIC X(21) VALUE SPACES.
      *
       01  CAB-03.
           03 FILLER PIC X(116) VALUE IS ALL '='.
      *
       01  CAB-04.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 FILLER    PIC X(08) VALUE " CODIGO".
           03 FILLER    PIC X(26) VALUE "NOME".
           03 FILLER    PIC X(08) VALUE "COMPET.".
           03 FILLER    PIC X(18) VALUE "      VALOR VENDAS".
           03 FILLER    PIC X(18) VALUE "     COMISSAO REAL".
           03 FILLER    PIC X(18) VALUE "    COMISSAO SIMUL".
           03 FILLER    PIC X(18) VALUE "         DIFERENCA".
      *
       01  LIN-01.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-CD-VENDEDOR  PIC ZZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-NM-VENDEDOR  PIC X(025).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-NR-COMPET    PIC X(07).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VL-VENDA     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VL-REAL      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VL-SIMUL     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VL-DIFERENCA PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  LIN-TOTAL.
           03 FILLER          PIC X(10) VALUE SPACES.
           03 WL-DS-TOTAL     PIC X(034).
           03 WL-VL-TOT-VENDA PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VL-TOT-REAL  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VL-TOT-SIMUL PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VL-TOT-DIFER PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  LIN-TITULO.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-DS-TITULO    PIC X(070).
           03 FILLER          PIC X(44) VALUE SPACES.
      *
       01  LIN-RANKING.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-NR-POSICAO   PIC Z9.
           03 FILLER          PIC X(02) VALUE "- ".
           03 WL-CD-VEND-RANK PIC ZZZZZZ9.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-NM-VEND-RANK PIC X(027).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 FILLER          PIC X(19) VALUE SPACES.
           03 WL-VL-REAL-RANK PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VL-SIMUL-RANK PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-VL-DIFER-RANK PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
       SCREEN SECTION.
      *
       01  SST-LIMPA-TELA.
           03 LINE 22 COL 10 BLANK LINE.
           03 LINE 12 COL 01 BLANK LINE.
           03 LINE 11 COL 01 BLANK LINE.
           03 LINE 10 COL 01 BLANK LINE.
           03 LINE 09 COL 01 BLANK LINE.
           03 LINE 08 COL 01 BLANK LINE.
           03 LINE 07 COL 01 BLANK LINE.
           03 LINE 06 COL 01 BLANK LINE.
           03 LINE 05 COL 01 BLANK LINE.
           03 LINE 04 COL 01 BLANK LINE.
           03 LINE 02 COL 20 VALUE
              "                                        ".
      *
       01  SST-SIMULACAO.
           03 LINE 02 COL 22 VALUE
              "Simulacao de Nova Tabela de Comissao".
           03 LINE 05 COL 07 VALUE "Empresa: ".
           03 LINE 05 COL 42 USING WS-CD-EMPRESA-SIM.
           03 LINE 06 COL 07 VALUE "Competencia Final AAAAMM (0 Sai): ".
           03 LINE 06 COL 42 USING WS-NR-COMP-FINAL.
           03 LINE 07 COL 07 VALUE "Quantidade de Competencias (1-12):".
           03 LINE 07 COL 42 USING WS-QT-COMPETENCIAS.
           03 LINE 08 COL 07 VALUE "Vigencia das Faixas em (AAAAMMDD):".
           03 LINE 08 COL 42 USING WS-DT-REFERENCIA.
           03 LINE 10 COL 07 VALUE
              "Faixas Candidatas em GV-REGRASIM.DAT (Ver GV-CADREGRA)".
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
      * PROPOE A ULTIMA COMPETENCIA FECHADA (MES ANTERIOR), DOZE
      * COMPETENCIAS E A VIGENCIA DE HOJE
       1.
           PERFORM 99-LE-CONFIGURACAO.
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DT-HOJE TO WS-DT-REFERENCIA.
           COMPUTE WS-NR-ANO-CALC = WS-DT-HOJE / 10000.
           MOVE WS-DT-HOJE(5:2) TO WS-NR-MES-CALC.
           COMPUTE WS-QT-MESES-CALC =
                   WS-NR-ANO-CALC * 12 + WS-NR-MES-CALC - 2.
           PERFORM 99-CONVERTE-COMPETENCIA.
           MOVE WS-NR-COMP-INICIAL TO WS-NR-COMP-FINAL.
           ACCEPT SST-SIMULACAO.
           IF WS-SAIR-SIMULACAO
              MOVE "F" TO WS-FINAL-ARQUIVO
           ELSE
              PERFORM 11-VALIDA-PARAMETROS
           END-IF.
       1-SAIDA.
           EXIT.
      *
       11-VALIDA-PARAMETROS SECTION.
       11.
           MOVE WS-NR-COMP-FINAL(1:4) TO WS-NR-ANO-CALC.
           MOVE WS-NR-COMP-FINAL(5:2) TO WS-NR-MES-CALC.
           IF WS-NR-MES-CALC LESS 1 OR WS-NR-MES-CALC GREATER 12
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Competencia Final Invalida." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              IF WS-QT-COMPETENCIAS LESS 1
              OR WS-QT-COMPETENCIAS GREATER 12
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Quantidade de Competencias deve ser de 1 a 12."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 COMPUTE WS-QT-MESES-CALC =
                         WS-NR-ANO-CALC * 12 + WS-NR-MES-CALC - 1
                       - (WS-QT-COMPETENCIAS - 1)
                 PERFORM 99-CONVERTE-COMPETENCIA
                 PERFORM 12-ABRE-ARQUIVOS
              END-IF
           END-IF.
       11-SAIDA.
           EXIT.
      *
       12-ABRE-ARQUIVOS SECTION.
      * SEM AS FAIXAS CANDIDATAS OU SEM AS VENDAS NAO HA O QUE
      * SIMULAR; SEM O HISTORICO A COMISSAO REAL SAI ZERADA
       12.
           OPEN INPUT ARQ-REGRA.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Tabela de Simulacao Inexistente - Ver GV-CADREGRA."
                                                      TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              OPEN INPUT ARQ-VENDADET
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "12-ABRE-ARQUIVOS" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-VENDADET TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 CLOSE ARQ-REGRA
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Master de Detalhe de Vendas nao Encontrado."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 OPEN INPUT ARQ-CLIENTE
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "S" TO WS-IND-ARQ-CLIENTE
                 END-IF
                 MOVE "00" TO WS-ESTADO-ARQUIVO
                 OPEN INPUT ARQ-VENDEDOR
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "S" TO WS-IND-ARQ-VENDEDOR
                 END-IF
                 MOVE "00" TO WS-ESTADO-ARQUIVO
                 OPEN INPUT ARQ-FECHAMENTO
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "S" TO WS-IND-ARQ-FECHAMENTO
                 END-IF
                 MOVE "00" TO WS-ESTADO-ARQUIVO
              END-IF
           END-IF.
       12-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           MOVE "SIMREGRA" TO WS-SPL-ID-RELATORIO.
           PERFORM 99-PREPARA-SPOOL.
           OPEN OUTPUT RELATO.
           MOVE WS-CD-EMPRESA-SIM  TO WL-CD-EMPRESA.
           MOVE WS-NR-COMP-INICIAL(5:2) TO WL-COMP-INICIAL(1:2).
           MOVE WS-NR-COMP-INICIAL(1:4) TO WL-COMP-INICIAL(4:4).
           MOVE WS-NR-COMP-FINAL(5:2)   TO WL-COMP-FINAL(1:2).
           MOVE WS-NR-COMP-FINAL(1:4)   TO WL-COMP-FINAL(4:4).
           MOVE "/" TO WL-COMP-INICIAL(3:1)
                       WL-COMP-FINAL(3:1).
           MOVE WS-DT-REFERENCIA(7:2) TO WL-DT-REFERENCIA(1:2).
           MOVE WS-DT-REFERENCIA(5:2) TO WL-DT-REFERENCIA(4:2).
           MOVE WS-DT-REFERENCIA(1:4) TO WL-DT-REFERENCIA(7:4).
           MOVE "/" TO WL-DT-REFERENCIA(3:1)
                       WL-DT-REFERENCIA(6:1).
           MOVE WID-ARQ-REGRA TO WL-NM-TABELA.
           MOVE "S" TO WS-IND-PRIMEIRO.
           SORT ARQ-SORT ON ASCENDING KEY SOR-CD-VENDEDOR
                                          SOR-NR-COMPETENCIA
                                          SOR-TP-REGISTRO
                                          SOR-DT-VENDA
                INPUT  PROCEDURE IS 21-CARREGA-MOVIMENTO
                OUTPUT PROCEDURE IS 22-SIMULA-COMISSAO.
           PERFORM 23-IMPRIME-TOTAL-GERAL.
           MOVE "G" TO WS-TP-RANKING.
           PERFORM 24-IMPRIME-RANKING.
           MOVE "P" TO WS-TP-RANKING.
           PERFORM 24-IMPRIME-RANKING.
           CLOSE RELATO
                 ARQ-REGRA
                 ARQ-VENDADET.
           IF WS-ARQ-CLIENTE-OK
              CLOSE ARQ-CLIENTE.
           IF WS-ARQ-VENDEDOR-OK
              CLOSE ARQ-VENDEDOR.
           IF WS-ARQ-FECHAMENTO-OK
              CLOSE ARQ-FECHAMENTO.
           MOVE WS-QT-VENDEDORES TO WS-QT-ED.
           MOVE SPACES TO WS-MENSAGEM.
           STRING "Simulacao Gerada no Spool - Vendedores: " WS-QT-ED
                  DELIMITED BY SIZE INTO WS-MENSAGEM.
           PERFORM 99-MENSAGEM.
       2-SAIDA.
           EXIT.
      *
       21-CARREGA-MOVIMENTO SECTION.
      * AS VENDAS DO MASTER DE DETALHE DA EMPRESA, DEPOIS AS LINHAS
      * DE FECHAMENTO DO HISTORICO NO MESMO PERIODO
       21.
           MOVE ZEROS TO VDD-CHAVE-VENDA-DET
                         WS-ESTADO-ARQUIVO.
           MOVE WS-CD-EMPRESA-SIM TO VDD-CD-EMPRESA.
           MOVE SPACE TO WS-FINAL-ARQUIVO.
           START ARQ-VENDADET KEY NOT LESS VDD-CHAVE-VENDA-DET.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "F" TO WS-FINAL-ARQUIVO.
           PERFORM 211-CARREGA-UMA-VENDA
               UNTIL WS-FIM-ARQUIVO.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
           IF WS-ARQ-FECHAMENTO-OK
              MOVE SPACE TO WS-FINAL-ARQUIVO
              PERFORM 99-LER-FECHAMENTO
              PERFORM 212-CARREGA-UM-FECHAMENTO
                  UNTIL WS-FIM-ARQUIVO
           END-IF.
       21-SAIDA.
           EXIT.
      *
       211-CARREGA-UMA-VENDA SECTION.
      * SO VENDAS NORMAIS (O ESTORNO E DEVOLVIDO A PARTE PELO
      * FECHAMENTO E TAMBEM NAO ENTRA NA LINHA REAL), RATEADAS COMO
      * NA CARGA: CLI-PC-SPLIT-SEC AO SECUNDARIO, O RESTO AO TITULAR
       211.
           READ ARQ-VENDADET NEXT.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
           OR VDD-CD-EMPRESA NOT EQUAL WS-CD-EMPRESA-SIM
              MOVE "F" TO WS-FINAL-ARQUIVO
           ELSE
              COMPUTE WS-NR-COMP-VENDA = VDD-DT-VENDA / 100
              IF  VDD-MOV-VENDA
              AND WS-NR-COMP-VENDA NOT LESS WS-NR-COMP-INICIAL
              AND WS-NR-COMP-VENDA NOT GREATER WS-NR-COMP-FINAL
                 PERFORM 2111-LIBERA-VENDA
              END-IF
           END-IF.
       211-SAIDA.
           EXIT.
      *
       2111-LIBERA-VENDA SECTION.
       2111.
           MOVE ZEROS TO CLI-CD-VENDEDOR-SEC
                         CLI-PC-SPLIT-SEC.
           IF WS-ARQ-CLIENTE-OK
              MOVE VDD-CD-EMPRESA TO CLI-CD-EMPRESA
              MOVE VDD-CD-CLIENTE TO CLI-CD-CLIENTE
              READ ARQ-CLIENTE
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE ZEROS TO CLI-CD-VENDEDOR-SEC
                               CLI-PC-SPLIT-SEC
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
           MOVE "V"              TO SOR-TP-REGISTRO.
           MOVE WS-NR-COMP-VENDA TO SOR-NR-COMPETENCIA.
           MOVE VDD-DT-VENDA     TO SOR-DT-VENDA.
           MOVE SPACES           TO SOR-NM-VENDEDOR.
           IF  CLI-CD-VENDEDOR-SEC GREATER ZEROS
           AND CLI-PC-SPLIT-SEC GREATER ZEROS
              COMPUTE WS-VL-PARTE-SEC ROUNDED =
                      VDD-VL-VENDA * CLI-PC-SPLIT-SEC / 100
              COMPUTE SOR-VL-VALOR = VDD-VL-VENDA - WS-VL-PARTE-SEC
              MOVE VDD-CD-VENDEDOR TO SOR-CD-VENDEDOR
              RELEASE REG-SORT
              MOVE WS-VL-PARTE-SEC     TO SOR-VL-VALOR
              MOVE CLI-CD-VENDEDOR-SEC TO SOR-CD-VENDEDOR
              RELEASE REG-SORT
           ELSE
              MOVE VDD-VL-VENDA    TO SOR-VL-VALOR
              MOVE VDD-CD-VENDEDOR TO SOR-CD-VENDEDOR
              RELEASE REG-SORT
           END-IF.
       2111-SAIDA.
           EXIT.
      *
       212-CARREGA-UM-FECHAMENTO SECTION.
      * SO A LINHA DE FECHAMENTO DA COMPETENCIA ("N"; LINHAS ANTIGAS
      * SEM A NATUREZA VALEM COMO NORMAIS, SEM A EMPRESA VALEM COMO
      * EMPRESA 1)
       212.
           IF FEC-DELIMITADOR-11 EQUAL ";"
              MOVE FEC-TP-LANCAMENTO TO WS-TP-LANCAMENTO
           ELSE
              MOVE "N" TO WS-TP-LANCAMENTO
           END-IF.
           IF  FEC-DELIMITADOR-12 EQUAL ";"
           AND FEC-CD-EMPRESA NUMERIC
              MOVE FEC-CD-EMPRESA TO WS-CD-EMPRESA-HIS
           ELSE
              MOVE 1 TO WS-CD-EMPRESA-HIS
           END-IF.
           IF  WS-TP-LANCAMENTO EQUAL "N"
           AND WS-CD-EMPRESA-HIS EQUAL WS-CD-EMPRESA-SIM
           AND FEC-NR-COMPETENCIA NOT LESS WS-NR-COMP-INICIAL
           AND FEC-NR-COMPETENCIA NOT GREATER WS-NR-COMP-FINAL
              MOVE "H"                TO SOR-TP-REGISTRO
              MOVE FEC-CD-VENDEDOR    TO SOR-CD-VENDEDOR
              MOVE FEC-NR-COMPETENCIA TO SOR-NR-COMPETENCIA
              MOVE ZEROS              TO SOR-DT-VENDA
              MOVE FEC-VL-COMISSAO    TO SOR-VL-VALOR
              MOVE FEC-NM-VENDEDOR    TO SOR-NM-VENDEDOR
              RELEASE REG-SORT
           END-IF.
           PERFORM 99-LER-FECHAMENTO.
       212-SAIDA.
           EXIT.
      *
       22-SIMULA-COMISSAO SECTION.
       22.
           MOVE SPACE TO WS-FINAL-SORT.
           PERFORM 221-TRATA-UM-MOVIMENTO
               UNTIL WS-FIM-SORT.
           IF NOT WS-PRIMEIRO-REGISTRO
              PERFORM 2222-FECHA-COMPETENCIA
              PERFORM 2224-FECHA-VENDEDOR.
       22-SAIDA.
           EXIT.
      *
       221-TRATA-UM-MOVIMENTO SECTION.
       221.
           RETURN ARQ-SORT
               AT END MOVE "F" TO WS-FINAL-SORT
           END-RETURN.
           IF NOT WS-FIM-SORT
              PERFORM 222-CONTROLA-QUEBRA
              IF SOR-REG-HISTORICO
                 ADD SOR-VL-VALOR TO WS-VL-REAL-MES
                 IF NOT WS-VENDEDOR-CADASTRADO
                    MOVE SOR-NM-VENDEDOR TO WS-NM-VENDEDOR
                 END-IF
              ELSE
                 PERFORM 223-SIMULA-VENDA
              END-IF
           END-IF.
       221-SAIDA.
           EXIT.
      *
       222-CONTROLA-QUEBRA SECTION.
       222.
           IF SOR-CD-VENDEDOR NOT EQUAL WS-CD-VENDEDOR-ANT
           OR WS-PRIMEIRO-REGISTRO
              IF NOT WS-PRIMEIRO-REGISTRO
                 PERFORM 2222-FECHA-COMPETENCIA
                 PERFORM 2224-FECHA-VENDEDOR
              END-IF
              PERFORM 2223-ABRE-VENDEDOR
              PERFORM 2221-ABRE-COMPETENCIA
           ELSE
              IF SOR-NR-COMPETENCIA NOT EQUAL WS-NR-COMPETENCIA-ANT
                 PERFORM 2222-FECHA-COMPETENCIA
                 PERFORM 2221-ABRE-COMPETENCIA
              END-IF
           END-IF.
           MOVE "N" TO WS-IND-PRIMEIRO.
       222-SAIDA.
           EXIT.
      *
       2221-ABRE-COMPETENCIA SECTION.
      * O VOLUME DAS FAIXAS RECOMECA A CADA COMPETENCIA, COMO O
      * FECHAMENTO FAZ COM FOR-VL-VENDA-REALIZADA
       2221.
           MOVE SOR-NR-COMPETENCIA TO WS-NR-COMPETENCIA-ANT.
           MOVE ZEROS TO WS-VL-VENDA-MES
                         WS-VL-REAL-MES
                         WS-VL-SIMUL-MES.
       2221-SAIDA.
           EXIT.
      *
       2222-FECHA-COMPETENCIA SECTION.
       2222.
           COMPUTE WS-VL-DIFERENCA =
                   WS-VL-SIMUL-MES - WS-VL-REAL-MES.
           MOVE WS-CD-VENDEDOR-ANT TO WL-CD-VENDEDOR.
           MOVE WS-NM-VENDEDOR     TO WL-NM-VENDEDOR.
           MOVE WS-NR-COMPETENCIA-ANT(5:2) TO WL-NR-COMPET(1:2).
           MOVE "/"                        TO WL-NR-COMPET(3:1).
           MOVE WS-NR-COMPETENCIA-ANT(1:4) TO WL-NR-COMPET(4:4).
           MOVE WS-VL-VENDA-MES    TO WL-VL-VENDA.
           MOVE WS-VL-REAL-MES     TO WL-VL-REAL.
           MOVE WS-VL-SIMUL-MES    TO WL-VL-SIMUL.
           MOVE WS-VL-DIFERENCA    TO WL-VL-DIFERENCA.
           MOVE LIN-01 TO WS-LINHA-IMPRESSAO.
           PERFORM 99-IMPRIME-LINHA.
           ADD WS-VL-VENDA-MES TO WS-VL-VENDA-VEND.
           ADD WS-VL-REAL-MES  TO WS-VL-REAL-VEND.
           ADD WS-VL-SIMUL-MES TO WS-VL-SIMUL-VEND.
       2222-SAIDA.
           EXIT.
      *
       2223-ABRE-VENDEDOR SECTION.
      * REGIAO E TAXA FIXA DO CADASTRO ATUAL; VENDEDOR FORA DO
      * CADASTRO FICA SO COM A REGRA GERAL E O NOME DO HISTORICO
       2223.
           MOVE SOR-CD-VENDEDOR TO WS-CD-VENDEDOR-ANT.
           MOVE ZEROS TO WS-VL-VENDA-VEND
                         WS-VL-REAL-VEND
                         WS-VL-SIMUL-VEND
                         WS-CD-REGIAO-VEND
                         WS-PC-COMISSAO-VEND.
           MOVE "N" TO WS-IND-VEND-CADASTRADO.
           MOVE "*** VENDEDOR NAO CADASTRADO ***" TO WS-NM-VENDEDOR.
           IF WS-ARQ-VENDEDOR-OK
              MOVE WS-CD-EMPRESA-SIM TO FOR-CD-EMPRESA
              MOVE SOR-CD-VENDEDOR   TO FOR-CD-VENDEDOR
              READ ARQ-VENDEDOR
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "S"             TO WS-IND-VEND-CADASTRADO
                 MOVE FOR-NM-VENDEDOR TO WS-NM-VENDEDOR
                 MOVE FOR-CD-REGIAO   TO WS-CD-REGIAO-VEND
                 MOVE FOR-PC-COMISSAO TO WS-PC-COMISSAO-VEND
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
       2223-SAIDA.
           EXIT.
      *
       2224-FECHA-VENDEDOR SECTION.
       2224.
           COMPUTE WS-VL-DIFERENCA =
                   WS-VL-SIMUL-VEND - WS-VL-REAL-VEND.
           MOVE "Total do Vendedor"  TO WL-DS-TOTAL.
           MOVE WS-VL-VENDA-VEND     TO WL-VL-TOT-VENDA.
           MOVE WS-VL-REAL-VEND      TO WL-VL-TOT-REAL.
           MOVE WS-VL-SIMUL-VEND     TO WL-VL-TOT-SIMUL.
           MOVE WS-VL-DIFERENCA      TO WL-VL-TOT-DIFER.
           MOVE LIN-TOTAL TO WS-LINHA-IMPRESSAO.
           PERFORM 99-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA-IMPRESSAO.
           PERFORM 99-IMPRIME-LINHA.
           ADD WS-VL-VENDA-VEND TO WS-VL-VENDA-GERAL.
           ADD WS-VL-REAL-VEND  TO WS-VL-REAL-GERAL.
           ADD WS-VL-SIMUL-VEND TO WS-VL-SIMUL-GERAL.
           IF WS-QT-VENDEDORES LESS 500
              ADD 1 TO WS-QT-VENDEDORES
              MOVE WS-CD-VENDEDOR-ANT
                               TO WS-RES-CD-VENDEDOR(WS-QT-VENDEDORES)
              MOVE WS-NM-VENDEDOR
                               TO WS-RES-NM-VENDEDOR(WS-QT-VENDEDORES)
              MOVE WS-VL-REAL-VEND
                               TO WS-RES-VL-REAL(WS-QT-VENDEDORES)
              MOVE WS-VL-SIMUL-VEND
                               TO WS-RES-VL-SIMUL(WS-QT-VENDEDORES)
              MOVE WS-VL-DIFERENCA
                               TO WS-RES-VL-DIFERENCA(WS-QT-VENDEDORES)
              MOVE "N"         TO WS-RES-IN-LISTADO(WS-QT-VENDEDORES)
           ELSE
              MOVE "S" TO WS-IND-TAB-CHEIA
           END-IF.
       2224-SAIDA.
           EXIT.
      *
       223-SIMULA-VENDA SECTION.
      * MESMO CALCULO DA LISTAGEM GERAL DE GV-COMISSAO: A FAIXA E A
      * DO VOLUME ACUMULADO NO MES INCLUINDO A PROPRIA VENDA
       223.
           COMPUTE WS-VL-BASE-FAIXA =
                   WS-VL-VENDA-MES + SOR-VL-VALOR.
           PERFORM 99-OBTEM-TAXA.
           COMPUTE WS-VL-COMISSAO ROUNDED =
                   SOR-VL-VALOR * WS-PC-TAXA-APLICADA / 100.
           ADD SOR-VL-VALOR   TO WS-VL-VENDA-MES.
           ADD WS-VL-COMISSAO TO WS-VL-SIMUL-MES.
       223-SAIDA.
           EXIT.
      *
       23-IMPRIME-TOTAL-GERAL SECTION.
       23.
           COMPUTE WS-VL-DIFERENCA =
                   WS-VL-SIMUL-GERAL - WS-VL-REAL-GERAL.
           MOVE CAB-03 TO WS-LINHA-IMPRESSAO.
           PERFORM 99-IMPRIME-LINHA.
           MOVE "TOTAL GERAL DO PERIODO" TO WL-DS-TOTAL.
           MOVE WS-VL-VENDA-GERAL        TO WL-VL-TOT-VENDA.
           MOVE WS-VL-REAL-GERAL         TO WL-VL-TOT-REAL.
           MOVE WS-VL-SIMUL-GERAL        TO WL-VL-TOT-SIMUL.
           MOVE WS-VL-DIFERENCA          TO WL-VL-TOT-DIFER.
           MOVE LIN-TOTAL TO WS-LINHA-IMPRESSAO.
           PERFORM 99-IMPRIME-LINHA.
           MOVE CAB-03 TO WS-LINHA-IMPRESSAO.
           PERFORM 99-IMPRIME-LINHA.
       23-SAIDA.
           EXIT.
      *
       24-IMPRIME-RANKING SECTION.
      * DEZ MAIORES DIFERENCAS DO LADO PEDIDO (GANHO: SIMULADA ACIMA
      * DA REAL; PERDA: ABAIXO), ESCOLHIDAS UMA A UMA NA TABELA
       24.
           MOVE SPACES TO WS-LINHA-IMPRESSAO.
           PERFORM 99-IMPRIME-LINHA.
           IF WS-RANKING-GANHOS
              MOVE "MAIORES GANHOS - COMISSAO SIMULADA ACIMA DA REAL"
                                                      TO WL-DS-TITULO
           ELSE
              MOVE "MAIORES PERDAS - COMISSAO SIMULADA ABAIXO DA REAL"
                                                      TO WL-DS-TITULO
           END-IF.
           MOVE LIN-TITULO TO WS-LINHA-IMPRESSAO.
           PERFORM 99-IMPRIME-LINHA.
           MOVE ZEROS TO WS-QT-LISTADOS.
           MOVE 1     TO WS-IX-ESCOLHIDO.
           PERFORM 241-ESCOLHE-UM-VENDEDOR
               VARYING WS-IX-RANK FROM 1 BY 1
               UNTIL WS-IX-RANK GREATER 10
                  OR WS-IX-ESCOLHIDO EQUAL ZEROS.
           IF WS-QT-LISTADOS EQUAL ZEROS
              MOVE "  Nenhum vendedor nesta situacao." TO WL-DS-TITULO
              MOVE LIN-TITULO TO WS-LINHA-IMPRESSAO
              PERFORM 99-IMPRIME-LINHA
           END-IF.
           IF WS-TABELA-CHEIA
              MOVE "  (Classificacao sobre os 500 primeiros vendedores)"
                                                      TO WL-DS-TITULO
              MOVE LIN-TITULO TO WS-LINHA-IMPRESSAO
              PERFORM 99-IMPRIME-LINHA
           END-IF.
       24-SAIDA.
           EXIT.
      *
       241-ESCOLHE-UM-VENDEDOR SECTION.
       241.
           MOVE ZEROS TO WS-IX-ESCOLHIDO.
           PERFORM 2411-AVALIA-UM-VENDEDOR
               VARYING WS-IX-VEND FROM 1 BY 1
               UNTIL WS-IX-VEND GREATER WS-QT-VENDEDORES.
           IF WS-IX-ESCOLHIDO GREATER ZEROS
              ADD 1 TO WS-QT-LISTADOS
              MOVE "S" TO WS-RES-IN-LISTADO(WS-IX-ESCOLHIDO)
              MOVE WS-QT-LISTADOS TO WL-NR-POSICAO
              MOVE WS-RES-CD-VENDEDOR(WS-IX-ESCOLHIDO)
                                                  TO WL-CD-VEND-RANK
              MOVE WS-RES-NM-VENDEDOR(WS-IX-ESCOLHIDO)
                                                  TO WL-NM-VEND-RANK
              MOVE WS-RES-VL-REAL(WS-IX-ESCOLHIDO)
                                                  TO WL-VL-REAL-RANK
              MOVE WS-RES-VL-SIMUL(WS-IX-ESCOLHIDO)
                                                  TO WL-VL-SIMUL-RANK
              MOVE WS-RES-VL-DIFERENCA(WS-IX-ESCOLHIDO)
                                                  TO WL-VL-DIFER-RANK
              MOVE LIN-RANKING TO WS-LINHA-IMPRESSAO
              PERFORM 99-IMPRIME-LINHA
           END-IF.
       241-SAIDA.
           EXIT.
      *
       2411-AVALIA-UM-VENDEDOR SECTION.
       2411.
           IF WS-RES-IN-LISTADO(WS-IX-VEND) EQUAL "N"
              IF WS-RANKING-GANHOS
                 IF WS-RES-VL-DIFERENCA(WS-IX-VEND) GREATER ZEROS
                    IF WS-IX-ESCOLHIDO EQUAL ZEROS
                    OR WS-RES-VL-DIFERENCA(WS-IX-VEND) GREATER
                       WS-RES-VL-DIFERENCA(WS-IX-ESCOLHIDO)
                       MOVE WS-IX-VEND TO WS-IX-ESCOLHIDO
                    END-IF
                 END-IF
              ELSE
                 IF WS-RES-VL-DIFERENCA(WS-IX-VEND) LESS ZEROS
                    IF WS-IX-ESCOLHIDO EQUAL ZEROS
                    OR WS-RES-VL-DIFERENCA(WS-IX-VEND) LESS
                       WS-RES-VL-DIFERENCA(WS-IX-ESCOLHIDO)
                       MOVE WS-IX-VEND TO WS-IX-ESCOLHIDO
                    END-IF
                 END-IF
              END-IF
           END-IF.
       2411-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
      *
       99-LER-FECHAMENTO.
           READ ARQ-FECHAMENTO
               AT END MOVE "F" TO WS-FINAL-ARQUIVO.
      *
      * CONVERTE O NUMERO ABSOLUTO DE MESES (ANO * 12 + MES - 1) EM
      * WS-QT-MESES-CALC NA COMPETENCIA AAAAMM EM WS-NR-COMP-INICIAL
       99-CONVERTE-COMPETENCIA.
           COMPUTE WS-NR-ANO-CALC = WS-QT-MESES-CALC / 12
           COMPUTE WS-NR-MES-CALC =
                   WS-QT-MESES-CALC - WS-NR-ANO-CALC * 12 + 1
           COMPUTE WS-NR-COMP-INICIAL =
                   WS-NR-ANO-CALC * 100 + WS-NR-MES-CALC.
      *
      * IMPRIME WS-LINHA-IMPRESSAO COM O CABECALHO A CADA PAGINA
       99-IMPRIME-LINHA.
           ADD 1 TO WS-NR-LIN
           IF WS-NR-LIN > 60
              ADD 1 TO WS-NR-PAG
              IF WS-NR-PAG > 1
                 MOVE SPACES TO LINHA
                 WRITE LINHA FROM CAB-03 BEFORE ADVANCING PAGE
              END-IF
              MOVE WS-NR-PAG TO WL-NR-PAGINA
              WRITE LINHA FROM CAB-01 BEFORE ADVANCING 1
              WRITE LINHA FROM CAB-02 BEFORE ADVANCING 1
              WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1
              WRITE LINHA FROM CAB-04 BEFORE ADVANCING 1
              WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1
              MOVE 6 TO WS-NR-LIN
           END-IF
           WRITE LINHA FROM WS-LINHA-IMPRESSAO BEFORE ADVANCING 1.
      *
      * TAXA DA VENDA PELAS FAIXAS CANDIDATAS: PRIMEIRA FAIXA VIGENTE
      * NA DATA DE REFERENCIA (REGRA DA REGIAO DO VENDEDOR, DEPOIS A
      * REGRA GERAL - REGIAO 000) CUJO LIMITE COMPORTA O VOLUME
      * ACUMULADO EM WS-VL-BASE-FAIXA; SEM REGRA APLICAVEL PREVALECE
      * A TAXA FIXA DO CADASTRO
       99-OBTEM-TAXA.
           MOVE WS-PC-COMISSAO-VEND TO WS-PC-TAXA-APLICADA
           MOVE ZEROS TO WS-NR-FAIXA-APLICADA
           MOVE "N" TO WS-IND-FAIXA
           MOVE WS-CD-REGIAO-VEND TO WS-CD-REGIAO-REGRA
           PERFORM 991-PROCURA-FAIXA
           IF NOT WS-FAIXA-ACHADA
           AND WS-CD-REGIAO-VEND GREATER ZEROS
              MOVE ZEROS TO WS-CD-REGIAO-REGRA
              PERFORM 991-PROCURA-FAIXA
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
       991-PROCURA-FAIXA.
           MOVE SPACE TO WS-FINAL-REGRA
           MOVE WS-CD-REGIAO-REGRA TO RGC-CD-REGIAO
           MOVE ZEROS TO RGC-NR-FAIXA
                         WS-ESTADO-ARQUIVO
           START ARQ-REGRA KEY NOT LESS RGC-CHAVE-REGRA
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "F" TO WS-FINAL-REGRA
           END-IF
           PERFORM 9911-AVALIA-FAIXA
               UNTIL WS-FIM-REGRA OR WS-FAIXA-ACHADA.
      *
       9911-AVALIA-FAIXA.
           READ ARQ-REGRA NEXT
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "F" TO WS-FINAL-REGRA
           ELSE
              IF RGC-CD-REGIAO NOT EQUAL WS-CD-REGIAO-REGRA
                 MOVE "F" TO WS-FINAL-REGRA
              ELSE
                 IF  RGC-DT-INICIO NOT GREATER WS-DT-REFERENCIA
                 AND (RGC-DT-FIM EQUAL ZEROS
                 OR   RGC-DT-FIM NOT LESS WS-DT-REFERENCIA)
                    IF RGC-VL-LIMITE EQUAL ZEROS
                    OR WS-VL-BASE-FAIXA NOT GREATER RGC-VL-LIMITE
                       MOVE RGC-PC-COMISSAO TO WS-PC-TAXA-APLICADA
                       MOVE RGC-NR-FAIXA    TO WS-NR-FAIXA-APLICADA
                       MOVE "S" TO WS-IND-FAIXA.
      *
      * SOBREPOE OS NOMES DOS ARQUIVOS COM OS VALORES DO ARQUIVO
      * CENTRAL DE CONFIGURACAO (GV-CONFIG.PAR), QUANDO PRESENTES
       99-LE-CONFIGURACAO.
           MOVE "ARQ-VENDEDOR" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-VENDEDOR
           END-IF
           MOVE "ARQ-CLIENTE" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-CLIENTE
           END-IF
           MOVE "ARQ-VENDADET" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-VENDADET
           END-IF.
      *
       990-CONSULTA-CONFIG.
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
      *
       COPY GV-SPOOLPD.CPY.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-SIMREGRA" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
