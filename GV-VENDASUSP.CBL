000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-VENDASUSP.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Padroes Suspeitos de Venda p/ Revisao de Comissao
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Relatorio mensal de excecoes para a auditoria interna,
      *     restrito a quem tem a permissao de auditoria do menu
      *     principal (7a posicao de USU-PERMISSOES). Varre a
      *     competencia procurando os padroes de manipulacao de
      *     comissao habilitados em SUSP-PADROES (padrao "EFL"):
      *       E - venda digitada (inclusao de detalhe na trilha de
      *           auditoria GV-AUDITORIA.LOG) nos ultimos
      *           SUSP-DIAS-FIM-MES dias da competencia (padrao 3)
      *           e estornada nos primeiros SUSP-DIAS-ESTORNO dias
      *           do mes seguinte (padrao 10);
      *       F - venda creditada a vendedor que nao era o dono da
      *           carteira do cliente na data da venda (historico de
      *           carteira GV-HISTCART.DAT, titular ou secundario);
      *           a venda creditada ao dono da linha do produto nao
      *           entra;
      *       L - o mesmo cliente faturado SUSP-QT-REPETICAO vezes ou
      *           mais no mes (padrao 3) com desconto sobre a lista
      *           ate SUSP-MARGEM-DESC pontos abaixo da tolerancia
      *           que retem a venda para aprovacao
      *           (PC-TOLERANCIA-DESC; margem padrao 1,00).
      *     Cada ocorrencia soma ao vendedor o peso do padrao
      *     (SUSP-PESO-E, SUSP-PESO-F e SUSP-PESO-L; padrao 5, 2 e
      *     3). O relatorio lista, por vendedor, os documentos que
      *     sustentam cada ocorrencia e a pontuacao; o resumo final
      *     marca quem atinge SUSP-PONTOS-ALERTA (padrao 10). Vai
      *     para o spool como os demais relatorios. Em modo lote
      *     (agendador) usa a ultima competencia encerrada e a
      *     empresa da rodada.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ARQ-HISTCART ASSIGN TO DISK WID-ARQ-HISTCART
             organization       is indexed
             access mode        is dynamic
             record key         is HCT-CHAVE-HISTORICO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-USUARIO ASSIGN TO DISK WID-ARQ-USUARIO
             organization       is indexed
             access mode        is dynamic
             record key         is USU-CD-USUARIO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-AUDITORIA ASSIGN TO DISK WID-ARQ-AUDITORIA
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
       COPY GV-VENDADET.CPY.
       COPY GV-CADCLI.CPY.
       COPY GV-CADVEN.CPY.
       COPY GV-HISTCART.CPY.
       COPY GV-CADUSU.CPY.
       COPY GV-AUDITORIA.CPY.
      *
      * UMA OCORRENCIA DE PADRAO SUSPEITO E O DOCUMENTO QUE A SUSTENTA
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SOR-CD-EMPRESA         PIC 9(002).
           03 SOR-CD-VENDEDOR        PIC 9(007).
           03 SOR-TP-PADRAO          PIC X(001).
              88 SOR-PADRAO-ESTORNO            VALUE "E".
              88 SOR-PADRAO-CARTEIRA           VALUE "F".
              88 SOR-PADRAO-LIMIAR             VALUE "L".
           03 SOR-CD-CLIENTE         PIC 9(007).
           03 SOR-DT-DOCUMENTO       PIC 9(008).
           03 SOR-NR-DOCUMENTO       PIC 9(009).
           03 SOR-VL-DOCUMENTO       PIC 9(013)V9(002).
           03 SOR-DS-DETALHE         PIC X(050).
      *
       COPY GV-SPOOLFD.CPY.
      *
       FD  RELATO
           VALUE OF FILE-ID IS WS01-ARQUIVO
           LABEL RECORD IS  OMITTED.
       01  LINHA                       PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-VENDADET       PIC X(60) VALUE "GV-VENDADET.DAT".
           03 WID-ARQ-CLIENTE        PIC X(60) VALUE "GV-CLIENTE.DAT".
           03 WID-ARQ-VENDEDOR       PIC X(60) VALUE "GV-VENDEDOR.DAT".
           03 WID-ARQ-HISTCART       PIC X(20) VALUE "GV-HISTCART.DAT".
           03 WID-ARQ-USUARIO        PIC X(15) VALUE "GV-USUARIO.DAT".
           03 WID-ARQ-AUDITORIA      PIC X(60) VALUE "GV-AUDITORIA.LOG".
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
           03 WS-FINAL-LEITURA       PIC X(01) VALUE SPACE.
              88 WS-FIM-LEITURA                VALUE "F".
           03 WS-FINAL-ESTORNO       PIC X(01) VALUE SPACE.
              88 WS-FIM-ESTORNO                VALUE "F".
           03 WS-FINAL-SORT          PIC X(01) VALUE SPACE.
              88 WS-FIM-SORT                   VALUE "F".
           03 WS-IND-ARQ-CLIENTE     PIC X(01) VALUE "N".
              88 WS-ARQ-CLIENTE-OK             VALUE "S".
           03 WS-IND-ARQ-VENDEDOR    PIC X(01) VALUE "N".
              88 WS-ARQ-VENDEDOR-OK            VALUE "S".
           03 WS-IND-ARQ-AUDITORIA   PIC X(01) VALUE "N".
              88 WS-ARQ-AUDITORIA-OK           VALUE "S".
           03 WS-IND-PERMISSAO       PIC X(01) VALUE "N".
              88 WS-TEM-PERMISSAO              VALUE "S".
           03 WS-NR-COMPETENCIA      PIC 9(006) VALUE ZEROS.
           03 WS-NR-COMPETENCIA-PROX PIC 9(006) VALUE ZEROS.
           03 WS-CD-EMPRESA-FILTRO   PIC 9(002) VALUE ZEROS.
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-DT-INICIO           PIC 9(008) VALUE ZEROS.
           03 WS-DT-FIM              PIC 9(008) VALUE ZEROS.
           03 WS-DT-PROX-MES         PIC 9(008) VALUE ZEROS.
           03 WS-DT-INICIO-FIM-MES   PIC 9(008) VALUE ZEROS.
           03 WS-DT-FIM-ESTORNO      PIC 9(008) VALUE ZEROS.
           03 WS-DT-EDITADA          PIC 9999/99/99.
           03 WS-NR-LIN              PIC 9(02) VALUE 99.
           03 WS-NR-PAG              PIC 9(03) VALUE ZEROS.
      *
      * PARAMETROS DOS PADROES (GV-CONFIG.PAR)
       01  WS-PARAMETROS-PADRAO.
           03 WS-DS-PADROES          PIC X(010) VALUE "EFL".
           03 WS-IND-PADRAO-E        PIC X(001) VALUE "N".
              88 WS-PADRAO-E-ATIVO             VALUE "S".
           03 WS-IND-PADRAO-F        PIC X(001) VALUE "N".
              88 WS-PADRAO-F-ATIVO             VALUE "S".
           03 WS-IND-PADRAO-L        PIC X(001) VALUE "N".
              88 WS-PADRAO-L-ATIVO             VALUE "S".
           03 WS-QT-DIAS-FIM-MES     PIC 9(003) VALUE 3.
           03 WS-QT-DIAS-ESTORNO     PIC 9(003) VALUE 10.
           03 WS-PC-TOLERANCIA       PIC 9(003)V9(002) VALUE 5,00.
           03 WS-PC-MARGEM           PIC 9(003)V9(002) VALUE 1,00.
           03 WS-PC-LIMIAR-INICIO    PIC S9(003)V9(002) VALUE ZEROS.
           03 WS-QT-REPETICAO        PIC 9(003) VALUE 3.
           03 WS-QT-PESO-E           PIC 9(003) VALUE 5.
           03 WS-QT-PESO-F           PIC 9(003) VALUE 2.
           03 WS-QT-PESO-L           PIC 9(003) VALUE 3.
           03 WS-QT-PONTOS-ALERTA    PIC 9(005) VALUE 10.
           03 WS-VL-CONFIG-NUM       PIC 9(005)V9(002) VALUE ZEROS.
           03 WS-QT-LETRA            PIC 9(003) VALUE ZEROS.
      *
      * VENDA DIGITADA EM ANALISE (IMAGEM DA TRILHA DE AUDITORIA)
       01  WS-VENDA-DIGITADA.
           03 WS-DIG-CD-EMPRESA      PIC 9(002) VALUE ZEROS.
           03 WS-DIG-CD-CLIENTE      PIC 9(007) VALUE ZEROS.
           03 WS-DIG-DT-VENDA        PIC 9(008) VALUE ZEROS.
           03 WS-DIG-NR-DOCUMENTO    PIC 9(009) VALUE ZEROS.
           03 WS-DIG-CD-VENDEDOR     PIC 9(007) VALUE ZEROS.
           03 WS-DIG-VL-VENDA        PIC 9(013)V9(002) VALUE ZEROS.
           03 WS-DIG-CD-USUARIO      PIC X(008) VALUE SPACES.
           03 WS-DIG-DT-ESTORNO      PIC 9(008) VALUE ZEROS.
      *
      * VENDAS COM DESCONTO NO LIMIAR DO CLIENTE CORRENTE DA VARREDURA
       01  WS-TAB-LIMIAR.
           03 WS-LIM-CD-EMPRESA      PIC 9(002) VALUE ZEROS.
           03 WS-LIM-CD-CLIENTE      PIC 9(007) VALUE ZEROS.
           03 WS-QT-LIMIAR           PIC 9(03) VALUE ZEROS.
           03 WS-IX-LIM              PIC 9(03) VALUE ZEROS.
           03 WS-LIM-ITEM OCCURS 100 TIMES.
              05 WS-LIM-DT-VENDA     PIC 9(008).
              05 WS-LIM-NR-DOCUMENTO PIC 9(009).
              05 WS-LIM-CD-VENDEDOR  PIC 9(007).
              05 WS-LIM-VL-VENDA     PIC 9(013)V9(002).
              05 WS-LIM-PC-DESCONTO  PIC 9(003)V9(002).
           03 WS-PC-DESCONTO         PIC 9(003)V9(002) VALUE ZEROS.
           03 WS-PC-EDITADO          PIC ZZ9,99.
           03 WS-PC-EDITADO-TOL      PIC ZZ9,99.
           03 WS-QT-EDITADA          PIC ZZ9.
      *
      * PONTUACAO POR EMPRESA/VENDEDOR, NA ORDEM DO RELATORIO
       01  WS-TAB-PONTUACAO.
           03 WS-QT-VENDEDORES       PIC 9(04) VALUE ZEROS.
           03 WS-IND-EXCEDEU-TAB     PIC X(01) VALUE "N".
              88 WS-EXCEDEU-TABELA             VALUE "S".
           03 WS-IX-VEN              PIC 9(04) VALUE ZEROS.
           03 WS-PTS-ITEM OCCURS 2000 TIMES.
              05 WS-PTS-CD-EMPRESA   PIC 9(002).
              05 WS-PTS-CD-VENDEDOR  PIC 9(007).
              05 WS-PTS-NM-VENDEDOR  PIC X(030).
              05 WS-PTS-QT-E         PIC 9(005).
              05 WS-PTS-QT-F         PIC 9(005).
              05 WS-PTS-QT-L         PIC 9(005).
              05 WS-PTS-QT-PONTOS    PIC 9(007).
      *
       01  WS-TOTAIS.
           03 WS-QT-AUDIT-LIDOS      PIC 9(07) VALUE ZEROS.
           03 WS-QT-DIGITADAS        PIC 9(07) VALUE ZEROS.
           03 WS-QT-VENDAS-MES       PIC 9(07) VALUE ZEROS.
           03 WS-QT-TOT-E            PIC 9(07) VALUE ZEROS.
           03 WS-QT-TOT-F            PIC 9(07) VALUE ZEROS.
           03 WS-QT-TOT-L            PIC 9(07) VALUE ZEROS.
           03 WS-QT-EM-ALERTA        PIC 9(05) VALUE ZEROS.
           03 WS-QT-ED               PIC ZZZZZZ9.
           03 WS-QT-ED2              PIC ZZZZZZ9.
      *
       COPY GV-HISTCARWS.CPY.
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
      * LAYOUT DO RELATORIO DE PADROES SUSPEITOS
       01  CAB-01.
           02 FILLER            PIC X(20) VALUE SPACES.
           02 FILLER            PIC X(50) VALUE
                  "PADROES SUSPEITOS DE VENDA - REVISAO DE COMISSAO".
           02 FILLER            PIC X(13) VALUE "Competencia: ".
           02 WL-COMPETENCIA    PIC 9999/99.
           02 FILLER            PIC X(10) VALUE "  Empresa:".
           02 WL-EMPRESA-FILTRO PIC X(06).
           02 FILLER            PIC X(15) VALUE SPACES.
           02 FILLER            PIC X(05) VALUE "Pag: ".
           02 WL-NR-PAGINA      PIC 9(03).
      *
       01  CAB-02.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 FILLER    PIC X(10) VALUE "CLIENTE".
           03 FILLER    PIC X(11) VALUE "DATA".
           03 FILLER    PIC X(11) VALUE "DOCUMENTO".
           03 FILLER    PIC X(19) VALUE "              VALOR".
           03 FILLER    PIC X(02) VALUE SPACES.
           03 FILLER    PIC X(23) VALUE "PADRAO".
           03 FILLER    PIC X(50) VALUE "EVIDENCIA".
      *
       01  CAB-03.
           03 FILLER PIC X(132) VALUE IS ALL '='.
      *
       01  CAB-04.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 FILLER    PIC X(04) VALUE "EMP".
           03 FILLER    PIC X(09) VALUE "VENDEDOR".
           03 FILLER    PIC X(31) VALUE "NOME".
           03 FILLER    PIC X(10) VALUE "  ESTORNO".
           03 FILLER    PIC X(10) VALUE " CARTEIRA".
           03 FILLER    PIC X(10) VALUE "   LIMIAR".
           03 FILLER    PIC X(11) VALUE "  PONTOS".
           03 FILLER    PIC X(10) VALUE "ALERTA".
      *
       01  LIN-VENDEDOR.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 FILLER          PIC X(09) VALUE "EMPRESA: ".
           03 WL-CD-EMPRESA-V PIC Z9.
           03 FILLER          PIC X(14) VALUE "   VENDEDOR:  ".
           03 WL-CD-VENDEDOR-V PIC ZZZZZZ9.
           03 FILLER          PIC X(03) VALUE " - ".
           03 WL-NM-VENDEDOR-V PIC X(40).
      *
       01  LIN-01.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-CD-CLIENTE   PIC ZZZZZZ9.
           03 FILLER          PIC X(03) VALUE SPACES.
           03 WL-DT-DOCUMENTO PIC 9999/99/99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-NR-DOCUMENTO PIC ZZZZZZZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-VL-DOCUMENTO PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 WL-DS-PADRAO    PIC X(23).
           03 WL-DS-DETALHE   PIC X(50).
      *
       01  LIN-PONTOS.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 FILLER          PIC X(22) VALUE "Ocorrencias: Estorno ".
           03 WL-QT-E         PIC ZZZZ9.
           03 FILLER          PIC X(12) VALUE "   Carteira ".
           03 WL-QT-F         PIC ZZZZ9.
           03 FILLER          PIC X(10) VALUE "   Limiar ".
           03 WL-QT-L         PIC ZZZZ9.
           03 FILLER          PIC X(14) VALUE "   PONTUACAO: ".
           03 WL-QT-PONTOS    PIC Z.ZZZ.ZZ9.
      *
       01  LIN-02.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-CD-EMPRESA-R PIC Z9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-CD-VENDEDOR-R PIC ZZZZZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-NM-VENDEDOR-R PIC X(30).
           03 FILLER          PIC X(04) VALUE SPACES.
           03 WL-QT-E-R       PIC ZZZZ9.
           03 FILLER          PIC X(05) VALUE SPACES.
           03 WL-QT-F-R       PIC ZZZZ9.
           03 FILLER          PIC X(05) VALUE SPACES.
           03 WL-QT-L-R       PIC ZZZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-QT-PONTOS-R  PIC Z.ZZZ.ZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-DS-ALERTA    PIC X(10).
      *
       01  LIN-03.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-DS-TOTAL     PIC X(40).
           03 WL-QT-TOTAL     PIC Z.ZZZ.ZZ9.
      *
       SCREEN SECTION.
      *
       01  SST-LIMPA-TELA.
           03 LINE 22 COL 10 BLANK LINE.
           03 LINE 06 COL 01 BLANK LINE.
           03 LINE 05 COL 01 BLANK LINE.
           03 LINE 02 COL 20 VALUE
              "                                        ".
      *
       01  SST-VENDASUSP.
           03 LINE 02 COL 20 VALUE
              "Padroes Suspeitos de Venda".
           03 LINE 05 COL 07 VALUE "Competencia AAAAMM (0 Sai): ".
           03 LINE 05 COL 35 USING WS-NR-COMPETENCIA.
           03 LINE 06 COL 07 VALUE "Empresa (0 = Todas) ......: ".
           03 LINE 06 COL 35 USING WS-CD-EMPRESA-FILTRO.
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
      * A COMPETENCIA PROPOSTA E A ULTIMA ENCERRADA (MES ANTERIOR);
      * EM MODO LOTE E A USADA SEM PERGUNTAR, COM A EMPRESA DA RODADA
       1.
           PERFORM 11-VERIFICA-PERMISSAO.
           IF NOT WS-TEM-PERMISSAO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Acesso Negado - Requer Permissao de Auditoria."
                TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              GO TO 1-SAIDA.
           PERFORM 99-LE-CONFIGURACAO.
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-NR-COMPETENCIA = WS-DT-HOJE / 100.
           IF WS-DT-HOJE(5:2) EQUAL "01"
              SUBTRACT 89 FROM WS-NR-COMPETENCIA
           ELSE
              SUBTRACT 1 FROM WS-NR-COMPETENCIA.
           IF LK-MODO-BATCH
              MOVE LK-CD-EMPRESA TO WS-CD-EMPRESA-FILTRO
           ELSE
              ACCEPT SST-VENDASUSP
              IF WS-NR-COMPETENCIA EQUAL ZEROS
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 GO TO 1-SAIDA.
           PERFORM 12-CALCULA-JANELAS.
           OPEN INPUT ARQ-VENDADET.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-VENDADET TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "E" TO LK-CD-RETORNO
              MOVE "Detalhe de Vendas Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              GO TO 1-SAIDA.
      * SEM A TRILHA NAO HA PADRAO E; SEM CLIENTES NAO HA PADRAO F;
      * SEM VENDEDORES O RELATORIO SAI SEM OS NOMES
           OPEN INPUT ARQ-AUDITORIA.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-AUDITORIA.
           OPEN INPUT ARQ-CLIENTE.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-CLIENTE.
           OPEN INPUT ARQ-VENDEDOR.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-VENDEDOR.
           PERFORM 99-ABRE-HISTCART-CONSULTA.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       1-SAIDA.
           EXIT.
      *
      * PERMISSAO DE AUDITORIA DO OPERADOR DA SESSAO (MESMA POSICAO
      * QUE O MENU PRINCIPAL CONFERE NA AUDITORIA DE CPF/CNPJ). O
      * LOTE SEM OPERADOR RODA PELO AGENDADOR, JA RESTRITO
       11-VERIFICA-PERMISSAO SECTION.
       11.
           IF LK-MODO-BATCH
              MOVE "S" TO WS-IND-PERMISSAO
              GO TO 11-SAIDA.
           MOVE "N" TO WS-IND-PERMISSAO.
           OPEN INPUT ARQ-USUARIO.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "11-VERIFICA-PERMISSAO" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-USUARIO TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              GO TO 11-SAIDA.
           MOVE LK-CD-USUARIO TO USU-CD-USUARIO.
           READ ARQ-USUARIO.
           IF  WS-OPERACAO-BEM-SUCEDIDA
           AND USU-SIT-ATIVO
           AND USU-PERMISSOES(7:1) EQUAL "S"
              MOVE "S" TO WS-IND-PERMISSAO.
           CLOSE ARQ-USUARIO.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       11-SAIDA.
           EXIT.
      *
      * MES DA COMPETENCIA, ULTIMOS DIAS DELA E PRIMEIROS DIAS DO MES
      * SEGUINTE (JANELA DO ESTORNO)
       12-CALCULA-JANELAS SECTION.
       12.
           COMPUTE WS-DT-INICIO = WS-NR-COMPETENCIA * 100 + 1.
           COMPUTE WS-NR-COMPETENCIA-PROX = WS-NR-COMPETENCIA + 1.
           IF WS-NR-COMPETENCIA(5:2) EQUAL "12"
              ADD 88 TO WS-NR-COMPETENCIA-PROX.
           COMPUTE WS-DT-PROX-MES = WS-NR-COMPETENCIA-PROX * 100 + 1.
           COMPUTE WS-DT-FIM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DT-PROX-MES) - 1).
           COMPUTE WS-DT-INICIO-FIM-MES = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DT-PROX-MES)
                    - WS-QT-DIAS-FIM-MES).
           IF WS-DT-INICIO-FIM-MES LESS WS-DT-INICIO
              MOVE WS-DT-INICIO TO WS-DT-INICIO-FIM-MES.
           COMPUTE WS-DT-FIM-ESTORNO = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DT-PROX-MES)
                    + WS-QT-DIAS-ESTORNO - 1).
           COMPUTE WS-PC-LIMIAR-INICIO =
                   WS-PC-TOLERANCIA - WS-PC-MARGEM.
           IF WS-PC-LIMIAR-INICIO LESS ZEROS
              MOVE ZEROS TO WS-PC-LIMIAR-INICIO.
       12-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           MOVE WS-NR-COMPETENCIA TO WL-COMPETENCIA.
           IF WS-CD-EMPRESA-FILTRO EQUAL ZEROS
              MOVE " TODAS" TO WL-EMPRESA-FILTRO
           ELSE
              MOVE WS-CD-EMPRESA-FILTRO TO WS-QT-ED
              MOVE WS-QT-ED TO WL-EMPRESA-FILTRO.
           MOVE "VENDASUSP" TO WS-SPL-ID-RELATORIO.
           PERFORM 99-PREPARA-SPOOL.
           OPEN OUTPUT RELATO.
           IF LK-MODO-INTERATIVO
              MOVE "Analisando a Competencia..." TO WS-MENSAGEM
              DISPLAY SST-MENSAGEM.
           SORT ARQ-SORT ON ASCENDING KEY SOR-CD-EMPRESA
                                          SOR-CD-VENDEDOR
                                          SOR-TP-PADRAO
                                          SOR-CD-CLIENTE
                                          SOR-DT-DOCUMENTO
                                          SOR-NR-DOCUMENTO
                INPUT  PROCEDURE IS 21-LEVANTA-OCORRENCIAS
                OUTPUT PROCEDURE IS 22-IMPRIME-OCORRENCIAS.
           PERFORM 23-IMPRIME-PONTUACAO.
           CLOSE RELATO.
           COMPUTE WS-QT-ED = WS-QT-TOT-E + WS-QT-TOT-F + WS-QT-TOT-L.
           MOVE WS-QT-EM-ALERTA TO WS-QT-ED2.
           MOVE SPACES TO WS-MENSAGEM.
           STRING "Relatorio no Spool. Ocorrencias: " WS-QT-ED
                  "  Em Alerta: " WS-QT-ED2
                  DELIMITED BY SIZE INTO WS-MENSAGEM.
           PERFORM 99-MENSAGEM.
       2-SAIDA.
           EXIT.
      *
       21-LEVANTA-OCORRENCIAS SECTION.
      *---------------------
       21.
           IF WS-PADRAO-E-ATIVO AND WS-ARQ-AUDITORIA-OK
              MOVE SPACE TO WS-FINAL-LEITURA
              PERFORM 99-LER-AUDITORIA
              PERFORM 211-ANALISA-UMA-DIGITACAO
                  UNTIL WS-FIM-LEITURA.
           IF WS-PADRAO-F-ATIVO OR WS-PADRAO-L-ATIVO
              MOVE ZEROS TO VDD-CHAVE-VENDA-DET
                            WS-QT-LIMIAR
                            WS-ESTADO-ARQUIVO
              MOVE WS-CD-EMPRESA-FILTRO TO VDD-CD-EMPRESA
              MOVE SPACE TO WS-FINAL-LEITURA
              START ARQ-VENDADET KEY NOT LESS VDD-CHAVE-VENDA-DET
                  INVALID KEY MOVE "F" TO WS-FINAL-LEITURA
              END-START
              PERFORM 212-ANALISA-UMA-VENDA
                  UNTIL WS-FIM-LEITURA
              PERFORM 99-FECHA-CLIENTE-LIMIAR.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       21-SAIDA.
           EXIT.
      *
      * PADRAO E: A IMAGEM DA INCLUSAO DE DETALHE NA TRILHA E A VENDA
      * COMO FOI DIGITADA (OU APROVADA DA RETENCAO); O ESTORNO FEITO
      * PELA DIGITACAO E UM MOVIMENTO "E" DO MESMO DOCUMENTO COM A
      * DATA DA VENDA ORIGINAL
       211-ANALISA-UMA-DIGITACAO SECTION.
       211.
           ADD 1 TO WS-QT-AUDIT-LIDOS.
           IF  AUD-ENT-VENDA-DET
           AND AUD-OPER-INCLUSAO
           AND AUD-IMG-DEPOIS
           AND (WS-CD-EMPRESA-FILTRO EQUAL ZEROS
             OR AUD-CD-EMPRESA EQUAL WS-CD-EMPRESA-FILTRO)
              MOVE AUD-DADOS-REGISTRO TO VDD-REGISTRO-VENDA-DET
              IF  VDD-MOV-VENDA
              AND VDD-DT-VENDA NOT LESS WS-DT-INICIO-FIM-MES
              AND VDD-DT-VENDA NOT GREATER WS-DT-FIM
                 ADD 1 TO WS-QT-DIGITADAS
                 MOVE VDD-CD-EMPRESA   TO WS-DIG-CD-EMPRESA
                 MOVE VDD-CD-CLIENTE   TO WS-DIG-CD-CLIENTE
                 MOVE VDD-DT-VENDA     TO WS-DIG-DT-VENDA
                 MOVE VDD-NR-DOCUMENTO TO WS-DIG-NR-DOCUMENTO
                 MOVE VDD-CD-VENDEDOR  TO WS-DIG-CD-VENDEDOR
                 MOVE VDD-VL-VENDA     TO WS-DIG-VL-VENDA
                 MOVE AUD-CD-USUARIO   TO WS-DIG-CD-USUARIO
                 PERFORM 2111-PROCURA-ESTORNO
                 IF WS-DIG-DT-ESTORNO GREATER ZEROS
                    PERFORM 2112-LIBERA-ESTORNO
                 END-IF
              END-IF
           END-IF.
           PERFORM 99-LER-AUDITORIA.
       211-SAIDA.
           EXIT.
      *
       2111-PROCURA-ESTORNO SECTION.
       2111.
           MOVE ZEROS TO WS-DIG-DT-ESTORNO.
           MOVE WS-DIG-CD-EMPRESA TO VDD-CD-EMPRESA.
           MOVE WS-DIG-CD-CLIENTE TO VDD-CD-CLIENTE.
           MOVE WS-DT-PROX-MES    TO VDD-DT-VENDA.
           MOVE ZEROS             TO VDD-NR-DOCUMENTO.
           MOVE SPACE TO WS-FINAL-ESTORNO.
           START ARQ-VENDADET KEY NOT LESS VDD-CHAVE-VENDA-DET
               INVALID KEY MOVE "F" TO WS-FINAL-ESTORNO.
           PERFORM 21111-CONFERE-UM-ESTORNO
               UNTIL WS-FIM-ESTORNO.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       2111-SAIDA.
           EXIT.
      *
       21111-CONFERE-UM-ESTORNO SECTION.
       21111.
           READ ARQ-VENDADET NEXT
               AT END MOVE "F" TO WS-FINAL-ESTORNO.
           IF NOT WS-FIM-ESTORNO
              IF VDD-CD-EMPRESA NOT EQUAL WS-DIG-CD-EMPRESA
              OR VDD-CD-CLIENTE NOT EQUAL WS-DIG-CD-CLIENTE
              OR VDD-DT-VENDA GREATER WS-DT-FIM-ESTORNO
                 MOVE "F" TO WS-FINAL-ESTORNO
              ELSE
                 IF  VDD-MOV-ESTORNO
                 AND VDD-NR-DOCUMENTO EQUAL WS-DIG-NR-DOCUMENTO
                 AND VDD-DT-ORIGINAL EQUAL WS-DIG-DT-VENDA
                    MOVE VDD-DT-VENDA TO WS-DIG-DT-ESTORNO
                    MOVE "F" TO WS-FINAL-ESTORNO
                 END-IF
              END-IF
           END-IF.
       21111-SAIDA.
           EXIT.
      *
       2112-LIBERA-ESTORNO SECTION.
       2112.
           MOVE WS-DIG-CD-EMPRESA   TO SOR-CD-EMPRESA.
           MOVE WS-DIG-CD-VENDEDOR  TO SOR-CD-VENDEDOR.
           MOVE "E"                 TO SOR-TP-PADRAO.
           MOVE WS-DIG-CD-CLIENTE   TO SOR-CD-CLIENTE.
           MOVE WS-DIG-DT-VENDA     TO SOR-DT-DOCUMENTO.
           MOVE WS-DIG-NR-DOCUMENTO TO SOR-NR-DOCUMENTO.
           MOVE WS-DIG-VL-VENDA     TO SOR-VL-DOCUMENTO.
           MOVE WS-DIG-DT-ESTORNO   TO WS-DT-EDITADA.
           MOVE SPACES TO SOR-DS-DETALHE.
           STRING "ESTORNADA EM " WS-DT-EDITADA
                  " - DIGITADA POR " WS-DIG-CD-USUARIO
                  DELIMITED BY SIZE INTO SOR-DS-DETALHE.
           RELEASE REG-SORT.
           ADD 1 TO WS-QT-TOT-E.
       2112-SAIDA.
           EXIT.
      *
      * PADROES F E L SOBRE AS VENDAS DO MES; O DETALHE VEM EM ORDEM
      * DE EMPRESA/CLIENTE, ENTAO AS VENDAS NO LIMIAR DE UM CLIENTE
      * SAO ACUMULADAS E AVALIADAS NA TROCA DE CLIENTE
       212-ANALISA-UMA-VENDA SECTION.
       212.
           READ ARQ-VENDADET NEXT
               AT END MOVE "F" TO WS-FINAL-LEITURA.
           IF WS-FIM-LEITURA
              GO TO 212-SAIDA.
           IF  WS-CD-EMPRESA-FILTRO NOT EQUAL ZEROS
           AND VDD-CD-EMPRESA NOT EQUAL WS-CD-EMPRESA-FILTRO
              MOVE "F" TO WS-FINAL-LEITURA
              GO TO 212-SAIDA.
           IF VDD-CD-EMPRESA NOT EQUAL WS-LIM-CD-EMPRESA
           OR VDD-CD-CLIENTE NOT EQUAL WS-LIM-CD-CLIENTE
              PERFORM 99-FECHA-CLIENTE-LIMIAR
              MOVE VDD-CD-EMPRESA TO WS-LIM-CD-EMPRESA
              MOVE VDD-CD-CLIENTE TO WS-LIM-CD-CLIENTE.
           IF  VDD-MOV-VENDA
           AND VDD-DT-VENDA NOT LESS WS-DT-INICIO
           AND VDD-DT-VENDA NOT GREATER WS-DT-FIM
              ADD 1 TO WS-QT-VENDAS-MES
              IF WS-PADRAO-F-ATIVO AND NOT VDD-CREDITO-LINHA
                 PERFORM 2121-CONFERE-CARTEIRA
              END-IF
              IF WS-PADRAO-L-ATIVO
                 PERFORM 2122-CONFERE-LIMIAR
              END-IF
           END-IF.
       212-SAIDA.
           EXIT.
      *
      * DONO DA CARTEIRA NA DATA DA VENDA: O HISTORICO, SENAO O
      * CADASTRO; O VENDEDOR SECUNDARIO DA CONTA TAMBEM E DONO.
      * CLIENTE INEXISTENTE E ASSUNTO DA VARREDURA REFERENCIAL
       2121-CONFERE-CARTEIRA SECTION.
       2121.
           IF NOT WS-ARQ-CLIENTE-OK
              GO TO 2121-SAIDA.
           MOVE VDD-CD-EMPRESA TO CLI-CD-EMPRESA.
           MOVE VDD-CD-CLIENTE TO CLI-CD-CLIENTE.
           READ ARQ-CLIENTE.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "00" TO WS-ESTADO-ARQUIVO
              GO TO 2121-SAIDA.
           MOVE VDD-CD-EMPRESA  TO WS-HCT-CD-EMPRESA.
           MOVE VDD-CD-CLIENTE  TO WS-HCT-CD-CLIENTE.
           MOVE VDD-DT-VENDA    TO WS-HCT-DT-REFERENCIA.
           MOVE CLI-CD-VENDEDOR TO WS-HCT-CD-VENDEDOR.
           PERFORM 99-BUSCA-DONO-CLIENTE.
           IF  VDD-CD-VENDEDOR NOT EQUAL WS-HCT-CD-VENDEDOR
           AND VDD-CD-VENDEDOR NOT EQUAL CLI-CD-VENDEDOR-SEC
              MOVE VDD-CD-EMPRESA   TO SOR-CD-EMPRESA
              MOVE VDD-CD-VENDEDOR  TO SOR-CD-VENDEDOR
              MOVE "F"              TO SOR-TP-PADRAO
              MOVE VDD-CD-CLIENTE   TO SOR-CD-CLIENTE
              MOVE VDD-DT-VENDA     TO SOR-DT-DOCUMENTO
              MOVE VDD-NR-DOCUMENTO TO SOR-NR-DOCUMENTO
              MOVE VDD-VL-VENDA     TO SOR-VL-DOCUMENTO
              MOVE WS-HCT-CD-VENDEDOR TO WS-QT-ED
              MOVE SPACES TO SOR-DS-DETALHE
              STRING "CLIENTE NA CARTEIRA DO VENDEDOR " WS-QT-ED
                     DELIMITED BY SIZE INTO SOR-DS-DETALHE
              RELEASE REG-SORT
              ADD 1 TO WS-QT-TOT-F.
       2121-SAIDA.
           EXIT.
      *
      * DESCONTO SOBRE A LISTA GRAVADA NA VENDA, DENTRO DA TOLERANCIA
      * E A NO MAXIMO WS-PC-MARGEM PONTOS DELA
       2122-CONFERE-LIMIAR SECTION.
       2122.
           IF VDD-VL-PRECO-LISTA EQUAL ZEROS
           OR VDD-VL-UNITARIO EQUAL ZEROS
           OR VDD-VL-UNITARIO NOT LESS VDD-VL-PRECO-LISTA
              GO TO 2122-SAIDA.
           COMPUTE WS-PC-DESCONTO ROUNDED =
                   (VDD-VL-PRECO-LISTA - VDD-VL-UNITARIO) * 100
                   / VDD-VL-PRECO-LISTA.
           IF  WS-PC-DESCONTO NOT LESS WS-PC-LIMIAR-INICIO
           AND WS-PC-DESCONTO NOT GREATER WS-PC-TOLERANCIA
           AND WS-QT-LIMIAR LESS 100
              ADD 1 TO WS-QT-LIMIAR
              MOVE VDD-DT-VENDA     TO WS-LIM-DT-VENDA(WS-QT-LIMIAR)
              MOVE VDD-NR-DOCUMENTO
                                TO WS-LIM-NR-DOCUMENTO(WS-QT-LIMIAR)
              MOVE VDD-CD-VENDEDOR
                                TO WS-LIM-CD-VENDEDOR(WS-QT-LIMIAR)
              MOVE VDD-VL-VENDA     TO WS-LIM-VL-VENDA(WS-QT-LIMIAR)
              MOVE WS-PC-DESCONTO
                                TO WS-LIM-PC-DESCONTO(WS-QT-LIMIAR).
       2122-SAIDA.
           EXIT.
      *
      * CLIENTE ENCERRADO NA VARREDURA: COM REPETICOES BASTANTES
      * CADA VENDA NO LIMIAR VIRA UMA OCORRENCIA DO SEU VENDEDOR
       2123-LIBERA-UM-LIMIAR SECTION.
       2123.
           MOVE WS-LIM-CD-EMPRESA TO SOR-CD-EMPRESA.
           MOVE WS-LIM-CD-VENDEDOR(WS-IX-LIM)  TO SOR-CD-VENDEDOR.
           MOVE "L"                            TO SOR-TP-PADRAO.
           MOVE WS-LIM-CD-CLIENTE              TO SOR-CD-CLIENTE.
           MOVE WS-LIM-DT-VENDA(WS-IX-LIM)     TO SOR-DT-DOCUMENTO.
           MOVE WS-LIM-NR-DOCUMENTO(WS-IX-LIM) TO SOR-NR-DOCUMENTO.
           MOVE WS-LIM-VL-VENDA(WS-IX-LIM)     TO SOR-VL-DOCUMENTO.
           MOVE WS-LIM-PC-DESCONTO(WS-IX-LIM)  TO WS-PC-EDITADO.
           MOVE WS-PC-TOLERANCIA               TO WS-PC-EDITADO-TOL.
           MOVE WS-QT-LIMIAR                   TO WS-QT-EDITADA.
           MOVE SPACES TO SOR-DS-DETALHE.
           STRING "DESCONTO " WS-PC-EDITADO "% (TOLERANCIA "
                  WS-PC-EDITADO-TOL "%) - " WS-QT-EDITADA
                  " NO MES"
                  DELIMITED BY SIZE INTO SOR-DS-DETALHE.
           RELEASE REG-SORT.
           ADD 1 TO WS-QT-TOT-L.
       2123-SAIDA.
           EXIT.
      *
       22-IMPRIME-OCORRENCIAS SECTION.
      *---------------------
       22.
           MOVE SPACE TO WS-FINAL-SORT.
           MOVE ZEROS TO WS-IX-VEN.
           PERFORM 221-IMPRIME-UMA-OCORRENCIA
               UNTIL WS-FIM-SORT.
           IF WS-IX-VEN GREATER ZEROS
              PERFORM 99-IMPRIME-PONTOS-VENDEDOR.
           IF WS-NR-PAG EQUAL ZEROS
              PERFORM 99-IMPRIME-CABECALHO
              MOVE SPACES TO LINHA
              MOVE "  Nenhum padrao suspeito na competencia." TO LINHA
              WRITE LINHA BEFORE ADVANCING 1.
       22-SAIDA.
           EXIT.
      *
       221-IMPRIME-UMA-OCORRENCIA SECTION.
       221.
           RETURN ARQ-SORT
               AT END MOVE "F" TO WS-FINAL-SORT.
           IF WS-FIM-SORT
              GO TO 221-SAIDA.
           IF WS-IX-VEN GREATER ZEROS
              IF SOR-CD-EMPRESA  NOT EQUAL
                                 WS-PTS-CD-EMPRESA(WS-IX-VEN)
              OR SOR-CD-VENDEDOR NOT EQUAL
                                 WS-PTS-CD-VENDEDOR(WS-IX-VEN)
                 PERFORM 99-IMPRIME-PONTOS-VENDEDOR
                 MOVE ZEROS TO WS-IX-VEN
              END-IF
           END-IF.
           IF WS-IX-VEN EQUAL ZEROS
              PERFORM 99-NOVO-VENDEDOR.
           IF WS-IX-VEN GREATER ZEROS
              IF SOR-PADRAO-ESTORNO
                 ADD 1 TO WS-PTS-QT-E(WS-IX-VEN)
                 ADD WS-QT-PESO-E TO WS-PTS-QT-PONTOS(WS-IX-VEN)
              END-IF
              IF SOR-PADRAO-CARTEIRA
                 ADD 1 TO WS-PTS-QT-F(WS-IX-VEN)
                 ADD WS-QT-PESO-F TO WS-PTS-QT-PONTOS(WS-IX-VEN)
              END-IF
              IF SOR-PADRAO-LIMIAR
                 ADD 1 TO WS-PTS-QT-L(WS-IX-VEN)
                 ADD WS-QT-PESO-L TO WS-PTS-QT-PONTOS(WS-IX-VEN)
              END-IF
           END-IF.
           MOVE SOR-CD-CLIENTE   TO WL-CD-CLIENTE.
           MOVE SOR-DT-DOCUMENTO TO WL-DT-DOCUMENTO.
           MOVE SOR-NR-DOCUMENTO TO WL-NR-DOCUMENTO.
           MOVE SOR-VL-DOCUMENTO TO WL-VL-DOCUMENTO.
           MOVE SOR-DS-DETALHE   TO WL-DS-DETALHE.
           IF SOR-PADRAO-ESTORNO
              MOVE "ESTORNO NO MES SEGUINTE" TO WL-DS-PADRAO.
           IF SOR-PADRAO-CARTEIRA
              MOVE "FORA DA CARTEIRA"        TO WL-DS-PADRAO.
           IF SOR-PADRAO-LIMIAR
              MOVE "LIMIAR DE APROVACAO"     TO WL-DS-PADRAO.
           ADD 1 TO WS-NR-LIN.
           IF WS-NR-LIN > 66
              PERFORM 99-IMPRIME-CABECALHO
              WRITE LINHA FROM LIN-VENDEDOR BEFORE ADVANCING 1
              ADD 1 TO WS-NR-LIN.
           WRITE LINHA FROM LIN-01 BEFORE ADVANCING 1.
       221-SAIDA.
           EXIT.
      *
       23-IMPRIME-PONTUACAO SECTION.
      *-------------------
       23.
           MOVE 99 TO WS-NR-LIN.
           PERFORM 99-IMPRIME-CAB-RESUMO.
           PERFORM 231-IMPRIME-UM-VENDEDOR
               VARYING WS-IX-VEN FROM 1 BY 1
               UNTIL WS-IX-VEN > WS-QT-VENDEDORES.
           IF WS-EXCEDEU-TABELA
              MOVE SPACES TO LINHA
              MOVE "  ATENCAO: MAIS VENDEDORES QUE A TABELA COMPORTA"
                TO LINHA
              WRITE LINHA BEFORE ADVANCING 1.
           MOVE SPACES TO LINHA.
           WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1.
           MOVE "Vendas da competencia analisadas:" TO WL-DS-TOTAL.
           MOVE WS-QT-VENDAS-MES TO WL-QT-TOTAL.
           WRITE LINHA FROM LIN-03 BEFORE ADVANCING 1.
           MOVE "Vendas digitadas no fim do mes:" TO WL-DS-TOTAL.
           MOVE WS-QT-DIGITADAS TO WL-QT-TOTAL.
           WRITE LINHA FROM LIN-03 BEFORE ADVANCING 1.
           MOVE "Ocorrencias - estorno no mes seguinte:"
                                               TO WL-DS-TOTAL.
           MOVE WS-QT-TOT-E TO WL-QT-TOTAL.
           WRITE LINHA FROM LIN-03 BEFORE ADVANCING 1.
           MOVE "Ocorrencias - fora da carteira:" TO WL-DS-TOTAL.
           MOVE WS-QT-TOT-F TO WL-QT-TOTAL.
           WRITE LINHA FROM LIN-03 BEFORE ADVANCING 1.
           MOVE "Ocorrencias - limiar de aprovacao:" TO WL-DS-TOTAL.
           MOVE WS-QT-TOT-L TO WL-QT-TOTAL.
           WRITE LINHA FROM LIN-03 BEFORE ADVANCING 1.
           MOVE "Vendedores com ocorrencia:" TO WL-DS-TOTAL.
           MOVE WS-QT-VENDEDORES TO WL-QT-TOTAL.
           WRITE LINHA FROM LIN-03 BEFORE ADVANCING 1.
           MOVE "Vendedores em alerta:" TO WL-DS-TOTAL.
           MOVE WS-QT-EM-ALERTA TO WL-QT-TOTAL.
           WRITE LINHA FROM LIN-03 BEFORE ADVANCING 1.
           MOVE SPACES TO LINHA.
           STRING "  Padroes: " WS-DS-PADROES
                  "  Pesos E/F/L: " WS-QT-PESO-E "/" WS-QT-PESO-F
                  "/" WS-QT-PESO-L
                  "  Alerta a partir de: " WS-QT-PONTOS-ALERTA
                  DELIMITED BY SIZE INTO LINHA.
           WRITE LINHA BEFORE ADVANCING 1.
       23-SAIDA.
           EXIT.
      *
       231-IMPRIME-UM-VENDEDOR SECTION.
       231.
           MOVE WS-PTS-CD-EMPRESA(WS-IX-VEN)  TO WL-CD-EMPRESA-R.
           MOVE WS-PTS-CD-VENDEDOR(WS-IX-VEN) TO WL-CD-VENDEDOR-R.
           MOVE WS-PTS-NM-VENDEDOR(WS-IX-VEN) TO WL-NM-VENDEDOR-R.
           MOVE WS-PTS-QT-E(WS-IX-VEN)        TO WL-QT-E-R.
           MOVE WS-PTS-QT-F(WS-IX-VEN)        TO WL-QT-F-R.
           MOVE WS-PTS-QT-L(WS-IX-VEN)        TO WL-QT-L-R.
           MOVE WS-PTS-QT-PONTOS(WS-IX-VEN)   TO WL-QT-PONTOS-R.
           MOVE SPACES TO WL-DS-ALERTA.
           IF WS-PTS-QT-PONTOS(WS-IX-VEN) NOT LESS WS-QT-PONTOS-ALERTA
              MOVE "*** ALERTA" TO WL-DS-ALERTA
              ADD 1 TO WS-QT-EM-ALERTA.
           ADD 1 TO WS-NR-LIN.
           IF WS-NR-LIN > 66
              PERFORM 99-IMPRIME-CAB-RESUMO.
           WRITE LINHA FROM LIN-02 BEFORE ADVANCING 1.
       231-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           IF NOT WS-FIM-ARQUIVO
              CLOSE ARQ-VENDADET
              IF WS-ARQ-AUDITORIA-OK
                 CLOSE ARQ-AUDITORIA
              END-IF
              IF WS-ARQ-CLIENTE-OK
                 CLOSE ARQ-CLIENTE
              END-IF
              IF WS-ARQ-VENDEDOR-OK
                 CLOSE ARQ-VENDEDOR
              END-IF
              PERFORM 99-FECHA-HISTCART
           END-IF.
           IF NOT LK-MODO-BATCH
              DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
      *
       99-LER-AUDITORIA.
           READ ARQ-AUDITORIA
               AT END MOVE "F" TO WS-FINAL-LEITURA.
      *
      * AVALIA AS VENDAS NO LIMIAR JUNTADAS PARA O CLIENTE QUE SAI
       99-FECHA-CLIENTE-LIMIAR.
           IF WS-QT-LIMIAR NOT LESS WS-QT-REPETICAO
           AND WS-QT-LIMIAR GREATER ZEROS
              PERFORM 2123-LIBERA-UM-LIMIAR
                  VARYING WS-IX-LIM FROM 1 BY 1
                  UNTIL WS-IX-LIM > WS-QT-LIMIAR
           END-IF
           MOVE ZEROS TO WS-QT-LIMIAR.
      *
      * PRIMEIRA OCORRENCIA DE UM VENDEDOR: ABRE A ENTRADA DA TABELA
      * DE PONTUACAO E O GRUPO NO RELATORIO
       99-NOVO-VENDEDOR.
           MOVE SPACES TO WL-NM-VENDEDOR-V
           IF WS-ARQ-VENDEDOR-OK
              MOVE SOR-CD-EMPRESA  TO FOR-CD-EMPRESA
              MOVE SOR-CD-VENDEDOR TO FOR-CD-VENDEDOR
              READ ARQ-VENDEDOR
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE FOR-NM-VENDEDOR TO WL-NM-VENDEDOR-V
              ELSE
                 MOVE "(NAO CADASTRADO)" TO WL-NM-VENDEDOR-V
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF
           IF WS-QT-VENDEDORES LESS 2000
              ADD 1 TO WS-QT-VENDEDORES
              MOVE WS-QT-VENDEDORES TO WS-IX-VEN
              MOVE SOR-CD-EMPRESA   TO WS-PTS-CD-EMPRESA(WS-IX-VEN)
              MOVE SOR-CD-VENDEDOR  TO WS-PTS-CD-VENDEDOR(WS-IX-VEN)
              MOVE WL-NM-VENDEDOR-V TO WS-PTS-NM-VENDEDOR(WS-IX-VEN)
              MOVE ZEROS TO WS-PTS-QT-E(WS-IX-VEN)
                            WS-PTS-QT-F(WS-IX-VEN)
                            WS-PTS-QT-L(WS-IX-VEN)
                            WS-PTS-QT-PONTOS(WS-IX-VEN)
           ELSE
              MOVE "S" TO WS-IND-EXCEDEU-TAB
           END-IF
           MOVE SOR-CD-EMPRESA  TO WL-CD-EMPRESA-V
           MOVE SOR-CD-VENDEDOR TO WL-CD-VENDEDOR-V
           IF WS-NR-LIN > 62
              PERFORM 99-IMPRIME-CABECALHO
           END-IF
           MOVE SPACES TO LINHA
           WRITE LINHA BEFORE ADVANCING 1
           WRITE LINHA FROM LIN-VENDEDOR BEFORE ADVANCING 1
           ADD 2 TO WS-NR-LIN.
      *
       99-IMPRIME-PONTOS-VENDEDOR.
           MOVE WS-PTS-QT-E(WS-IX-VEN)      TO WL-QT-E
           MOVE WS-PTS-QT-F(WS-IX-VEN)      TO WL-QT-F
           MOVE WS-PTS-QT-L(WS-IX-VEN)      TO WL-QT-L
           MOVE WS-PTS-QT-PONTOS(WS-IX-VEN) TO WL-QT-PONTOS
           WRITE LINHA FROM LIN-PONTOS BEFORE ADVANCING 1
           ADD 1 TO WS-NR-LIN.
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
       99-IMPRIME-CAB-RESUMO.
           ADD 1 TO WS-NR-PAG
           IF WS-NR-PAG > 1
              MOVE SPACES TO LINHA
              WRITE LINHA FROM CAB-03 BEFORE ADVANCING PAGE
           END-IF
           MOVE WS-NR-PAG TO WL-NR-PAGINA
           WRITE LINHA FROM CAB-01 BEFORE ADVANCING 1
           WRITE LINHA FROM CAB-04 BEFORE ADVANCING 1
           WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1
           MOVE 4 TO WS-NR-LIN.
      *
      * NOMES DOS ARQUIVOS E PARAMETROS DOS PADROES DO ARQUIVO
      * CENTRAL DE CONFIGURACAO (GV-CONFIG.PAR), QUANDO PRESENTES
       99-LE-CONFIGURACAO.
           MOVE "ARQ-VENDADET" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-VENDADET
           END-IF
           MOVE "ARQ-CLIENTE" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-CLIENTE
           END-IF
           MOVE "ARQ-VENDEDOR" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-VENDEDOR
           END-IF
           MOVE "ARQ-AUDITORIA" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-AUDITORIA
           END-IF
           MOVE "SUSP-PADROES" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WS-DS-PADROES
           END-IF
           MOVE ZEROS TO WS-QT-LETRA
           INSPECT WS-DS-PADROES TALLYING WS-QT-LETRA FOR ALL "E"
           IF WS-QT-LETRA GREATER ZEROS
              MOVE "S" TO WS-IND-PADRAO-E
           END-IF
           MOVE ZEROS TO WS-QT-LETRA
           INSPECT WS-DS-PADROES TALLYING WS-QT-LETRA FOR ALL "F"
           IF WS-QT-LETRA GREATER ZEROS
              MOVE "S" TO WS-IND-PADRAO-F
           END-IF
           MOVE ZEROS TO WS-QT-LETRA
           INSPECT WS-DS-PADROES TALLYING WS-QT-LETRA FOR ALL "L"
           IF WS-QT-LETRA GREATER ZEROS
              MOVE "S" TO WS-IND-PADRAO-L
           END-IF
           MOVE "SUSP-DIAS-FIM-MES" TO WS-CFG-CHAVE
           PERFORM 991-CONSULTA-NUMERO
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-VL-CONFIG-NUM TO WS-QT-DIAS-FIM-MES
           END-IF
           MOVE "SUSP-DIAS-ESTORNO" TO WS-CFG-CHAVE
           PERFORM 991-CONSULTA-NUMERO
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-VL-CONFIG-NUM TO WS-QT-DIAS-ESTORNO
           END-IF
           MOVE "PC-TOLERANCIA-DESC" TO WS-CFG-CHAVE
           PERFORM 991-CONSULTA-NUMERO
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-VL-CONFIG-NUM TO WS-PC-TOLERANCIA
           END-IF
           MOVE "SUSP-MARGEM-DESC" TO WS-CFG-CHAVE
           PERFORM 991-CONSULTA-NUMERO
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-VL-CONFIG-NUM TO WS-PC-MARGEM
           END-IF
           MOVE "SUSP-QT-REPETICAO" TO WS-CFG-CHAVE
           PERFORM 991-CONSULTA-NUMERO
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-VL-CONFIG-NUM TO WS-QT-REPETICAO
           END-IF
           MOVE "SUSP-PESO-E" TO WS-CFG-CHAVE
           PERFORM 991-CONSULTA-NUMERO
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-VL-CONFIG-NUM TO WS-QT-PESO-E
           END-IF
           MOVE "SUSP-PESO-F" TO WS-CFG-CHAVE
           PERFORM 991-CONSULTA-NUMERO
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-VL-CONFIG-NUM TO WS-QT-PESO-F
           END-IF
           MOVE "SUSP-PESO-L" TO WS-CFG-CHAVE
           PERFORM 991-CONSULTA-NUMERO
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-VL-CONFIG-NUM TO WS-QT-PESO-L
           END-IF
           MOVE "SUSP-PONTOS-ALERTA" TO WS-CFG-CHAVE
           PERFORM 991-CONSULTA-NUMERO
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-VL-CONFIG-NUM TO WS-QT-PONTOS-ALERTA
           END-IF.
      *
       990-CONSULTA-CONFIG.
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
      *
       991-CONSULTA-NUMERO.
           PERFORM 990-CONSULTA-CONFIG
           MOVE ZEROS TO WS-VL-CONFIG-NUM
           IF WS-CFG-VALOR NOT EQUAL SPACES
              COMPUTE WS-VL-CONFIG-NUM =
                      FUNCTION NUMVAL (WS-CFG-VALOR)
           END-IF.
      *
       COPY GV-HISTCARPD.CPY.
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
           MOVE "GV-VENDASUSP" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
