000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-FECHAMES.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Controle do Fechamento do Mes
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Tela de controle e jornal do fechamento do mes, por
      *     empresa e competencia. Os passos do fechamento, antes
      *     espalhados por varios menus, ficam numa sequencia fixa
      *     com pre-requisitos:
      *       01 carga final das vendas ......... GV-CARGAVDET
      *       02 reclassificacao ABC ............ GV-CLASSIFABC  (01)
      *       03 ajustes manuais de comissao .... GV-CADAJUSTE
      *       04 fechamento de comissao ......... GV-FECHACOM (01 02 03)
      *       05 remessa de pagamento ........... GV-PAGCOM      (04)
      *       06 retorno bancario ............... GV-RETBANCO    (05)
      *       07 exportacao contabil ............ GV-EXPCONTABIL (06)
      *       08 historico de cotas ............. GV-RELCOTA     (04)
      *     Os ajustes manuais vem antes do fechamento porque
      *     GV-FECHACOM dobra no historico os ajustes ainda nao
      *     processados. O passo so e executado daqui com todos os
      *     pre-requisitos concluidos; a execucao chama o proprio
      *     programa do passo e, na volta, o operador confirma se ele
      *     terminou bem (retorno "E" e falha direto). O fechamento
      *     de comissao e conferido no historico GV-COMISSAO.HIS: a
      *     competencia que ja consta fechada la conclui o passo sem
      *     chamar o programa, e a que nao ficou fechada e falha.
      *     Cada evento (inicio, conclusao, falha, reabertura) vai ao
      *     jornal GV-FECHAMES.LOG (GV-FECHAMES.CPY) com o operador,
      *     a data e a hora - separado do jornal da cadeia noturna.
      *     A reabertura e controlada: so passo concluido, so com a
      *     permissao de auditoria e com motivo; reabre junto os
      *     passos concluidos que dependem dele. O fechamento de
      *     comissao nao reabre (o historico do que foi pago nao e
      *     refeito), nem os passos de que ele depende depois de
      *     concluido. Executar exige a permissao de comissao.
      *     O checklist do fechamento sai no spool, com a situacao de
      *     cada passo, as reaberturas e o campo de assinatura do
      *     controller.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FECHAMES ASSIGN TO DISK WID-ARQ-FECHAMES
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-FECHAMENTO ASSIGN TO DISK WID-ARQ-FECHAMENTO
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-EMPRESA ASSIGN TO DISK WID-ARQ-EMPRESA
             organization       is indexed
             access mode        is dynamic
             record key         is EMP-CD-EMPRESA
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-USUARIO ASSIGN TO DISK WID-ARQ-USUARIO
             organization       is indexed
             access mode        is dynamic
             record key         is USU-CD-USUARIO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-SPOOL-CAT ASSIGN TO DISK WID-ARQ-SPOOL-CAT
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT RELATO   ASSIGN TO DISK.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-FECHAMES.CPY.
       COPY GV-COMFECH.CPY.
       COPY GV-CADEMP.CPY.
       COPY GV-CADUSU.CPY.
      *
       COPY GV-SPOOLFD.CPY.
      *
       FD  RELATO
           VALUE OF FILE-ID IS WS01-ARQUIVO
           LABEL RECORD IS  OMITTED.
       01  LINHA                       PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-FECHAMES       PIC X(60) VALUE
                                      "GV-FECHAMES.LOG".
           03 WID-ARQ-FECHAMENTO     PIC X(60) VALUE "GV-COMISSAO.HIS".
           03 WID-ARQ-EMPRESA        PIC X(60) VALUE "GV-EMPRESA.DAT".
           03 WID-ARQ-USUARIO        PIC X(15) VALUE "GV-USUARIO.DAT".
           03 WS01-ARQUIVO           PIC X(60) VALUE "IMPRESSAO.IMP".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-MENSAGEM            PIC X(68).
           03 WS-FINAL-PROGRAMA      PIC X(01) VALUE SPACE.
              88 WS-FIM-PROGRAMA               VALUE "F".
           03 WS-FINAL-SELECAO       PIC X(01) VALUE SPACE.
              88 WS-VOLTA-SELECAO              VALUE "F".
           03 WS-FINAL-LEITURA       PIC X(01) VALUE SPACE.
              88 WS-FIM-LEITURA                VALUE "F".
           03 WS-CD-EMPRESA-FECH     PIC 9(002) VALUE ZEROS.
           03 WS-NR-COMPETENCIA      PIC 9(006) VALUE ZEROS.
           03 WS-NR-COMPETENCIA-R REDEFINES WS-NR-COMPETENCIA.
              05 WS-NR-COMP-ANO      PIC 9(004).
              05 WS-NR-COMP-MES      PIC 9(002).
                 88 WS-NR-COMP-MES-VALIDO      VALUE 01 THRU 12.
           03 WS-NM-EMPRESA          PIC X(040) VALUE SPACES.
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-CD-PASSO-SEL        PIC 9(002) VALUE ZEROS.
           03 WS-TP-ACAO-SEL         PIC X(001) VALUE SPACE.
              88 WS-ACAO-EXECUTA               VALUE "E" "e".
              88 WS-ACAO-REABRE                VALUE "R" "r".
              88 WS-ACAO-CHECKLIST             VALUE "C" "c".
           03 WS-DS-CONFIRMA         PIC X(060) VALUE SPACES.
           03 WS-RESPOSTA            PIC X(001) VALUE SPACE.
              88 WS-RESPOSTA-SIM               VALUE "S" "s".
           03 WS-DS-MOTIVO           PIC X(040) VALUE SPACES.
           03 WS-CD-EMPRESA-CHAMADA  PIC 9(002) VALUE ZEROS.
           03 WS-IND-COMP-FECHADA    PIC X(01) VALUE "N".
              88 WS-COMPETENCIA-FECHADA        VALUE "S".
           03 WS-IND-LIBERADO        PIC X(01) VALUE "N".
              88 WS-PASSO-LIBERADO             VALUE "S".
           03 WS-CD-PASSO-FALTANTE   PIC 9(002) VALUE ZEROS.
           03 WS-IND-DEPENDE         PIC X(01) VALUE "N".
              88 WS-PASSO-DEPENDE              VALUE "S".
           03 WS-CD-PASSO-BLOQUEIO   PIC 9(002) VALUE ZEROS.
           03 WS-QT-CASCATA          PIC 9(002) VALUE ZEROS.
           03 WS-QT-PENDENTES        PIC 9(002) VALUE ZEROS.
           03 WS-QT-REABERTURAS      PIC 9(005) VALUE ZEROS.
           03 WS-IX-PASSO            PIC 9(002) VALUE ZEROS.
           03 WS-IX-PRE              PIC 9(002) VALUE ZEROS.
           03 WS-IX-DEP              PIC 9(002) VALUE ZEROS.
           03 WS-NR-LIN              PIC 9(02) VALUE 99.
           03 WS-NR-PAG              PIC 9(03) VALUE ZEROS.
           03 WS-DT-ED               PIC 9999/99/99.
           03 WS-HR-ED               PIC 99.99.99.
           03 WS-HR-EVENTO           PIC 9(006) VALUE ZEROS.
           03 WS-QT-ED               PIC Z9.
      *
      * PERMISSOES DO OPERADOR DA SESSAO (GV-USUARIO.DAT): COMISSAO
      * (8A POSICAO) PARA EXECUTAR, AUDITORIA (7A) PARA REABRIR
           03 WS-PERMISSOES-USUARIO  PIC X(08) VALUE SPACES.
           03 WS-PERM-R REDEFINES WS-PERMISSOES-USUARIO.
              05 FILLER              PIC X(06).
              05 WS-PERM-AUDITORIA   PIC X(01).
                 88 WS-TEM-PERM-AUDITORIA      VALUE "S".
              05 WS-PERM-COMISSAO    PIC X(01).
                 88 WS-TEM-PERM-COMISSAO       VALUE "S".
      *
      * EVENTO A GRAVAR NO JORNAL
           03 WS-EVT-CD-PASSO        PIC 9(002) VALUE ZEROS.
           03 WS-EVT-TP-EVENTO       PIC X(001) VALUE SPACE.
           03 WS-EVT-DS-MOTIVO       PIC X(040) VALUE SPACES.
      *
      * PASSOS DO FECHAMENTO: CODIGO, PROGRAMA, DESCRICAO, REABRE
      * (S/N), CONFERENCIA DA CONCLUSAO ("H" = NO HISTORICO DE
      * COMISSAO, "N" = PELO OPERADOR) E ATE QUATRO PRE-REQUISITOS
       01  WS-TAB-PASSOS.
           03 WS-PASSOS-VALORES.
              05 FILLER PIC X(17) VALUE "01GV-CARGAVDET   ".
              05 FILLER PIC X(28) VALUE "Carga Final das Vendas".
              05 FILLER PIC X(10) VALUE "SN00000000".
              05 FILLER PIC X(17) VALUE "02GV-CLASSIFABC  ".
              05 FILLER PIC X(28) VALUE "Reclassificacao ABC".
              05 FILLER PIC X(10) VALUE "SN01000000".
              05 FILLER PIC X(17) VALUE "03GV-CADAJUSTE   ".
              05 FILLER PIC X(28) VALUE "Ajustes Manuais de Comissao".
              05 FILLER PIC X(10) VALUE "SN00000000".
              05 FILLER PIC X(17) VALUE "04GV-FECHACOM    ".
              05 FILLER PIC X(28) VALUE "Fechamento de Comissao".
              05 FILLER PIC X(10) VALUE "NH01020300".
              05 FILLER PIC X(17) VALUE "05GV-PAGCOM      ".
              05 FILLER PIC X(28) VALUE "Remessa de Pagamento".
              05 FILLER PIC X(10) VALUE "SN04000000".
              05 FILLER PIC X(17) VALUE "06GV-RETBANCO    ".
              05 FILLER PIC X(28) VALUE "Retorno Bancario".
              05 FILLER PIC X(10) VALUE "SN05000000".
              05 FILLER PIC X(17) VALUE "07GV-EXPCONTABIL ".
              05 FILLER PIC X(28) VALUE "Exportacao Contabil".
              05 FILLER PIC X(10) VALUE "SN06000000".
              05 FILLER PIC X(17) VALUE "08GV-RELCOTA     ".
              05 FILLER PIC X(28) VALUE "Historico de Cotas".
              05 FILLER PIC X(10) VALUE "SN04000000".
           03 FILLER REDEFINES WS-PASSOS-VALORES.
              05 WS-PAS-ITEM OCCURS 8 TIMES.
                 07 WS-PAS-CD-PASSO      PIC 9(002).
                 07 WS-PAS-NM-PROGRAMA   PIC X(015).
                 07 WS-PAS-DS-PASSO      PIC X(028).
                 07 WS-PAS-IN-REABRE     PIC X(001).
                    88 WS-PAS-REABRE               VALUE "S".
                 07 WS-PAS-IN-CONFERE    PIC X(001).
                    88 WS-PAS-CONFERE-HISTORICO    VALUE "H".
                 07 WS-PAS-CD-PRE        PIC 9(002) OCCURS 4 TIMES.
      *
      * SITUACAO DE CADA PASSO NA EMPRESA/COMPETENCIA, PELO ULTIMO
      * EVENTO DO JORNAL: BRANCO NUNCA EXECUTADO, I INTERROMPIDO,
      * C CONCLUIDO, F FALHOU, R REABERTO
       01  WS-TAB-ESTADO.
           03 WS-EST-ITEM OCCURS 8 TIMES.
              05 WS-EST-SITUACAO     PIC X(001).
                 88 WS-EST-CONCLUIDO           VALUE "C".
              05 WS-EST-CD-USUARIO   PIC X(008).
              05 WS-EST-DATA         PIC 9(008).
              05 WS-EST-HORA         PIC 9(008).
              05 WS-EST-IN-MARCA     PIC X(001).
                 88 WS-EST-MARCADO             VALUE "S".
      *
      * LINHAS MONTADAS DO PAINEL (UMA POR PASSO)
       01  WS-PAINEL-FECHAMENTO.
           03 WS-PNL-LINHA           PIC X(073)
                                     OCCURS 8 TIMES.
      *
       01  WS-LIN-PAINEL.
           03 WP-CD-PASSO            PIC 9(002).
           03 FILLER                 PIC X(001) VALUE SPACES.
           03 WP-DS-PASSO            PIC X(028).
           03 FILLER                 PIC X(001) VALUE SPACES.
           03 WP-DS-SITUACAO         PIC X(012).
           03 FILLER                 PIC X(001) VALUE SPACES.
           03 WP-CD-USUARIO          PIC X(008).
           03 FILLER                 PIC X(001) VALUE SPACES.
           03 WP-DATA                PIC X(010).
           03 FILLER                 PIC X(001) VALUE SPACES.
           03 WP-HORA                PIC X(008).
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
      * LAYOUT DO CHECKLIST DO FECHAMENTO
       01  CAB-01.
           02 FILLER            PIC X(10) VALUE SPACES.
           02 FILLER            PIC X(36) VALUE
                  "CHECKLIST DO FECHAMENTO DO MES".
           02 FILLER            PIC X(13) VALUE "Competencia: ".
           02 WL-COMPETENCIA    PIC 9999/99.
           02 FILLER            PIC X(26) VALUE SPACES.
           02 FILLER            PIC X(05) VALUE "Pag: ".
           02 WL-NR-PAGINA      PIC 9(03).
      *
       01  CAB-02.
           02 FILLER            PIC X(10) VALUE SPACES.
           02 FILLER            PIC X(09) VALUE "Empresa: ".
           02 WL-CD-EMPRESA     PIC 99.
           02 FILLER            PIC X(03) VALUE " - ".
           02 WL-NM-EMPRESA     PIC X(40).
      *
       01  CAB-03.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 FILLER    PIC X(06) VALUE "VISTO".
           03 FILLER    PIC X(03) VALUE "PS".
           03 FILLER    PIC X(29) VALUE "DESCRICAO".
           03 FILLER    PIC X(16) VALUE "PROGRAMA".
           03 FILLER    PIC X(13) VALUE "SITUACAO".
           03 FILLER    PIC X(09) VALUE "USUARIO".
           03 FILLER    PIC X(11) VALUE "DATA".
           03 FILLER    PIC X(08) VALUE "HORA".
      *
       01  CAB-04.
           03 FILLER PIC X(100) VALUE IS ALL '='.
      *
       01  LIN-01.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-IN-VISTO     PIC X(03).
           03 FILLER          PIC X(03) VALUE SPACES.
           03 WL-CD-PASSO     PIC 99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-DS-PASSO     PIC X(28).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-NM-PROGRAMA  PIC X(15).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-DS-SITUACAO  PIC X(12).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-CD-USUARIO   PIC X(08).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-DATA         PIC X(10).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-HORA         PIC X(08).
      *
       01  LIN-02.
           03 FILLER          PIC X(08) VALUE SPACES.
           03 WL-DATA-REA     PIC 9999/99/99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-HORA-REA     PIC 99.99.99.
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-USUARIO-REA  PIC X(08).
           03 FILLER          PIC X(07) VALUE " Passo ".
           03 WL-PASSO-REA    PIC 99.
           03 FILLER          PIC X(03) VALUE " - ".
           03 WL-MOTIVO-REA   PIC X(40).
      *
       SCREEN SECTION.
      *
       01  SST-LIMPA-TELA.
           03 LINE 22 COL 10 BLANK LINE.
           03 LINE 20 COL 01 BLANK LINE.
           03 LINE 19 COL 01 BLANK LINE.
           03 LINE 18 COL 01 BLANK LINE.
           03 LINE 17 COL 01 BLANK LINE.
           03 LINE 15 COL 01 BLANK LINE.
           03 LINE 14 COL 01 BLANK LINE.
           03 LINE 13 COL 01 BLANK LINE.
           03 LINE 12 COL 01 BLANK LINE.
           03 LINE 11 COL 01 BLANK LINE.
           03 LINE 10 COL 01 BLANK LINE.
           03 LINE 09 COL 01 BLANK LINE.
           03 LINE 08 COL 01 BLANK LINE.
           03 LINE 07 COL 01 BLANK LINE.
           03 LINE 05 COL 01 BLANK LINE.
           03 LINE 04 COL 01 BLANK LINE.
           03 LINE 02 COL 20 VALUE
              "                                        ".
      *
       01  SST-SELECAO.
           03 LINE 02 COL 25 VALUE "Controle do Fechamento do Mes".
           03 LINE 04 COL 03 VALUE "Empresa ..................: ".
           03 LINE 04 COL 31 USING WS-CD-EMPRESA-FECH.
           03 LINE 05 COL 03 VALUE "Competencia AAAAMM (0 Sai): ".
           03 LINE 05 COL 31 USING WS-NR-COMPETENCIA.
      *
       01  SST-PAINEL.
           03 LINE 04 COL 35 PIC X(40) FROM WS-NM-EMPRESA.
           03 LINE 07 COL 03 VALUE "PS DESCRICAO".
           03 LINE 07 COL 34 VALUE "SITUACAO     USUARIO  DATA".
           03 LINE 07 COL 68 VALUE "HORA".
           03 LINE 08 COL 03 PIC X(73) FROM WS-PNL-LINHA(1).
           03 LINE 09 COL 03 PIC X(73) FROM WS-PNL-LINHA(2).
           03 LINE 10 COL 03 PIC X(73) FROM WS-PNL-LINHA(3).
           03 LINE 11 COL 03 PIC X(73) FROM WS-PNL-LINHA(4).
           03 LINE 12 COL 03 PIC X(73) FROM WS-PNL-LINHA(5).
           03 LINE 13 COL 03 PIC X(73) FROM WS-PNL-LINHA(6).
           03 LINE 14 COL 03 PIC X(73) FROM WS-PNL-LINHA(7).
           03 LINE 15 COL 03 PIC X(73) FROM WS-PNL-LINHA(8).
           03 LINE 17 COL 03 VALUE "Passo (0 Volta) ..........: ".
           03 LINE 17 COL 31 PIC 9(02) USING WS-CD-PASSO-SEL.
           03 LINE 18 COL 03 VALUE
              "Acao (E Executa, R Reabre, C Checklist): ".
           03 LINE 18 COL 44 PIC X(01) USING WS-TP-ACAO-SEL.
      *
       01  SST-CONFIRMA.
           03 LINE 19 COL 03 PIC X(60) FROM WS-DS-CONFIRMA.
           03 LINE 19 COL 64 PIC X(01) USING WS-RESPOSTA.
      *
       01  SST-MOTIVO.
           03 LINE 20 COL 03 VALUE "Motivo da Reabertura: ".
           03 LINE 20 COL 25 PIC X(40) USING WS-DS-MOTIVO.
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
           PERFORM 2-MODULO-PRINCIPAL
               WITH TEST AFTER UNTIL WS-FIM-PROGRAMA.
           PERFORM 3-MODULO-FINAL.
       0-SAIDA.
           EXIT PROGRAM.
      *
       1-MODULO-INICIAL SECTION.
      *----------------
      * A COMPETENCIA PROPOSTA E A DO MES ANTERIOR, A QUE SE FECHA
       1.
           PERFORM 99-LE-CONFIGURACAO.
           PERFORM 11-LE-PERMISSOES.
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-NR-COMPETENCIA = WS-DT-HOJE / 100.
           IF WS-DT-HOJE(5:2) EQUAL "01"
              SUBTRACT 89 FROM WS-NR-COMPETENCIA
           ELSE
              SUBTRACT 1 FROM WS-NR-COMPETENCIA.
           MOVE LK-CD-EMPRESA TO WS-CD-EMPRESA-FECH.
       1-SAIDA.
           EXIT.
      *
       11-LE-PERMISSOES SECTION.
       11.
           MOVE SPACES TO WS-PERMISSOES-USUARIO.
           OPEN INPUT ARQ-USUARIO.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "11-LE-PERMISSOES" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-USUARIO TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              GO TO 11-SAIDA.
           MOVE LK-CD-USUARIO TO USU-CD-USUARIO.
           READ ARQ-USUARIO.
           IF  WS-OPERACAO-BEM-SUCEDIDA
           AND USU-SIT-ATIVO
              MOVE USU-PERMISSOES TO WS-PERMISSOES-USUARIO.
           CLOSE ARQ-USUARIO.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       11-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           PERFORM 21-SELECIONA-COMPETENCIA.
           IF NOT WS-FIM-PROGRAMA
              MOVE SPACE TO WS-FINAL-SELECAO
              PERFORM 22-CONTROLA-COMPETENCIA
                  WITH TEST AFTER UNTIL WS-VOLTA-SELECAO
              DISPLAY SST-LIMPA-TELA.
       2-SAIDA.
           EXIT.
      *
       21-SELECIONA-COMPETENCIA SECTION.
      *-----------------------
       21.
           ACCEPT SST-SELECAO.
           IF WS-NR-COMPETENCIA EQUAL ZEROS
              MOVE "F" TO WS-FINAL-PROGRAMA
              GO TO 21-SAIDA.
           IF NOT WS-NR-COMP-MES-VALIDO
              MOVE "Competencia Invalida." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              GO TO 21.
           IF WS-CD-EMPRESA-FECH EQUAL ZEROS
              MOVE "Informe a Empresa do Fechamento." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              GO TO 21.
      * SEM O CADASTRO DE EMPRESAS O CODIGO E ACEITO SEM A RAZAO
           MOVE SPACES TO WS-NM-EMPRESA.
           OPEN INPUT ARQ-EMPRESA.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE WS-CD-EMPRESA-FECH TO EMP-CD-EMPRESA
              READ ARQ-EMPRESA
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE EMP-DS-RAZAO-SOCIAL TO WS-NM-EMPRESA
                 CLOSE ARQ-EMPRESA
              ELSE
                 CLOSE ARQ-EMPRESA
                 MOVE "00" TO WS-ESTADO-ARQUIVO
                 MOVE "Empresa nao Cadastrada." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 GO TO 21
              END-IF
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       21-SAIDA.
           EXIT.
      *
       22-CONTROLA-COMPETENCIA SECTION.
      *----------------------
       22.
           PERFORM 221-MONTA-PAINEL.
           MOVE ZEROS TO WS-CD-PASSO-SEL.
           MOVE SPACE TO WS-TP-ACAO-SEL.
           ACCEPT SST-PAINEL.
           IF WS-ACAO-CHECKLIST
              PERFORM 25-IMPRIME-CHECKLIST
              GO TO 22-SAIDA.
           IF WS-CD-PASSO-SEL EQUAL ZEROS
              MOVE "F" TO WS-FINAL-SELECAO
              GO TO 22-SAIDA.
           IF WS-CD-PASSO-SEL GREATER 8
              MOVE "Passo Invalido." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              GO TO 22-SAIDA.
           MOVE WS-CD-PASSO-SEL TO WS-IX-PASSO.
           IF WS-ACAO-EXECUTA
              PERFORM 23-EXECUTA-PASSO
           ELSE
              IF WS-ACAO-REABRE
                 PERFORM 24-REABRE-PASSO
              ELSE
                 MOVE "Acao Invalida - Informe E, R ou C."
                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM.
       22-SAIDA.
           EXIT.
      *
       221-MONTA-PAINEL SECTION.
      * SITUACAO DOS PASSOS PELO JORNAL E UMA LINHA DE PAINEL POR
      * PASSO - O PENDENTE SAI LIBERADO OU BLOQUEADO CONFORME OS
      * PRE-REQUISITOS
       221.
           MOVE SPACES TO WS-TAB-ESTADO.
           MOVE ZEROS  TO WS-QT-REABERTURAS.
           PERFORM 2211-ZERA-ESTADO
               VARYING WS-IX-PASSO FROM 1 BY 1
               UNTIL WS-IX-PASSO GREATER 8.
           OPEN INPUT ARQ-FECHAMES.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE SPACE TO WS-FINAL-LEITURA
              PERFORM 99-LER-FECHAMES
              PERFORM 2212-TRATA-EVENTO
                  UNTIL WS-FIM-LEITURA
              CLOSE ARQ-FECHAMES
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
           PERFORM 2213-MONTA-LINHA-PASSO
               VARYING WS-IX-PASSO FROM 1 BY 1
               UNTIL WS-IX-PASSO GREATER 8.
       221-SAIDA.
           EXIT.
      *
       2211-ZERA-ESTADO SECTION.
       2211.
           MOVE ZEROS TO WS-EST-DATA(WS-IX-PASSO)
                         WS-EST-HORA(WS-IX-PASSO).
       2211-SAIDA.
           EXIT.
      *
       2212-TRATA-EVENTO SECTION.
       2212.
           IF  FMS-CD-EMPRESA     EQUAL WS-CD-EMPRESA-FECH
           AND FMS-NR-COMPETENCIA EQUAL WS-NR-COMPETENCIA
           AND FMS-CD-PASSO GREATER ZEROS
           AND FMS-CD-PASSO NOT GREATER 8
              MOVE FMS-CD-PASSO   TO WS-IX-PASSO
              MOVE FMS-TP-EVENTO  TO WS-EST-SITUACAO(WS-IX-PASSO)
              MOVE FMS-CD-USUARIO TO WS-EST-CD-USUARIO(WS-IX-PASSO)
              MOVE FMS-DATA       TO WS-EST-DATA(WS-IX-PASSO)
              MOVE FMS-HORA       TO WS-EST-HORA(WS-IX-PASSO)
              IF FMS-EVENTO-REABERTURA
                 ADD 1 TO WS-QT-REABERTURAS
              END-IF
           END-IF.
           PERFORM 99-LER-FECHAMES.
       2212-SAIDA.
           EXIT.
      *
       2213-MONTA-LINHA-PASSO SECTION.
       2213.
           MOVE SPACES TO WS-LIN-PAINEL.
           MOVE WS-PAS-CD-PASSO(WS-IX-PASSO) TO WP-CD-PASSO.
           MOVE WS-PAS-DS-PASSO(WS-IX-PASSO) TO WP-DS-PASSO.
           PERFORM 99-DESCREVE-SITUACAO.
           MOVE WL-DS-SITUACAO TO WP-DS-SITUACAO.
           IF WS-EST-DATA(WS-IX-PASSO) GREATER ZEROS
              MOVE WS-EST-CD-USUARIO(WS-IX-PASSO) TO WP-CD-USUARIO
              MOVE WS-EST-DATA(WS-IX-PASSO) TO WS-DT-ED
              MOVE WS-DT-ED TO WP-DATA
              COMPUTE WS-HR-EVENTO = WS-EST-HORA(WS-IX-PASSO) / 100
              MOVE WS-HR-EVENTO TO WS-HR-ED
              MOVE WS-HR-ED TO WP-HORA.
           MOVE WS-LIN-PAINEL TO WS-PNL-LINHA(WS-IX-PASSO).
       2213-SAIDA.
           EXIT.
      *
       23-EXECUTA-PASSO SECTION.
      *----------------
      * SO PASSO NAO CONCLUIDO E COM OS PRE-REQUISITOS CONCLUIDOS
       23.
           IF NOT WS-TEM-PERM-COMISSAO
              MOVE "Acesso Negado - Executar Exige Permissao Comissao."
                   TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              GO TO 23-SAIDA.
           IF WS-EST-CONCLUIDO(WS-IX-PASSO)
              MOVE "Passo ja Concluido - Reabra para Executar de Novo."
                   TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              GO TO 23-SAIDA.
           PERFORM 99-CONFERE-PRE-REQUISITOS.
           IF NOT WS-PASSO-LIBERADO
              MOVE WS-CD-PASSO-FALTANTE TO WS-QT-ED
              MOVE SPACES TO WS-MENSAGEM
              STRING "Passo Bloqueado - Conclua Antes o Passo "
                     WS-QT-ED "."
                     DELIMITED BY SIZE INTO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              GO TO 23-SAIDA.
           MOVE WS-IX-PASSO TO WS-EVT-CD-PASSO.
           MOVE SPACES      TO WS-EVT-DS-MOTIVO.
      * COMPETENCIA JA FECHADA NO HISTORICO: O FECHAMENTO RECUSARIA
      * FECHAR DE NOVO - O PASSO E SO REGISTRADO COMO CONCLUIDO
           IF WS-PAS-CONFERE-HISTORICO(WS-IX-PASSO)
              PERFORM 99-CONFERE-COMP-FECHADA
              IF WS-COMPETENCIA-FECHADA
                 MOVE "C" TO WS-EVT-TP-EVENTO
                 MOVE "Competencia ja Fechada no Historico"
                      TO WS-EVT-DS-MOTIVO
                 PERFORM 99-GRAVA-EVENTO
                 MOVE "Competencia ja Fechada - Passo Concluido."
                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 GO TO 23-SAIDA.
           MOVE "I" TO WS-EVT-TP-EVENTO.
           PERFORM 99-GRAVA-EVENTO.
      * O PROGRAMA DO PASSO RECEBE A EMPRESA DO FECHAMENTO NA AREA DE
      * CHAMADA, COMO NA CADEIA PARTICIONADA, E A DA SESSAO VOLTA
      * DEPOIS
           MOVE LK-CD-EMPRESA TO WS-CD-EMPRESA-CHAMADA.
           MOVE WS-CD-EMPRESA-FECH TO LK-CD-EMPRESA.
           MOVE SPACE TO LK-CD-RETORNO.
           DISPLAY SST-LIMPA-TELA.
           CALL WS-PAS-NM-PROGRAMA(WS-IX-PASSO) USING LINKAGE-DADOS.
           DISPLAY SST-LIMPA-TELA.
           MOVE WS-CD-EMPRESA-CHAMADA TO LK-CD-EMPRESA.
           PERFORM 231-CONCLUI-PASSO.
           MOVE SPACE TO LK-CD-RETORNO.
           PERFORM 99-GRAVA-EVENTO.
       23-SAIDA.
           EXIT.
      *
       231-CONCLUI-PASSO SECTION.
      * RESULTADO DA EXECUCAO: ERRO DEVOLVIDO PELO PROGRAMA E FALHA;
      * O FECHAMENTO DE COMISSAO E CONFERIDO NO HISTORICO; OS DEMAIS
      * PASSOS SAO CONFIRMADOS PELO OPERADOR
       231.
           MOVE SPACES TO WS-EVT-DS-MOTIVO.
           IF LK-RETORNO-ERRO
              MOVE "F" TO WS-EVT-TP-EVENTO
              MOVE "Programa Terminou com Erro" TO WS-EVT-DS-MOTIVO
              GO TO 231-SAIDA.
           IF WS-PAS-CONFERE-HISTORICO(WS-IX-PASSO)
              PERFORM 99-CONFERE-COMP-FECHADA
              IF WS-COMPETENCIA-FECHADA
                 MOVE "C" TO WS-EVT-TP-EVENTO
              ELSE
                 MOVE "F" TO WS-EVT-TP-EVENTO
                 MOVE "Competencia nao Consta Fechada no Historico"
                      TO WS-EVT-DS-MOTIVO
              END-IF
              GO TO 231-SAIDA.
           MOVE SPACES TO WS-DS-CONFIRMA.
           MOVE WS-IX-PASSO TO WS-QT-ED.
           STRING "Passo " WS-QT-ED
                  " Terminou Corretamente (S/N) ? "
                  DELIMITED BY SIZE INTO WS-DS-CONFIRMA.
           MOVE SPACE TO WS-RESPOSTA.
           ACCEPT SST-CONFIRMA.
           IF WS-RESPOSTA-SIM
              MOVE "C" TO WS-EVT-TP-EVENTO
           ELSE
              MOVE "F" TO WS-EVT-TP-EVENTO
              MOVE "Nao Confirmado pelo Operador" TO WS-EVT-DS-MOTIVO.
       231-SAIDA.
           EXIT.
      *
       24-REABRE-PASSO SECTION.
      *---------------
      * REABERTURA CONTROLADA: PERMISSAO DE AUDITORIA, PASSO
      * CONCLUIDO, MOTIVO OBRIGATORIO; OS PASSOS CONCLUIDOS QUE
      * DEPENDEM DELE (DIRETA OU INDIRETAMENTE) REABREM JUNTO
       24.
           IF NOT WS-TEM-PERM-AUDITORIA
              MOVE "Acesso Negado - Reabrir Exige Permissao Auditoria."
                   TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              GO TO 24-SAIDA.
           IF NOT WS-EST-CONCLUIDO(WS-IX-PASSO)
              MOVE "So Passo Concluido Pode Ser Reaberto."
                   TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              GO TO 24-SAIDA.
           IF NOT WS-PAS-REABRE(WS-IX-PASSO)
              MOVE "Fechamento de Comissao nao Reabre."
                   TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              GO TO 24-SAIDA.
           MOVE WS-IX-PASSO TO WS-CD-PASSO-SEL.
           PERFORM 241-DESMARCA-PASSO
               VARYING WS-IX-PASSO FROM 1 BY 1
               UNTIL WS-IX-PASSO GREATER 8.
           MOVE "S" TO WS-EST-IN-MARCA(WS-CD-PASSO-SEL).
           MOVE ZEROS TO WS-QT-CASCATA
                         WS-CD-PASSO-BLOQUEIO.
           COMPUTE WS-IX-PASSO = WS-CD-PASSO-SEL + 1.
           PERFORM 242-MARCA-DEPENDENTE
               VARYING WS-IX-PASSO FROM WS-IX-PASSO BY 1
               UNTIL WS-IX-PASSO GREATER 8.
           IF WS-CD-PASSO-BLOQUEIO GREATER ZEROS
              MOVE WS-CD-PASSO-BLOQUEIO TO WS-QT-ED
              MOVE SPACES TO WS-MENSAGEM
              STRING "Reabertura Recusada - Passo " WS-QT-ED
                     " Concluido nao Reabre."
                     DELIMITED BY SIZE INTO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              GO TO 24-SAIDA.
           MOVE SPACES TO WS-DS-MOTIVO.
           ACCEPT SST-MOTIVO.
           IF WS-DS-MOTIVO EQUAL SPACES
              MOVE "Reabertura Cancelada - Motivo Obrigatorio."
                   TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              GO TO 24-SAIDA.
           MOVE SPACES TO WS-DS-CONFIRMA.
           MOVE WS-QT-CASCATA TO WS-QT-ED.
           STRING "Reabre o Passo e " WS-QT-ED
                  " Dependente(s) Concluido(s) (S/N) ? "
                  DELIMITED BY SIZE INTO WS-DS-CONFIRMA.
           MOVE SPACE TO WS-RESPOSTA.
           ACCEPT SST-CONFIRMA.
           IF NOT WS-RESPOSTA-SIM
              GO TO 24-SAIDA.
           PERFORM 243-REGISTRA-REABERTURA
               VARYING WS-IX-PASSO FROM 1 BY 1
               UNTIL WS-IX-PASSO GREATER 8.
           MOVE "Passo Reaberto." TO WS-MENSAGEM.
           PERFORM 99-MENSAGEM.
       24-SAIDA.
           EXIT.
      *
       241-DESMARCA-PASSO SECTION.
       241.
           MOVE "N" TO WS-EST-IN-MARCA(WS-IX-PASSO).
       241-SAIDA.
           EXIT.
      *
      * OS PASSOS ESTAO EM ORDEM DE DEPENDENCIA: BASTA UM
      * PRE-REQUISITO MARCADO PARA O PASSO SER DEPENDENTE
       242-MARCA-DEPENDENTE SECTION.
       242.
           MOVE "N" TO WS-IND-DEPENDE.
           PERFORM 2421-CONFERE-MARCA
               VARYING WS-IX-PRE FROM 1 BY 1
               UNTIL WS-IX-PRE GREATER 4.
           IF WS-PASSO-DEPENDE
              MOVE "S" TO WS-EST-IN-MARCA(WS-IX-PASSO)
              IF WS-EST-CONCLUIDO(WS-IX-PASSO)
                 ADD 1 TO WS-QT-CASCATA
                 IF  NOT WS-PAS-REABRE(WS-IX-PASSO)
                 AND WS-CD-PASSO-BLOQUEIO EQUAL ZEROS
                    MOVE WS-IX-PASSO TO WS-CD-PASSO-BLOQUEIO
                 END-IF
              END-IF
           END-IF.
       242-SAIDA.
           EXIT.
      *
       2421-CONFERE-MARCA SECTION.
       2421.
           MOVE WS-PAS-CD-PRE(WS-IX-PASSO, WS-IX-PRE) TO WS-IX-DEP.
           IF WS-IX-DEP GREATER ZEROS
              IF WS-EST-MARCADO(WS-IX-DEP)
                 MOVE "S" TO WS-IND-DEPENDE.
       2421-SAIDA.
           EXIT.
      *
       243-REGISTRA-REABERTURA SECTION.
       243.
           IF  WS-EST-MARCADO(WS-IX-PASSO)
           AND WS-EST-CONCLUIDO(WS-IX-PASSO)
              MOVE WS-IX-PASSO TO WS-EVT-CD-PASSO
              MOVE "R"         TO WS-EVT-TP-EVENTO
              IF WS-IX-PASSO EQUAL WS-CD-PASSO-SEL
                 MOVE WS-DS-MOTIVO TO WS-EVT-DS-MOTIVO
              ELSE
                 MOVE WS-CD-PASSO-SEL TO WS-QT-ED
                 MOVE SPACES TO WS-EVT-DS-MOTIVO
                 STRING "Com o Passo " WS-QT-ED ": " WS-DS-MOTIVO
                        DELIMITED BY SIZE INTO WS-EVT-DS-MOTIVO
              END-IF
              PERFORM 99-GRAVA-EVENTO.
       243-SAIDA.
           EXIT.
      *
       25-IMPRIME-CHECKLIST SECTION.
      *--------------------
      * CHECKLIST PARA O CONTROLLER: SITUACAO DE CADA PASSO, AS
      * REABERTURAS COM O MOTIVO E O CAMPO DE ASSINATURA
       25.
           MOVE WS-NR-COMPETENCIA  TO WL-COMPETENCIA.
           MOVE WS-CD-EMPRESA-FECH TO WL-CD-EMPRESA.
           MOVE WS-NM-EMPRESA      TO WL-NM-EMPRESA.
           MOVE 99    TO WS-NR-LIN.
           MOVE ZEROS TO WS-NR-PAG
                         WS-QT-PENDENTES.
           MOVE "FECHAMES" TO WS-SPL-ID-RELATORIO.
           PERFORM 99-PREPARA-SPOOL.
           OPEN OUTPUT RELATO.
           PERFORM 251-IMPRIME-PASSO
               VARYING WS-IX-PASSO FROM 1 BY 1
               UNTIL WS-IX-PASSO GREATER 8.
           MOVE SPACES TO LINHA.
           WRITE LINHA FROM CAB-04 BEFORE ADVANCING 1.
           MOVE SPACES TO LINHA.
           IF WS-QT-PENDENTES EQUAL ZEROS
              MOVE "  Situacao do Fechamento: COMPLETO" TO LINHA
           ELSE
              MOVE WS-QT-PENDENTES TO WS-QT-ED
              STRING "  Situacao do Fechamento: PENDENTE - "
                     WS-QT-ED " Passo(s) nao Concluido(s)"
                     DELIMITED BY SIZE INTO LINHA.
           WRITE LINHA BEFORE ADVANCING 2.
           ADD 3 TO WS-NR-LIN.
           IF WS-QT-REABERTURAS GREATER ZEROS
              MOVE "  Reaberturas:" TO LINHA
              WRITE LINHA BEFORE ADVANCING 1
              ADD 1 TO WS-NR-LIN
              OPEN INPUT ARQ-FECHAMES
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE SPACE TO WS-FINAL-LEITURA
                 PERFORM 99-LER-FECHAMES
                 PERFORM 252-IMPRIME-REABERTURA
                     UNTIL WS-FIM-LEITURA
                 CLOSE ARQ-FECHAMES
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
              MOVE SPACES TO LINHA
              WRITE LINHA BEFORE ADVANCING 1.
           MOVE SPACES TO LINHA.
           WRITE LINHA BEFORE ADVANCING 2.
           STRING "  Conferido por (Controller): "
                  "____________________________"
                  "   Data: ____/____/________"
                  DELIMITED BY SIZE INTO LINHA.
           WRITE LINHA BEFORE ADVANCING 3.
           MOVE SPACES TO LINHA.
           STRING "  Assinatura: "
                  "______________________________________________"
                  DELIMITED BY SIZE INTO LINHA.
           WRITE LINHA BEFORE ADVANCING 1.
           CLOSE RELATO.
           MOVE "Checklist do Fechamento no Spool." TO WS-MENSAGEM.
           PERFORM 99-MENSAGEM.
       25-SAIDA.
           EXIT.
      *
       251-IMPRIME-PASSO SECTION.
       251.
           IF WS-EST-CONCLUIDO(WS-IX-PASSO)
              MOVE "[X]" TO WL-IN-VISTO
           ELSE
              MOVE "[ ]" TO WL-IN-VISTO
              ADD 1 TO WS-QT-PENDENTES.
           MOVE WS-PAS-CD-PASSO(WS-IX-PASSO)    TO WL-CD-PASSO.
           MOVE WS-PAS-DS-PASSO(WS-IX-PASSO)    TO WL-DS-PASSO.
           MOVE WS-PAS-NM-PROGRAMA(WS-IX-PASSO) TO WL-NM-PROGRAMA.
           PERFORM 99-DESCREVE-SITUACAO.
           MOVE SPACES TO WL-CD-USUARIO
                          WL-DATA
                          WL-HORA.
           IF WS-EST-DATA(WS-IX-PASSO) GREATER ZEROS
              MOVE WS-EST-CD-USUARIO(WS-IX-PASSO) TO WL-CD-USUARIO
              MOVE WS-EST-DATA(WS-IX-PASSO) TO WS-DT-ED
              MOVE WS-DT-ED TO WL-DATA
              COMPUTE WS-HR-EVENTO = WS-EST-HORA(WS-IX-PASSO) / 100
              MOVE WS-HR-EVENTO TO WS-HR-ED
              MOVE WS-HR-ED TO WL-HORA.
           ADD 1 TO WS-NR-LIN.
           IF WS-NR-LIN > 66
              PERFORM 99-IMPRIME-CABECALHO
              ADD 1 TO WS-NR-LIN.
           WRITE LINHA FROM LIN-01 BEFORE ADVANCING 1.
       251-SAIDA.
           EXIT.
      *
       252-IMPRIME-REABERTURA SECTION.
       252.
           IF  FMS-CD-EMPRESA     EQUAL WS-CD-EMPRESA-FECH
           AND FMS-NR-COMPETENCIA EQUAL WS-NR-COMPETENCIA
           AND FMS-EVENTO-REABERTURA
              MOVE FMS-DATA TO WL-DATA-REA
              COMPUTE WS-HR-EVENTO = FMS-HORA / 100
              MOVE WS-HR-EVENTO   TO WL-HORA-REA
              MOVE FMS-CD-USUARIO TO WL-USUARIO-REA
              MOVE FMS-CD-PASSO   TO WL-PASSO-REA
              MOVE FMS-DS-MOTIVO  TO WL-MOTIVO-REA
              ADD 1 TO WS-NR-LIN
              IF WS-NR-LIN > 66
                 PERFORM 99-IMPRIME-CABECALHO
                 ADD 1 TO WS-NR-LIN
              END-IF
              WRITE LINHA FROM LIN-02 BEFORE ADVANCING 1
           END-IF.
           PERFORM 99-LER-FECHAMES.
       252-SAIDA.
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
       99-LER-FECHAMES.
           READ ARQ-FECHAMES
               AT END MOVE "F" TO WS-FINAL-LEITURA.
      *
      * TEXTO DA SITUACAO DO PASSO WS-IX-PASSO EM WL-DS-SITUACAO
       99-DESCREVE-SITUACAO.
           EVALUATE WS-EST-SITUACAO(WS-IX-PASSO)
               WHEN "C"
                  MOVE "CONCLUIDO"    TO WL-DS-SITUACAO
               WHEN "I"
                  MOVE "INTERROMPIDO" TO WL-DS-SITUACAO
               WHEN "F"
                  MOVE "FALHOU"       TO WL-DS-SITUACAO
               WHEN "R"
                  MOVE "REABERTO"     TO WL-DS-SITUACAO
               WHEN OTHER
                  PERFORM 99-CONFERE-PRE-REQUISITOS
                  IF WS-PASSO-LIBERADO
                     MOVE "LIBERADO"  TO WL-DS-SITUACAO
                  ELSE
                     MOVE "BLOQUEADO" TO WL-DS-SITUACAO
                  END-IF
           END-EVALUATE.
      *
      * TODOS OS PRE-REQUISITOS DO PASSO WS-IX-PASSO CONCLUIDOS? O
      * PRIMEIRO QUE FALTA FICA EM WS-CD-PASSO-FALTANTE
       99-CONFERE-PRE-REQUISITOS.
           MOVE "S"   TO WS-IND-LIBERADO
           MOVE ZEROS TO WS-CD-PASSO-FALTANTE
           PERFORM 991-CONFERE-UM-PRE-REQUISITO
               VARYING WS-IX-PRE FROM 1 BY 1
               UNTIL WS-IX-PRE GREATER 4.
      *
       991-CONFERE-UM-PRE-REQUISITO.
           MOVE WS-PAS-CD-PRE(WS-IX-PASSO, WS-IX-PRE) TO WS-IX-DEP
           IF WS-IX-DEP GREATER ZEROS
              IF  NOT WS-EST-CONCLUIDO(WS-IX-DEP)
              AND WS-PASSO-LIBERADO
                 MOVE "N"       TO WS-IND-LIBERADO
                 MOVE WS-IX-DEP TO WS-CD-PASSO-FALTANTE
              END-IF
           END-IF.
      *
      * A COMPETENCIA ESTA FECHADA NO HISTORICO DE COMISSAO? MESMA
      * REGRA DO FECHAMENTO: QUALQUER LINHA DELA QUE NAO SEJA DE
      * INDENIZACAO RESCISORIA
       99-CONFERE-COMP-FECHADA.
           MOVE "N" TO WS-IND-COMP-FECHADA
           OPEN INPUT ARQ-FECHAMENTO
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE SPACE TO WS-FINAL-LEITURA
              PERFORM 992-LE-HISTORICO
              PERFORM 993-CONFERE-LINHA-HISTORICO
                  UNTIL WS-FIM-LEITURA
                     OR WS-COMPETENCIA-FECHADA
              CLOSE ARQ-FECHAMENTO
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
       992-LE-HISTORICO.
           READ ARQ-FECHAMENTO
               AT END MOVE "F" TO WS-FINAL-LEITURA.
      *
       993-CONFERE-LINHA-HISTORICO.
           IF  FEC-NR-COMPETENCIA EQUAL WS-NR-COMPETENCIA
           AND (FEC-DELIMITADOR-11 NOT EQUAL ";"
            OR  NOT FEC-LANC-INDENIZACAO)
              MOVE "S" TO WS-IND-COMP-FECHADA
           ELSE
              PERFORM 992-LE-HISTORICO
           END-IF.
      *
      * GRAVA NO JORNAL O EVENTO WS-EVT-* DA EMPRESA/COMPETENCIA
       99-GRAVA-EVENTO.
           OPEN EXTEND ARQ-FECHAMES
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
           AND WS-ESTADO-ARQUIVO EQUAL "35"
              CLOSE ARQ-FECHAMES
              OPEN OUTPUT ARQ-FECHAMES
           END-IF
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "99-GRAVA-EVENTO" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-FECHAMES TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "Jornal do Fechamento Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              MOVE WS-CD-EMPRESA-FECH TO FMS-CD-EMPRESA
              MOVE WS-NR-COMPETENCIA  TO FMS-NR-COMPETENCIA
              MOVE WS-EVT-CD-PASSO    TO FMS-CD-PASSO
              MOVE WS-EVT-TP-EVENTO   TO FMS-TP-EVENTO
              ACCEPT FMS-DATA FROM DATE YYYYMMDD
              ACCEPT FMS-HORA FROM TIME
              MOVE LK-CD-USUARIO      TO FMS-CD-USUARIO
              MOVE WS-PAS-NM-PROGRAMA(WS-EVT-CD-PASSO)
                                      TO FMS-NM-PROGRAMA
              MOVE WS-EVT-DS-MOTIVO   TO FMS-DS-MOTIVO
              WRITE FMS-REGISTRO
              CLOSE ARQ-FECHAMES
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
       99-IMPRIME-CABECALHO.
           ADD 1 TO WS-NR-PAG
           IF WS-NR-PAG > 1
              MOVE SPACES TO LINHA
              WRITE LINHA FROM CAB-04 BEFORE ADVANCING PAGE
           END-IF
           MOVE WS-NR-PAG TO WL-NR-PAGINA
           WRITE LINHA FROM CAB-01 BEFORE ADVANCING 1
           WRITE LINHA FROM CAB-02 BEFORE ADVANCING 1
           WRITE LINHA FROM CAB-04 BEFORE ADVANCING 1
           WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1
           WRITE LINHA FROM CAB-04 BEFORE ADVANCING 1
           MOVE 6 TO WS-NR-LIN.
      *
      * SOBREPOE O NOME DO JORNAL COM O VALOR DO ARQUIVO CENTRAL DE
      * CONFIGURACAO (GV-CONFIG.PAR), QUANDO PRESENTE
       99-LE-CONFIGURACAO.
           MOVE "ARQ-FECHAMES" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-FECHAMES
           END-IF.
      *
       990-CONSULTA-CONFIG.
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
      *
       COPY GV-SPOOLPD.CPY.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-FECHAMES" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
