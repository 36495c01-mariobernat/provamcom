000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-RECERT.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Recertificacao de Acessos e Segregacao de Funcoes
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Resposta trimestral a auditoria interna sobre quem pode
      *     fazer o que. O relatorio lista todo operador do cadastro
      *     (GV-USUARIO.DAT) com as permissoes, a situacao e o ultimo
      *     acesso segundo o log de atividade (GV-ATIVIDADE.LOG e os
      *     segmentos da rotacao); conta ativa sem acesso ha mais de
      *     RECERT-DIAS-INATIVO dias (padrao 90) sai proposta para
      *     desativacao.
      *
      *     Cada par da tabela de conflitos GV-CONFLITO.PAR (linhas
      *     PROGRAMA-1;PROGRAMA-2;DESCRICAO, "*" comenta; sem o
      *     arquivo vale a tabela padrao abaixo) e conferido contra
      *     cada operador ativo. O operador "tem" a funcao quando a
      *     permissao do menu principal lhe da acesso ao programa (P)
      *     ou quando o executou no periodo (U) - os utilitarios nao
      *     tem permissao propria, entao neles vale o uso registrado.
      *     Quem tem as duas pontas de um par sai marcado com o
      *     conflito.
      *
      *     A opcao 2 registra em GV-RECERT.LOG a assinatura do
      *     supervisor (usuario com todas as permissoes) sobre a
      *     lista do trimestre, com parecer e observacao; o relatorio
      *     imprime as assinaturas do trimestre e os supervisores que
      *     ainda nao assinaram.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Permissao de ver dados pessoais (DP)
      *                   listada ao lado das permissoes do menu.
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-USUARIO ASSIGN TO DISK WID-ARQ-USUARIO
             organization       is indexed
             access mode        is dynamic
             record key         is USU-CD-USUARIO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-ATIVIDADE ASSIGN TO DISK WID-ARQ-ATIVIDADE
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-ROTACAO ASSIGN TO DISK WID-ARQ-ROTACAO
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-CONFLITO ASSIGN TO DISK WID-ARQ-CONFLITO
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-ASSINATURA ASSIGN TO DISK WID-ARQ-ASSINATURA
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-SPOOL-CAT ASSIGN TO DISK WID-ARQ-SPOOL-CAT
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT RELATO   ASSIGN TO DISK.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-CADUSU.CPY.
       COPY GV-ATIVLOG.CPY.
       COPY GV-ROTCAT.CPY.
      *
      * TABELA DE CONFLITOS DE SEGREGACAO DE FUNCOES - UMA LINHA POR
      * PAR DE PROGRAMAS QUE NAO DEVEM FICAR COM O MESMO OPERADOR
       FD  ARQ-CONFLITO
           LABEL RECORD IS STANDARD.
       01  CNF-REGISTRO              PIC X(080).
      *
      * ASSINATURAS DA RECERTIFICACAO - UMA LINHA POR SUPERVISOR E
      * TRIMESTRE
       FD  ARQ-ASSINATURA
           LABEL RECORD IS STANDARD.
       01  ASS-REGISTRO.
           03 ASS-NR-TRIMESTRE       PIC 9(005).
           03 ASS-DELIMITADOR-1      PIC X(001).
           03 ASS-CD-USUARIO         PIC X(008).
           03 ASS-DELIMITADOR-2      PIC X(001).
           03 ASS-DT-ASSINATURA      PIC 9(008).
           03 ASS-DELIMITADOR-3      PIC X(001).
           03 ASS-HR-ASSINATURA      PIC 9(006).
           03 ASS-DELIMITADOR-4      PIC X(001).
           03 ASS-IN-PARECER         PIC X(001).
              88 ASS-APROVADA                   VALUE "A".
              88 ASS-COM-RESSALVAS              VALUE "R".
              88 ASS-PARECER-VALIDO             VALUE "A" "R".
           03 ASS-DELIMITADOR-5      PIC X(001).
           03 ASS-QT-USUARIOS        PIC 9(005).
           03 ASS-DELIMITADOR-6      PIC X(001).
           03 ASS-QT-CONFLITOS       PIC 9(005).
           03 ASS-DELIMITADOR-7      PIC X(001).
           03 ASS-QT-PROPOSTAS       PIC 9(005).
           03 ASS-DELIMITADOR-8      PIC X(001).
           03 ASS-DS-OBSERVACAO      PIC X(050).
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
           03 WID-ARQ-USUARIO        PIC X(15) VALUE "GV-USUARIO.DAT".
           03 WID-ARQ-ATIVIDADE      PIC X(40) VALUE
                                      "GV-ATIVIDADE.LOG".
           03 WID-ARQ-ROTACAO        PIC X(15) VALUE "GV-ROTACAO.CAT".
           03 WID-ARQ-CONFLITO       PIC X(15) VALUE "GV-CONFLITO.PAR".
           03 WID-ARQ-ASSINATURA     PIC X(13) VALUE "GV-RECERT.LOG".
           03 WS01-ARQUIVO           PIC X(60) VALUE "IMPRESSAO.IMP".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-OPCAO               PIC 9(01) VALUE ZEROS.
              88 WS-EMITE-RELATORIO            VALUE 1.
              88 WS-REGISTRA-ASSINATURA        VALUE 2.
           03 WS-FINAL-ARQUIVO       PIC X(01) VALUE SPACE.
              88 WS-FIM-ARQUIVO                VALUE "F".
           03 WS-FINAL-ROTACAO       PIC X(01) VALUE SPACE.
              88 WS-FIM-ROTACAO                VALUE "F".
           03 WS-MENSAGEM            PIC X(68).
           03 WS-RESPOSTA            PIC X(01).
              88 WS-SIM                        VALUE "S" "s".
           03 WS-NM-ARQ-VIVO         PIC X(40) VALUE SPACES.
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-HR-AGORA            PIC 9(008) VALUE ZEROS.
           03 WS-DT-LIMITE           PIC 9(008) VALUE ZEROS.
           03 WS-NR-TRIMESTRE        PIC 9(005) VALUE ZEROS.
           03 WS-NR-ANO              PIC 9(004) VALUE ZEROS.
           03 WS-NR-MES              PIC 9(002) VALUE ZEROS.
           03 WS-QT-DIAS-INATIVO     PIC 9(003) VALUE 90.
           03 WS-QT-DIAS-SEM-ACESSO  PIC 9(005) VALUE ZEROS.
           03 WS-NR-DIA-HOJE         PIC 9(009) VALUE ZEROS.
           03 WS-IND-SUPERVISOR      PIC X(01) VALUE "N".
              88 WS-USUARIO-SUPERVISOR         VALUE "S".
           03 WS-IND-JA-ASSINOU      PIC X(01) VALUE "N".
              88 WS-JA-ASSINOU                 VALUE "S".
           03 WS-NR-LIN              PIC 9(03) VALUE 999.
           03 WS-NR-PAG              PIC 9(03) VALUE ZEROS.
           03 WS-QT-ED1              PIC ZZZZ9.
           03 WS-QT-ED2              PIC ZZZZ9.
      *
      * DADOS DA ASSINATURA EM REGISTRO
           03 WS-IN-PARECER          PIC X(01) VALUE SPACE.
              88 WS-PARECER-VALIDO             VALUE "A" "R".
           03 WS-DS-OBSERVACAO       PIC X(50) VALUE SPACES.
      *
      * LINHA DA TABELA DE CONFLITOS EM ANALISE
           03 WS-CNF-FUNCAO-1        PIC X(015).
           03 WS-CNF-FUNCAO-2        PIC X(015).
           03 WS-CNF-DESCRICAO       PIC X(040).
      *
      * CHAVES DE PESQUISA NAS TABELAS E NO LOG DE ASSINATURAS
           03 WS-CD-USUARIO-BUSCA    PIC X(008).
           03 WS-NM-PROGRAMA-BUSCA   PIC X(015).
      *
       01  WS-CONTADORES.
           03 WS-QT-USUARIOS         PIC 9(05) VALUE ZEROS.
           03 WS-QT-ATIVOS           PIC 9(05) VALUE ZEROS.
           03 WS-QT-PROPOSTAS        PIC 9(05) VALUE ZEROS.
           03 WS-QT-CONFLITOS        PIC 9(05) VALUE ZEROS.
           03 WS-QT-USU-CONFLITO     PIC 9(05) VALUE ZEROS.
           03 WS-QT-CONFLITOS-USU    PIC 9(03) VALUE ZEROS.
           03 WS-QT-ASSINATURAS      PIC 9(05) VALUE ZEROS.
           03 WS-QT-PENDENTES        PIC 9(05) VALUE ZEROS.
           03 WS-QT-USU-EXCEDENTES   PIC 9(05) VALUE ZEROS.
      *
      * INDICES E CONTROLES DAS TABELAS
       77  WS-IX-USU                 PIC 9(04) COMP VALUE ZEROS.
       77  WS-IX-ACHOU               PIC 9(04) COMP VALUE ZEROS.
       77  WS-IX-FUN                 PIC 9(04) COMP VALUE ZEROS.
       77  WS-IX-FUN-ACHOU           PIC 9(04) COMP VALUE ZEROS.
       77  WS-IX-CNF                 PIC 9(04) COMP VALUE ZEROS.
       77  WS-IX-PRM                 PIC 9(04) COMP VALUE ZEROS.
       77  WS-NR-PERMISSAO           PIC 9(02) VALUE ZEROS.
       77  WS-EVIDENCIA-1            PIC X(02) VALUE SPACES.
       77  WS-EVIDENCIA-2            PIC X(02) VALUE SPACES.
       77  WS-EVIDENCIA              PIC X(02) VALUE SPACES.
      *
      * OPERADORES DO CADASTRO, COM O ULTIMO ACESSO E O USO NO
      * PERIODO DE CADA PROGRAMA QUE APARECE NA TABELA DE CONFLITOS
       01  WS-TAB-USUARIOS.
           03 WS-QT-TAB-USUARIOS     PIC 9(04) COMP VALUE ZEROS.
           03 WS-USU-OCORRENCIA OCCURS 200 TIMES.
              05 WS-USU-CD-USUARIO   PIC X(008).
              05 WS-USU-NM-USUARIO   PIC X(020).
              05 WS-USU-PERMISSOES   PIC X(008).
              05 WS-USU-DADOS-PESSOAIS PIC X(001).
              05 WS-USU-SITUACAO     PIC X(001).
              05 WS-USU-IND-BLOQUEIO PIC X(001).
              05 WS-USU-DT-ACESSO    PIC 9(008).
              05 WS-USU-USO-FUNCOES  PIC X(060).
      *
      * PROGRAMAS CITADOS NA TABELA DE CONFLITOS E A PERMISSAO DO
      * MENU PRINCIPAL QUE DA ACESSO A CADA UM (ZERO = UTILITARIO)
       01  WS-TAB-FUNCOES.
           03 WS-QT-TAB-FUNCOES      PIC 9(04) COMP VALUE ZEROS.
           03 WS-FUN-OCORRENCIA OCCURS 60 TIMES.
              05 WS-FUN-NM-PROGRAMA  PIC X(015).
              05 WS-FUN-NR-PERMISSAO PIC 9(002).
      *
       01  WS-TAB-CONFLITOS.
           03 WS-QT-TAB-CONFLITOS    PIC 9(04) COMP VALUE ZEROS.
           03 WS-CNF-OCORRENCIA OCCURS 30 TIMES.
              05 WS-CNF-IX-FUNCAO-1  PIC 9(004) COMP.
              05 WS-CNF-IX-FUNCAO-2  PIC 9(004) COMP.
              05 WS-CNF-DS-CONFLITO  PIC X(040).
      *
      * TABELA PADRAO DE CONFLITOS, USADA QUANDO NAO HA O ARQUIVO
      * GV-CONFLITO.PAR
       01  WS-TABELA-CONFLITO-PADRAO.
           03 FILLER PIC X(15) VALUE "GV-CADVENDEDOR".
           03 FILLER PIC X(15) VALUE "GV-APROVA".
           03 FILLER PIC X(40) VALUE
              "MANTEM VENDEDOR E APROVA ALTERACAO".
           03 FILLER PIC X(15) VALUE "GV-CADVENDEDOR".
           03 FILLER PIC X(15) VALUE "GV-PAGCOM".
           03 FILLER PIC X(40) VALUE
              "MANTEM DADOS BANCARIOS E GERA REMESSA".
           03 FILLER PIC X(15) VALUE "GV-FECHACOM".
           03 FILLER PIC X(15) VALUE "GV-PAGCOM".
           03 FILLER PIC X(40) VALUE
              "FECHA COMISSAO E GERA REMESSA".
           03 FILLER PIC X(15) VALUE "GV-CADAJUSTE".
           03 FILLER PIC X(15) VALUE "GV-FECHACOM".
           03 FILLER PIC X(40) VALUE
              "LANCA AJUSTE E FECHA COMISSAO".
           03 FILLER PIC X(15) VALUE "GV-CADVENDA".
           03 FILLER PIC X(15) VALUE "GV-APROVA".
           03 FILLER PIC X(40) VALUE
              "DIGITA VENDA E APROVA VENDA RETIDA".
       01  WS-TAB-CONFLITO-PADRAO REDEFINES WS-TABELA-CONFLITO-PADRAO.
           03 WS-PAD-OCORRENCIA OCCURS 5 TIMES.
              05 WS-PAD-FUNCAO-1     PIC X(015).
              05 WS-PAD-FUNCAO-2     PIC X(015).
              05 WS-PAD-DESCRICAO    PIC X(040).
      *
      * PROGRAMAS DO MENU PRINCIPAL E A POSICAO DA PERMISSAO QUE OS
      * LIBERA (MESMA REGRA DE 20-VERIFICA-PERMISSAO DO VENDAS00)
       01  WS-TABELA-PERMISSAO-PROG.
           03 FILLER PIC X(17) VALUE "GV-CADCLIENTE  01".
           03 FILLER PIC X(17) VALUE "GV-CADVENDEDOR 02".
           03 FILLER PIC X(17) VALUE "GV-RELCLIENTE  03".
           03 FILLER PIC X(17) VALUE "GV-RELVENDEDOR 04".
           03 FILLER PIC X(17) VALUE "GV-DISTRIBUICAO05".
           03 FILLER PIC X(17) VALUE "GV-BACKUP      05".
           03 FILLER PIC X(17) VALUE "GV-ARQUIVA     05".
           03 FILLER PIC X(17) VALUE "GV-LOTE        05".
           03 FILLER PIC X(17) VALUE "GV-EXTRAI      05".
           03 FILLER PIC X(17) VALUE "GV-CONCLIENTE  06".
           03 FILLER PIC X(17) VALUE "GV-CONVENDEDOR 06".
           03 FILLER PIC X(17) VALUE "GV-VALIDALOTE  07".
           03 FILLER PIC X(17) VALUE "GV-ORFAOVEN    07".
           03 FILLER PIC X(17) VALUE "GV-COMISSAO    08".
       01  WS-TAB-PERMISSAO-PROG REDEFINES WS-TABELA-PERMISSAO-PROG.
           03 WS-PRM-OCORRENCIA OCCURS 14 TIMES.
              05 WS-PRM-NM-PROGRAMA  PIC X(015).
              05 WS-PRM-NR-PERMISSAO PIC 9(002).
      *
      * LAYOUT DO RELATORIO DE RECERTIFICACAO
       01  CAB-01.
           02 FILLER            PIC X(22) VALUE SPACES.
           02 FILLER            PIC X(48) VALUE
              "RECERTIFICACAO DE ACESSOS - TRIMESTRE".
           02 WL-TRIM-ANO       PIC 9(04).
           02 FILLER            PIC X(01) VALUE "/".
           02 WL-TRIM-NR        PIC 9(01).
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(04) VALUE "EM: ".
           02 WL-DT-DIA         PIC 9(02).
           02 FILLER            PIC X(01) VALUE "/".
           02 WL-DT-MES         PIC 9(02).
           02 FILLER            PIC X(01) VALUE "/".
           02 WL-DT-ANO         PIC 9(04).
           02 FILLER            PIC X(04) VALUE SPACES.
           02 FILLER            PIC X(05) VALUE "Pag: ".
           02 WL-NR-PAGINA      PIC 9(03) VALUE ZEROS.
      *
       01  CAB-02.
           03 FILLER    PIC X(04) VALUE SPACES.
           03 FILLER    PIC X(10) VALUE "USUARIO".
           03 FILLER    PIC X(22) VALUE "NOME".
           03 FILLER    PIC X(05) VALUE "SIT".
           03 FILLER    PIC X(11) VALUE "PERMISSOES".
           03 FILLER    PIC X(13) VALUE "ULT. ACESSO".
           03 FILLER    PIC X(07) VALUE "  DIAS".
           03 FILLER    PIC X(60) VALUE "AVALIACAO".
      *
       01  CAB-03.
           03 FILLER PIC X(132) VALUE IS ALL '='.
      *
       01  CAB-04.
           03 FILLER    PIC X(04) VALUE SPACES.
           03 FILLER    PIC X(60) VALUE
             "PERMISSOES: Cli Ven RelCli RelVen Dist Cons Aud Comis DP".
           03 FILLER    PIC X(68) VALUE
             "EVIDENCIA: P=Permissao do Menu  U=Uso no Periodo".
      *
       01  LIN-01.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 WL-USUARIO      PIC X(08).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-NOME         PIC X(20).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-SITUACAO     PIC X(01).
           03 WL-BLOQUEIO     PIC X(01).
           03 FILLER          PIC X(03) VALUE SPACES.
           03 WL-PERMISSOES   PIC X(08).
           03 WL-DADOS-PESSOAIS PIC X(01).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-ACESSO       PIC X(10).
           03 FILLER          PIC X(03) VALUE SPACES.
           03 WL-DIAS         PIC X(05).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-AVALIACAO    PIC X(40).
           03 FILLER          PIC X(20) VALUE SPACES.
      *
       01  LIN-02.
           03 FILLER          PIC X(14) VALUE SPACES.
           03 FILLER          PIC X(11) VALUE "CONFLITO: ".
           03 WL-CNF-DESCRICAO PIC X(40).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-CNF-FUNCAO-1 PIC X(15).
           03 FILLER          PIC X(01) VALUE "(".
           03 WL-CNF-EVID-1   PIC X(02).
           03 FILLER          PIC X(04) VALUE ") x ".
           03 WL-CNF-FUNCAO-2 PIC X(15).
           03 FILLER          PIC X(01) VALUE "(".
           03 WL-CNF-EVID-2   PIC X(02).
           03 FILLER          PIC X(01) VALUE ")".
           03 FILLER          PIC X(24) VALUE SPACES.
      *
       01  LIN-03.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 WL-TOT-DESCRICAO PIC X(40).
           03 WL-TOT-QT       PIC ZZZZ9.
           03 FILLER          PIC X(83) VALUE SPACES.
      *
       01  LIN-04.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 FILLER          PIC X(12) VALUE "ASSINATURA: ".
           03 WL-ASS-USUARIO  PIC X(08).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-ASS-DIA      PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 WL-ASS-MES      PIC 9(02).
           03 FILLER          PIC X(01) VALUE "/".
           03 WL-ASS-ANO      PIC 9(04).
           03 FILLER          PIC X(01) VALUE SPACES.
           03 WL-ASS-HORA     PIC 99B99B99.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-ASS-PARECER  PIC X(14).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-ASS-OBSERVACAO PIC X(50).
           03 FILLER          PIC X(19) VALUE SPACES.
      *
       01  LIN-05.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 FILLER          PIC X(30) VALUE
              "SUPERVISOR SEM ASSINATURA: ".
           03 WL-PEN-USUARIO  PIC X(08).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-PEN-NOME     PIC X(20).
           03 FILLER          PIC X(68) VALUE SPACES.
      *
       01  LIN-06.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 WL-TITULO       PIC X(128).
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
           03 LINE 02 COL 25 VALUE "                                ".
      *
       01  SST-RECERT.
           03 LINE 02 COL 25 VALUE "Recertificacao de Acessos".
           03 LINE 05 COL 08 VALUE "Informe a Opcao: ".
           03 OPCAO LINE 05 COL 26 PIC 9 USING WS-OPCAO AUTO.
           03 LINE 05 COL 28 VALUE
              "(1-Emite Relatorio, 2-Registra Assinatura)".
      *
       01  SST-ASSINATURA.
           03 LINE 07 COL 08 VALUE "Trimestre.............: ".
           03 LINE 07 COL 32 USING WS-NR-TRIMESTRE.
           03 LINE 08 COL 08 VALUE
              "Parecer (A-Aprovado, R-Com Ressalvas): ".
           03 LINE 08 COL 48 USING WS-IN-PARECER.
           03 LINE 09 COL 08 VALUE "Observacao: ".
           03 LINE 09 COL 20 USING WS-DS-OBSERVACAO.
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
           PERFORM 2-MODULO-PRINCIPAL.
           PERFORM 3-MODULO-FINAL.
       0-SAIDA.
           EXIT PROGRAM.
      *
       1-MODULO-INICIAL SECTION.
      *----------------
       1.
           PERFORM 99-LE-CONFIGURACAO.
           ACCEPT WS-DT-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WS-HR-AGORA FROM TIME.
           MOVE WS-DT-HOJE(7:2) TO WL-DT-DIA.
           MOVE WS-DT-HOJE(5:2) TO WL-DT-MES.
           MOVE WS-DT-HOJE(1:4) TO WL-DT-ANO.
           MOVE WS-DT-HOJE(1:4) TO WS-NR-ANO.
           MOVE WS-DT-HOJE(5:2) TO WS-NR-MES.
           COMPUTE WS-NR-TRIMESTRE =
                   WS-NR-ANO * 10 + (WS-NR-MES + 2) / 3.
           MOVE WS-NR-TRIMESTRE(1:4) TO WL-TRIM-ANO.
           MOVE WS-NR-TRIMESTRE(5:1) TO WL-TRIM-NR.
           MOVE FUNCTION INTEGER-OF-DATE (WS-DT-HOJE)
                TO WS-NR-DIA-HOJE.
           COMPUTE WS-DT-LIMITE = FUNCTION DATE-OF-INTEGER
                   (WS-NR-DIA-HOJE - WS-QT-DIAS-INATIVO).
           PERFORM 11-CARREGA-USUARIOS.
           DISPLAY SST-RECERT.
           ACCEPT  SST-RECERT.
       1-SAIDA.
           EXIT.
      *
       11-CARREGA-USUARIOS SECTION.
      *-------------------
       11.
           MOVE ZEROS TO WS-QT-TAB-USUARIOS.
           OPEN INPUT ARQ-USUARIO.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "11-CARREGA-USUARIOS" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-USUARIO TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "00" TO WS-ESTADO-ARQUIVO
              MOVE ZEROS TO WS-OPCAO
              MOVE "Arquivo de Usuarios Indisponivel." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              MOVE SPACE TO WS-FINAL-ARQUIVO
              PERFORM 111-CARREGA-UM-USUARIO
                  UNTIL WS-FIM-ARQUIVO
              CLOSE ARQ-USUARIO
           END-IF.
       11-SAIDA.
           EXIT.
      *
       111-CARREGA-UM-USUARIO SECTION.
       111.
           READ ARQ-USUARIO NEXT
               AT END MOVE "F" TO WS-FINAL-ARQUIVO
           END-READ.
           IF NOT WS-FIM-ARQUIVO
              IF WS-QT-TAB-USUARIOS NOT LESS 200
                 ADD 1 TO WS-QT-USU-EXCEDENTES
              ELSE
                 ADD 1 TO WS-QT-TAB-USUARIOS
                 MOVE WS-QT-TAB-USUARIOS TO WS-IX-USU
                 MOVE USU-CD-USUARIO   TO WS-USU-CD-USUARIO(WS-IX-USU)
                 MOVE USU-NM-USUARIO   TO WS-USU-NM-USUARIO(WS-IX-USU)
                 MOVE USU-PERMISSOES   TO WS-USU-PERMISSOES(WS-IX-USU)
                 MOVE USU-IN-DADOS-PESSOAIS
                      TO WS-USU-DADOS-PESSOAIS(WS-IX-USU)
                 MOVE USU-SITUACAO     TO WS-USU-SITUACAO(WS-IX-USU)
                 MOVE USU-IND-BLOQUEIO
                      TO WS-USU-IND-BLOQUEIO(WS-IX-USU)
                 MOVE ZEROS            TO WS-USU-DT-ACESSO(WS-IX-USU)
                 MOVE SPACES           TO WS-USU-USO-FUNCOES(WS-IX-USU)
              END-IF
           END-IF.
       111-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           IF WS-EMITE-RELATORIO
              PERFORM 21-EMITE-RELATORIO.
           IF WS-REGISTRA-ASSINATURA
              PERFORM 25-REGISTRA-ASSINATURA.
       2-SAIDA.
           EXIT.
      *
       21-EMITE-RELATORIO SECTION.
      *------------------
       21.
           PERFORM 211-CARREGA-CONFLITOS.
           PERFORM 212-VARRE-ATIVIDADE.
           MOVE "RECERT" TO WS-SPL-ID-RELATORIO.
           PERFORM 99-PREPARA-SPOOL.
           OPEN OUTPUT RELATO.
           PERFORM 213-AVALIA-UM-USUARIO
               VARYING WS-IX-USU FROM 1 BY 1
               UNTIL WS-IX-USU GREATER WS-QT-TAB-USUARIOS.
           PERFORM 214-IMPRIME-TOTAIS.
           PERFORM 215-IMPRIME-ASSINATURAS.
           CLOSE RELATO.
           MOVE WS-QT-CONFLITOS TO WS-QT-ED1.
           MOVE WS-QT-PROPOSTAS TO WS-QT-ED2.
           MOVE SPACES TO WS-MENSAGEM.
           STRING "Recertificacao no Spool - Conflitos: " WS-QT-ED1
                  "  Desativar: " WS-QT-ED2
                  DELIMITED BY SIZE INTO WS-MENSAGEM.
           PERFORM 99-MENSAGEM.
       21-SAIDA.
           EXIT.
      *
       211-CARREGA-CONFLITOS SECTION.
      *---------------------
      * TABELA DE CONFLITOS DO ARQUIVO; SEM ELE, A TABELA PADRAO
       211.
           MOVE ZEROS TO WS-QT-TAB-CONFLITOS
                         WS-QT-TAB-FUNCOES.
           OPEN INPUT ARQ-CONFLITO.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE SPACE TO WS-FINAL-ARQUIVO
              PERFORM 2111-LE-UM-CONFLITO
                  UNTIL WS-FIM-ARQUIVO
              CLOSE ARQ-CONFLITO
           ELSE
              MOVE "00" TO WS-ESTADO-ARQUIVO
              PERFORM 2112-CONFLITO-PADRAO
                  VARYING WS-IX-CNF FROM 1 BY 1
                  UNTIL WS-IX-CNF GREATER 5
           END-IF.
       211-SAIDA.
           EXIT.
      *
       2111-LE-UM-CONFLITO SECTION.
       2111.
           READ ARQ-CONFLITO
               AT END MOVE "F" TO WS-FINAL-ARQUIVO
           END-READ.
           IF  NOT WS-FIM-ARQUIVO
           AND CNF-REGISTRO NOT EQUAL SPACES
           AND CNF-REGISTRO(1:1) NOT EQUAL "*"
              MOVE SPACES TO WS-CNF-FUNCAO-1
                             WS-CNF-FUNCAO-2
                             WS-CNF-DESCRICAO
              UNSTRING CNF-REGISTRO DELIMITED BY ";"
                  INTO WS-CNF-FUNCAO-1
                       WS-CNF-FUNCAO-2
                       WS-CNF-DESCRICAO
              END-UNSTRING
              PERFORM 2113-INCLUI-CONFLITO
           END-IF.
       2111-SAIDA.
           EXIT.
      *
       2112-CONFLITO-PADRAO SECTION.
       2112.
           MOVE WS-PAD-FUNCAO-1(WS-IX-CNF)  TO WS-CNF-FUNCAO-1.
           MOVE WS-PAD-FUNCAO-2(WS-IX-CNF)  TO WS-CNF-FUNCAO-2.
           MOVE WS-PAD-DESCRICAO(WS-IX-CNF) TO WS-CNF-DESCRICAO.
           PERFORM 2113-INCLUI-CONFLITO.
       2112-SAIDA.
           EXIT.
      *
       2113-INCLUI-CONFLITO SECTION.
      * GUARDA O PAR COM OS INDICES DOS DOIS PROGRAMAS NA TABELA DE
      * FUNCOES; PAR INCOMPLETO OU TABELA CHEIA E DESPREZADO
       2113.
           IF  WS-CNF-FUNCAO-1 NOT EQUAL SPACES
           AND WS-CNF-FUNCAO-2 NOT EQUAL SPACES
           AND WS-QT-TAB-CONFLITOS LESS 30
           AND WS-QT-TAB-FUNCOES   LESS 59
              ADD 1 TO WS-QT-TAB-CONFLITOS
              MOVE WS-CNF-DESCRICAO
                   TO WS-CNF-DS-CONFLITO(WS-QT-TAB-CONFLITOS)
              MOVE WS-CNF-FUNCAO-1 TO WS-NM-PROGRAMA-BUSCA
              PERFORM 21131-REGISTRA-FUNCAO
              MOVE WS-IX-FUN-ACHOU
                   TO WS-CNF-IX-FUNCAO-1(WS-QT-TAB-CONFLITOS)
              MOVE WS-CNF-FUNCAO-2 TO WS-NM-PROGRAMA-BUSCA
              PERFORM 21131-REGISTRA-FUNCAO
              MOVE WS-IX-FUN-ACHOU
                   TO WS-CNF-IX-FUNCAO-2(WS-QT-TAB-CONFLITOS)
           END-IF.
       2113-SAIDA.
           EXIT.
      *
       21131-REGISTRA-FUNCAO SECTION.
      * LOCALIZA O PROGRAMA NA TABELA DE FUNCOES OU O ACRESCENTA,
      * JUNTO COM A PERMISSAO DO MENU PRINCIPAL QUE O LIBERA
       21131.
           PERFORM 99-ACHA-FUNCAO.
           IF WS-IX-FUN-ACHOU EQUAL ZEROS
              ADD 1 TO WS-QT-TAB-FUNCOES
              MOVE WS-QT-TAB-FUNCOES TO WS-IX-FUN-ACHOU
              MOVE WS-NM-PROGRAMA-BUSCA
                   TO WS-FUN-NM-PROGRAMA(WS-IX-FUN-ACHOU)
              MOVE ZEROS TO WS-NR-PERMISSAO
              PERFORM 211311-ACHA-PERMISSAO
                  VARYING WS-IX-PRM FROM 1 BY 1
                  UNTIL WS-IX-PRM GREATER 14
              MOVE WS-NR-PERMISSAO
                   TO WS-FUN-NR-PERMISSAO(WS-IX-FUN-ACHOU)
           END-IF.
       21131-SAIDA.
           EXIT.
      *
       211311-ACHA-PERMISSAO SECTION.
       211311.
           IF WS-PRM-NM-PROGRAMA(WS-IX-PRM) EQUAL WS-NM-PROGRAMA-BUSCA
              MOVE WS-PRM-NR-PERMISSAO(WS-IX-PRM) TO WS-NR-PERMISSAO.
       211311-SAIDA.
           EXIT.
      *
       212-VARRE-ATIVIDADE SECTION.
      *-------------------
      * LE OS SEGMENTOS MENSAIS DA ROTACAO (NA ORDEM DO CATALOGO) E
      * DEPOIS O ARQUIVO VIVO, COMO O RELATORIO DE ATIVIDADE
       212.
           MOVE WID-ARQ-ATIVIDADE TO WS-NM-ARQ-VIVO.
           MOVE SPACE TO WS-FINAL-ROTACAO.
           OPEN INPUT ARQ-ROTACAO.
           IF WS-OPERACAO-BEM-SUCEDIDA
              PERFORM 2121-TRATA-UM-SEGMENTO
                  UNTIL WS-FIM-ROTACAO
              CLOSE ARQ-ROTACAO
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
           MOVE WS-NM-ARQ-VIVO TO WID-ARQ-ATIVIDADE.
           PERFORM 2122-PROCESSA-UM-ARQUIVO.
       212-SAIDA.
           EXIT.
      *
       2121-TRATA-UM-SEGMENTO SECTION.
       2121.
           READ ARQ-ROTACAO
               AT END MOVE "F" TO WS-FINAL-ROTACAO
           END-READ.
           IF NOT WS-FIM-ROTACAO
              IF ROT-TP-ARQUIVO EQUAL "ATV"
                 MOVE ROT-NM-ARQUIVO TO WID-ARQ-ATIVIDADE
                 PERFORM 2122-PROCESSA-UM-ARQUIVO
              END-IF
           END-IF.
       2121-SAIDA.
           EXIT.
      *
       2122-PROCESSA-UM-ARQUIVO SECTION.
       2122.
           OPEN INPUT ARQ-ATIVIDADE.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "00" TO WS-ESTADO-ARQUIVO
           ELSE
              MOVE SPACE TO WS-FINAL-ARQUIVO
              PERFORM 21221-TRATA-UM-EVENTO
                  UNTIL WS-FIM-ARQUIVO
              CLOSE ARQ-ATIVIDADE
           END-IF.
       2122-SAIDA.
           EXIT.
      *
       21221-TRATA-UM-EVENTO SECTION.
      * QUALQUER EVENTO ATUALIZA O ULTIMO ACESSO DO OPERADOR; O
      * INICIO DE UMA OPCAO DENTRO DO PERIODO MARCA O USO DO PROGRAMA
       21221.
           READ ARQ-ATIVIDADE
               AT END MOVE "F" TO WS-FINAL-ARQUIVO
           END-READ.
           IF NOT WS-FIM-ARQUIVO
              MOVE ATV-CD-USUARIO  TO WS-CD-USUARIO-BUSCA
              MOVE ATV-NM-PROGRAMA TO WS-NM-PROGRAMA-BUSCA
              PERFORM 99-ACHA-USUARIO
              IF WS-IX-ACHOU GREATER ZEROS
                 IF ATV-DATA GREATER WS-USU-DT-ACESSO(WS-IX-ACHOU)
                    MOVE ATV-DATA TO WS-USU-DT-ACESSO(WS-IX-ACHOU)
                 END-IF
                 IF  ATV-EVENTO-INICIO
                 AND ATV-DATA NOT LESS WS-DT-LIMITE
                    PERFORM 99-ACHA-FUNCAO
                    IF WS-IX-FUN-ACHOU GREATER ZEROS
                       MOVE "S" TO WS-USU-USO-FUNCOES(WS-IX-ACHOU)
                                   (WS-IX-FUN-ACHOU:1)
                    END-IF
                 END-IF
              END-IF
           END-IF.
       21221-SAIDA.
           EXIT.
      *
       213-AVALIA-UM-USUARIO SECTION.
      *---------------------
      * LINHA DO OPERADOR (SITUACAO, ULTIMO ACESSO E PROPOSTA) E,
      * PARA OS ATIVOS, UMA LINHA POR CONFLITO ENCONTRADO
       213.
           ADD 1 TO WS-QT-USUARIOS.
           MOVE WS-USU-CD-USUARIO(WS-IX-USU)   TO WL-USUARIO.
           MOVE WS-USU-NM-USUARIO(WS-IX-USU)   TO WL-NOME.
           MOVE WS-USU-SITUACAO(WS-IX-USU)     TO WL-SITUACAO.
           MOVE SPACE                          TO WL-BLOQUEIO.
           IF WS-USU-IND-BLOQUEIO(WS-IX-USU) EQUAL "S"
              MOVE "B" TO WL-BLOQUEIO.
           MOVE WS-USU-PERMISSOES(WS-IX-USU)   TO WL-PERMISSOES.
           MOVE WS-USU-DADOS-PESSOAIS(WS-IX-USU) TO WL-DADOS-PESSOAIS.
           MOVE SPACES TO WL-AVALIACAO.
           IF WS-USU-DT-ACESSO(WS-IX-USU) EQUAL ZEROS
              MOVE "NUNCA" TO WL-ACESSO
              MOVE "-"     TO WL-DIAS
           ELSE
              MOVE SPACES TO WL-ACESSO
              STRING WS-USU-DT-ACESSO(WS-IX-USU)(7:2) "/"
                     WS-USU-DT-ACESSO(WS-IX-USU)(5:2) "/"
                     WS-USU-DT-ACESSO(WS-IX-USU)(1:4)
                     DELIMITED BY SIZE INTO WL-ACESSO
              COMPUTE WS-QT-DIAS-SEM-ACESSO = WS-NR-DIA-HOJE -
                      FUNCTION INTEGER-OF-DATE
                      (WS-USU-DT-ACESSO(WS-IX-USU))
              MOVE WS-QT-DIAS-SEM-ACESSO TO WS-QT-ED1
              MOVE WS-QT-ED1 TO WL-DIAS
           END-IF.
           IF WS-USU-SITUACAO(WS-IX-USU) NOT EQUAL "A"
              MOVE "CONTA DESATIVADA" TO WL-AVALIACAO
           ELSE
              ADD 1 TO WS-QT-ATIVOS
              IF WS-USU-DT-ACESSO(WS-IX-USU) LESS WS-DT-LIMITE
                 ADD 1 TO WS-QT-PROPOSTAS
                 MOVE "*** PROPOSTA DE DESATIVACAO (SEM USO) ***"
                      TO WL-AVALIACAO
              ELSE
                 MOVE "MANTER" TO WL-AVALIACAO
              END-IF
           END-IF.
           PERFORM 99-IMPRIME-CABECALHO.
           WRITE LINHA FROM LIN-01 BEFORE ADVANCING 1.
           IF WS-USU-SITUACAO(WS-IX-USU) EQUAL "A"
              MOVE ZEROS TO WS-QT-CONFLITOS-USU
              PERFORM 2131-AVALIA-UM-CONFLITO
                  VARYING WS-IX-CNF FROM 1 BY 1
                  UNTIL WS-IX-CNF GREATER WS-QT-TAB-CONFLITOS
              IF WS-QT-CONFLITOS-USU GREATER ZEROS
                 ADD 1 TO WS-QT-USU-CONFLITO
              END-IF
           END-IF.
       213-SAIDA.
           EXIT.
      *
       2131-AVALIA-UM-CONFLITO SECTION.
       2131.
           MOVE WS-CNF-IX-FUNCAO-1(WS-IX-CNF) TO WS-IX-FUN.
           PERFORM 21311-EVIDENCIA-FUNCAO.
           MOVE WS-EVIDENCIA TO WS-EVIDENCIA-1.
           MOVE WS-CNF-IX-FUNCAO-2(WS-IX-CNF) TO WS-IX-FUN.
           PERFORM 21311-EVIDENCIA-FUNCAO.
           MOVE WS-EVIDENCIA TO WS-EVIDENCIA-2.
           IF  WS-EVIDENCIA-1 NOT EQUAL SPACES
           AND WS-EVIDENCIA-2 NOT EQUAL SPACES
              ADD 1 TO WS-QT-CONFLITOS
                       WS-QT-CONFLITOS-USU
              MOVE WS-CNF-DS-CONFLITO(WS-IX-CNF) TO WL-CNF-DESCRICAO
              MOVE WS-FUN-NM-PROGRAMA(WS-CNF-IX-FUNCAO-1(WS-IX-CNF))
                   TO WL-CNF-FUNCAO-1
              MOVE WS-FUN-NM-PROGRAMA(WS-CNF-IX-FUNCAO-2(WS-IX-CNF))
                   TO WL-CNF-FUNCAO-2
              MOVE WS-EVIDENCIA-1 TO WL-CNF-EVID-1
              MOVE WS-EVIDENCIA-2 TO WL-CNF-EVID-2
              PERFORM 99-IMPRIME-CABECALHO
              WRITE LINHA FROM LIN-02 BEFORE ADVANCING 1
           END-IF.
       2131-SAIDA.
           EXIT.
      *
       21311-EVIDENCIA-FUNCAO SECTION.
      * "P" - A PERMISSAO DO MENU PRINCIPAL LIBERA O PROGRAMA;
      * "U" - O OPERADOR EXECUTOU O PROGRAMA NO PERIODO
       21311.
           MOVE SPACES TO WS-EVIDENCIA.
           MOVE WS-FUN-NR-PERMISSAO(WS-IX-FUN) TO WS-NR-PERMISSAO.
           IF WS-NR-PERMISSAO GREATER ZEROS
              IF WS-USU-PERMISSOES(WS-IX-USU)(WS-NR-PERMISSAO:1)
                 EQUAL "S"
                 MOVE "P" TO WS-EVIDENCIA(1:1)
              END-IF
           END-IF.
           IF WS-USU-USO-FUNCOES(WS-IX-USU)(WS-IX-FUN:1) EQUAL "S"
              MOVE "U" TO WS-EVIDENCIA(2:1).
       21311-SAIDA.
           EXIT.
      *
       214-IMPRIME-TOTAIS SECTION.
      *------------------
       214.
           PERFORM 99-IMPRIME-CABECALHO.
           WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1.
           MOVE "Operadores Listados ...................:"
                TO WL-TOT-DESCRICAO.
           MOVE WS-QT-USUARIOS TO WL-TOT-QT.
           WRITE LINHA FROM LIN-03 BEFORE ADVANCING 1.
           MOVE "Operadores Ativos .....................:"
                TO WL-TOT-DESCRICAO.
           MOVE WS-QT-ATIVOS TO WL-TOT-QT.
           WRITE LINHA FROM LIN-03 BEFORE ADVANCING 1.
           MOVE "Propostos para Desativacao ............:"
                TO WL-TOT-DESCRICAO.
           MOVE WS-QT-PROPOSTAS TO WL-TOT-QT.
           WRITE LINHA FROM LIN-03 BEFORE ADVANCING 1.
           MOVE "Conflitos de Segregacao de Funcoes ....:"
                TO WL-TOT-DESCRICAO.
           MOVE WS-QT-CONFLITOS TO WL-TOT-QT.
           WRITE LINHA FROM LIN-03 BEFORE ADVANCING 1.
           MOVE "Operadores com Conflito ...............:"
                TO WL-TOT-DESCRICAO.
           MOVE WS-QT-USU-CONFLITO TO WL-TOT-QT.
           WRITE LINHA FROM LIN-03 BEFORE ADVANCING 1.
           MOVE "Dias sem Acesso para Desativacao ......:"
                TO WL-TOT-DESCRICAO.
           MOVE WS-QT-DIAS-INATIVO TO WL-TOT-QT.
           WRITE LINHA FROM LIN-03 BEFORE ADVANCING 1.
           ADD 6 TO WS-NR-LIN.
           IF WS-QT-USU-EXCEDENTES GREATER ZEROS
              MOVE "Operadores Alem da Capacidade (200) ...:"
                   TO WL-TOT-DESCRICAO
              MOVE WS-QT-USU-EXCEDENTES TO WL-TOT-QT
              WRITE LINHA FROM LIN-03 BEFORE ADVANCING 1
              ADD 1 TO WS-NR-LIN.
       214-SAIDA.
           EXIT.
      *
       215-IMPRIME-ASSINATURAS SECTION.
      *-----------------------
      * ASSINATURAS JA REGISTRADAS NO TRIMESTRE E SUPERVISORES
      * ATIVOS QUE AINDA NAO ASSINARAM
       215.
           PERFORM 99-IMPRIME-CABECALHO.
           WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1.
           MOVE "ASSINATURAS DOS SUPERVISORES NO TRIMESTRE"
                TO WL-TITULO.
           WRITE LINHA FROM LIN-06 BEFORE ADVANCING 1.
           ADD 1 TO WS-NR-LIN.
           MOVE ZEROS TO WS-QT-ASSINATURAS.
           OPEN INPUT ARQ-ASSINATURA.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE SPACE TO WS-FINAL-ARQUIVO
              PERFORM 2151-IMPRIME-UMA-ASSINATURA
                  UNTIL WS-FIM-ARQUIVO
              CLOSE ARQ-ASSINATURA
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
           IF WS-QT-ASSINATURAS EQUAL ZEROS
              MOVE "    Nenhuma Assinatura Registrada." TO WL-TITULO
              PERFORM 99-IMPRIME-CABECALHO
              WRITE LINHA FROM LIN-06 BEFORE ADVANCING 1.
           PERFORM 2152-LISTA-PENDENTE
               VARYING WS-IX-USU FROM 1 BY 1
               UNTIL WS-IX-USU GREATER WS-QT-TAB-USUARIOS.
       215-SAIDA.
           EXIT.
      *
       2151-IMPRIME-UMA-ASSINATURA SECTION.
       2151.
           READ ARQ-ASSINATURA
               AT END MOVE "F" TO WS-FINAL-ARQUIVO
           END-READ.
           IF NOT WS-FIM-ARQUIVO
              IF ASS-NR-TRIMESTRE EQUAL WS-NR-TRIMESTRE
                 ADD 1 TO WS-QT-ASSINATURAS
                 MOVE ASS-CD-USUARIO         TO WL-ASS-USUARIO
                 MOVE ASS-DT-ASSINATURA(7:2) TO WL-ASS-DIA
                 MOVE ASS-DT-ASSINATURA(5:2) TO WL-ASS-MES
                 MOVE ASS-DT-ASSINATURA(1:4) TO WL-ASS-ANO
                 MOVE ASS-HR-ASSINATURA      TO WL-ASS-HORA
                 IF ASS-APROVADA
                    MOVE "APROVADA"       TO WL-ASS-PARECER
                 ELSE
                    MOVE "COM RESSALVAS"  TO WL-ASS-PARECER
                 END-IF
                 MOVE ASS-DS-OBSERVACAO      TO WL-ASS-OBSERVACAO
                 PERFORM 99-IMPRIME-CABECALHO
                 WRITE LINHA FROM LIN-04 BEFORE ADVANCING 1
              END-IF
           END-IF.
       2151-SAIDA.
           EXIT.
      *
       2152-LISTA-PENDENTE SECTION.
       2152.
           IF  WS-USU-SITUACAO(WS-IX-USU) EQUAL "A"
           AND WS-USU-PERMISSOES(WS-IX-USU) EQUAL "SSSSSSSS"
              MOVE WS-USU-CD-USUARIO(WS-IX-USU) TO WS-CD-USUARIO-BUSCA
              PERFORM 99-VERIFICA-ASSINATURA
              IF NOT WS-JA-ASSINOU
                 ADD 1 TO WS-QT-PENDENTES
                 MOVE WS-USU-CD-USUARIO(WS-IX-USU) TO WL-PEN-USUARIO
                 MOVE WS-USU-NM-USUARIO(WS-IX-USU) TO WL-PEN-NOME
                 PERFORM 99-IMPRIME-CABECALHO
                 WRITE LINHA FROM LIN-05 BEFORE ADVANCING 1
              END-IF
           END-IF.
       2152-SAIDA.
           EXIT.
      *
       25-REGISTRA-ASSINATURA SECTION.
      *----------------------
      * SOMENTE SUPERVISOR ATIVO (TODAS AS PERMISSOES) ASSINA, UMA
      * VEZ POR TRIMESTRE; A ASSINATURA GUARDA OS NUMEROS DA LISTA
      * NO MOMENTO EM QUE FOI ASSINADA
       25.
           MOVE "N" TO WS-IND-SUPERVISOR.
           PERFORM 251-VERIFICA-SUPERVISOR
               VARYING WS-IX-USU FROM 1 BY 1
               UNTIL WS-IX-USU GREATER WS-QT-TAB-USUARIOS.
           IF NOT WS-USUARIO-SUPERVISOR
              MOVE "Assinatura Restrita aos Supervisores."
                   TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              MOVE LK-CD-USUARIO TO WS-CD-USUARIO-BUSCA
              PERFORM 99-VERIFICA-ASSINATURA
              IF WS-JA-ASSINOU
                 MOVE "Assinatura ja Registrada neste Trimestre."
                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 PERFORM 252-CAPTURA-ASSINATURA
              END-IF
           END-IF.
       25-SAIDA.
           EXIT.
      *
       251-VERIFICA-SUPERVISOR SECTION.
       251.
           IF  WS-USU-CD-USUARIO(WS-IX-USU) EQUAL LK-CD-USUARIO
           AND WS-USU-SITUACAO(WS-IX-USU) EQUAL "A"
           AND WS-USU-PERMISSOES(WS-IX-USU) EQUAL "SSSSSSSS"
              MOVE "S" TO WS-IND-SUPERVISOR.
       251-SAIDA.
           EXIT.
      *
       252-CAPTURA-ASSINATURA SECTION.
       252.
           PERFORM 211-CARREGA-CONFLITOS.
           PERFORM 212-VARRE-ATIVIDADE.
           PERFORM 2521-CONTA-UM-USUARIO
               VARYING WS-IX-USU FROM 1 BY 1
               UNTIL WS-IX-USU GREATER WS-QT-TAB-USUARIOS.
           MOVE SPACE  TO WS-IN-PARECER.
           MOVE SPACES TO WS-DS-OBSERVACAO.
           DISPLAY SST-ASSINATURA.
           ACCEPT  SST-ASSINATURA.
           IF NOT WS-PARECER-VALIDO
              MOVE "Parecer Deve Ser A ou R - Assinatura Recusada."
                   TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              MOVE "Confirma a Assinatura da Lista (S/N) ?"
                   TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              IF WS-SIM
                 PERFORM 2522-GRAVA-ASSINATURA
                 MOVE "Assinatura Registrada." TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              END-IF
           END-IF.
       252-SAIDA.
           EXIT.
      *
       2521-CONTA-UM-USUARIO SECTION.
      * MESMA AVALIACAO DO RELATORIO, SO PARA OS NUMEROS GRAVADOS
      * NA ASSINATURA
       2521.
           ADD 1 TO WS-QT-USUARIOS.
           IF WS-USU-SITUACAO(WS-IX-USU) EQUAL "A"
              IF WS-USU-DT-ACESSO(WS-IX-USU) LESS WS-DT-LIMITE
                 ADD 1 TO WS-QT-PROPOSTAS
              END-IF
              PERFORM 25211-CONTA-UM-CONFLITO
                  VARYING WS-IX-CNF FROM 1 BY 1
                  UNTIL WS-IX-CNF GREATER WS-QT-TAB-CONFLITOS
           END-IF.
       2521-SAIDA.
           EXIT.
      *
       25211-CONTA-UM-CONFLITO SECTION.
       25211.
           MOVE WS-CNF-IX-FUNCAO-1(WS-IX-CNF) TO WS-IX-FUN.
           PERFORM 21311-EVIDENCIA-FUNCAO.
           MOVE WS-EVIDENCIA TO WS-EVIDENCIA-1.
           MOVE WS-CNF-IX-FUNCAO-2(WS-IX-CNF) TO WS-IX-FUN.
           PERFORM 21311-EVIDENCIA-FUNCAO.
           IF  WS-EVIDENCIA-1 NOT EQUAL SPACES
           AND WS-EVIDENCIA   NOT EQUAL SPACES
              ADD 1 TO WS-QT-CONFLITOS.
       25211-SAIDA.
           EXIT.
      *
       2522-GRAVA-ASSINATURA SECTION.
       2522.
           OPEN EXTEND ARQ-ASSINATURA.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
           AND WS-ESTADO-ARQUIVO EQUAL "35"
              CLOSE ARQ-ASSINATURA
              OPEN OUTPUT ARQ-ASSINATURA
           END-IF.
           ACCEPT WS-HR-AGORA FROM TIME.
           MOVE WS-NR-TRIMESTRE    TO ASS-NR-TRIMESTRE.
           MOVE LK-CD-USUARIO      TO ASS-CD-USUARIO.
           MOVE WS-DT-HOJE         TO ASS-DT-ASSINATURA.
           MOVE WS-HR-AGORA(1:6)   TO ASS-HR-ASSINATURA.
           MOVE WS-IN-PARECER      TO ASS-IN-PARECER.
           MOVE WS-QT-USUARIOS     TO ASS-QT-USUARIOS.
           MOVE WS-QT-CONFLITOS    TO ASS-QT-CONFLITOS.
           MOVE WS-QT-PROPOSTAS    TO ASS-QT-PROPOSTAS.
           MOVE WS-DS-OBSERVACAO   TO ASS-DS-OBSERVACAO.
           MOVE ";" TO ASS-DELIMITADOR-1 ASS-DELIMITADOR-2
                       ASS-DELIMITADOR-3 ASS-DELIMITADOR-4
                       ASS-DELIMITADOR-5 ASS-DELIMITADOR-6
                       ASS-DELIMITADOR-7 ASS-DELIMITADOR-8.
           WRITE ASS-REGISTRO.
           CLOSE ARQ-ASSINATURA.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       2522-SAIDA.
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
       99-LE-CONFIGURACAO.
           MOVE "RECERT-DIAS-INATIVO" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE FUNCTION NUMVAL (WS-CFG-VALOR)
                   TO WS-QT-DIAS-INATIVO
           END-IF
           IF WS-QT-DIAS-INATIVO EQUAL ZEROS
              MOVE 90 TO WS-QT-DIAS-INATIVO
           END-IF.
      *
       990-CONSULTA-CONFIG.
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
      *
       99-ACHA-USUARIO.
           MOVE ZEROS TO WS-IX-ACHOU
           PERFORM 991-COMPARA-USUARIO
               VARYING WS-IX-USU FROM 1 BY 1
               UNTIL WS-IX-USU GREATER WS-QT-TAB-USUARIOS
                  OR WS-IX-ACHOU GREATER ZEROS.
      *
       991-COMPARA-USUARIO.
           IF WS-USU-CD-USUARIO(WS-IX-USU) EQUAL WS-CD-USUARIO-BUSCA
              MOVE WS-IX-USU TO WS-IX-ACHOU.
      *
       99-ACHA-FUNCAO.
           MOVE ZEROS TO WS-IX-FUN-ACHOU
           PERFORM 992-COMPARA-FUNCAO
               VARYING WS-IX-FUN FROM 1 BY 1
               UNTIL WS-IX-FUN GREATER WS-QT-TAB-FUNCOES
                  OR WS-IX-FUN-ACHOU GREATER ZEROS.
      *
       992-COMPARA-FUNCAO.
           IF WS-FUN-NM-PROGRAMA(WS-IX-FUN) EQUAL WS-NM-PROGRAMA-BUSCA
              MOVE WS-IX-FUN TO WS-IX-FUN-ACHOU.
      *
      * PROCURA NO LOG DE ASSINATURAS A DO USUARIO INFORMADO EM
      * WS-CD-USUARIO-BUSCA NO TRIMESTRE CORRENTE
       99-VERIFICA-ASSINATURA.
           MOVE "N" TO WS-IND-JA-ASSINOU
           OPEN INPUT ARQ-ASSINATURA
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE SPACE TO WS-FINAL-ARQUIVO
              PERFORM 993-CONFERE-ASSINATURA
                  UNTIL WS-FIM-ARQUIVO
              CLOSE ARQ-ASSINATURA
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
       993-CONFERE-ASSINATURA.
           READ ARQ-ASSINATURA
               AT END MOVE "F" TO WS-FINAL-ARQUIVO
           END-READ
           IF NOT WS-FIM-ARQUIVO
              IF  ASS-NR-TRIMESTRE EQUAL WS-NR-TRIMESTRE
              AND ASS-CD-USUARIO   EQUAL WS-CD-USUARIO-BUSCA
                 MOVE "S" TO WS-IND-JA-ASSINOU
              END-IF
           END-IF.
      *
       99-IMPRIME-CABECALHO.
           ADD 1 TO WS-NR-LIN
           IF WS-NR-LIN > 66
              ADD 1 TO WS-NR-PAG
              IF WS-NR-PAG > 1
                 MOVE SPACES TO LINHA
                 WRITE LINHA FROM CAB-03 BEFORE ADVANCING PAGE
              END-IF
              MOVE WS-NR-PAG TO WL-NR-PAGINA
              WRITE LINHA FROM CAB-01 BEFORE ADVANCING 1
              WRITE LINHA FROM CAB-04 BEFORE ADVANCING 1
              WRITE LINHA FROM CAB-02 BEFORE ADVANCING 1
              WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1
              MOVE 5 TO WS-NR-LIN
           END-IF.
      *
       COPY GV-SPOOLPD.CPY.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-RECERT" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
