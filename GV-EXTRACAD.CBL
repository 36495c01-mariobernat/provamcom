000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-EXTRACAD.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Extracao Ad Hoc dos Cadastros de Clientes e
      *             Vendedores
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     O operador escolhe no catalogo de campos (cliente,
      *     vendedor da carteira e os nomes de empresa, regiao e
      *     supervisor) as colunas de saida, combina ate seis
      *     condicoes de filtro com E/O ("E" agrupa antes do "O") e
      *     ate tres campos de ordenacao ascendente ou descendente.
      *     A base e uma linha por cliente ou uma linha por vendedor
      *     (so campos de vendedor e empresa). O resultado e um
      *     arquivo CSV delimitado por ";" catalogado no spool
      *     (identificacao EXTRACAD). A definicao pode ser salva com
      *     um nome em GV-DEFEXTR.DAT e rechamada na tela ou pelo
      *     agendador de relatorios (GV-AGENDALOTE), que manda o nome
      *     em LK-NM-PERFIL; em branco, vale a chave PERFIL-EXTRACAD
      *     do GV-CONFIG.PAR. No lote a empresa da rodada
      *     (LK-CD-EMPRESA) limita a leitura.
      *     Dados pessoais (CNPJ, CPF, telefone e e-mail) saem
      *     mascarados para o operador sem a permissao de dados
      *     pessoais, que tambem so pode filtra-los por vazio ou
      *     preenchido; telefone e e-mail de cliente sem
      *     consentimento (LGPD) saem em branco para todos.
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
           SELECT ARQ-EMPRESA ASSIGN TO DISK WID-ARQ-EMPRESA
             organization       is indexed
             access mode        is dynamic
             record key         is EMP-CD-EMPRESA
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-REGIAO ASSIGN TO DISK WID-ARQ-REGIAO
             organization       is indexed
             access mode        is dynamic
             record key         is REG-CD-REGIAO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-DEFEXTR ASSIGN TO DISK WID-ARQ-DEFEXTR
             organization       is indexed
             access mode        is dynamic
             record key         is DEX-NM-DEFINICAO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-SORT ASSIGN TO DISK.
           SELECT ARQ-EXTRATO ASSIGN TO DISK WS01-ARQUIVO
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-SPOOL-CAT ASSIGN TO DISK WID-ARQ-SPOOL-CAT
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-LOG-LOTE ASSIGN TO DISK WID-ARQ-LOG-LOTE
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-CADCLI.CPY.
       COPY GV-CADVEN.CPY.
       COPY GV-CADEMP.CPY.
       COPY GV-CADREG.CPY.
       COPY GV-DEFEXTR.CPY.
      *
      * CHAVE DE ORDENACAO: OS TRES CAMPOS ESCOLHIDOS NA FORMA DE
      * COMPARACAO (DESCENDENTE JA INVERTIDO) E A SEQUENCIA DE
      * LEITURA, QUE MANTEM A ORDEM DO CADASTRO NOS EMPATES
       SD  ARQ-SORT.
       01  SRT-REGISTRO.
           03 SRT-CHAVE.
              05 SRT-CHAVE-ORDEM     PIC X(040) OCCURS 3 TIMES.
              05 SRT-NR-SEQUENCIA    PIC 9(009).
           03 SRT-LINHA              PIC X(600).
      *
       FD  ARQ-EXTRATO
           LABEL RECORD IS STANDARD.
       01  EXT-LINHA                 PIC X(600).
      *
       COPY GV-SPOOLFD.CPY.
      *
      * LOG DE EXECUCAO DO MODO LOTE - RECEBE AS MENSAGENS QUE NA
      * TELA EXIGIRIAM UM ENTER QUE NAO EXISTE DE MADRUGADA
       FD  ARQ-LOG-LOTE
           LABEL RECORD IS STANDARD.
       01  LGL-REGISTRO.
           03 LGL-DATA               PIC 9(008).
           03 LGL-DELIMITADOR-1      PIC X(001).
           03 LGL-HORA               PIC 9(006).
           03 LGL-DELIMITADOR-2      PIC X(001).
           03 LGL-NM-PROGRAMA        PIC X(015).
           03 LGL-DELIMITADOR-3      PIC X(001).
           03 LGL-MENSAGEM           PIC X(068).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-LOG-LOTE-CAMPOS.
           03 WID-ARQ-LOG-LOTE       PIC X(20) VALUE
                                      "LOTE-EXECUCAO.LOG".
           03 WS-ESTADO-GUARDADO     PIC X(02) VALUE "00".
           03 WS-HR-LOG-LOTE         PIC 9(08) VALUE ZEROS.
      *
       01  WS-IDENTIFICACAO-ARQUIVOS.
           03 WID-ARQ-CLIENTE        PIC X(60) VALUE "GV-CLIENTE.DAT".
           03 WID-ARQ-VENDEDOR       PIC X(60) VALUE "GV-VENDEDOR.DAT".
           03 WID-ARQ-EMPRESA        PIC X(15) VALUE "GV-EMPRESA.DAT".
           03 WID-ARQ-REGIAO         PIC X(15) VALUE "GV-REGIAO.DAT".
           03 WID-ARQ-DEFEXTR        PIC X(15) VALUE "GV-DEFEXTR.DAT".
           03 WS01-ARQUIVO           PIC X(60) VALUE "EXTRACAD.CSV".
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
           03 WS-FINAL-SORT          PIC X(01) VALUE SPACE.
              88 WS-FIM-SORT                   VALUE "F".
           03 WS-IND-ARQ-EMPRESA     PIC X(01) VALUE "N".
              88 WS-ARQ-EMPRESA-OK             VALUE "S".
           03 WS-IND-ARQ-REGIAO      PIC X(01) VALUE "N".
              88 WS-ARQ-REGIAO-OK              VALUE "S".
           03 WS-IND-ARQ-DEFEXTR     PIC X(01) VALUE "N".
              88 WS-ARQ-DEFEXTR-OK             VALUE "S".
           03 WS-IND-DEFINICAO       PIC X(01) VALUE "N".
              88 WS-DEFINICAO-CARREGADA        VALUE "S".
           03 WS-IND-VALIDA          PIC X(01) VALUE "N".
              88 WS-DEFINICAO-VALIDA           VALUE "S".
           03 WS-IND-EDICAO          PIC X(01) VALUE "N".
              88 WS-FIM-EDICAO                 VALUE "S".
           03 WS-IND-DADO-PESSOAL    PIC X(01) VALUE "N".
              88 WS-SAI-DADO-PESSOAL           VALUE "S".
           03 WS-IND-NUMERO          PIC X(01) VALUE "S".
              88 WS-NUMERO-VALIDO              VALUE "S".
           03 WS-MENSAGEM            PIC X(68).
           03 WS-DS-CONFIRMA         PIC X(060) VALUE SPACES.
           03 WS-RESPOSTA            PIC X(01) VALUE "N".
              88 WS-SIM                        VALUE "S" "s".
           03 WS-NM-DEFINICAO        PIC X(008) VALUE SPACES.
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-NR-DIA-JULIANO-HOJE PIC 9(009) VALUE ZEROS.
           03 WS-NR-DIA-JULIANO-CONTATO PIC 9(009) VALUE ZEROS.
           03 WS-QT-LIDOS            PIC 9(007) VALUE ZEROS.
           03 WS-QT-EXTRAIDOS        PIC 9(007) VALUE ZEROS.
           03 WS-QT-SUPRIMIDOS       PIC 9(007) VALUE ZEROS.
           03 WS-QT-SAIDA            PIC 9(002) VALUE ZEROS.
           03 WS-NR-SEQUENCIA        PIC 9(009) VALUE ZEROS.
           03 WS-QT-ED               PIC ZZZZZZ9.
           03 WS-QT-ED2              PIC ZZZZZZ9.
           03 WS-NR-ED               PIC 9(002).
           03 WS-LINHA-CSV           PIC X(600) VALUE SPACES.
      *
      * SUBSCRITOS
           03 WS-IX-DEF              PIC 9(002) COMP VALUE ZEROS.
           03 WS-IX-ULTIMA-COND      PIC 9(002) COMP VALUE ZEROS.
           03 WS-CD-CAMPO            PIC 9(002) VALUE ZEROS.
           03 WS-VAL-IX              PIC 9(002) VALUE ZEROS.
           03 WS-QT-TAM              PIC 9(002) COMP VALUE ZEROS.
           03 WS-NR-PONTEIRO         PIC 9(004) COMP VALUE ZEROS.
      *
      * VENDEDOR DA CARTEIRA JA CARREGADO NA TABELA DE VALORES (OS
      * CLIENTES SAO LIDOS NA ORDEM DA CARTEIRA) E ULTIMO VENDEDOR
      * LIDO NA BASE POR VENDEDOR, PARA REPOSICIONAR A LEITURA
      * DEPOIS DA BUSCA DO SUPERVISOR NO MESMO ARQUIVO
           03 WS-CHV-VEN-ATUAL.
              05 WS-CHV-VEN-EMPRESA  PIC 9(002).
              05 WS-CHV-VEN-CODIGO   PIC 9(007).
           03 WS-CHV-VEN-ANT         PIC X(009) VALUE HIGH-VALUES.
           03 WS-CHV-LEITURA.
              05 WS-CHV-LEI-EMPRESA  PIC 9(002).
              05 WS-CHV-LEI-CODIGO   PIC 9(007).
           03 WS-CD-EMPRESA-BUSCA    PIC 9(002) VALUE ZEROS.
           03 WS-CD-EMPRESA-ANT      PIC 9(003) VALUE 999.
           03 WS-NM-EMPRESA-ANT      PIC X(040) VALUE SPACES.
           03 WS-CD-REGIAO-BUSCA     PIC 9(003) VALUE ZEROS.
      *
      * AVALIACAO DO FILTRO: O "E" FECHA A CONDICAO NO GRUPO, O "O"
      * FECHA O GRUPO NO RESULTADO
           03 WS-RES-COND            PIC X(01) VALUE "N".
           03 WS-RES-GRUPO           PIC X(01) VALUE "S".
           03 WS-IND-SELECIONADO     PIC X(01) VALUE "N".
              88 WS-REGISTRO-SELECIONADO       VALUE "S".
           03 WS-CD-OPERADOR         PIC X(02) VALUE SPACES.
              88 WS-OPER-IGUAL                 VALUE "= ".
              88 WS-OPER-DIFERENTE             VALUE "<>".
              88 WS-OPER-MAIOR                 VALUE "> ".
              88 WS-OPER-MENOR                 VALUE "< ".
              88 WS-OPER-MAIOR-IGUAL           VALUE ">=".
              88 WS-OPER-MENOR-IGUAL           VALUE "<=".
              88 WS-OPER-CONTEM                VALUE "CT".
              88 WS-OPER-VALIDO                VALUE "= " "<>" "> "
                                                     "< " ">=" "<="
                                                     "CT".
           03 WS-CMP-VALOR           PIC X(040) VALUE SPACES.
           03 WS-CMP-FILTRO          PIC X(040) VALUE SPACES.
           03 WS-FIL-TEXTO           PIC X(040) VALUE SPACES.
           03 WS-FIL-AUX             PIC X(040) VALUE SPACES.
           03 WS-QT-VIRGULAS         PIC 9(002) VALUE ZEROS.
      *
      * ALFABETO DA ORDENACAO DESCENDENTE: CADA CARACTER DA CHAVE E
      * TROCADO PELO SEU SIMETRICO E A ORDEM ASCENDENTE DO SORT SAI
      * INVERTIDA (NUMEROS VIRAM O COMPLEMENTO A NOVE)
           03 WS-ALFABETO            PIC X(037) VALUE
              " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           03 WS-ALFABETO-INVERSO    PIC X(037) VALUE
              "ZYXWVUTSRQPONMLKJIHGFEDCBA9876543210 ".
      *
      * MONTAGEM DOS VALORES: TEXTO E A FORMA DE SAIDA NO CSV, CHAVE
      * A FORMA DE COMPARACAO E ORDENACAO (NUMEROS E DATAS COM 18
      * DIGITOS, TEXTO COMO ESTA NO CADASTRO)
           03 WS-VAL-ALFA            PIC X(040) VALUE SPACES.
           03 WS-VAL-NUMERO          PIC 9(016)V9(002) VALUE ZEROS.
           03 WS-VAL-NUMERO-X REDEFINES WS-VAL-NUMERO
                                     PIC X(018).
           03 WS-VAL-ED-INTEIRO      PIC Z(015)9.
           03 WS-VAL-ED-DECIMAL      PIC Z(015)9,99.
           03 WS-VAL-EDITADO         PIC X(020) VALUE SPACES.
           03 WS-VAL-DATA            PIC 9(008) VALUE ZEROS.
           03 WS-VAL-DATA-R REDEFINES WS-VAL-DATA.
              05 WS-VAL-DATA-ANO     PIC 9(004).
              05 WS-VAL-DATA-MES     PIC 9(002).
              05 WS-VAL-DATA-DIA     PIC 9(002).
      *
      * CATALOGO DE CAMPOS - CODIGO = POSICAO NA TABELA. ROTULO DA
      * COLUNA NO CSV, TIPO (A TEXTO, N NUMERO, D DATA), ORIGEM (C
      * CLIENTE, V VENDEDOR, A AMBAS AS BASES), DADO PESSOAL (J
      * CNPJ, C CPF, T TELEFONE, E E-MAIL) E CASAS DECIMAIS
       01  WS-CATALOGO-CAMPOS.
           03 WS-CAT-LISTA.
              05 FILLER PIC X(20) VALUE "EMPRESA         NA 0".
              05 FILLER PIC X(20) VALUE "NOME EMPRESA    AA 0".
              05 FILLER PIC X(20) VALUE "CLIENTE         NC 0".
              05 FILLER PIC X(20) VALUE "CNPJ            ACJ0".
              05 FILLER PIC X(20) VALUE "RAZAO SOCIAL    AC 0".
              05 FILLER PIC X(20) VALUE "ENDERECO        AC 0".
              05 FILLER PIC X(20) VALUE "CIDADE          AC 0".
              05 FILLER PIC X(20) VALUE "UF              AC 0".
              05 FILLER PIC X(20) VALUE "CEP             NC 0".
              05 FILLER PIC X(20) VALUE "SITUACAO CLI    AC 0".
              05 FILLER PIC X(20) VALUE "CLASSE ABC      AC 0".
              05 FILLER PIC X(20) VALUE "REGIAO CLI      NC 0".
              05 FILLER PIC X(20) VALUE "NOME REGIAO CLI AC 0".
              05 FILLER PIC X(20) VALUE "SEGMENTO        NC 0".
              05 FILLER PIC X(20) VALUE "ULTIMO CONTATO  DC 0".
              05 FILLER PIC X(20) VALUE "DIAS S/ CONTATO NC 0".
              05 FILLER PIC X(20) VALUE "TELEFONE        ACT0".
              05 FILLER PIC X(20) VALUE "E-MAIL          ACE0".
              05 FILLER PIC X(20) VALUE "CONSENTE E-MAIL AC 0".
              05 FILLER PIC X(20) VALUE "CONSENTE FONE   AC 0".
              05 FILLER PIC X(20) VALUE "MOTIVO BLOQUEIO NC 0".
              05 FILLER PIC X(20) VALUE "DISTANCIA       NC 0".
              05 FILLER PIC X(20) VALUE "VENDEDOR        NV 0".
              05 FILLER PIC X(20) VALUE "NOME VENDEDOR   AV 0".
              05 FILLER PIC X(20) VALUE "CPF VENDEDOR    AVC0".
              05 FILLER PIC X(20) VALUE "SITUACAO VEN    AV 0".
              05 FILLER PIC X(20) VALUE "REGIAO VEN      NV 0".
              05 FILLER PIC X(20) VALUE "NOME REGIAO VEN AV 0".
              05 FILLER PIC X(20) VALUE "SUPERVISOR      NV 0".
              05 FILLER PIC X(20) VALUE "NOME SUPERVISOR AV 0".
              05 FILLER PIC X(20) VALUE "COTA VENDA      NV 2".
              05 FILLER PIC X(20) VALUE "VENDA REALIZADA NV 2".
              05 FILLER PIC X(20) VALUE "PC COMISSAO     NV 2".
              05 FILLER PIC X(20) VALUE "LINHA VENDA     AV 0".
              05 FILLER PIC X(20) VALUE "VENDEDOR SEC    NC 0".
           03 WS-CAT-TABELA REDEFINES WS-CAT-LISTA.
              05 WS-CAT-CAMPO        OCCURS 35 TIMES.
                 07 WS-CAT-ROTULO    PIC X(016).
                 07 WS-CAT-TIPO      PIC X(001).
                    88 WS-CAT-TEXTO            VALUE "A".
                    88 WS-CAT-NUMERO           VALUE "N".
                    88 WS-CAT-DATA             VALUE "D".
                 07 WS-CAT-ORIGEM    PIC X(001).
                    88 WS-CAT-DO-CLIENTE       VALUE "C".
                 07 WS-CAT-PESSOAL   PIC X(001).
                    88 WS-CAT-CNPJ             VALUE "J".
                    88 WS-CAT-CPF              VALUE "C".
                    88 WS-CAT-TELEFONE         VALUE "T".
                    88 WS-CAT-EMAIL            VALUE "E".
                 07 WS-CAT-DECIMAIS  PIC 9(001).
       01  WS-QT-CAMPOS-CATALOGO     PIC 9(002) VALUE 35.
      *
      * VALORES DO REGISTRO CORRENTE, NA ORDEM DO CATALOGO
       01  WS-TAB-VALORES.
           03 WS-VAL-ENTRADA         OCCURS 35 TIMES.
              05 WS-VAL-TEXTO        PIC X(040).
              05 WS-VAL-CHAVE        PIC X(040).
      *
      * DEFINICAO EM EDICAO (MESMO DESENHO DE DEX-DADOS-DEFINICAO)
       01  WS-DEF-DADOS.
           03 WS-DEF-DS-TITULO       PIC X(040).
           03 WS-DEF-TP-BASE         PIC X(001).
              88 WS-DEF-BASE-CLIENTE           VALUE "C".
              88 WS-DEF-BASE-VENDEDOR          VALUE "V".
           03 WS-DEF-CD-CAMPO-SAIDA  PIC 9(002) OCCURS 12 TIMES.
           03 WS-DEF-CONDICAO        OCCURS 6 TIMES.
              05 WS-DEF-CD-CAMPO-FILTRO PIC 9(002).
              05 WS-DEF-CD-OPERADOR  PIC X(002).
              05 WS-DEF-DS-VALOR-FILTRO PIC X(040).
              05 WS-DEF-IN-CONECTOR  PIC X(001).
           03 WS-DEF-ORDEM           OCCURS 3 TIMES.
              05 WS-DEF-CD-CAMPO-ORDEM PIC 9(002).
              05 WS-DEF-IN-SENTIDO   PIC X(001).
      *
      * VALORES DO FILTRO JA NA FORMA DE COMPARACAO DO CAMPO
       01  WS-TAB-FILTRO.
           03 WS-FIL-CHAVE           PIC X(040) OCCURS 6 TIMES.
      *
       COPY GV-BUSCAPARC2.CPY.
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-MASCARAWS.CPY.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
       SCREEN SECTION.
      *
       01  SST-LIMPA-TELA.
           03 LINE 23 COL 01 BLANK LINE.
           03 LINE 22 COL 10 BLANK LINE.
           03 LINE 21 COL 01 BLANK LINE.
           03 LINE 20 COL 01 BLANK LINE.
           03 LINE 19 COL 01 BLANK LINE.
           03 LINE 18 COL 01 BLANK LINE.
           03 LINE 17 COL 01 BLANK LINE.
           03 LINE 16 COL 01 BLANK LINE.
           03 LINE 15 COL 01 BLANK LINE.
           03 LINE 14 COL 01 BLANK LINE.
           03 LINE 13 COL 01 BLANK LINE.
           03 LINE 12 COL 01 BLANK LINE.
           03 LINE 11 COL 01 BLANK LINE.
           03 LINE 10 COL 01 BLANK LINE.
           03 LINE 09 COL 01 BLANK LINE.
           03 LINE 08 COL 01 BLANK LINE.
           03 LINE 07 COL 01 BLANK LINE.
           03 LINE 06 COL 01 BLANK LINE.
           03 LINE 05 COL 01 BLANK LINE.
           03 LINE 04 COL 01 BLANK LINE.
           03 LINE 03 COL 01 BLANK LINE.
           03 LINE 02 COL 20 VALUE
              "                                        ".
      *
       01  SST-LIMPA-EDICAO.
           03 LINE 21 COL 01 BLANK LINE.
           03 LINE 20 COL 01 BLANK LINE.
           03 LINE 19 COL 01 BLANK LINE.
           03 LINE 18 COL 01 BLANK LINE.
           03 LINE 17 COL 01 BLANK LINE.
           03 LINE 16 COL 01 BLANK LINE.
           03 LINE 15 COL 01 BLANK LINE.
           03 LINE 14 COL 01 BLANK LINE.
      *
       01  SST-DEFINICAO.
           03 LINE 02 COL 25 VALUE "Extracao Ad Hoc dos Cadastros".
           03 LINE 04 COL 05 VALUE
              "Definicao Salva (branco = Avulsa): ".
           03 LINE 04 COL 40 PIC X(08) USING WS-NM-DEFINICAO.
      *
       01  SST-DADOS-GERAIS.
           03 LINE 02 COL 25 VALUE "Extracao Ad Hoc dos Cadastros".
           03 LINE 04 COL 05 VALUE "Definicao .: ".
           03 LINE 04 COL 18 PIC X(08) FROM WS-NM-DEFINICAO.
           03 LINE 06 COL 05 VALUE "Titulo ....: ".
           03 LINE 06 COL 18 PIC X(40) USING WS-DEF-DS-TITULO.
           03 LINE 08 COL 05 VALUE "Base ......: ".
           03 LINE 08 COL 18 PIC X(01) USING WS-DEF-TP-BASE.
           03 LINE 08 COL 21 VALUE
              "(C-Uma Linha por Cliente, V-por Vendedor)".
      *
       01  SST-CATALOGO.
           03 LINE 02 COL 25 VALUE "Extracao Ad Hoc dos Cadastros".
           03 LINE 03 COL 02 VALUE "01 Empresa".
           03 LINE 04 COL 02 VALUE "02 Nome Empresa".
           03 LINE 05 COL 02 VALUE "03 Cliente".
           03 LINE 06 COL 02 VALUE "04 CNPJ *".
           03 LINE 07 COL 02 VALUE "05 Razao Social".
           03 LINE 08 COL 02 VALUE "06 Endereco".
           03 LINE 09 COL 02 VALUE "07 Cidade".
           03 LINE 10 COL 02 VALUE "08 UF".
           03 LINE 11 COL 02 VALUE "09 CEP".
           03 LINE 03 COL 21 VALUE "10 Situacao Cli".
           03 LINE 04 COL 21 VALUE "11 Classe ABC".
           03 LINE 05 COL 21 VALUE "12 Regiao Cli".
           03 LINE 06 COL 21 VALUE "13 Nm Regiao Cli".
           03 LINE 07 COL 21 VALUE "14 Segmento".
           03 LINE 08 COL 21 VALUE "15 Ult.Contato".
           03 LINE 09 COL 21 VALUE "16 Dias s/Contato".
           03 LINE 10 COL 21 VALUE "17 Telefone *".
           03 LINE 11 COL 21 VALUE "18 E-mail *".
           03 LINE 03 COL 40 VALUE "19 Consente Email".
           03 LINE 04 COL 40 VALUE "20 Consente Fone".
           03 LINE 05 COL 40 VALUE "21 Mot.Bloqueio".
           03 LINE 06 COL 40 VALUE "22 Distancia".
           03 LINE 07 COL 40 VALUE "23 Vendedor".
           03 LINE 08 COL 40 VALUE "24 Nome Vendedor".
           03 LINE 09 COL 40 VALUE "25 CPF Vendedor *".
           03 LINE 10 COL 40 VALUE "26 Situacao Ven".
           03 LINE 11 COL 40 VALUE "27 Regiao Ven".
           03 LINE 03 COL 59 VALUE "28 Nm Regiao Ven".
           03 LINE 04 COL 59 VALUE "29 Supervisor".
           03 LINE 05 COL 59 VALUE "30 Nm Supervisor".
           03 LINE 06 COL 59 VALUE "31 Cota Venda".
           03 LINE 07 COL 59 VALUE "32 Venda Realiz.".
           03 LINE 08 COL 59 VALUE "33 Pc Comissao".
           03 LINE 09 COL 59 VALUE "34 Linha Venda".
           03 LINE 10 COL 59 VALUE "35 Vend.Secund.".
           03 LINE 12 COL 02 VALUE
              "* Dado pessoal (mascara e consentimento LGPD)".
      *
       01  SST-SAIDA.
           03 LINE 14 COL 02 VALUE
              "Campos de Saida (na ordem das colunas):".
           03 LINE 15 COL 05 PIC 9(02) USING WS-DEF-CD-CAMPO-SAIDA(1).
           03 LINE 15 COL 09 PIC 9(02) USING WS-DEF-CD-CAMPO-SAIDA(2).
           03 LINE 15 COL 13 PIC 9(02) USING WS-DEF-CD-CAMPO-SAIDA(3).
           03 LINE 15 COL 17 PIC 9(02) USING WS-DEF-CD-CAMPO-SAIDA(4).
           03 LINE 15 COL 21 PIC 9(02) USING WS-DEF-CD-CAMPO-SAIDA(5).
           03 LINE 15 COL 25 PIC 9(02) USING WS-DEF-CD-CAMPO-SAIDA(6).
           03 LINE 15 COL 29 PIC 9(02) USING WS-DEF-CD-CAMPO-SAIDA(7).
           03 LINE 15 COL 33 PIC 9(02) USING WS-DEF-CD-CAMPO-SAIDA(8).
           03 LINE 15 COL 37 PIC 9(02) USING WS-DEF-CD-CAMPO-SAIDA(9).
           03 LINE 15 COL 41 PIC 9(02)
                                      USING WS-DEF-CD-CAMPO-SAIDA(10).
           03 LINE 15 COL 45 PIC 9(02)
                                      USING WS-DEF-CD-CAMPO-SAIDA(11).
           03 LINE 15 COL 49 PIC 9(02)
                                      USING WS-DEF-CD-CAMPO-SAIDA(12).
           03 LINE 17 COL 02 VALUE
              "Ordenacao (Campo e Sentido A/D):".
           03 LINE 17 COL 36 PIC 9(02) USING WS-DEF-CD-CAMPO-ORDEM(1).
           03 LINE 17 COL 39 PIC X(01) USING WS-DEF-IN-SENTIDO(1).
           03 LINE 17 COL 43 PIC 9(02) USING WS-DEF-CD-CAMPO-ORDEM(2).
           03 LINE 17 COL 46 PIC X(01) USING WS-DEF-IN-SENTIDO(2).
           03 LINE 17 COL 50 PIC 9(02) USING WS-DEF-CD-CAMPO-ORDEM(3).
           03 LINE 17 COL 53 PIC X(01) USING WS-DEF-IN-SENTIDO(3).
      *
       01  SST-FILTROS.
           03 LINE 14 COL 02 VALUE
              "Cond  Campo Oper Valor".
           03 LINE 14 COL 60 VALUE "E/O".
           03 LINE 15 COL 03 VALUE "1".
           03 LINE 15 COL 09 PIC 9(02) USING WS-DEF-CD-CAMPO-FILTRO(1).
           03 LINE 15 COL 14 PIC X(02) USING WS-DEF-CD-OPERADOR(1).
           03 LINE 15 COL 18 PIC X(40) USING WS-DEF-DS-VALOR-FILTRO(1).
           03 LINE 15 COL 61 PIC X(01) USING WS-DEF-IN-CONECTOR(1).
           03 LINE 16 COL 03 VALUE "2".
           03 LINE 16 COL 09 PIC 9(02) USING WS-DEF-CD-CAMPO-FILTRO(2).
           03 LINE 16 COL 14 PIC X(02) USING WS-DEF-CD-OPERADOR(2).
           03 LINE 16 COL 18 PIC X(40) USING WS-DEF-DS-VALOR-FILTRO(2).
           03 LINE 16 COL 61 PIC X(01) USING WS-DEF-IN-CONECTOR(2).
           03 LINE 17 COL 03 VALUE "3".
           03 LINE 17 COL 09 PIC 9(02) USING WS-DEF-CD-CAMPO-FILTRO(3).
           03 LINE 17 COL 14 PIC X(02) USING WS-DEF-CD-OPERADOR(3).
           03 LINE 17 COL 18 PIC X(40) USING WS-DEF-DS-VALOR-FILTRO(3).
           03 LINE 17 COL 61 PIC X(01) USING WS-DEF-IN-CONECTOR(3).
           03 LINE 18 COL 03 VALUE "4".
           03 LINE 18 COL 09 PIC 9(02) USING WS-DEF-CD-CAMPO-FILTRO(4).
           03 LINE 18 COL 14 PIC X(02) USING WS-DEF-CD-OPERADOR(4).
           03 LINE 18 COL 18 PIC X(40) USING WS-DEF-DS-VALOR-FILTRO(4).
           03 LINE 18 COL 61 PIC X(01) USING WS-DEF-IN-CONECTOR(4).
           03 LINE 19 COL 03 VALUE "5".
           03 LINE 19 COL 09 PIC 9(02) USING WS-DEF-CD-CAMPO-FILTRO(5).
           03 LINE 19 COL 14 PIC X(02) USING WS-DEF-CD-OPERADOR(5).
           03 LINE 19 COL 18 PIC X(40) USING WS-DEF-DS-VALOR-FILTRO(5).
           03 LINE 19 COL 61 PIC X(01) USING WS-DEF-IN-CONECTOR(5).
           03 LINE 20 COL 03 VALUE "6".
           03 LINE 20 COL 09 PIC 9(02) USING WS-DEF-CD-CAMPO-FILTRO(6).
           03 LINE 20 COL 14 PIC X(02) USING WS-DEF-CD-OPERADOR(6).
           03 LINE 20 COL 18 PIC X(40) USING WS-DEF-DS-VALOR-FILTRO(6).
           03 LINE 20 COL 61 PIC X(01) USING WS-DEF-IN-CONECTOR(6).
           03 LINE 21 COL 02 VALUE
              "Oper.: = <> > < >= <= CT(Contem)".
           03 LINE 21 COL 37 VALUE
              "Data DD/MM/AAAA  Valor 1234,56".
      *
       01  SST-CONFIRMA.
           03 LINE 23 COL 11 PIC X(60) FROM WS-DS-CONFIRMA.
           03 LINE 23 COL 72 PIC X(01) USING WS-RESPOSTA.
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
      * EMPRESAS E REGIOES SAO OPCIONAIS (SEM ELES OS NOMES SAEM EM
      * BRANCO); O ARQUIVO DE DEFINICOES E CRIADO NO PRIMEIRO USO
       1.
           PERFORM 99-LE-CONFIGURACAO.
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           MOVE FUNCTION INTEGER-OF-DATE (WS-DT-HOJE)
                TO WS-NR-DIA-JULIANO-HOJE.
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
           OPEN INPUT ARQ-EMPRESA.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-EMPRESA.
           OPEN INPUT ARQ-REGIAO.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-REGIAO.
           OPEN I-O ARQ-DEFEXTR.
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "S" TO WS-IND-ARQ-DEFEXTR
           ELSE
              IF WS-ESTADO-ARQUIVO EQUAL "35"
                 CLOSE ARQ-DEFEXTR
                 OPEN OUTPUT ARQ-DEFEXTR
                 CLOSE ARQ-DEFEXTR
                 OPEN I-O ARQ-DEFEXTR
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    MOVE "S" TO WS-IND-ARQ-DEFEXTR
                 END-IF
              END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       1-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
      * NO LOTE A DEFINICAO VEM DO AGENDADOR (OU DO GV-CONFIG.PAR) E
      * E GERADA SEM PERGUNTAS; NA TELA PODE SER CARREGADA, ALTERADA,
      * SALVA E GERADA, OU MONTADA AVULSA SEM NOME
       2.
           IF LK-MODO-BATCH
              IF LK-NM-PERFIL NOT EQUAL SPACES
                 MOVE LK-NM-PERFIL TO WS-NM-DEFINICAO
              ELSE
                 MOVE "PERFIL-EXTRACAD" TO WS-CFG-CHAVE
                 PERFORM 990-CONSULTA-CONFIG
                 MOVE WS-CFG-VALOR(1:8) TO WS-NM-DEFINICAO
              END-IF
              PERFORM 99-CARREGA-DEFINICAO
              IF NOT WS-DEFINICAO-CARREGADA
                 MOVE "E" TO LK-CD-RETORNO
                 MOVE SPACES TO WS-MENSAGEM
                 STRING "Definicao de Extracao nao Encontrada: "
                        WS-NM-DEFINICAO
                        DELIMITED BY SIZE INTO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 PERFORM 211-VALIDA-DEFINICAO
                 IF WS-DEFINICAO-VALIDA
                    PERFORM 22-GERA-EXTRATO
                 ELSE
                    MOVE "E" TO LK-CD-RETORNO
                    PERFORM 99-MENSAGEM
                 END-IF
              END-IF
              GO TO 2-SAIDA.
           MOVE SPACES TO WS-NM-DEFINICAO.
           DISPLAY SST-LIMPA-TELA.
           ACCEPT SST-DEFINICAO.
           INITIALIZE WS-DEF-DADOS.
           MOVE "C" TO WS-DEF-TP-BASE.
           IF WS-NM-DEFINICAO NOT EQUAL SPACES
              PERFORM 99-CARREGA-DEFINICAO.
           MOVE "N" TO WS-IND-EDICAO
                       WS-IND-VALIDA.
           PERFORM 21-EDITA-DEFINICAO
               UNTIL WS-FIM-EDICAO.
           IF NOT WS-DEFINICAO-VALIDA
              GO TO 2-SAIDA.
           IF  WS-NM-DEFINICAO NOT EQUAL SPACES
           AND WS-ARQ-DEFEXTR-OK
              MOVE "Salvar a Definicao (S/N) ?" TO WS-DS-CONFIRMA
              PERFORM 99-CONFIRMA
              IF WS-SIM
                 PERFORM 99-GRAVA-DEFINICAO.
           MOVE "Gerar a Extracao Agora (S/N) ?" TO WS-DS-CONFIRMA.
           PERFORM 99-CONFIRMA.
           IF WS-SIM
              PERFORM 22-GERA-EXTRATO.
       2-SAIDA.
           EXIT.
      *
       21-EDITA-DEFINICAO SECTION.
      *------------------
       21.
           DISPLAY SST-LIMPA-TELA.
           ACCEPT SST-DADOS-GERAIS.
           DISPLAY SST-LIMPA-TELA.
           DISPLAY SST-CATALOGO.
           ACCEPT SST-SAIDA.
           DISPLAY SST-LIMPA-EDICAO.
           ACCEPT SST-FILTROS.
           PERFORM 211-VALIDA-DEFINICAO.
           IF WS-DEFINICAO-VALIDA
              MOVE "S" TO WS-IND-EDICAO
           ELSE
              PERFORM 99-MENSAGEM
              MOVE "Corrigir a Definicao (S/N) ?" TO WS-DS-CONFIRMA
              PERFORM 99-CONFIRMA
              IF NOT WS-SIM
                 MOVE "S" TO WS-IND-EDICAO.
       21-SAIDA.
           EXIT.
      *
      * CRITICA A DEFINICAO E PREPARA OS VALORES DO FILTRO; NA
      * PRIMEIRA FALHA DEIXA O MOTIVO EM WS-MENSAGEM
       211-VALIDA-DEFINICAO SECTION.
       211.
           MOVE "S"    TO WS-IND-VALIDA.
           MOVE "N"    TO WS-IND-DADO-PESSOAL.
           MOVE SPACES TO WS-MENSAGEM.
           MOVE ZEROS  TO WS-QT-SAIDA
                          WS-IX-ULTIMA-COND.
           INSPECT WS-DEF-TP-BASE CONVERTING "cv" TO "CV".
           IF NOT WS-DEF-BASE-CLIENTE
           AND NOT WS-DEF-BASE-VENDEDOR
              MOVE "N" TO WS-IND-VALIDA
              MOVE "Base da Extracao Deve Ser C ou V." TO WS-MENSAGEM
              GO TO 211-SAIDA.
           PERFORM 2111-VALIDA-CAMPO-SAIDA
               VARYING WS-IX-DEF FROM 1 BY 1
               UNTIL WS-IX-DEF GREATER 12
                  OR NOT WS-DEFINICAO-VALIDA.
           IF NOT WS-DEFINICAO-VALIDA
              GO TO 211-SAIDA.
           IF WS-QT-SAIDA EQUAL ZEROS
              MOVE "N" TO WS-IND-VALIDA
              MOVE "Informe ao Menos um Campo de Saida." TO WS-MENSAGEM
              GO TO 211-SAIDA.
           PERFORM 2112-VALIDA-CONDICAO
               VARYING WS-IX-DEF FROM 1 BY 1
               UNTIL WS-IX-DEF GREATER 6
                  OR NOT WS-DEFINICAO-VALIDA.
           IF NOT WS-DEFINICAO-VALIDA
              GO TO 211-SAIDA.
      * A ULTIMA CONDICAO NAO LIGA COM NADA
           IF WS-IX-ULTIMA-COND GREATER ZEROS
              MOVE SPACE TO WS-DEF-IN-CONECTOR(WS-IX-ULTIMA-COND).
           PERFORM 2113-VALIDA-ORDEM
               VARYING WS-IX-DEF FROM 1 BY 1
               UNTIL WS-IX-DEF GREATER 3
                  OR NOT WS-DEFINICAO-VALIDA.
       211-SAIDA.
           EXIT.
      *
       2111-VALIDA-CAMPO-SAIDA SECTION.
       2111.
           IF WS-DEF-CD-CAMPO-SAIDA(WS-IX-DEF) EQUAL ZEROS
              GO TO 2111-SAIDA.
           MOVE WS-DEF-CD-CAMPO-SAIDA(WS-IX-DEF) TO WS-CD-CAMPO.
           PERFORM 99-CONFERE-CAMPO.
           IF WS-DEFINICAO-VALIDA
              ADD 1 TO WS-QT-SAIDA
              IF WS-CAT-PESSOAL(WS-CD-CAMPO) NOT EQUAL SPACE
                 MOVE "S" TO WS-IND-DADO-PESSOAL.
       2111-SAIDA.
           EXIT.
      *
      * SEM A PERMISSAO DE DADOS PESSOAIS O DADO PESSOAL SO PODE SER
      * TESTADO POR VAZIO ("= " OU "<>" COM VALOR EM BRANCO), PARA
      * O FILTRO NAO SERVIR DE CONSULTA AO DADO MASCARADO
       2112-VALIDA-CONDICAO SECTION.
       2112.
           MOVE SPACES TO WS-FIL-CHAVE(WS-IX-DEF).
           IF WS-DEF-CD-CAMPO-FILTRO(WS-IX-DEF) EQUAL ZEROS
              GO TO 2112-SAIDA.
           MOVE WS-DEF-CD-CAMPO-FILTRO(WS-IX-DEF) TO WS-CD-CAMPO.
           PERFORM 99-CONFERE-CAMPO.
           IF NOT WS-DEFINICAO-VALIDA
              GO TO 2112-SAIDA.
           MOVE WS-IX-DEF TO WS-NR-ED.
           INSPECT WS-DEF-CD-OPERADOR(WS-IX-DEF)
                   CONVERTING "ct" TO "CT".
           INSPECT WS-DEF-IN-CONECTOR(WS-IX-DEF)
                   CONVERTING "eo" TO "EO".
           MOVE WS-DEF-CD-OPERADOR(WS-IX-DEF) TO WS-CD-OPERADOR.
           IF NOT WS-OPER-VALIDO
              MOVE "N" TO WS-IND-VALIDA
              STRING "Operador Invalido na Condicao " WS-NR-ED "."
                     DELIMITED BY SIZE INTO WS-MENSAGEM
              GO TO 2112-SAIDA.
           IF  WS-OPER-CONTEM
           AND NOT WS-CAT-TEXTO(WS-CD-CAMPO)
              MOVE "N" TO WS-IND-VALIDA
              STRING "Operador CT so em Campo Texto (Condicao "
                     WS-NR-ED ")."
                     DELIMITED BY SIZE INTO WS-MENSAGEM
              GO TO 2112-SAIDA.
           IF  WS-CAT-PESSOAL(WS-CD-CAMPO) NOT EQUAL SPACE
           AND NOT LK-VE-DADOS-PESSOAIS
           AND (WS-DEF-DS-VALOR-FILTRO(WS-IX-DEF) NOT EQUAL SPACES
           OR  (NOT WS-OPER-IGUAL AND NOT WS-OPER-DIFERENTE))
              MOVE "N" TO WS-IND-VALIDA
              STRING "Dado Pessoal: Filtre so por Vazio (Condicao "
                     WS-NR-ED ")."
                     DELIMITED BY SIZE INTO WS-MENSAGEM
              GO TO 2112-SAIDA.
           IF WS-DEF-IN-CONECTOR(WS-IX-DEF) EQUAL SPACE
              MOVE "E" TO WS-DEF-IN-CONECTOR(WS-IX-DEF).
           IF  WS-DEF-IN-CONECTOR(WS-IX-DEF) NOT EQUAL "E"
           AND WS-DEF-IN-CONECTOR(WS-IX-DEF) NOT EQUAL "O"
              MOVE "N" TO WS-IND-VALIDA
              STRING "Conector Deve Ser E ou O (Condicao "
                     WS-NR-ED ")."
                     DELIMITED BY SIZE INTO WS-MENSAGEM
              GO TO 2112-SAIDA.
           MOVE WS-DEF-DS-VALOR-FILTRO(WS-IX-DEF) TO WS-FIL-TEXTO.
           IF WS-CAT-TEXTO(WS-CD-CAMPO)
              MOVE WS-FIL-TEXTO TO WS-FIL-CHAVE(WS-IX-DEF)
           ELSE
              IF WS-CAT-DATA(WS-CD-CAMPO)
                 PERFORM 99-CONVERTE-DATA
              ELSE
                 PERFORM 99-CONVERTE-NUMERO
              END-IF
              IF WS-NUMERO-VALIDO
                 MOVE WS-VAL-NUMERO-X TO WS-FIL-CHAVE(WS-IX-DEF)
              ELSE
                 MOVE "N" TO WS-IND-VALIDA
                 STRING "Valor Invalido para o Campo (Condicao "
                        WS-NR-ED ")."
                        DELIMITED BY SIZE INTO WS-MENSAGEM
                 GO TO 2112-SAIDA
              END-IF
           END-IF.
           MOVE WS-IX-DEF TO WS-IX-ULTIMA-COND.
       2112-SAIDA.
           EXIT.
      *
       2113-VALIDA-ORDEM SECTION.
       2113.
           IF WS-DEF-CD-CAMPO-ORDEM(WS-IX-DEF) EQUAL ZEROS
              MOVE SPACE TO WS-DEF-IN-SENTIDO(WS-IX-DEF)
              GO TO 2113-SAIDA.
           MOVE WS-DEF-CD-CAMPO-ORDEM(WS-IX-DEF) TO WS-CD-CAMPO.
           PERFORM 99-CONFERE-CAMPO.
           IF NOT WS-DEFINICAO-VALIDA
              GO TO 2113-SAIDA.
           INSPECT WS-DEF-IN-SENTIDO(WS-IX-DEF)
                   CONVERTING "ad" TO "AD".
           IF WS-DEF-IN-SENTIDO(WS-IX-DEF) EQUAL SPACE
              MOVE "A" TO WS-DEF-IN-SENTIDO(WS-IX-DEF).
           IF  WS-DEF-IN-SENTIDO(WS-IX-DEF) NOT EQUAL "A"
           AND WS-DEF-IN-SENTIDO(WS-IX-DEF) NOT EQUAL "D"
              MOVE "N" TO WS-IND-VALIDA
              MOVE "Sentido da Ordenacao Deve Ser A ou D."
                                                  TO WS-MENSAGEM.
       2113-SAIDA.
           EXIT.
      *
       22-GERA-EXTRATO SECTION.
      *---------------
      * O CSV E O PROPRIO ARQUIVO DO SPOOL; O CATALOGO REGISTRA SE
      * SAIRAM DADOS PESSOAIS MASCARADOS OU COMPLETOS
       22.
           MOVE "EXTRACAD" TO WS-SPL-ID-RELATORIO.
           MOVE ".CSV"     TO WS-SPL-EXTENSAO.
           MOVE SPACE      TO WS-SPL-IN-MASCARA.
           IF WS-SAI-DADO-PESSOAL
              PERFORM 99-MARCA-SPOOL-MASCARA.
           PERFORM 99-PREPARA-SPOOL.
           OPEN OUTPUT ARQ-EXTRATO.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "22-GERA-EXTRATO" TO WS-ERR-NM-PARAGRAFO
              MOVE WS01-ARQUIVO TO WS-ERR-NM-ARQUIVO
              PERFORM 99-REGISTRA-ERRO
              MOVE "E" TO LK-CD-RETORNO
              MOVE "Erro ao Criar o Arquivo da Extracao." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
              GO TO 22-SAIDA.
           MOVE ZEROS TO WS-QT-LIDOS
                         WS-QT-EXTRAIDOS
                         WS-QT-SUPRIMIDOS
                         WS-NR-SEQUENCIA.
           MOVE HIGH-VALUES TO WS-CHV-VEN-ANT.
           MOVE 999 TO WS-CD-EMPRESA-ANT.
           PERFORM 221-GRAVA-CABECALHO.
           SORT ARQ-SORT ON ASCENDING KEY SRT-CHAVE
                INPUT  PROCEDURE IS 222-SELECIONA-REGISTROS
                OUTPUT PROCEDURE IS 223-GRAVA-EXTRATO.
           CLOSE ARQ-EXTRATO.
           MOVE WS-QT-EXTRAIDOS  TO WS-QT-ED.
           MOVE WS-QT-SUPRIMIDOS TO WS-QT-ED2.
           MOVE SPACES TO WS-MENSAGEM.
           STRING "Extracao no Spool. Linhas: " WS-QT-ED
                  "  Contatos Suprimidos: " WS-QT-ED2
                  DELIMITED BY SIZE INTO WS-MENSAGEM.
           PERFORM 99-MENSAGEM.
       22-SAIDA.
           EXIT.
      *
      * PRIMEIRA LINHA DO CSV: ROTULOS DAS COLUNAS ESCOLHIDAS
       221-GRAVA-CABECALHO SECTION.
       221.
           MOVE SPACES TO WS-LINHA-CSV.
           MOVE 1 TO WS-NR-PONTEIRO.
           PERFORM 2211-GRAVA-ROTULO
               VARYING WS-IX-DEF FROM 1 BY 1
               UNTIL WS-IX-DEF GREATER 12.
           WRITE EXT-LINHA FROM WS-LINHA-CSV.
       221-SAIDA.
           EXIT.
      *
       2211-GRAVA-ROTULO SECTION.
       2211.
           IF WS-DEF-CD-CAMPO-SAIDA(WS-IX-DEF) NOT EQUAL ZEROS
              MOVE WS-DEF-CD-CAMPO-SAIDA(WS-IX-DEF) TO WS-CD-CAMPO
              MOVE WS-CAT-ROTULO(WS-CD-CAMPO) TO WS-VAL-ALFA
              PERFORM 99-ACRESCENTA-COLUNA.
       2211-SAIDA.
           EXIT.
      *
      * PROCEDIMENTO DE ENTRADA DO SORT. BASE CLIENTE: CARTEIRA A
      * CARTEIRA PELA CHAVE ALTERNADA (O VENDEDOR SO E RELIDO NA
      * TROCA DE CARTEIRA); BASE VENDEDOR: CADASTRO DE VENDEDORES
       222-SELECIONA-REGISTROS SECTION.
       222.
           MOVE SPACE TO WS-FINAL-LEITURA.
           IF WS-DEF-BASE-CLIENTE
              MOVE LK-CD-EMPRESA TO CLI-CD-EMPRESA
              MOVE ZEROS         TO CLI-CD-VENDEDOR
              START ARQ-CLIENTE KEY NOT LESS CLI-CHAVE-CARTEIRA
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "F" TO WS-FINAL-LEITURA
              ELSE
                 PERFORM 99-LER-CLIENTE-NEXT
              END-IF
              PERFORM 2221-TRATA-UM-CLIENTE
                  UNTIL WS-FIM-LEITURA
           ELSE
              MOVE LK-CD-EMPRESA TO FOR-CD-EMPRESA
              MOVE ZEROS         TO FOR-CD-VENDEDOR
              START ARQ-VENDEDOR KEY NOT LESS FOR-CHAVE-VENDEDOR
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "F" TO WS-FINAL-LEITURA
              ELSE
                 READ ARQ-VENDEDOR NEXT
                 PERFORM 99-CONFERE-VENDEDOR-LIDO
              END-IF
              PERFORM 2222-TRATA-UM-VENDEDOR
                  UNTIL WS-FIM-LEITURA
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
       222-SAIDA.
           EXIT.
      *
       2221-TRATA-UM-CLIENTE SECTION.
       2221.
           ADD 1 TO WS-QT-LIDOS.
           PERFORM 99-MONTA-VALORES-CLIENTE.
           PERFORM 99-VENDEDOR-DA-CARTEIRA.
           PERFORM 2223-SELECIONA-REGISTRO.
           PERFORM 99-LER-CLIENTE-NEXT.
       2221-SAIDA.
           EXIT.
      *
       2222-TRATA-UM-VENDEDOR SECTION.
       2222.
           ADD 1 TO WS-QT-LIDOS.
           MOVE FOR-CD-EMPRESA TO WS-VAL-NUMERO.
           MOVE 01 TO WS-VAL-IX.
           PERFORM 99-GUARDA-NUMERO.
           MOVE FOR-CD-EMPRESA TO WS-CD-EMPRESA-BUSCA.
           PERFORM 99-BUSCA-EMPRESA.
           PERFORM 99-MONTA-VALORES-VENDEDOR.
           PERFORM 2223-SELECIONA-REGISTRO.
           PERFORM 99-LER-VENDEDOR-NEXT.
       2222-SAIDA.
           EXIT.
      *
      * REGISTRO QUE PASSA NO FILTRO VIRA UMA LINHA DO CSV COM A
      * CHAVE DE ORDENACAO NA FRENTE
       2223-SELECIONA-REGISTRO SECTION.
       2223.
           PERFORM 22231-AVALIA-FILTRO.
           IF NOT WS-REGISTRO-SELECIONADO
              GO TO 2223-SAIDA.
           MOVE SPACES TO WS-LINHA-CSV.
           MOVE 1 TO WS-NR-PONTEIRO.
           PERFORM 22232-GRAVA-COLUNA
               VARYING WS-IX-DEF FROM 1 BY 1
               UNTIL WS-IX-DEF GREATER 12.
           PERFORM 22233-MONTA-CHAVE-ORDEM
               VARYING WS-IX-DEF FROM 1 BY 1
               UNTIL WS-IX-DEF GREATER 3.
           ADD 1 TO WS-NR-SEQUENCIA.
           MOVE WS-NR-SEQUENCIA TO SRT-NR-SEQUENCIA.
           MOVE WS-LINHA-CSV    TO SRT-LINHA.
           RELEASE SRT-REGISTRO.
           ADD 1 TO WS-QT-EXTRAIDOS.
       2223-SAIDA.
           EXIT.
      *
      * "E" TEM PRECEDENCIA SOBRE "O": AS CONDICOES LIGADAS POR "E"
      * FORMAM UM GRUPO E O REGISTRO PASSA SE ALGUM GRUPO PASSAR;
      * SEM CONDICOES, TODOS PASSAM
       22231-AVALIA-FILTRO SECTION.
       22231.
           MOVE "N" TO WS-IND-SELECIONADO.
           MOVE "S" TO WS-RES-GRUPO.
           PERFORM 222311-AVALIA-CONDICAO
               VARYING WS-IX-DEF FROM 1 BY 1
               UNTIL WS-IX-DEF GREATER 6.
           IF WS-RES-GRUPO EQUAL "S"
              MOVE "S" TO WS-IND-SELECIONADO.
       22231-SAIDA.
           EXIT.
      *
       222311-AVALIA-CONDICAO SECTION.
       222311.
           IF WS-DEF-CD-CAMPO-FILTRO(WS-IX-DEF) EQUAL ZEROS
              GO TO 222311-SAIDA.
           PERFORM 99-COMPARA-CONDICAO.
           IF WS-RES-COND EQUAL "N"
              MOVE "N" TO WS-RES-GRUPO.
           IF WS-DEF-IN-CONECTOR(WS-IX-DEF) EQUAL "O"
              IF WS-RES-GRUPO EQUAL "S"
                 MOVE "S" TO WS-IND-SELECIONADO
              END-IF
              MOVE "S" TO WS-RES-GRUPO.
       222311-SAIDA.
           EXIT.
      *
      * DADO PESSOAL: CONSENTIMENTO E MASCARA SO NA SAIDA - O FILTRO
      * E A ORDENACAO USAM O VALOR DO CADASTRO
       22232-GRAVA-COLUNA SECTION.
       22232.
           IF WS-DEF-CD-CAMPO-SAIDA(WS-IX-DEF) EQUAL ZEROS
              GO TO 22232-SAIDA.
           MOVE WS-DEF-CD-CAMPO-SAIDA(WS-IX-DEF) TO WS-CD-CAMPO.
           MOVE WS-VAL-TEXTO(WS-CD-CAMPO) TO WS-VAL-ALFA.
           IF  WS-CAT-PESSOAL(WS-CD-CAMPO) NOT EQUAL SPACE
           AND WS-VAL-ALFA NOT EQUAL SPACES
              PERFORM 99-PROTEGE-DADO-PESSOAL.
           INSPECT WS-VAL-ALFA CONVERTING ";" TO ",".
           PERFORM 99-ACRESCENTA-COLUNA.
       22232-SAIDA.
           EXIT.
      *
       22233-MONTA-CHAVE-ORDEM SECTION.
       22233.
           MOVE SPACES TO SRT-CHAVE-ORDEM(WS-IX-DEF).
           IF WS-DEF-CD-CAMPO-ORDEM(WS-IX-DEF) NOT EQUAL ZEROS
              MOVE WS-DEF-CD-CAMPO-ORDEM(WS-IX-DEF) TO WS-CD-CAMPO
              MOVE WS-VAL-CHAVE(WS-CD-CAMPO)
                                   TO SRT-CHAVE-ORDEM(WS-IX-DEF)
              IF WS-DEF-IN-SENTIDO(WS-IX-DEF) EQUAL "D"
                 INSPECT SRT-CHAVE-ORDEM(WS-IX-DEF)
                         CONVERTING WS-ALFABETO TO WS-ALFABETO-INVERSO.
       22233-SAIDA.
           EXIT.
      *
      * PROCEDIMENTO DE SAIDA DO SORT: GRAVA AS LINHAS NA ORDEM
       223-GRAVA-EXTRATO SECTION.
       223.
           MOVE SPACE TO WS-FINAL-SORT.
           PERFORM 99-LEITURA-SORT.
           PERFORM 2231-GRAVA-UMA-LINHA
               UNTIL WS-FIM-SORT.
       223-SAIDA.
           EXIT.
      *
       2231-GRAVA-UMA-LINHA SECTION.
       2231.
           WRITE EXT-LINHA FROM SRT-LINHA.
           PERFORM 99-LEITURA-SORT.
       2231-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           IF NOT WS-FIM-ARQUIVO
              CLOSE ARQ-CLIENTE
              CLOSE ARQ-VENDEDOR
              IF WS-ARQ-EMPRESA-OK
                 CLOSE ARQ-EMPRESA
              END-IF
              IF WS-ARQ-REGIAO-OK
                 CLOSE ARQ-REGIAO
              END-IF
              IF WS-ARQ-DEFEXTR-OK
                 CLOSE ARQ-DEFEXTR.
           IF NOT LK-MODO-BATCH
              DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
      *
      * CAMPO FORA DO CATALOGO OU DE CLIENTE NA BASE POR VENDEDOR
       99-CONFERE-CAMPO.
           MOVE WS-CD-CAMPO TO WS-NR-ED
           IF WS-CD-CAMPO GREATER WS-QT-CAMPOS-CATALOGO
              MOVE "N" TO WS-IND-VALIDA
              STRING "Campo " WS-NR-ED " nao Existe no Catalogo."
                     DELIMITED BY SIZE INTO WS-MENSAGEM
           ELSE
              IF  WS-DEF-BASE-VENDEDOR
              AND WS-CAT-DO-CLIENTE(WS-CD-CAMPO)
                 MOVE "N" TO WS-IND-VALIDA
                 STRING "Campo " WS-NR-ED
                        " e do Cliente - Base por Vendedor."
                        DELIMITED BY SIZE INTO WS-MENSAGEM
              END-IF
           END-IF.
      *
      * NUMERO DIGITADO NO FILTRO (DIGITOS E UMA VIRGULA DECIMAL);
      * EM BRANCO VALE ZERO
       99-CONVERTE-NUMERO.
           MOVE ZEROS TO WS-VAL-NUMERO
           MOVE "S"   TO WS-IND-NUMERO
           IF WS-FIL-TEXTO NOT EQUAL SPACES
              MOVE WS-FIL-TEXTO TO WS-FIL-AUX
              MOVE ZEROS TO WS-QT-VIRGULAS
              INSPECT WS-FIL-AUX TALLYING WS-QT-VIRGULAS FOR ALL ","
              INSPECT WS-FIL-AUX CONVERTING "0123456789,"
                                         TO "           "
              IF WS-FIL-AUX NOT EQUAL SPACES
              OR WS-QT-VIRGULAS GREATER 1
                 MOVE "N" TO WS-IND-NUMERO
              ELSE
                 COMPUTE WS-VAL-NUMERO = FUNCTION NUMVAL (WS-FIL-TEXTO)
              END-IF
           END-IF.
      *
      * DATA DIGITADA NO FILTRO COMO DD/MM/AAAA; EM BRANCO VALE ZERO
      * (DATA NAO INFORMADA NO CADASTRO)
       99-CONVERTE-DATA.
           MOVE ZEROS TO WS-VAL-NUMERO
           MOVE "S"   TO WS-IND-NUMERO
           IF WS-FIL-TEXTO NOT EQUAL SPACES
              IF  WS-FIL-TEXTO(3:1) EQUAL "/"
              AND WS-FIL-TEXTO(6:1) EQUAL "/"
              AND WS-FIL-TEXTO(1:2) IS NUMERIC
              AND WS-FIL-TEXTO(4:2) IS NUMERIC
              AND WS-FIL-TEXTO(7:4) IS NUMERIC
                 MOVE WS-FIL-TEXTO(1:2) TO WS-VAL-DATA-DIA
                 MOVE WS-FIL-TEXTO(4:2) TO WS-VAL-DATA-MES
                 MOVE WS-FIL-TEXTO(7:4) TO WS-VAL-DATA-ANO
                 IF  WS-VAL-DATA-MES GREATER ZEROS
                 AND WS-VAL-DATA-MES NOT GREATER 12
                 AND WS-VAL-DATA-DIA GREATER ZEROS
                 AND WS-VAL-DATA-DIA NOT GREATER 31
                    MOVE WS-VAL-DATA TO WS-VAL-NUMERO
                 ELSE
                    MOVE "N" TO WS-IND-NUMERO
                 END-IF
              ELSE
                 MOVE "N" TO WS-IND-NUMERO
              END-IF
           END-IF.
      *
      * RESULTADO DA CONDICAO WS-IX-DEF SOBRE O REGISTRO CORRENTE
       99-COMPARA-CONDICAO.
           MOVE WS-DEF-CD-CAMPO-FILTRO(WS-IX-DEF) TO WS-CD-CAMPO
           MOVE WS-VAL-CHAVE(WS-CD-CAMPO)    TO WS-CMP-VALOR
           MOVE WS-FIL-CHAVE(WS-IX-DEF)      TO WS-CMP-FILTRO
           MOVE WS-DEF-CD-OPERADOR(WS-IX-DEF) TO WS-CD-OPERADOR
           MOVE "N" TO WS-RES-COND
           IF WS-OPER-CONTEM
              MOVE WS-CMP-VALOR  TO WS-BP-TEXTO
              MOVE WS-CMP-FILTRO TO WS-BP-PROCURA
              PERFORM 99-VERIFICA-CONTEM
              IF WS-BP-CONTEM
                 MOVE "S" TO WS-RES-COND
              END-IF
           END-IF
           IF  WS-OPER-IGUAL
           AND WS-CMP-VALOR EQUAL WS-CMP-FILTRO
              MOVE "S" TO WS-RES-COND
           END-IF
           IF  WS-OPER-DIFERENTE
           AND WS-CMP-VALOR NOT EQUAL WS-CMP-FILTRO
              MOVE "S" TO WS-RES-COND
           END-IF
           IF  WS-OPER-MAIOR
           AND WS-CMP-VALOR GREATER WS-CMP-FILTRO
              MOVE "S" TO WS-RES-COND
           END-IF
           IF  WS-OPER-MENOR
           AND WS-CMP-VALOR LESS WS-CMP-FILTRO
              MOVE "S" TO WS-RES-COND
           END-IF
           IF  WS-OPER-MAIOR-IGUAL
           AND WS-CMP-VALOR NOT LESS WS-CMP-FILTRO
              MOVE "S" TO WS-RES-COND
           END-IF
           IF  WS-OPER-MENOR-IGUAL
           AND WS-CMP-VALOR NOT GREATER WS-CMP-FILTRO
              MOVE "S" TO WS-RES-COND
           END-IF.
      *
      * TELEFONE E E-MAIL SO COM CONSENTIMENTO (SUPRIMIDOS E
      * CONTADOS); O QUE SOBRA PASSA PELA MASCARA DO TIPO DE DADO
       99-PROTEGE-DADO-PESSOAL.
           IF  WS-CAT-TELEFONE(WS-CD-CAMPO)
           AND NOT CLI-CONSENTE-FONE
              MOVE SPACES TO WS-VAL-ALFA
              ADD 1 TO WS-QT-SUPRIMIDOS
           END-IF
           IF  WS-CAT-EMAIL(WS-CD-CAMPO)
           AND NOT CLI-CONSENTE-EMAIL
              MOVE SPACES TO WS-VAL-ALFA
              ADD 1 TO WS-QT-SUPRIMIDOS
           END-IF
           IF WS-VAL-ALFA NOT EQUAL SPACES
              MOVE WS-VAL-ALFA TO WS-MSC-TEXTO
              IF WS-CAT-CNPJ(WS-CD-CAMPO)
                 PERFORM 99-MASCARA-CNPJ
              END-IF
              IF WS-CAT-CPF(WS-CD-CAMPO)
                 PERFORM 99-MASCARA-CPF
              END-IF
              IF WS-CAT-TELEFONE(WS-CD-CAMPO)
                 PERFORM 99-MASCARA-TELEFONE
              END-IF
              IF WS-CAT-EMAIL(WS-CD-CAMPO)
                 PERFORM 99-MASCARA-EMAIL
              END-IF
              MOVE WS-MSC-TEXTO(1:40) TO WS-VAL-ALFA
           END-IF.
      *
      * ACRESCENTA WS-VAL-ALFA (SEM OS BRANCOS A DIREITA) A LINHA DO
      * CSV, SEPARADO DA COLUNA ANTERIOR POR ";"
       99-ACRESCENTA-COLUNA.
           IF WS-NR-PONTEIRO GREATER 1
              STRING ";" DELIMITED BY SIZE
                     INTO WS-LINHA-CSV WITH POINTER WS-NR-PONTEIRO
           END-IF
           IF WS-VAL-ALFA EQUAL SPACES
              MOVE ZEROS TO WS-QT-TAM
           ELSE
              MOVE 40 TO WS-QT-TAM
              PERFORM 991-RECUA-TAMANHO
                  UNTIL WS-VAL-ALFA(WS-QT-TAM:1) NOT EQUAL SPACE
           END-IF
           IF WS-QT-TAM GREATER ZEROS
              STRING WS-VAL-ALFA(1:WS-QT-TAM) DELIMITED BY SIZE
                     INTO WS-LINHA-CSV WITH POINTER WS-NR-PONTEIRO
           END-IF.
      *
       991-RECUA-TAMANHO.
           SUBTRACT 1 FROM WS-QT-TAM.
      *
      * VALORES DO CLIENTE (CAMPOS DE ORIGEM C E A EMPRESA)
       99-MONTA-VALORES-CLIENTE.
           MOVE CLI-CD-EMPRESA TO WS-VAL-NUMERO
           MOVE 01 TO WS-VAL-IX
           PERFORM 99-GUARDA-NUMERO
           MOVE CLI-CD-EMPRESA TO WS-CD-EMPRESA-BUSCA
           PERFORM 99-BUSCA-EMPRESA
           MOVE CLI-CD-CLIENTE TO WS-VAL-NUMERO
           MOVE 03 TO WS-VAL-IX
           PERFORM 99-GUARDA-NUMERO
           MOVE SPACES TO WS-VAL-ALFA
           IF  CLI-NR-CNPJ-CLIENTE NOT EQUAL SPACES
           AND CLI-NR-CNPJ-CLIENTE NOT EQUAL ZEROS
              MOVE CLI-NR-CNPJ-CLIENTE(2:14) TO WS-MSC-NR-CNPJ
              PERFORM 99-FORMATA-CNPJ
              MOVE WS-MSC-TEXTO(1:40) TO WS-VAL-ALFA
           END-IF
           MOVE 04 TO WS-VAL-IX
           PERFORM 99-GUARDA-ALFA
           MOVE CLI-NR-CNPJ-CLIENTE(2:14) TO WS-VAL-CHAVE(04)
           MOVE CLI-DS-RAZAO-SOCIAL TO WS-VAL-ALFA
           MOVE 05 TO WS-VAL-IX
           PERFORM 99-GUARDA-ALFA
           MOVE CLI-DS-ENDERECO TO WS-VAL-ALFA
           MOVE 06 TO WS-VAL-IX
           PERFORM 99-GUARDA-ALFA
           MOVE CLI-DS-CIDADE TO WS-VAL-ALFA
           MOVE 07 TO WS-VAL-IX
           PERFORM 99-GUARDA-ALFA
           MOVE CLI-SG-UF TO WS-VAL-ALFA
           MOVE 08 TO WS-VAL-IX
           PERFORM 99-GUARDA-ALFA
           MOVE CLI-NR-CEP TO WS-VAL-NUMERO
           MOVE 09 TO WS-VAL-IX
           PERFORM 99-GUARDA-NUMERO
           MOVE CLI-SITUACAO TO WS-VAL-ALFA
           MOVE 10 TO WS-VAL-IX
           PERFORM 99-GUARDA-ALFA
           MOVE CLI-CD-CLASSE-ABC TO WS-VAL-ALFA
           MOVE 11 TO WS-VAL-IX
           PERFORM 99-GUARDA-ALFA
           MOVE CLI-CD-REGIAO TO WS-VAL-NUMERO
                                 WS-CD-REGIAO-BUSCA
           MOVE 12 TO WS-VAL-IX
           PERFORM 99-GUARDA-NUMERO
           PERFORM 99-BUSCA-REGIAO
           MOVE 13 TO WS-VAL-IX
           PERFORM 99-GUARDA-ALFA
           MOVE CLI-CD-SEGMENTO TO WS-VAL-NUMERO
           MOVE 14 TO WS-VAL-IX
           PERFORM 99-GUARDA-NUMERO
           MOVE CLI-DT-ULTIMO-CONTATO TO WS-VAL-DATA
           MOVE 15 TO WS-VAL-IX
           PERFORM 99-GUARDA-DATA
      *    Nunca contatado conta como 99999 dias ----
           IF CLI-DT-ULTIMO-CONTATO EQUAL ZEROS
              MOVE 99999 TO WS-VAL-NUMERO
           ELSE
              MOVE FUNCTION INTEGER-OF-DATE (CLI-DT-ULTIMO-CONTATO)
                   TO WS-NR-DIA-JULIANO-CONTATO
              SUBTRACT WS-NR-DIA-JULIANO-CONTATO
                  FROM WS-NR-DIA-JULIANO-HOJE
                  GIVING WS-VAL-NUMERO
           END-IF
           MOVE 16 TO WS-VAL-IX
           PERFORM 99-GUARDA-NUMERO
           MOVE CLI-DS-TELEFONE TO WS-VAL-ALFA
           MOVE 17 TO WS-VAL-IX
           PERFORM 99-GUARDA-ALFA
           MOVE CLI-DS-EMAIL TO WS-VAL-ALFA
           MOVE 18 TO WS-VAL-IX
           PERFORM 99-GUARDA-ALFA
           MOVE CLI-IN-CONSENTE-EMAIL TO WS-VAL-ALFA
           MOVE 19 TO WS-VAL-IX
           PERFORM 99-GUARDA-ALFA
           MOVE CLI-IN-CONSENTE-FONE TO WS-VAL-ALFA
           MOVE 20 TO WS-VAL-IX
           PERFORM 99-GUARDA-ALFA
           MOVE CLI-CD-MOTIVO-BLOQUEIO TO WS-VAL-NUMERO
           MOVE 21 TO WS-VAL-IX
           PERFORM 99-GUARDA-NUMERO
           MOVE CLI-QT-DISTANCIA TO WS-VAL-NUMERO
           MOVE 22 TO WS-VAL-IX
           PERFORM 99-GUARDA-NUMERO
           MOVE CLI-CD-VENDEDOR-SEC TO WS-VAL-NUMERO
           MOVE 35 TO WS-VAL-IX
           PERFORM 99-GUARDA-NUMERO.
      *
      * VENDEDOR DA CARTEIRA DO CLIENTE: SO RELIDO QUANDO A CARTEIRA
      * MUDA; CLIENTE SEM VENDEDOR (OU VENDEDOR NAO CADASTRADO) SAI
      * COM OS CAMPOS DE VENDEDOR VAZIOS
       99-VENDEDOR-DA-CARTEIRA.
           MOVE CLI-CD-EMPRESA  TO WS-CHV-VEN-EMPRESA
           MOVE CLI-CD-VENDEDOR TO WS-CHV-VEN-CODIGO
           IF WS-CHV-VEN-ATUAL NOT EQUAL WS-CHV-VEN-ANT
              MOVE WS-CHV-VEN-ATUAL TO WS-CHV-VEN-ANT
              MOVE "23" TO WS-ESTADO-ARQUIVO
              IF CLI-CD-VENDEDOR NOT EQUAL ZEROS
                 MOVE CLI-CD-EMPRESA  TO FOR-CD-EMPRESA
                 MOVE CLI-CD-VENDEDOR TO FOR-CD-VENDEDOR
                 READ ARQ-VENDEDOR
              END-IF
              IF WS-OPERACAO-BEM-SUCEDIDA
                 PERFORM 99-MONTA-VALORES-VENDEDOR
              ELSE
                 PERFORM 99-LIMPA-VALORES-VENDEDOR
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
      *
       99-LIMPA-VALORES-VENDEDOR.
           MOVE ZEROS  TO WS-VAL-NUMERO
           MOVE SPACES TO WS-VAL-ALFA
           PERFORM 992-LIMPA-UM-VALOR
               VARYING WS-VAL-IX FROM 23 BY 1
               UNTIL WS-VAL-IX GREATER 34
           MOVE CLI-CD-VENDEDOR TO WS-VAL-NUMERO
           MOVE 23 TO WS-VAL-IX
           PERFORM 99-GUARDA-NUMERO.
      *
       992-LIMPA-UM-VALOR.
           IF WS-CAT-TEXTO(WS-VAL-IX)
              PERFORM 99-GUARDA-ALFA
           ELSE
              PERFORM 99-GUARDA-NUMERO
           END-IF.
      *
      * VALORES DO VENDEDOR DO REGISTRO FOR- CORRENTE. O NOME DO
      * SUPERVISOR E LIDO NO MESMO ARQUIVO, POR ISSO POR ULTIMO
       99-MONTA-VALORES-VENDEDOR.
           MOVE FOR-CD-VENDEDOR TO WS-VAL-NUMERO
           MOVE 23 TO WS-VAL-IX
           PERFORM 99-GUARDA-NUMERO
           MOVE FOR-NM-VENDEDOR TO WS-VAL-ALFA
           MOVE 24 TO WS-VAL-IX
           PERFORM 99-GUARDA-ALFA
           MOVE SPACES TO WS-VAL-ALFA
           IF FOR-NR-CPF-VENDEDOR NOT EQUAL ZEROS
              MOVE FOR-NR-CPF-VENDEDOR TO WS-MSC-NR-CPF
              PERFORM 99-FORMATA-CPF
              MOVE WS-MSC-TEXTO(1:40) TO WS-VAL-ALFA
           END-IF
           MOVE 25 TO WS-VAL-IX
           PERFORM 99-GUARDA-ALFA
           MOVE FOR-NR-CPF-VENDEDOR TO WS-VAL-CHAVE(25)
           MOVE FOR-SITUACAO TO WS-VAL-ALFA
           MOVE 26 TO WS-VAL-IX
           PERFORM 99-GUARDA-ALFA
           MOVE FOR-CD-REGIAO TO WS-VAL-NUMERO
                                 WS-CD-REGIAO-BUSCA
           MOVE 27 TO WS-VAL-IX
           PERFORM 99-GUARDA-NUMERO
           PERFORM 99-BUSCA-REGIAO
           MOVE 28 TO WS-VAL-IX
           PERFORM 99-GUARDA-ALFA
           MOVE FOR-CD-SUPERVISOR TO WS-VAL-NUMERO
           MOVE 29 TO WS-VAL-IX
           PERFORM 99-GUARDA-NUMERO
           MOVE FOR-VL-COTA-VENDA TO WS-VAL-NUMERO
           MOVE 31 TO WS-VAL-IX
           PERFORM 99-GUARDA-NUMERO
           MOVE FOR-VL-VENDA-REALIZADA TO WS-VAL-NUMERO
           MOVE 32 TO WS-VAL-IX
           PERFORM 99-GUARDA-NUMERO
           MOVE FOR-PC-COMISSAO TO WS-VAL-NUMERO
           MOVE 33 TO WS-VAL-IX
           PERFORM 99-GUARDA-NUMERO
           MOVE FOR-CD-LINHA-VENDA TO WS-VAL-ALFA
           MOVE 34 TO WS-VAL-IX
           PERFORM 99-GUARDA-ALFA
           MOVE SPACES TO WS-VAL-ALFA
           IF FOR-CD-SUPERVISOR NOT EQUAL ZEROS
              MOVE FOR-CD-SUPERVISOR TO FOR-CD-VENDEDOR
              READ ARQ-VENDEDOR
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE FOR-NM-VENDEDOR TO WS-VAL-ALFA
              ELSE
                 MOVE "(NAO CADASTRADO)" TO WS-VAL-ALFA
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF
           MOVE 30 TO WS-VAL-IX
           PERFORM 99-GUARDA-ALFA.
      *
       99-GUARDA-ALFA.
           MOVE WS-VAL-ALFA TO WS-VAL-TEXTO(WS-VAL-IX)
                               WS-VAL-CHAVE(WS-VAL-IX).
      *
      * NUMERO: TEXTO EDITADO SEM ZEROS A ESQUERDA (COM VIRGULA
      * QUANDO O CAMPO TEM DECIMAIS) E CHAVE COM OS 18 DIGITOS
       99-GUARDA-NUMERO.
           MOVE WS-VAL-NUMERO-X TO WS-VAL-CHAVE(WS-VAL-IX)
           IF WS-CAT-DECIMAIS(WS-VAL-IX) GREATER ZEROS
              MOVE WS-VAL-NUMERO     TO WS-VAL-ED-DECIMAL
              MOVE WS-VAL-ED-DECIMAL TO WS-VAL-EDITADO
           ELSE
              MOVE WS-VAL-NUMERO     TO WS-VAL-ED-INTEIRO
              MOVE WS-VAL-ED-INTEIRO TO WS-VAL-EDITADO
           END-IF
           MOVE FUNCTION TRIM (WS-VAL-EDITADO LEADING)
                TO WS-VAL-TEXTO(WS-VAL-IX).
      *
      * DATA AAAAMMDD: TEXTO DD/MM/AAAA (VAZIO QUANDO ZERADA) E
      * CHAVE NUMERICA, QUE ORDENA PELA DATA
       99-GUARDA-DATA.
           MOVE WS-VAL-DATA TO WS-VAL-NUMERO
           MOVE WS-VAL-NUMERO-X TO WS-VAL-CHAVE(WS-VAL-IX)
           MOVE SPACES TO WS-VAL-TEXTO(WS-VAL-IX)
           IF WS-VAL-DATA NOT EQUAL ZEROS
              STRING WS-VAL-DATA-DIA "/" WS-VAL-DATA-MES "/"
                     WS-VAL-DATA-ANO
                     DELIMITED BY SIZE INTO WS-VAL-TEXTO(WS-VAL-IX)
           END-IF.
      *
      * RAZAO SOCIAL DA EMPRESA NA POSICAO 02, LIDA SO NA TROCA DE
      * EMPRESA
       99-BUSCA-EMPRESA.
           IF WS-CD-EMPRESA-BUSCA NOT EQUAL WS-CD-EMPRESA-ANT
              MOVE WS-CD-EMPRESA-BUSCA TO WS-CD-EMPRESA-ANT
              MOVE SPACES TO WS-NM-EMPRESA-ANT
              IF WS-ARQ-EMPRESA-OK
                 MOVE WS-CD-EMPRESA-BUSCA TO EMP-CD-EMPRESA
                 READ ARQ-EMPRESA
                 IF WS-OPERACAO-BEM-SUCEDIDA
                    MOVE EMP-DS-RAZAO-SOCIAL TO WS-NM-EMPRESA-ANT
                 ELSE
                    MOVE "(NAO CADASTRADA)" TO WS-NM-EMPRESA-ANT
                 END-IF
                 MOVE "00" TO WS-ESTADO-ARQUIVO
              END-IF
           END-IF
           MOVE WS-NM-EMPRESA-ANT TO WS-VAL-ALFA
           MOVE 02 TO WS-VAL-IX
           PERFORM 99-GUARDA-ALFA.
      *
      * NOME DA REGIAO WS-CD-REGIAO-BUSCA EM WS-VAL-ALFA; SEM O
      * ARQUIVO DE REGIOES OU SEM REGIAO SAI EM BRANCO
       99-BUSCA-REGIAO.
           MOVE SPACES TO WS-VAL-ALFA
           IF  WS-ARQ-REGIAO-OK
           AND WS-CD-REGIAO-BUSCA NOT EQUAL ZEROS
              MOVE WS-CD-REGIAO-BUSCA TO REG-CD-REGIAO
              READ ARQ-REGIAO
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE REG-NM-REGIAO TO WS-VAL-ALFA
              ELSE
                 MOVE "(NAO CADASTRADA)" TO WS-VAL-ALFA
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
      *
      * FIM DO ARQUIVO OU SAIDA DA EMPRESA DA RODADA ENCERRAM A
      * LEITURA
       99-LER-CLIENTE-NEXT.
           READ ARQ-CLIENTE NEXT
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "F" TO WS-FINAL-LEITURA
           ELSE
              IF  LK-CD-EMPRESA NOT EQUAL ZEROS
              AND CLI-CD-EMPRESA NOT EQUAL LK-CD-EMPRESA
                 MOVE "F" TO WS-FINAL-LEITURA
              END-IF
           END-IF.
      *
      * A BUSCA DO SUPERVISOR TIRA O ARQUIVO DE POSICAO: A LEITURA
      * SEGUINTE RECOMECA DEPOIS DO ULTIMO VENDEDOR LIDO
       99-LER-VENDEDOR-NEXT.
           MOVE WS-CHV-LEI-EMPRESA TO FOR-CD-EMPRESA
           MOVE WS-CHV-LEI-CODIGO  TO FOR-CD-VENDEDOR
           START ARQ-VENDEDOR KEY GREATER FOR-CHAVE-VENDEDOR
           IF WS-OPERACAO-BEM-SUCEDIDA
              READ ARQ-VENDEDOR NEXT
           END-IF
           PERFORM 99-CONFERE-VENDEDOR-LIDO.
      *
       99-CONFERE-VENDEDOR-LIDO.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "F" TO WS-FINAL-LEITURA
           ELSE
              MOVE FOR-CD-EMPRESA  TO WS-CHV-LEI-EMPRESA
              MOVE FOR-CD-VENDEDOR TO WS-CHV-LEI-CODIGO
              IF  LK-CD-EMPRESA NOT EQUAL ZEROS
              AND FOR-CD-EMPRESA NOT EQUAL LK-CD-EMPRESA
                 MOVE "F" TO WS-FINAL-LEITURA
              END-IF
           END-IF.
      *
       99-LEITURA-SORT.
           RETURN ARQ-SORT
               AT END
                  MOVE "F" TO WS-FINAL-SORT.
      *
      * CARREGA A DEFINICAO NOMEADA WS-NM-DEFINICAO NA AREA DE TELA
       99-CARREGA-DEFINICAO.
           MOVE "N" TO WS-IND-DEFINICAO
           IF  WS-ARQ-DEFEXTR-OK
           AND WS-NM-DEFINICAO NOT EQUAL SPACES
              MOVE WS-NM-DEFINICAO TO DEX-NM-DEFINICAO
              READ ARQ-DEFEXTR
              IF WS-OPERACAO-BEM-SUCEDIDA
                 MOVE DEX-DADOS-DEFINICAO TO WS-DEF-DADOS
                 MOVE "S" TO WS-IND-DEFINICAO
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF.
      *
      * GRAVA (OU REGRAVA) A DEFINICAO COM O OPERADOR E A DATA
       99-GRAVA-DEFINICAO.
           MOVE WS-NM-DEFINICAO TO DEX-NM-DEFINICAO
           MOVE WS-DEF-DADOS    TO DEX-DADOS-DEFINICAO
           MOVE LK-CD-USUARIO   TO DEX-CD-USUARIO
           MOVE WS-DT-HOJE      TO DEX-DT-ALTERACAO
           WRITE DEX-REGISTRO
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
           AND WS-ESTADO-ARQUIVO EQUAL "22"
              REWRITE DEX-REGISTRO
           END-IF
           IF WS-OPERACAO-BEM-SUCEDIDA
              MOVE "Definicao Salva." TO WS-MENSAGEM
           ELSE
              MOVE "99-GRAVA-DEFINICAO" TO WS-ERR-NM-PARAGRAFO
              MOVE WID-ARQ-DEFEXTR TO WS-ERR-NM-ARQUIVO
              MOVE DEX-NM-DEFINICAO TO WS-ERR-DS-CHAVE
              PERFORM 99-REGISTRA-ERRO
              MOVE "Erro ao Salvar a Definicao!" TO WS-MENSAGEM
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO
           PERFORM 99-MENSAGEM.
      *
       99-CONFIRMA.
           MOVE SPACE TO WS-RESPOSTA
           DISPLAY SST-CONFIRMA
           ACCEPT  SST-CONFIRMA.
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
       COPY GV-MASCARAPD.CPY.
      *
      * EM MODO LOTE AS MENSAGENS VAO PARA O LOG DE EXECUCAO, SEM
      * ACCEPT - O ESTADO DO ARQUIVO DO CHAMADOR E PRESERVADO
       99-MENSAGEM.
           IF LK-MODO-BATCH
              PERFORM 99-GRAVA-LOG-LOTE
           ELSE
              DISPLAY SST-MENSAGEM
              ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-EXTRACAD" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
       99-GRAVA-LOG-LOTE.
           MOVE WS-ESTADO-ARQUIVO TO WS-ESTADO-GUARDADO
           OPEN EXTEND ARQ-LOG-LOTE
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
           AND WS-ESTADO-ARQUIVO EQUAL "35"
              CLOSE ARQ-LOG-LOTE
              OPEN OUTPUT ARQ-LOG-LOTE
           END-IF
           ACCEPT LGL-DATA FROM DATE YYYYMMDD
           ACCEPT WS-HR-LOG-LOTE FROM TIME
           MOVE WS-HR-LOG-LOTE(1:6) TO LGL-HORA
           MOVE "GV-EXTRACAD" TO LGL-NM-PROGRAMA
           MOVE WS-MENSAGEM TO LGL-MENSAGEM
           MOVE ";" TO LGL-DELIMITADOR-1 LGL-DELIMITADOR-2
                       LGL-DELIMITADOR-3
           WRITE LGL-REGISTRO
           CLOSE ARQ-LOG-LOTE
           MOVE WS-ESTADO-GUARDADO TO WS-ESTADO-ARQUIVO.
      *
       COPY GV-BUSCAPARC1.CPY.
