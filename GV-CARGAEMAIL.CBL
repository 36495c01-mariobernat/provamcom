000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-CARGAEMAIL.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Carga de Retornos de E-mail (Devolucoes e
      *             Descadastramentos)
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Le o arquivo de retorno do gateway de correio que
      *     atende as filas .MAIL (linhas endereco;tipo da
      *     devolucao;descadastro;data - tipo "H" devolucao
      *     definitiva, "S" temporaria ou em branco, descadastro
      *     S/N) e confronta cada endereco com o e-mail dos
      *     clientes, sem distinguir maiusculas. Devolucao
      *     definitiva grava o endereco em GV-EMAILINV.DAT e as
      *     rotinas de envio passam a pular o cliente ate o
      *     e-mail ser corrigido; pedido de descadastramento
      *     desliga CLI-IN-CONSENTE-EMAIL com o carimbo e as
      *     imagens de auditoria da carga de consentimentos
      *     (GV-CARGACONSEN). Os clientes atingidos saem no spool
      *     por vendedor (RETEMAIL), para a coleta de um endereco
      *     correto; linhas invalidas ou sem cliente saem em
      *     EMAIL-REJ.LOG com o motivo.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Erros de FILE STATUS registrados
      *                   no log central de erros (GV-REGERRO).
      *     15/Out/2026 - MCB - Chave alternada da carteira
      *                   (empresa + vendedor) no cadastro de clientes
      *                   (GV-CADCLI.CPY).
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
           SELECT ARQ-EMAILINV ASSIGN TO DISK WID-ARQ-EMAILINV
             organization       is indexed
             access mode        is dynamic
             record key         is EMI-CHAVE-EMAILINV
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-CARGA ASSIGN TO DISK WID-ARQ-CARGA
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-REJEICAO ASSIGN TO DISK WID-ARQ-REJEICAO
             organization       is line sequential.
           SELECT ARQ-AUDITORIA ASSIGN TO DISK WID-ARQ-AUDITORIA
             organization       is line sequential.
           SELECT ARQ-SORT ASSIGN TO DISK.
           SELECT ARQ-SPOOL-CAT ASSIGN TO DISK WID-ARQ-SPOOL-CAT
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT RELATO   ASSIGN TO DISK.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY GV-CADCLI.CPY.
       COPY GV-CADVEN.CPY.
       COPY GV-EMAILINV.CPY.
       COPY GV-REJEITO.CPY.
       COPY GV-AUDITORIA.CPY.
      *
      * RETORNO DO GATEWAY DE CORREIO, CAMPOS SEPARADOS POR ";"
       FD  ARQ-CARGA
           LABEL RECORD IS STANDARD.
       01  CRG-LINHA                 PIC X(120).
      *
       SD  ARQ-SORT.
       01  REG-SORT.
           03 SOR-CD-VENDEDOR        PIC 9(007).
           03 SOR-CD-EMPRESA         PIC 9(002).
           03 SOR-CD-CLIENTE         PIC 9(007).
           03 SOR-TP-OCORRENCIA      PIC X(001).
              88 SOR-DEVOLUCAO-DEFINITIVA      VALUE "D".
              88 SOR-DEVOLUCAO-TEMPORARIA      VALUE "T".
           03 SOR-DS-RAZAO           PIC X(030).
           03 SOR-DS-EMAIL           PIC X(034).
           03 SOR-DT-RETORNO         PIC 9(008).
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
           03 WID-ARQ-CLIENTE        PIC X(60) VALUE "GV-CLIENTE.DAT".
           03 WID-ARQ-VENDEDOR       PIC X(60) VALUE "GV-VENDEDOR.DAT".
           03 WID-ARQ-CARGA          PIC X(40) VALUE SPACES.
           03 WID-ARQ-REJEICAO       PIC X(20) VALUE "EMAIL-REJ.LOG".
           03 WID-ARQ-AUDITORIA      PIC X(60) VALUE "GV-AUDITORIA.LOG".
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
           03 WS-FINAL-CLIENTE       PIC X(01) VALUE SPACE.
              88 WS-FIM-CLIENTE                VALUE "F".
           03 WS-MENSAGEM            PIC X(68).
           03 WS-ERRO                PIC X(60).
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-QT-LINHAS           PIC 9(07) VALUE ZEROS.
           03 WS-QT-INVALIDADOS      PIC 9(07) VALUE ZEROS.
           03 WS-QT-TEMPORARIAS      PIC 9(07) VALUE ZEROS.
           03 WS-QT-DESCADASTROS     PIC 9(07) VALUE ZEROS.
           03 WS-QT-REJEITADAS       PIC 9(07) VALUE ZEROS.
           03 WS-QT-ED1              PIC ZZZZZZ9.
           03 WS-QT-ED2              PIC ZZZZZZ9.
           03 WS-QT-ED3              PIC ZZZZZZ9.
           03 WS-DS-EMAIL-BUSCA      PIC X(060) VALUE SPACES.
           03 WS-IND-ACHOU           PIC X(01) VALUE "N".
              88 WS-ACHOU-ENDERECO             VALUE "S".
           03 WS-FINAL-SORT          PIC X(01) VALUE SPACE.
              88 WS-FIM-SORT                   VALUE "F".
           03 WS-CD-VENDEDOR-ANT     PIC 9(007) VALUE ZEROS.
           03 WS-IND-PRIMEIRO        PIC X(01) VALUE "S".
              88 WS-PRIMEIRO-VENDEDOR          VALUE "S".
           03 WS-QT-CLIENTES-VEND    PIC 9(05) VALUE ZEROS.
           03 WS-NR-LIN              PIC 9(03) VALUE 999.
           03 WS-NR-PAG              PIC 9(03) VALUE ZEROS.
      *
      * CAMPOS DE UMA LINHA DO RETORNO
       01  WS-CAMPOS-RETORNO.
           03 WS-RET-DS-EMAIL        PIC X(060).
           03 WS-RET-TP-DEVOLUCAO    PIC X(010).
           03 WS-RET-IN-DESCADASTRO  PIC X(010).
           03 WS-RET-DT-RETORNO      PIC X(010).
      *
      * ENDERECOS DO RETORNO, EM MINUSCULAS E SEM REPETICAO (LINHAS
      * DO MESMO ENDERECO SE SOMAM: A DEVOLUCAO DEFINITIVA PREVALECE
      * SOBRE A TEMPORARIA, O DESCADASTRO SOBRE A FALTA DELE E FICA
      * A DATA MAIS RECENTE)
       01  WS-TABELA-RETORNOS.
           03 WS-QT-RETORNOS         PIC 9(005) VALUE ZEROS.
           03 WS-IX-RET              PIC 9(005) VALUE ZEROS.
           03 WS-RETORNO OCCURS 3000 TIMES.
              05 WS-TAB-DS-EMAIL     PIC X(060).
              05 WS-TAB-TP-DEVOLUCAO PIC X(001).
              05 WS-TAB-IN-DESCADASTRO PIC X(001).
              05 WS-TAB-DT-RETORNO   PIC 9(008).
              05 WS-TAB-IN-CLIENTE   PIC X(001).
      *
      * LAYOUT DO RELATORIO DE CLIENTES COM E-MAIL DEVOLVIDO
       01  CAB-01.
           02 FILLER            PIC X(26) VALUE SPACES.
           02 FILLER            PIC X(50) VALUE
              "RETORNOS DE E-MAIL - DEVOLUCOES E DESCADASTROS".
           02 FILLER            PIC X(07) VALUE "Data: ".
           02 WL-DT-HOJE        PIC 9(08).
           02 FILLER            PIC X(17) VALUE SPACES.
           02 FILLER            PIC X(05) VALUE "Pag: ".
           02 WL-NR-PAGINA      PIC 9(03) VALUE ZEROS.
      *
       01  CAB-02.
           03 FILLER    PIC X(04) VALUE SPACES.
           03 FILLER    PIC X(09) VALUE "CLIENTE".
           03 FILLER    PIC X(32) VALUE "RAZAO SOCIAL".
           03 FILLER    PIC X(36) VALUE "E-MAIL NO CADASTRO".
           03 FILLER    PIC X(24) VALUE "OCORRENCIA".
           03 FILLER    PIC X(11) VALUE "DATA".
      *
       01  CAB-03.
           03 FILLER PIC X(116) VALUE IS ALL '='.
      *
       01  CAB-VENDEDOR.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 FILLER          PIC X(10) VALUE "VENDEDOR: ".
           03 WL-CD-VENDEDOR  PIC ZZZZZZ9.
           03 FILLER          PIC X(03) VALUE " - ".
           03 WL-NM-VENDEDOR  PIC X(40).
           03 FILLER          PIC X(52) VALUE SPACES.
      *
       01  LIN-01.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 WL-CD-CLIENTE   PIC ZZZZZZ9.
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-DS-RAZAO     PIC X(030).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-DS-EMAIL     PIC X(034).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-DS-OCORRENCIA PIC X(022).
           03 FILLER          PIC X(02) VALUE SPACES.
           03 WL-DT-RETORNO   PIC 9(008).
           03 FILLER          PIC X(03) VALUE SPACES.
      *
       01  LIN-SUBTOTAL.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 FILLER          PIC X(26) VALUE
              "OCORRENCIAS DO VENDEDOR:".
           03 WL-QT-CLIENTES-VEND PIC ZZZZ9.
           03 FILLER          PIC X(81) VALUE SPACES.
      *
       01  LIN-TOTAL.
           03 FILLER          PIC X(04) VALUE SPACES.
           03 FILLER          PIC X(20) VALUE "E-MAILS INVALIDADOS:".
           03 WL-QT-INVALIDADOS PIC ZZZZZZ9.
           03 FILLER          PIC X(18) VALUE "   TEMPORARIAS...:".
           03 WL-QT-TEMPORARIAS PIC ZZZZZZ9.
           03 FILLER          PIC X(18) VALUE "   DESCADASTROS..:".
           03 WL-QT-DESCADASTROS PIC ZZZZZZ9.
           03 FILLER          PIC X(35) VALUE SPACES.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-EMAILINVWS.CPY.
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
       01  SST-CARGA-EMAIL.
           03 LINE 02 COL 24 VALUE "Carga de Retornos de E-mail".
           03 LINE 05 COL 07 VALUE "Arquivo do Gateway: ".
           03 LINE 05 COL 27 USING WID-ARQ-CARGA.
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
           ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD.
           ACCEPT SST-CARGA-EMAIL.
           IF WID-ARQ-CARGA EQUAL SPACES
              MOVE "F" TO WS-FINAL-ARQUIVO
              MOVE "Arquivo do Gateway nao Informado." TO WS-MENSAGEM
              PERFORM 99-MENSAGEM
           ELSE
              OPEN I-O ARQ-CLIENTE
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "1-MODULO-INICIAL" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Arquivo de Clientes Indisponivel."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 OPEN INPUT ARQ-VENDEDOR
                 PERFORM 11-ABRE-EMAILINV
              END-IF
           END-IF.
       1-SAIDA.
           EXIT.
      *
       11-ABRE-EMAILINV SECTION.
      *----------------
       11.
           OPEN I-O ARQ-EMAILINV.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              IF WS-ESTADO-ARQUIVO EQUAL "35"
                 CLOSE ARQ-EMAILINV
                 OPEN OUTPUT ARQ-EMAILINV
                 CLOSE ARQ-EMAILINV
                 OPEN I-O ARQ-EMAILINV
              ELSE
                 MOVE "11-ABRE-EMAILINV" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-EMAILINV TO WS-ERR-NM-ARQUIVO
                 PERFORM 99-REGISTRA-ERRO
                 MOVE "F" TO WS-FINAL-ARQUIVO
                 MOVE "Arquivo de E-mails Devolvidos Indisponivel."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
                 CLOSE ARQ-CLIENTE
                       ARQ-VENDEDOR.
       11-SAIDA.
           EXIT.
      *
       2-MODULO-PRINCIPAL SECTION.
      *------------------
       2.
           IF NOT WS-FIM-ARQUIVO
              OPEN INPUT ARQ-CARGA
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "00" TO WS-ESTADO-ARQUIVO
                 MOVE "Arquivo do Gateway nao Encontrado."
                                                      TO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              ELSE
                 OPEN OUTPUT ARQ-REJEICAO
                 OPEN EXTEND ARQ-AUDITORIA
                 MOVE "RETEMAIL" TO WS-SPL-ID-RELATORIO
                 PERFORM 99-PREPARA-SPOOL
                 OPEN OUTPUT RELATO
                 MOVE WS-DT-HOJE TO WL-DT-HOJE
                 MOVE "S" TO WS-IND-PRIMEIRO
                 SORT ARQ-SORT ON ASCENDING KEY SOR-CD-VENDEDOR
                                                SOR-CD-EMPRESA
                                                SOR-CD-CLIENTE
                                                SOR-TP-OCORRENCIA
                      INPUT  PROCEDURE IS 20-CONFRONTA-RETORNOS
                      OUTPUT PROCEDURE IS 23-IMPRIME-OCORRENCIAS
                 CLOSE RELATO
                 CLOSE ARQ-REJEICAO
                 CLOSE ARQ-AUDITORIA
                 MOVE WS-QT-INVALIDADOS  TO WS-QT-ED1
                 MOVE WS-QT-DESCADASTROS TO WS-QT-ED2
                 MOVE WS-QT-REJEITADAS   TO WS-QT-ED3
                 MOVE SPACES TO WS-MENSAGEM
                 STRING "Invalidados: "
                        WS-QT-ED1 DELIMITED BY SIZE
                        " Descadastros: " DELIMITED BY SIZE
                        WS-QT-ED2 DELIMITED BY SIZE
                        " Rejeitados: " DELIMITED BY SIZE
                        WS-QT-ED3 DELIMITED BY SIZE
                        INTO WS-MENSAGEM
                 PERFORM 99-MENSAGEM
              END-IF
           END-IF.
       2-SAIDA.
           EXIT.
      *
       20-CONFRONTA-RETORNOS SECTION.
      *---------------------
      * CARREGA OS ENDERECOS DO RETORNO E PERCORRE O CADASTRO UMA
      * UNICA VEZ; ENDERECO QUE NAO ACHOU CLIENTE VAI PARA O LOG
       20.
           MOVE ZEROS TO WS-QT-RETORNOS.
           PERFORM 99-LER-CARGA.
           PERFORM 21-CARREGA-RETORNO
               UNTIL WS-FIM-ARQUIVO.
           CLOSE ARQ-CARGA.
           MOVE SPACE TO WS-FINAL-ARQUIVO.
           IF WS-QT-RETORNOS GREATER ZEROS
              MOVE SPACE TO WS-FINAL-CLIENTE
              MOVE ZEROS TO CLI-CHAVE-CLIENTE
                            WS-ESTADO-ARQUIVO
              START ARQ-CLIENTE KEY NOT LESS CLI-CHAVE-CLIENTE
              IF NOT WS-OPERACAO-BEM-SUCEDIDA
                 MOVE "F" TO WS-FINAL-CLIENTE
              END-IF
              PERFORM 22-CONFERE-UM-CLIENTE
                  UNTIL WS-FIM-CLIENTE
              MOVE "00" TO WS-ESTADO-ARQUIVO
              PERFORM 24-REJEITA-SEM-CLIENTE
                  VARYING WS-IX-RET FROM 1 BY 1
                  UNTIL WS-IX-RET GREATER WS-QT-RETORNOS
           END-IF.
       20-SAIDA.
           EXIT.
      *
       21-CARREGA-RETORNO SECTION.
      *------------------
       21.
           ADD 1 TO WS-QT-LINHAS.
           MOVE SPACES TO WS-CAMPOS-RETORNO
                          WS-ERRO.
           UNSTRING CRG-LINHA DELIMITED BY ";"
               INTO WS-RET-DS-EMAIL WS-RET-TP-DEVOLUCAO
                    WS-RET-IN-DESCADASTRO WS-RET-DT-RETORNO.
           INSPECT WS-RET-DS-EMAIL CONVERTING
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                TO "abcdefghijklmnopqrstuvwxyz".
           IF WS-RET-DS-EMAIL EQUAL SPACES
              MOVE "Endereco de E-mail em Branco" TO WS-ERRO
           ELSE
           IF  WS-RET-TP-DEVOLUCAO NOT EQUAL "H"
           AND WS-RET-TP-DEVOLUCAO NOT EQUAL "S"
           AND WS-RET-TP-DEVOLUCAO NOT EQUAL SPACES
              MOVE "Tipo de Devolucao Invalido (H/S)" TO WS-ERRO
           ELSE
           IF  WS-RET-IN-DESCADASTRO NOT EQUAL "S"
           AND WS-RET-IN-DESCADASTRO NOT EQUAL "N"
           AND WS-RET-IN-DESCADASTRO NOT EQUAL SPACES
              MOVE "Flag de Descadastro Invalido (S/N)" TO WS-ERRO
           ELSE
           IF WS-RET-DT-RETORNO(1:8) NOT NUMERIC
           OR WS-RET-DT-RETORNO(1:8) EQUAL ZEROS
           OR WS-RET-DT-RETORNO(1:8) GREATER WS-DT-HOJE
              MOVE "Data do Retorno Invalida" TO WS-ERRO
           ELSE
           IF  WS-RET-TP-DEVOLUCAO   EQUAL SPACES
           AND WS-RET-IN-DESCADASTRO NOT EQUAL "S"
              MOVE "Linha sem Devolucao nem Descadastro" TO WS-ERRO.
           IF WS-ERRO EQUAL SPACES
              MOVE WS-RET-DS-EMAIL TO WS-DS-EMAIL-BUSCA
              PERFORM 211-INCLUI-NA-TABELA
           END-IF.
           IF WS-ERRO NOT EQUAL SPACES
              ADD 1 TO WS-QT-REJEITADAS
              MOVE "C"        TO REJ-TIPO-ENTIDADE
              MOVE ZEROS      TO REJ-CHAVE
                                 REJ-NR-DOCUMENTO
              MOVE WS-ERRO    TO REJ-MOTIVO
              PERFORM 99-GRAVA-REJEICAO
           END-IF.
           PERFORM 99-LER-CARGA.
       21-SAIDA.
           EXIT.
      *
       211-INCLUI-NA-TABELA SECTION.
       211.
           MOVE "N" TO WS-IND-ACHOU.
           PERFORM 2111-PROCURA-NA-TABELA
               VARYING WS-IX-RET FROM 1 BY 1
               UNTIL WS-IX-RET GREATER WS-QT-RETORNOS
                  OR WS-ACHOU-ENDERECO.
           IF WS-ACHOU-ENDERECO
              SUBTRACT 1 FROM WS-IX-RET
           ELSE
              IF WS-QT-RETORNOS NOT LESS 3000
                 MOVE "Limite de 3000 Enderecos por Carga Excedido"
                                                      TO WS-ERRO
              ELSE
                 ADD 1 TO WS-QT-RETORNOS
                 MOVE WS-QT-RETORNOS  TO WS-IX-RET
                 MOVE WS-RET-DS-EMAIL TO WS-TAB-DS-EMAIL(WS-IX-RET)
                 MOVE SPACE  TO WS-TAB-TP-DEVOLUCAO(WS-IX-RET)
                 MOVE "N"    TO WS-TAB-IN-DESCADASTRO(WS-IX-RET)
                                WS-TAB-IN-CLIENTE(WS-IX-RET)
                 MOVE ZEROS  TO WS-TAB-DT-RETORNO(WS-IX-RET).
           IF WS-ERRO EQUAL SPACES
              IF WS-RET-TP-DEVOLUCAO EQUAL "H"
              OR (WS-RET-TP-DEVOLUCAO EQUAL "S"
              AND WS-TAB-TP-DEVOLUCAO(WS-IX-RET) EQUAL SPACE)
                 MOVE WS-RET-TP-DEVOLUCAO(1:1)
                                   TO WS-TAB-TP-DEVOLUCAO(WS-IX-RET)
              END-IF
              IF WS-RET-IN-DESCADASTRO EQUAL "S"
                 MOVE "S" TO WS-TAB-IN-DESCADASTRO(WS-IX-RET)
              END-IF
              IF WS-RET-DT-RETORNO(1:8)
                            GREATER WS-TAB-DT-RETORNO(WS-IX-RET)
                 MOVE WS-RET-DT-RETORNO(1:8)
                                   TO WS-TAB-DT-RETORNO(WS-IX-RET)
              END-IF
           END-IF.
       211-SAIDA.
           EXIT.
      *
       2111-PROCURA-NA-TABELA SECTION.
       2111.
           IF WS-TAB-DS-EMAIL(WS-IX-RET) EQUAL WS-DS-EMAIL-BUSCA
              MOVE "S" TO WS-IND-ACHOU.
       2111-SAIDA.
           EXIT.
      *
       22-CONFERE-UM-CLIENTE SECTION.
      *---------------------
      * O MESMO ENDERECO PODE ESTAR EM MAIS DE UM CLIENTE (FILIAIS,
      * EMPRESAS DO GRUPO); TODOS SAO TRATADOS
       22.
           READ ARQ-CLIENTE NEXT.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "F" TO WS-FINAL-CLIENTE
           ELSE
              IF CLI-DS-EMAIL NOT EQUAL SPACES
                 MOVE CLI-DS-EMAIL TO WS-DS-EMAIL-BUSCA
                 INSPECT WS-DS-EMAIL-BUSCA CONVERTING
                         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                      TO "abcdefghijklmnopqrstuvwxyz"
                 MOVE "N" TO WS-IND-ACHOU
                 PERFORM 2111-PROCURA-NA-TABELA
                     VARYING WS-IX-RET FROM 1 BY 1
                     UNTIL WS-IX-RET GREATER WS-QT-RETORNOS
                        OR WS-ACHOU-ENDERECO
                 IF WS-ACHOU-ENDERECO
                    SUBTRACT 1 FROM WS-IX-RET
                    MOVE "S" TO WS-TAB-IN-CLIENTE(WS-IX-RET)
                    PERFORM 221-TRATA-DEVOLUCAO
                    PERFORM 222-TRATA-DESCADASTRO
                 END-IF
              END-IF
           END-IF.
       22-SAIDA.
           EXIT.
      *
       221-TRATA-DEVOLUCAO SECTION.
      * DEVOLUCAO DEFINITIVA MARCA O ENDERECO COMO INVALIDO PARA O
      * CLIENTE; A TEMPORARIA (CAIXA CHEIA, SERVIDOR FORA) SO VAI
      * PARA O RELATORIO
       221.
           IF WS-TAB-TP-DEVOLUCAO(WS-IX-RET) EQUAL "H"
              MOVE CLI-CD-EMPRESA TO EMI-CD-EMPRESA
              MOVE CLI-CD-CLIENTE TO EMI-CD-CLIENTE
              READ ARQ-EMAILINV
              IF WS-OPERACAO-BEM-SUCEDIDA
                 IF EMI-DS-EMAIL EQUAL CLI-DS-EMAIL
                    ADD 1 TO EMI-QT-DEVOLUCOES
                 ELSE
                    MOVE 1 TO EMI-QT-DEVOLUCOES
                 END-IF
                 PERFORM 2211-MONTA-EMAILINV
                 REWRITE EMI-REGISTRO
              ELSE
                 MOVE 1 TO EMI-QT-DEVOLUCOES
                 PERFORM 2211-MONTA-EMAILINV
                 WRITE EMI-REGISTRO
              END-IF
              IF WS-OPERACAO-BEM-SUCEDIDA
                 ADD 1 TO WS-QT-INVALIDADOS
                 MOVE "D" TO SOR-TP-OCORRENCIA
                 PERFORM 99-LIBERA-OCORRENCIA
              END-IF
              MOVE "00" TO WS-ESTADO-ARQUIVO
           ELSE
              IF WS-TAB-TP-DEVOLUCAO(WS-IX-RET) EQUAL "S"
                 ADD 1 TO WS-QT-TEMPORARIAS
                 MOVE "T" TO SOR-TP-OCORRENCIA
                 PERFORM 99-LIBERA-OCORRENCIA
              END-IF
           END-IF.
       221-SAIDA.
           EXIT.
      *
       2211-MONTA-EMAILINV SECTION.
       2211.
           MOVE CLI-DS-EMAIL                  TO EMI-DS-EMAIL.
           MOVE WS-TAB-DT-RETORNO(WS-IX-RET)  TO EMI-DT-DEVOLUCAO.
           MOVE WS-DT-HOJE                    TO EMI-DT-CARGA.
           MOVE LK-CD-USUARIO                 TO EMI-CD-USUARIO.
       2211-SAIDA.
           EXIT.
      *
       222-TRATA-DESCADASTRO SECTION.
      * PEDIDO DE DESCADASTRO RETIRA O CONSENTIMENTO DE E-MAIL COM O
      * CARIMBO (DATA DO PEDIDO E OPERADOR DA CARGA) E AS IMAGENS DE
      * AUDITORIA, COMO NA CARGA DE CONSENTIMENTOS
       222.
           IF  WS-TAB-IN-DESCADASTRO(WS-IX-RET) EQUAL "S"
           AND CLI-CONSENTE-EMAIL
              MOVE "C"                  TO AUD-TIPO-ENTIDADE
              MOVE "A"                  TO AUD-TIPO-OPERACAO
              MOVE "A"                  TO AUD-IMAGEM
              MOVE CLI-CD-EMPRESA       TO AUD-CD-EMPRESA
              MOVE CLI-CD-CLIENTE       TO AUD-CHAVE
              MOVE CLI-REGISTRO-CLIENTE TO AUD-DADOS-REGISTRO
              PERFORM 99-GRAVA-AUDITORIA
              MOVE "N"                  TO CLI-IN-CONSENTE-EMAIL
              MOVE WS-TAB-DT-RETORNO(WS-IX-RET)
                                        TO CLI-DT-CONSENTIMENTO
              MOVE LK-CD-USUARIO        TO CLI-CD-USU-CONSENT
              PERFORM 99-REGRAVA-CLIENTE
              IF WS-OPERACAO-BEM-SUCEDIDA
                 ADD 1 TO WS-QT-DESCADASTROS
                 MOVE "D"                  TO AUD-IMAGEM
                 MOVE CLI-REGISTRO-CLIENTE TO AUD-DADOS-REGISTRO
                 PERFORM 99-GRAVA-AUDITORIA
                 MOVE "C" TO SOR-TP-OCORRENCIA
                 PERFORM 99-LIBERA-OCORRENCIA
              ELSE
                 MOVE "222-TRATA-DESCADASTRO" TO WS-ERR-NM-PARAGRAFO
                 MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
                 MOVE CLI-CHAVE-CLIENTE TO WS-ERR-DS-CHAVE
                 PERFORM 99-REGISTRA-ERRO
                 ADD 1 TO WS-QT-REJEITADAS
                 MOVE "00"           TO WS-ESTADO-ARQUIVO
                 MOVE "C"            TO REJ-TIPO-ENTIDADE
                 MOVE CLI-CD-CLIENTE TO REJ-CHAVE
                 MOVE ZEROS          TO REJ-NR-DOCUMENTO
                 MOVE "Erro na Regravacao do Cliente" TO REJ-MOTIVO
                 PERFORM 99-GRAVA-REJEICAO
              END-IF
           END-IF.
       222-SAIDA.
           EXIT.
      *
       23-IMPRIME-OCORRENCIAS SECTION.
      *----------------------
       23.
           MOVE SPACE TO WS-FINAL-SORT.
           PERFORM 231-IMPRIME-UMA-OCORRENCIA
               UNTIL WS-FIM-SORT.
           IF NOT WS-PRIMEIRO-VENDEDOR
              PERFORM 99-FECHA-VENDEDOR.
           MOVE WS-QT-INVALIDADOS  TO WL-QT-INVALIDADOS.
           MOVE WS-QT-TEMPORARIAS  TO WL-QT-TEMPORARIAS.
           MOVE WS-QT-DESCADASTROS TO WL-QT-DESCADASTROS.
           MOVE SPACES TO LINHA.
           PERFORM 99-SALTA-LINHA.
           WRITE LINHA BEFORE ADVANCING 1.
           WRITE LINHA FROM LIN-TOTAL BEFORE ADVANCING 1.
           ADD 2 TO WS-NR-LIN.
       23-SAIDA.
           EXIT.
      *
       231-IMPRIME-UMA-OCORRENCIA SECTION.
       231.
           RETURN ARQ-SORT
               AT END MOVE "F" TO WS-FINAL-SORT
           END-RETURN.
           IF NOT WS-FIM-SORT
              IF WS-PRIMEIRO-VENDEDOR
              OR SOR-CD-VENDEDOR NOT EQUAL WS-CD-VENDEDOR-ANT
                 IF NOT WS-PRIMEIRO-VENDEDOR
                    PERFORM 99-FECHA-VENDEDOR
                 END-IF
                 MOVE SOR-CD-VENDEDOR TO WS-CD-VENDEDOR-ANT
                 PERFORM 99-ABRE-VENDEDOR
              END-IF
              MOVE "N" TO WS-IND-PRIMEIRO
              ADD 1 TO WS-QT-CLIENTES-VEND
              MOVE SOR-CD-CLIENTE   TO WL-CD-CLIENTE
              MOVE SOR-DS-RAZAO     TO WL-DS-RAZAO
              MOVE SOR-DS-EMAIL     TO WL-DS-EMAIL
              MOVE SOR-DT-RETORNO   TO WL-DT-RETORNO
              IF SOR-DEVOLUCAO-DEFINITIVA
                 MOVE "DEVOLVIDO - INVALIDO" TO WL-DS-OCORRENCIA
              ELSE
              IF SOR-DEVOLUCAO-TEMPORARIA
                 MOVE "DEVOLUCAO TEMPORARIA" TO WL-DS-OCORRENCIA
              ELSE
                 MOVE "DESCADASTRO PEDIDO"   TO WL-DS-OCORRENCIA
              END-IF
              END-IF
              PERFORM 99-SALTA-LINHA
              WRITE LINHA FROM LIN-01 BEFORE ADVANCING 1
              ADD 1 TO WS-NR-LIN
           END-IF.
       231-SAIDA.
           EXIT.
      *
       24-REJEITA-SEM-CLIENTE SECTION.
      *----------------------
       24.
           IF WS-TAB-IN-CLIENTE(WS-IX-RET) EQUAL "N"
              ADD 1 TO WS-QT-REJEITADAS
              MOVE "C"   TO REJ-TIPO-ENTIDADE
              MOVE ZEROS TO REJ-CHAVE
                            REJ-NR-DOCUMENTO
              MOVE SPACES TO REJ-MOTIVO
              STRING "Sem Cliente: " DELIMITED BY SIZE
                     WS-TAB-DS-EMAIL(WS-IX-RET) DELIMITED BY SPACE
                     INTO REJ-MOTIVO
              PERFORM 99-GRAVA-REJEICAO.
       24-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
       3.
           IF NOT WS-FIM-ARQUIVO
              CLOSE ARQ-CLIENTE
              CLOSE ARQ-VENDEDOR
              CLOSE ARQ-EMAILINV.
           DISPLAY SST-LIMPA-TELA.
       3-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
      *
       99-LER-CARGA.
           READ ARQ-CARGA
               AT END MOVE "F" TO WS-FINAL-ARQUIVO.
      *
       99-REGRAVA-CLIENTE.
           REWRITE CLI-REGISTRO-CLIENTE.
      *
       99-LER-VENDEDOR.
           READ ARQ-VENDEDOR.
      *
      * OCORRENCIA DO CLIENTE CORRENTE PARA O RELATORIO (O TIPO JA
      * ESTA EM SOR-TP-OCORRENCIA)
       99-LIBERA-OCORRENCIA.
           MOVE CLI-CD-VENDEDOR              TO SOR-CD-VENDEDOR
           MOVE CLI-CD-EMPRESA               TO SOR-CD-EMPRESA
           MOVE CLI-CD-CLIENTE               TO SOR-CD-CLIENTE
           MOVE CLI-DS-RAZAO-SOCIAL          TO SOR-DS-RAZAO
           MOVE CLI-DS-EMAIL                 TO SOR-DS-EMAIL
           MOVE WS-TAB-DT-RETORNO(WS-IX-RET) TO SOR-DT-RETORNO
           RELEASE REG-SORT.
      *
       99-ABRE-VENDEDOR.
           MOVE ZEROS TO WS-QT-CLIENTES-VEND
           MOVE SOR-CD-EMPRESA     TO FOR-CD-EMPRESA
           MOVE WS-CD-VENDEDOR-ANT TO FOR-CD-VENDEDOR
           PERFORM 99-LER-VENDEDOR
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "*** VENDEDOR NAO CADASTRADO ***" TO FOR-NM-VENDEDOR
              MOVE "00" TO WS-ESTADO-ARQUIVO
           END-IF
           MOVE WS-CD-VENDEDOR-ANT TO WL-CD-VENDEDOR
           MOVE FOR-NM-VENDEDOR    TO WL-NM-VENDEDOR
           MOVE SPACES TO LINHA
           PERFORM 99-SALTA-LINHA
           WRITE LINHA BEFORE ADVANCING 1
           WRITE LINHA FROM CAB-VENDEDOR BEFORE ADVANCING 1
           ADD 2 TO WS-NR-LIN.
      *
       99-FECHA-VENDEDOR.
           MOVE WS-QT-CLIENTES-VEND TO WL-QT-CLIENTES-VEND
           PERFORM 99-SALTA-LINHA
           WRITE LINHA FROM LIN-SUBTOTAL BEFORE ADVANCING 1
           ADD 1 TO WS-NR-LIN.
      *
       99-SALTA-LINHA.
           IF WS-NR-LIN > 66
              ADD 1 TO WS-NR-PAG
              IF WS-NR-PAG > 1
                 MOVE SPACES TO LINHA
                 WRITE LINHA FROM CAB-03 BEFORE ADVANCING PAGE
              END-IF
              MOVE WS-NR-PAG TO WL-NR-PAGINA
              WRITE LINHA FROM CAB-01 BEFORE ADVANCING 1
              WRITE LINHA FROM CAB-02 BEFORE ADVANCING 1
              WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1
              MOVE 4 TO WS-NR-LIN
           END-IF.
      *
       99-GRAVA-REJEICAO.
           ACCEPT REJ-DATA FROM DATE YYYYMMDD.
           ACCEPT REJ-HORA FROM TIME.
           WRITE REJ-REGISTRO.
      *
       99-GRAVA-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE LK-CD-USUARIO TO AUD-CD-USUARIO.
           CALL "GV-AUDSELO" USING AUD-REGISTRO.
           WRITE AUD-REGISTRO.
      *
      * SOBREPOE OS NOMES DOS ARQUIVOS COM OS VALORES DO ARQUIVO
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
           END-IF
           MOVE "ARQ-AUDITORIA" TO WS-CFG-CHAVE
           PERFORM 990-CONSULTA-CONFIG
           IF WS-CFG-VALOR NOT EQUAL SPACES
              MOVE WS-CFG-VALOR TO WID-ARQ-AUDITORIA
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
           MOVE "GV-CARGAEMAIL" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
