      *     pagamento da remessa sem retorno e retorno sem remessa
      *     correspondente - saem no relatorio de conferencia do
      *     spool, encerrando a conciliacao manual do extrato.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - Pagamento por PIX (detalhe "2" da
      *                   remessa, agora com 160 posicoes): o
      *                   retorno PIX e casado como o credito em
      *                   conta e a rejeicao sai com a descricao da
      *                   ocorrencia PIX; rejeicoes de chave sao
      *                   contadas a parte para correcao no cadastro.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  REM-REGISTRO.
           03 REM-TIPO               PIC X(001).
              88 REM-TIPO-DETALHE              VALUE "1".
              88 REM-TIPO-DETALHE-PIX          VALUE "2".
           03 REM-NR-SEQUENCIA       PIC 9(006).
           03 REM-CD-VENDEDOR        PIC 9(007).
           03 REM-CD-BANCO           PIC 9(003).
           03 REM-TP-CONTA           PIC X(001).
           03 REM-VL-PAGAMENTO       PIC 9(013)V9(002).
           03 REM-NM-VENDEDOR        PIC X(030).
           03 REM-DS-CHAVE-PIX       PIC X(077).
           03 FILLER                 PIC X(003).
      *
      * ARQUIVO DE RETORNO DO BANCO - DETALHE ESPELHA A REMESSA E
      * ACRESCENTA O CODIGO DE OCORRENCIA ("00" = CREDITO EFETIVADO);
      * O PAGAMENTO PIX VOLTA NO DETALHE "2", COM AS OCORRENCIAS
      * PROPRIAS DO PIX (TABELA WS-TABELA-OCOR-PIX)
       FD  ARQ-RETORNO
           LABEL RECORD IS STANDARD.
       01  RET-REGISTRO.
           03 RET-TIPO               PIC X(001).
              88 RET-TIPO-DETALHE              VALUE "1" "2".
           03 RET-NR-SEQUENCIA       PIC 9(006).
           03 RET-CD-VENDEDOR        PIC 9(007).
           03 RET-VL-PAGAMENTO       PIC 9(013)V9(002).
           03 WS-QT-REJEITADOS       PIC 9(05) VALUE ZEROS.
           03 WS-QT-SEM-RETORNO      PIC 9(05) VALUE ZEROS.
           03 WS-QT-SEM-REMESSA      PIC 9(05) VALUE ZEROS.
           03 WS-QT-REJEITADOS-PIX   PIC 9(05) VALUE ZEROS.
           03 WS-QT-CHAVE-PIX-ERRADA PIC 9(05) VALUE ZEROS.
           03 WS-IX-OCOR-PIX         PIC 9(02) VALUE ZEROS.
           03 WS-IX-OCOR-ACHADA      PIC 9(02) VALUE ZEROS.
           03 WS-NR-LIN              PIC 9(03) VALUE 999.
           03 WS-NR-PAG              PIC 9(03) VALUE ZEROS.
      *
              05 WS-REM-SITUACAO     PIC X(001) VALUE SPACE.
                 88 WS-REM-CONFERIDO           VALUE "L" "R".
              05 WS-REM-CD-OCORRENCIA PIC X(002) VALUE SPACES.
              05 WS-REM-FORMA        PIC X(001) VALUE SPACE.
                 88 WS-REM-PAGO-PIX            VALUE "P".
      *
      * OCORRENCIAS DE REJEICAO DO PAGAMENTO PIX DEVOLVIDAS PELO
      * BANCO; AS DE CHAVE (MARCADAS "S") PEDEM CORRECAO DA CHAVE
      * NO CADASTRO DO VENDEDOR PELA FILA DE APROVACAO
       01  WS-TABELA-OCOR-PIX.
           03 FILLER PIC X(028) VALUE "PAPIX NAO EFETIVADO        N".
           03 FILLER PIC X(028) VALUE "PBERRO NO PSP DO RECEBEDOR N".
           03 FILLER PIC X(028) VALUE "PCCONTA RECEBEDOR ENCERRADAN".
           03 FILLER PIC X(028) VALUE "PDTIPO DE CONTA INCORRETO  N".
           03 FILLER PIC X(028) VALUE "PETRANSACAO NAO AUTORIZADA N".
           03 FILLER PIC X(028) VALUE "PFCPF/CNPJ DIFERE TITULAR  S".
           03 FILLER PIC X(028) VALUE "PGCPF/CNPJ RECEBEDOR ERRADOS".
           03 FILLER PIC X(028) VALUE "PHREJEITADO PSP RECEBEDOR  N".
           03 FILLER PIC X(028) VALUE "PJCHAVE PIX NAO CADASTRADA S".
           03 FILLER PIC X(028) VALUE "PMCHAVE PIX INVALIDA       S".
           03 FILLER PIC X(028) VALUE "PNCHAVE PIX NAO INFORMADA  S".
       01  FILLER REDEFINES WS-TABELA-OCOR-PIX.
           03 WS-OCP-OCORRENCIA OCCURS 11 TIMES.
              05 WS-OCP-CD-OCORRENCIA PIC X(002).
              05 WS-OCP-DS-OCORRENCIA PIC X(025).
              05 WS-OCP-IN-CHAVE     PIC X(001).
                 88 WS-OCP-ERRO-CHAVE          VALUE "S".
      *
      * LAYOUT DO RELATORIO DE CONFERENCIA DO RETORNO
       01  CAB-01.
      *
       2111-CARREGA-UM-DETALHE SECTION.
       2111.
           IF (REM-TIPO-DETALHE OR REM-TIPO-DETALHE-PIX)
           AND WS-QT-REMESSA LESS 500
              ADD 1 TO WS-QT-REMESSA
              MOVE REM-CD-VENDEDOR
                   TO WS-REM-VL-PAGAMENTO(WS-QT-REMESSA)
              MOVE SPACE  TO WS-REM-SITUACAO(WS-QT-REMESSA)
              MOVE SPACES TO WS-REM-CD-OCORRENCIA(WS-QT-REMESSA)
              IF REM-TIPO-DETALHE-PIX
                 MOVE "P" TO WS-REM-FORMA(WS-QT-REMESSA)
              ELSE
                 MOVE "B" TO WS-REM-FORMA(WS-QT-REMESSA)
              END-IF
           END-IF.
           PERFORM 99-LER-REMESSA.
       2111-SAIDA.
                            WS-QT-REJEITADOS
                            WS-QT-SEM-RETORNO
                            WS-QT-SEM-REMESSA
                            WS-QT-REJEITADOS-PIX
                            WS-QT-CHAVE-PIX-ERRADA
              MOVE 999 TO WS-NR-LIN
              MOVE ZEROS TO WS-NR-PAG
              ACCEPT WS-DT-HOJE FROM DATE YYYYMMDD
                                    TO WL-TOT-TITULO.
           MOVE WS-QT-REJEITADOS    TO WL-TOT-QTDE.
           WRITE LINHA FROM LIN-02 BEFORE ADVANCING 1.
           MOVE "  Dos Quais Pagamentos PIX ..........:"
                                    TO WL-TOT-TITULO.
           MOVE WS-QT-REJEITADOS-PIX TO WL-TOT-QTDE.
           WRITE LINHA FROM LIN-02 BEFORE ADVANCING 1.
           MOVE "  Com Chave PIX a Corrigir ..........:"
                                    TO WL-TOT-TITULO.
           MOVE WS-QT-CHAVE-PIX-ERRADA TO WL-TOT-QTDE.
           WRITE LINHA FROM LIN-02 BEFORE ADVANCING 1.
           MOVE "Remessa sem Retorno do Banco ........:"
                                    TO WL-TOT-TITULO.
           MOVE WS-QT-SEM-RETORNO   TO WL-TOT-QTDE.
              MOVE WS-REM-CD-OCORRENCIA(WS-IX-REMESSA)
                                                      TO WL-OCORRENCIA
              IF LIQ-PAGO-REJEITADO
                 IF WS-REM-PAGO-PIX(WS-IX-REMESSA)
                    PERFORM 99-DESCREVE-OCORRENCIA-PIX
                 ELSE
                    MOVE "REJEITADO PELO BANCO" TO WL-SITUACAO
                 END-IF
              ELSE
                 MOVE "SEM RETORNO DO BANCO" TO WL-SITUACAO
              END-IF
                                              WS-VL-PAGTO-BUSCA
           AND NOT WS-REM-CONFERIDO(WS-IX-REMESSA)
              MOVE WS-IX-REMESSA TO WS-IX-REM-ACHADO.
      *
      * PAGAMENTO PIX REJEITADO: SITUACAO PELA DESCRICAO DA
      * OCORRENCIA; OCORRENCIA FORA DA TABELA SAI COMO PIX NAO
      * EFETIVADO
       99-DESCREVE-OCORRENCIA-PIX.
           ADD 1 TO WS-QT-REJEITADOS-PIX
           MOVE ZEROS TO WS-IX-OCOR-ACHADA
           PERFORM 991-BUSCA-UMA-OCORRENCIA-PIX
                   VARYING WS-IX-OCOR-PIX FROM 1 BY 1
                   UNTIL WS-IX-OCOR-PIX > 11
                      OR WS-IX-OCOR-ACHADA GREATER ZEROS
           IF WS-IX-OCOR-ACHADA EQUAL ZEROS
              MOVE "PIX NAO EFETIVADO" TO WL-SITUACAO
           ELSE
              MOVE WS-OCP-DS-OCORRENCIA(WS-IX-OCOR-ACHADA)
                                       TO WL-SITUACAO
              IF WS-OCP-ERRO-CHAVE(WS-IX-OCOR-ACHADA)
                 ADD 1 TO WS-QT-CHAVE-PIX-ERRADA
              END-IF
           END-IF.
      *
       991-BUSCA-UMA-OCORRENCIA-PIX.
           IF WS-OCP-CD-OCORRENCIA(WS-IX-OCOR-PIX) EQUAL
                              WS-REM-CD-OCORRENCIA(WS-IX-REMESSA)
              MOVE WS-IX-OCOR-PIX TO WS-IX-OCOR-ACHADA.
      *
       99-IMPRIME-LINHA.
           ADD 1 TO WS-NR-LIN
