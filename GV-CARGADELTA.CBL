      *     rejeitado - atualizacao velha nao sobrescreve trabalho
      *     mais novo. Vendedor do cliente e distancia, bem como o
      *     realizado do vendedor, permanecem do lado COBOL.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - CNPJ alfanumerico: o CNPJ do delta
      *                   e normalizado (pontuacao, maiusculas,
      *                   alinhamento) e criticado no formato novo,
      *                   em vez de convertido para numero.
      *     15/Out/2026 - MCB - Troca de supervisor ou regiao aplicada
      *                   pelo delta grava um periodo datado no
      *                   historico de equipe (GV-HISTEQUIPE.DAT).
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
             record key         is FOR-CHAVE-VENDEDOR
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-HISTEQUIPE ASSIGN TO DISK WID-ARQ-HISTEQUIPE
             organization       is indexed
             access mode        is dynamic
             record key         is HEQ-CHAVE-HISTORICO
             lock mode          is manual
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-DELTA ASSIGN TO DISK WID-ARQ-DELTA
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
       COPY GV-CADVEN.CPY.
       COPY GV-AUDITORIA.CPY.
       COPY GV-REJEITO.CPY.
       COPY GV-HISTEQUIPE.CPY.
      *
       FD  ARQ-DELTA
           LABEL RECORD IS STANDARD.
           03 WID-ARQ-DELTA          PIC X(40) VALUE SPACES.
           03 WID-ARQ-AUDITORIA      PIC X(20) VALUE "GV-AUDITORIA.LOG".
           03 WID-ARQ-REJEICAO       PIC X(20) VALUE "DELTA-REJ.LOG".
           03 WID-ARQ-HISTEQUIPE   PIC X(20) VALUE "GV-HISTEQUIPE.DAT".
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
              88 WS-ERRO-ACESSO                VALUE "39".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-QT-ED2              PIC ZZZZZ9.
           03 WS-DT-EXTRACAO-BASE    PIC 9(008) VALUE ZEROS.
           03 WS-CD-CHAVE-DELTA      PIC 9(007) VALUE ZEROS.
           03 WS-NR-CNPJ-DELTA       PIC X(015) VALUE ZEROS.
      *
      * CAMPOS DESMEMBRADOS DA LINHA DELTA
       01  WS-CAMPOS-DELTA.
      *
      * CALCULO DO DIGITO CNPJ/CPF
        COPY GV-VALIDACPF2.CPY.
      *
       COPY GV-HISTEQPWS.CPY.
      *
       COPY GV-ERROWS.CPY.
      *
       COPY GV-LINKAGE.
      *
                    END-IF
                 ELSE
                    OPEN I-O ARQ-VENDEDOR
                    PERFORM 99-ABRE-HISTEQUIPE-GRAVACAO
                 END-IF
                 OPEN EXTEND ARQ-AUDITORIA
                 OPEN OUTPUT ARQ-REJEICAO
                    END-IF
                 ELSE
                    CLOSE ARQ-VENDEDOR
                    PERFORM 99-FECHA-HISTEQUIPE
                 END-IF
                 MOVE WS-QT-APLICADOS  TO WS-QT-ED1
                 MOVE WS-QT-REJEITADOS TO WS-QT-ED2
              MOVE "00" TO WS-ESTADO-ARQUIVO
              PERFORM 99-GRAVA-REJEICAO
           ELSE
              MOVE FUNCTION TRIM (WS-DLT-CAMPO(3)) TO WS-CNPJ-ENTRADA
              PERFORM 99-NORMALIZA-CNPJ
              MOVE WS-CNPJ TO WS-NR-CNPJ-DELTA
              PERFORM 99-VALIDA-CNPJ
              IF WS-NR-CNPJ-DELTA NOT EQUAL WS-CNPJ
                 MOVE "CNPJ Invalido no Delta" TO WS-ERRO
                 PERFORM 99-GRAVA-REJEICAO
              ELSE
                       PERFORM 99-AUDITA-DEPOIS-CLIENTE
                       PERFORM 99-AVISA-CEP-CIDADE
                    ELSE
                       MOVE "22-APLICA-CLIENTE" TO WS-ERR-NM-PARAGRAFO
                       MOVE WID-ARQ-CLIENTE TO WS-ERR-NM-ARQUIVO
                       MOVE CLI-CHAVE-CLIENTE TO WS-ERR-DS-CHAVE
                       PERFORM 99-REGISTRA-ERRO
                       MOVE "Erro na Regravacao do Cliente" TO WS-ERRO
                       PERFORM 99-GRAVA-REJEICAO
                    END-IF
                    PERFORM 99-GRAVA-REJEICAO
                 ELSE
                    PERFORM 99-AUDITA-ANTES-VENDEDOR
                    MOVE FOR-CD-SUPERVISOR
                                     TO WS-HEQ-CD-SUPERVISOR-ANT
                    MOVE FOR-CD-REGIAO    TO WS-HEQ-CD-REGIAO-ANT
                    MOVE WS-CPF           TO FOR-NR-CPF-VENDEDOR
                    MOVE WS-DLT-CAMPO(4)  TO FOR-NM-VENDEDOR
                    COMPUTE FOR-NR-LATITUDE =
                    IF WS-OPERACAO-BEM-SUCEDIDA
                       ADD 1 TO WS-QT-APLICADOS
                       PERFORM 99-AUDITA-DEPOIS-VENDEDOR
                       PERFORM 99-REGISTRA-EQUIPE
                    ELSE
                       MOVE "23-APLICA-VENDEDOR" TO WS-ERR-NM-PARAGRAFO
                       MOVE WID-ARQ-VENDEDOR TO WS-ERR-NM-ARQUIVO
                       MOVE FOR-CHAVE-VENDEDOR TO WS-ERR-DS-CHAVE
                       PERFORM 99-REGISTRA-ERRO
                       MOVE "Erro na Regravacao do Vendedor" TO WS-ERRO
                       PERFORM 99-GRAVA-REJEICAO
                    END-IF
           WRITE REJ-REGISTRO.
      *
       COPY GV-VALIDACPF1.CPY.
      *
      * PERIODO DATADO DA EQUIPE (SUPERVISOR/REGIAO) APLICADA PELO
      * DELTA; SEM TROCA NADA E GRAVADO
       99-REGISTRA-EQUIPE.
           MOVE FOR-CD-EMPRESA    TO WS-HEQ-CD-EMPRESA
           MOVE FOR-CD-VENDEDOR   TO WS-HEQ-CD-VENDEDOR
           MOVE FOR-CD-SUPERVISOR TO WS-HEQ-CD-SUPERVISOR
           MOVE FOR-CD-REGIAO     TO WS-HEQ-CD-REGIAO
           MOVE "D"               TO WS-HEQ-TP-ORIGEM
           MOVE LK-CD-USUARIO     TO WS-HEQ-CD-USUARIO
           PERFORM 99-REGISTRA-ATRIBUICAO.
      *
       COPY GV-HISTEQPPD.CPY.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       99-REGISTRA-ERRO.
           MOVE "GV-CARGADELTA" TO WS-ERR-NM-PROGRAMA.
           MOVE WS-ESTADO-ARQUIVO TO WS-ERR-CD-ESTADO.
           CALL WS-NM-PROG-ERRO USING WS-ERR-PARAMETROS
                                      LINKAGE-DADOS.
           MOVE SPACES TO WS-ERR-DS-CHAVE.
      *
