      *     Cada consulta grava uma linha em GV-LGPD.LOG com data,
      *     hora e operador - a prova de quando e por quem a
      *     resposta foi produzida.
      *
      *     Alteracoes:
      *     15/Out/2026 - MCB - CNPJ alfanumerico: o documento do
      *                   titular passa a alfanumerico e e
      *                   normalizado (pontuacao, maiusculas,
      *                   alinhamento) antes das buscas.
      *     15/Out/2026 - MCB - Secao 7 com o historico de acessos ao
      *                   registro do titular (GV-ACESSO.LOG e seus
      *                   segmentos mensais); a propria consulta entra
      *                   no log de acesso (GV-REGACESSO).
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
           SELECT ARQ-LGPD ASSIGN TO DISK WID-ARQ-LGPD
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-ACESSO ASSIGN TO DISK WID-ARQ-ACESSO
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
           SELECT ARQ-SPOOL-CAT ASSIGN TO DISK WID-ARQ-SPOOL-CAT
             organization       is line sequential
             file status        is WS-RESULTADO-ACESSO.
       COPY GV-ARQMORTO.CPY.
       COPY GV-BACKUP.CPY.
       COPY GV-BKPCAT.CPY.
       COPY GV-ACESSO.CPY.
      *
      * JORNAL DAS CONSULTAS LGPD - A PROVA DE QUANDO E POR QUEM
       FD  ARQ-LGPD
           03 LGP-DELIMITADOR-2      PIC X(001).
           03 LGP-CD-USUARIO         PIC X(008).
           03 LGP-DELIMITADOR-3      PIC X(001).
           03 LGP-NR-DOCUMENTO       PIC X(015).
           03 LGP-DELIMITADOR-4      PIC X(001).
           03 LGP-QT-OCORRENCIAS     PIC 9(007).
      *
           03 WID-ARQ-LGPD           PIC X(15) VALUE "GV-LGPD.LOG".
           03 WS01-ARQUIVO           PIC X(60) VALUE "IMPRESSAO.IMP".
           03 WS-NM-ARQ-AUD-VIVO     PIC X(60) VALUE SPACES.
           03 WID-ARQ-ACESSO         PIC X(40) VALUE "GV-ACESSO.LOG".
           03 WS-NM-ARQ-ACS-VIVO     PIC X(40) VALUE SPACES.
      *
       01  WS-RESULTADO-ACESSO.
           03 WS-ESTADO-ARQUIVO      PIC X(02) VALUE "00".
      * "02" = CHAVE ALTERNADA DUPLICADA (CARTEIRA, CNPJ) - SUCESSO
              88 WS-OPERACAO-BEM-SUCEDIDA      VALUE "00" "02".
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-MENSAGEM            PIC X(68).
              88 WS-FIM-ARQUIVO                VALUE "F".
           03 WS-FINAL-VARREDURA     PIC X(01) VALUE SPACE.
              88 WS-FIM-VARREDURA              VALUE "F".
           03 WS-NR-DOCUMENTO        PIC X(015) VALUE SPACES.
              88 WS-SAIR-PROGRAMA              VALUE ZERO.
           03 WS-NR-CPF-PROCURA      PIC 9(011) VALUE ZEROS.
           03 WS-QT-OCORRENCIAS      PIC 9(007) VALUE ZEROS.
           03 WS-QT-CONTATOS         PIC 9(005) VALUE ZEROS.
           03 WS-QT-AUDITORIA        PIC 9(007) VALUE ZEROS.
           03 WS-QT-ACESSOS          PIC 9(007) VALUE ZEROS.
           03 WS-IND-ACESSO-TITULAR  PIC X(01) VALUE "N".
              88 WS-ACESSO-DO-TITULAR          VALUE "S".
           03 WS-DS-TP-ACESSO        PIC X(009) VALUE SPACES.
           03 WS-DS-MORTO-ACESSO     PIC X(010) VALUE SPACES.
           03 WS-HR-AGORA            PIC 9(008) VALUE ZEROS.
           03 WS-NR-LIN              PIC 9(02) VALUE 99.
      *
           02 FILLER            PIC X(42) VALUE
                  "RELATORIO DE ACESSO DO TITULAR (LGPD)".
           02 FILLER            PIC X(11) VALUE "Documento: ".
           02 WL-NR-DOCUMENTO   PIC X(015).
           02 FILLER            PIC X(07) VALUE "  Em: ".
           02 WL-DT-HOJE        PIC 9(008).
      *
       COPY GV-SPOOLWS.CPY.
      *
       COPY GV-CONFIGWS.CPY.
      *
       COPY GV-ACESSOWS.CPY.
      *
      * NORMALIZACAO DO CNPJ/CPF DIGITADO
        COPY GV-VALIDACPF2.CPY.
      *
       COPY GV-LINKAGE.
      *
       1.
           PERFORM 99-LE-CONFIGURACAO.
           MOVE WID-ARQ-AUDITORIA TO WS-NM-ARQ-AUD-VIVO.
           MOVE WID-ARQ-ACESSO    TO WS-NM-ARQ-ACS-VIVO.
           MOVE SPACES TO WS-NR-DOCUMENTO.
           ACCEPT SST-LGPD.
           MOVE WS-NR-DOCUMENTO TO WS-CNPJ-ENTRADA.
           PERFORM 99-NORMALIZA-CNPJ.
           MOVE WS-CNPJ         TO WS-NR-DOCUMENTO.
       1-SAIDA.
           EXIT.
      *
           PERFORM 24-PROCURA-AUDITORIA.
           PERFORM 25-PROCURA-MORTOS.
           PERFORM 26-PROCURA-BACKUPS.
           PERFORM 27-PROCURA-ACESSOS.
           WRITE LINHA FROM CAB-03 BEFORE ADVANCING 1.
           MOVE SPACES TO WL-DS-SECAO.
           STRING "TOTAL DE OCORRENCIAS ENCONTRADAS: "
           WRITE LINHA FROM LIN-SECAO BEFORE ADVANCING 1.
           CLOSE RELATO.
           PERFORM 99-GRAVA-JORNAL-LGPD.
           PERFORM 99-REGISTRA-ACESSO.
           MOVE "Relatorio do Titular no Spool - Consulta Registrada."
                                                      TO WS-MENSAGEM.
           PERFORM 99-MENSAGEM.
           END-IF.
       26112-SAIDA.
           EXIT.
      *
       27-PROCURA-ACESSOS SECTION.
      *------------------
      * QUEM EXIBIU O REGISTRO DO TITULAR (GV-ACESSO.LOG): PELO
      * DOCUMENTO OU PELAS CHAVES ACHADAS NOS CADASTROS ATIVOS -
      * SEGMENTOS MENSAIS DO CATALOGO DE ROTACAO E DEPOIS O VIVO.
      * NAO ENTRA NO TOTAL DE OCORRENCIAS (E HISTORICO DE USO, NAO
      * DADO DO TITULAR GUARDADO)
       27.
           MOVE "7. HISTORICO DE ACESSOS AO REGISTRO (GV-ACESSO.LOG)"
                TO WL-DS-SECAO.
           WRITE LINHA FROM LIN-SECAO BEFORE ADVANCING 1.
           MOVE ZEROS TO WS-QT-ACESSOS.
           MOVE SPACE TO WS-FINAL-ARQUIVO.
           OPEN INPUT ARQ-ROTACAO.
           IF WS-OPERACAO-BEM-SUCEDIDA
              PERFORM 271-SEGMENTO-ACESSO
                  UNTIL WS-FIM-ARQUIVO
              CLOSE ARQ-ROTACAO
           END-IF.
           MOVE "00" TO WS-ESTADO-ARQUIVO.
           MOVE WS-NM-ARQ-ACS-VIVO TO WID-ARQ-ACESSO.
           PERFORM 272-VARRE-ACESSOS.
           MOVE SPACES TO WL-DS-TEXTO.
           STRING "ACESSOS REGISTRADOS: "
                  WS-QT-ACESSOS DELIMITED BY SIZE
                  INTO WL-DS-TEXTO.
           WRITE LINHA FROM LIN-OCORRENCIA BEFORE ADVANCING 1.
       27-SAIDA.
           EXIT.
      *
       271-SEGMENTO-ACESSO SECTION.
       271.
           READ ARQ-ROTACAO
               AT END MOVE "F" TO WS-FINAL-ARQUIVO
           END-READ.
           IF NOT WS-FIM-ARQUIVO
              IF ROT-TP-ARQUIVO EQUAL "ACS"
                 MOVE ROT-NM-ARQUIVO TO WID-ARQ-ACESSO
                 PERFORM 272-VARRE-ACESSOS
              END-IF
           END-IF.
       271-SAIDA.
           EXIT.
      *
       272-VARRE-ACESSOS SECTION.
       272.
           MOVE SPACE TO WS-FINAL-VARREDURA.
           OPEN INPUT ARQ-ACESSO.
           IF NOT WS-OPERACAO-BEM-SUCEDIDA
              MOVE "00" TO WS-ESTADO-ARQUIVO
           ELSE
              PERFORM 2721-AVALIA-UM-ACESSO
                  UNTIL WS-FIM-VARREDURA
              CLOSE ARQ-ACESSO
           END-IF.
       272-SAIDA.
           EXIT.
      *
       2721-AVALIA-UM-ACESSO SECTION.
       2721.
           READ ARQ-ACESSO
               AT END MOVE "F" TO WS-FINAL-VARREDURA
           END-READ.
           IF NOT WS-FIM-VARREDURA
              MOVE "N" TO WS-IND-ACESSO-TITULAR
              IF ACS-NR-DOCUMENTO EQUAL WS-NR-DOCUMENTO
                 MOVE "S" TO WS-IND-ACESSO-TITULAR
              ELSE
                 IF NOT ACS-ARQUIVO-MORTO
                    PERFORM 27211-COMPARA-CHAVES
                        VARYING WS-IX-CHAVE FROM 1 BY 1
                        UNTIL WS-IX-CHAVE GREATER WS-QT-CHAVES
                 END-IF
              END-IF
              IF WS-ACESSO-DO-TITULAR
                 PERFORM 27212-LISTA-UM-ACESSO
              END-IF
           END-IF.
       2721-SAIDA.
           EXIT.
      *
       27211-COMPARA-CHAVES SECTION.
       27211.
           IF  ACS-TP-REGISTRO EQUAL WS-CHV-TIPO(WS-IX-CHAVE)
           AND ACS-CD-EMPRESA  EQUAL WS-CHV-CD-EMPRESA(WS-IX-CHAVE)
           AND ACS-CD-CHAVE    EQUAL WS-CHV-CD-CODIGO(WS-IX-CHAVE)
              MOVE "S" TO WS-IND-ACESSO-TITULAR.
       27211-SAIDA.
           EXIT.
      *
       27212-LISTA-UM-ACESSO SECTION.
       27212.
           ADD 1 TO WS-QT-ACESSOS.
           IF ACS-REG-CLIENTE
              MOVE "CLIENTE"   TO WS-DS-TP-ACESSO
           ELSE
           IF ACS-REG-VENDEDOR
              MOVE "VENDEDOR"  TO WS-DS-TP-ACESSO
           ELSE
           IF ACS-REG-PROSPECT
              MOVE "PROSPECT"  TO WS-DS-TP-ACESSO
           ELSE
              MOVE "TITULAR"   TO WS-DS-TP-ACESSO.
           MOVE SPACES TO WS-DS-MORTO-ACESSO.
           IF ACS-ARQUIVO-MORTO
              MOVE "ARQ.MORTO" TO WS-DS-MORTO-ACESSO.
           MOVE SPACES TO WL-DS-TEXTO.
           STRING "ACESSO " DELIMITED BY SIZE
                  ACS-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ACS-HORA(1:6) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ACS-CD-USUARIO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ACS-NM-PROGRAMA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DS-TP-ACESSO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ACS-CD-EMPRESA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  ACS-CD-CHAVE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DS-MORTO-ACESSO DELIMITED BY SIZE
                  INTO WL-DS-TEXTO.
           WRITE LINHA FROM LIN-OCORRENCIA BEFORE ADVANCING 1.
       27212-SAIDA.
           EXIT.
      *
       3-MODULO-FINAL SECTION.
      *--------------
           WRITE LGP-REGISTRO
           CLOSE ARQ-LGPD
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
      * A PROPRIA CONSULTA DO TITULAR ENTRA NO LOG DE ACESSO, PELO
      * DOCUMENTO (SEM CHAVE DE CADASTRO)
       99-REGISTRA-ACESSO.
           MOVE "GV-LGPDREL"        TO WS-ACS-NM-PROGRAMA.
           MOVE "T"                 TO WS-ACS-TP-REGISTRO.
           MOVE "N"                 TO WS-ACS-IN-ARQUIVO-MORTO.
           MOVE ZEROS               TO WS-ACS-CD-EMPRESA
                                       WS-ACS-CD-CHAVE.
           MOVE WS-NR-DOCUMENTO     TO WS-ACS-NR-DOCUMENTO.
           CALL WS-NM-PROG-ACESSO USING WS-ACS-PARAMETROS
                                        LINKAGE-DADOS.
      *
       COPY GV-SPOOLPD.CPY.
      *
           DISPLAY SST-MENSAGEM.
           ACCEPT  SST-MENSAGEM.
      *
       COPY GV-VALIDACPF1.CPY.
