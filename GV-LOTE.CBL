      *                   via GV-GRAVACONFIG - a janela deixa de
      *                   depender de percorrer a filial conferindo
      *                   telas abertas.
      *     15/Out/2026 - MCB - Passo TAREFAS (GV-RELTAREFA) apos o
      *                   resumo da manha: tarefas de acompanhamento em
      *                   atraso por operador para o coordenador, mesmo
      *                   apos falha da cadeia.
      *     15/Out/2026 - MCB - Troca do modo de operacao leva
      *                   operador, programa e motivo ao historico da
      *                   configuracao (GV-CFGHIST.LOG).
      *     15/Out/2026 - MCB - Totais de controle por passo no
      *                   jornal (GV-RUNCTL.CPY): registros lidos e
      *                   gravados com a soma das chaves. A entrada da
      *                   distribuicao e dos relatorios e conferida
      *                   com a saida do passo anterior
      *                   (CONTROLE-PC-PASSO) e com a noite anterior
      *                   (CONTROLE-PC-VOLUME); a quebra interrompe a
      *                   cadeia com a mensagem no jornal e na tela.
      *     15/Out/2026 - MCB - Passo ERROS (GV-RELERRO) antes
      *                   dos alertas: erros de arquivo de ontem e hoje
      *                   por programa, mesmo apos falha da cadeia.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
      *
       COPY GV-RUNCTL.CPY.
      *
       COPY GV-CADEMP.CPY.
       COPY GV-GRUPOECO.CPY.
           03 WS-SITUACAO-PASSO       PIC X(001) VALUE SPACE.
           03 WS-IND-DIA-UTIL         PIC X(001) VALUE "S".
              88 WS-DIA-E-UTIL                  VALUE "S".
      * SO A DISTRIBUICAO E OS RELATORIOS DE CLIENTES E VENDEDORES
      * TEM TOTAIS DE CONTROLE CONFERIDOS
           03 WS-IND-PASSO-CONTROLE   PIC X(001) VALUE "N".
              88 WS-PASSO-COM-CONTROLE          VALUE "S".
      *
      * CONFERENCIA DOS TOTAIS DE CONTROLE DOS PASSOS: ENTRADA DO
      * PASSO CONTRA A SAIDA DO PASSO ANTERIOR (CONTROLE-PC-PASSO,
      * PADRAO ZERO = CONFERENCIA EXATA) E CONTRA A ENTRADA DO
      * MESMO PASSO NA NOITE ANTERIOR (CONTROLE-PC-VOLUME, PADRAO
      * 20%; ZERO DESLIGA A COMPARACAO)
       01  WS-CAMPOS-CONTROLE.
           03 WS-PC-TOLERANCIA-PASSO  PIC 9(003) VALUE ZEROS.
           03 WS-PC-TOLERANCIA-VOLUME PIC 9(003) VALUE 20.
           03 WS-IND-CONTROLE         PIC X(001) VALUE "S".
              88 WS-CONTROLE-OK                 VALUE "S".
           03 WS-DS-OCORRENCIA        PIC X(060) VALUE SPACES.
           03 WS-DS-OCORRENCIA-CADEIA PIC X(060) VALUE SPACES.
      * SAIDA DO ULTIMO PASSO EXECUTADO (OU PULADO NA RETOMADA)
           03 WS-ANT-CD-ARQ-CONTROLE  PIC X(003) VALUE SPACES.
           03 WS-ANT-QT-SAIDA         PIC 9(009) VALUE ZEROS.
           03 WS-ANT-VL-CHAVE-SAIDA   PIC 9(015) VALUE ZEROS.
      * TOTAIS DA ULTIMA LINHA DO PASSO NO JORNAL DE HOJE
           03 WS-JOR-CD-ARQ-CONTROLE  PIC X(003) VALUE SPACES.
           03 WS-JOR-QT-SAIDA         PIC 9(009) VALUE ZEROS.
           03 WS-JOR-VL-CHAVE-SAIDA   PIC 9(015) VALUE ZEROS.
      * MESMO PASSO NA ULTIMA NOITE EM QUE FOI CONCLUIDO
           03 WS-IND-NOITE-ANTERIOR   PIC X(001) VALUE "N".
              88 WS-HA-NOITE-ANTERIOR           VALUE "S".
           03 WS-DT-NOITE-ANTERIOR    PIC 9(008) VALUE ZEROS.
           03 WS-QT-ENTRADA-ANTERIOR  PIC 9(009) VALUE ZEROS.
      * CALCULO DA DIFERENCA PERCENTUAL
           03 WS-QT-ATUAL             PIC 9(015) VALUE ZEROS.
           03 WS-QT-BASE              PIC 9(015) VALUE ZEROS.
           03 WS-QT-DIFERENCA         PIC 9(015) VALUE ZEROS.
           03 WS-PC-DIFERENCA         PIC 9(005)V99 VALUE ZEROS.
           03 WS-QT-ED-ATUAL          PIC Z(008)9.
           03 WS-QT-ED-BASE           PIC Z(008)9.
           03 WS-PC-ED-DIFERENCA      PIC Z(004)9.
      *
      * PARTICAO DA CADEIA POR EMPRESA (CADASTRO GV-EMPRESA.DAT)
       01  WS-CAMPOS-EMPRESA.
                 MOVE WS-VL-CONFIG-NUM TO LK-QT-MAX-CARTEIRA
              END-IF
           END-IF.
      *
      * TOLERANCIAS DA CONFERENCIA DOS TOTAIS DE CONTROLE
           MOVE "CONTROLE-PC-PASSO" TO WS-CFG-CHAVE.
           PERFORM 99-CONSULTA-CONFIG.
           IF WS-CFG-VALOR NOT EQUAL SPACES
              COMPUTE WS-VL-CONFIG-NUM = FUNCTION NUMVAL (WS-CFG-VALOR)
              MOVE WS-VL-CONFIG-NUM TO WS-PC-TOLERANCIA-PASSO.
           MOVE "CONTROLE-PC-VOLUME" TO WS-CFG-CHAVE.
           PERFORM 99-CONSULTA-CONFIG.
           IF WS-CFG-VALOR NOT EQUAL SPACES
              COMPUTE WS-VL-CONFIG-NUM = FUNCTION NUMVAL (WS-CFG-VALOR)
              MOVE WS-VL-CONFIG-NUM TO WS-PC-TOLERANCIA-VOLUME.
           PERFORM 99-ZERA-CONTROLE.
       1-SAIDA.
           EXIT.
      *
      * OPERACAO DE QUEM NAO E ADMIN ATE O FIM DA CADEIA
           MOVE "MODO-OPERACAO" TO WS-GCF-CHAVE.
           MOVE "LOTE"          TO WS-GCF-VALOR.
           MOVE "ABERTURA DA JANELA DE LOTE" TO WS-GCF-DS-MOTIVO.
           PERFORM 99-GRAVA-CONFIG.
           PERFORM 23-CARREGA-EMPRESAS.
      * COM MAIS DE UMA EMPRESA ATIVA A CADEIA RODA PARTICIONADA:
      * UMA PASSADA POR EMPRESA, CADA UMA COM SEUS PASSOS PROPRIOS
              MOVE ZEROS TO LK-CD-EMPRESA
              MOVE "DISTRIBUICAO"    TO WS-NM-PASSO
              MOVE "GV-DISTRIBUICAO" TO WS-PROGRAMA-CHAMADO
              MOVE "S" TO WS-IND-PASSO-CONTROLE
              PERFORM 21-EXECUTA-PASSO
              IF WS-CADEIA-OK
                 MOVE "REL-CLIENTE"   TO WS-NM-PASSO
                 MOVE "GV-RELCLIENTE" TO WS-PROGRAMA-CHAMADO
                 MOVE "S" TO WS-IND-PASSO-CONTROLE
                 PERFORM 21-EXECUTA-PASSO
              END-IF
              IF WS-CADEIA-OK
                 MOVE "REL-VENDEDOR"   TO WS-NM-PASSO
                 MOVE "GV-RELVENDEDOR" TO WS-PROGRAMA-CHAMADO
                 MOVE "S" TO WS-IND-PASSO-CONTROLE
                 PERFORM 21-EXECUTA-PASSO
              END-IF
           END-IF.
           MOVE "RESUMO-MANHA"  TO WS-NM-PASSO.
           MOVE "GV-RESUMOPER"  TO WS-PROGRAMA-CHAMADO.
           PERFORM 21-EXECUTA-PASSO.
      * TAREFAS DE ACOMPANHAMENTO EM ATRASO POR OPERADOR PARA O
      * COORDENADOR - NAO DEPENDE DA DISTRIBUICAO E RODA MESMO APOS
      * FALHA
           MOVE "TAREFAS"       TO WS-NM-PASSO.
           MOVE "GV-RELTAREFA"  TO WS-PROGRAMA-CHAMADO.
           PERFORM 21-EXECUTA-PASSO.
      * ERROS DE ARQUIVO DO DIA POR PROGRAMA (GV-ERRO.LOG) - RODA
      * MESMO APOS FALHA, QUE E QUANDO MAIS INTERESSA
           MOVE "ERROS"         TO WS-NM-PASSO.
           MOVE "GV-RELERRO"    TO WS-PROGRAMA-CHAMADO.
           PERFORM 21-EXECUTA-PASSO.
      * O MOTOR DE ALERTAS FECHA A CADEIA, TAMBEM APOS FALHA - E
      * ELE QUE ACENDE O PAINEL E DISPARA O E-MAIL
           MOVE "ALERTAS"       TO WS-NM-PASSO.
                                                  LK-CD-EMPRESA
                                                  WS-CD-EMP-ED.
           MOVE "S" TO WS-IND-EMP-OK.
      * A CONFERENCIA ENTRE PASSOS RECOMECA EM CADA EMPRESA
           MOVE SPACES TO WS-ANT-CD-ARQ-CONTROLE.
           MOVE SPACES TO WS-NM-PASSO.
           STRING "DISTRIB-" WS-CD-EMP-ED DELIMITED BY SIZE
               INTO WS-NM-PASSO.
              MOVE "GV-RELVENDEDOR" TO WS-PROGRAMA-CHAMADO
              PERFORM 241-EXECUTA-PASSO-EMPRESA.
      * LINHA CONSOLIDADA DA EMPRESA NO JORNAL
           PERFORM 99-ZERA-CONTROLE.
           MOVE SPACES TO WS-NM-PASSO.
           STRING "*EMP-" WS-CD-EMP-ED "*" DELIMITED BY SIZE
               INTO WS-NM-PASSO.
           PERFORM 99-CONSULTA-JORNAL.
           IF WS-PASSO-JA-FEITO
              DISPLAY "Passo ja Concluido Hoje - Pulado: " WS-NM-PASSO
              PERFORM 99-RETOMA-SAIDA-PASSO
           ELSE
              ACCEPT WS-HR-INICIO-PASSO FROM TIME
              MOVE SPACE TO LK-CD-RETORNO
              PERFORM 99-ZERA-CONTROLE
              CALL WS-PROGRAMA-CHAMADO USING LINKAGE-DADOS
              ACCEPT WS-HR-FIM-PASSO FROM TIME
              IF LK-RETORNO-ERRO
                             WS-IND-EMP-OK
                 PERFORM 99-GRAVA-JORNAL-ERRO
              ELSE
                 PERFORM 27-CONFERE-CONTROLE
                 IF WS-CONTROLE-OK
                    PERFORM 99-GRAVA-JORNAL-OK
                 ELSE
                    MOVE "N" TO WS-IND-CADEIA
                                WS-IND-EMP-OK
                    PERFORM 99-GRAVA-JORNAL-ERRO
                 END-IF
              END-IF
              PERFORM 99-GUARDA-SAIDA-PASSO
           END-IF.
       241-SAIDA.
           EXIT.
           PERFORM 99-CONSULTA-JORNAL.
           IF WS-PASSO-JA-FEITO
              DISPLAY "Passo ja Concluido Hoje - Pulado: " WS-NM-PASSO
              PERFORM 99-RETOMA-SAIDA-PASSO
           ELSE
              ACCEPT WS-HR-INICIO-PASSO FROM TIME
              MOVE SPACE TO LK-CD-RETORNO
              PERFORM 99-ZERA-CONTROLE
              CALL WS-PROGRAMA-CHAMADO USING LINKAGE-DADOS
              ACCEPT WS-HR-FIM-PASSO FROM TIME
      * PASSO SEM TOTAIS CONFERIDOS NAO LEVA TOTAIS AO JORNAL
      * (O AGENDADOR, POR EXEMPLO, CHAMA O RELATORIO DE CLIENTES
      * COM FILTROS PROPRIOS)
              IF NOT WS-PASSO-COM-CONTROLE
                 PERFORM 99-ZERA-CONTROLE
              END-IF
              IF LK-RETORNO-ERRO
                 MOVE "N" TO WS-IND-CADEIA
                 PERFORM 99-GRAVA-JORNAL-ERRO
              ELSE
                 PERFORM 27-CONFERE-CONTROLE
                 IF WS-CONTROLE-OK
                    PERFORM 99-GRAVA-JORNAL-OK
                 ELSE
                    MOVE "N" TO WS-IND-CADEIA
                    PERFORM 99-GRAVA-JORNAL-ERRO
                 END-IF
              END-IF
              PERFORM 99-GUARDA-SAIDA-PASSO
           END-IF.
           MOVE "N" TO WS-IND-PASSO-CONTROLE.
       21-SAIDA.
           EXIT.
      *
      * JANELA DE LOTE FECHADA: DEVOLVE O SISTEMA A OPERACAO NORMAL
           MOVE "MODO-OPERACAO" TO WS-GCF-CHAVE.
           MOVE "ONLINE"        TO WS-GCF-VALOR.
           MOVE "FIM DA CADEIA EM LOTE" TO WS-GCF-DS-MOTIVO.
           PERFORM 99-GRAVA-CONFIG.
           MOVE "*CADEIA*" TO WS-NM-PASSO.
           ACCEPT WS-HR-FIM-PASSO FROM TIME.
           MOVE WS-HR-FIM-PASSO TO WS-HR-INICIO-PASSO.
      * A LINHA FINAL REPETE A PRIMEIRA QUEBRA DE TOTAIS DA NOITE
           PERFORM 99-ZERA-CONTROLE.
           MOVE WS-DS-OCORRENCIA-CADEIA TO WS-DS-OCORRENCIA.
           IF WS-CADEIA-OK
              PERFORM 99-GRAVA-JORNAL-OK
              DISPLAY "CADEIA EM LOTE CONCLUIDA COM SUCESSO."
           ELSE
              PERFORM 99-GRAVA-JORNAL-ERRO
              DISPLAY "CADEIA EM LOTE INTERROMPIDA COM ERRO NO PASSO."
              IF WS-DS-OCORRENCIA-CADEIA NOT EQUAL SPACES
                 DISPLAY "QUEBRA DE TOTAIS DE CONTROLE: "
                         WS-DS-OCORRENCIA-CADEIA
              END-IF
           END-IF.
       22-SAIDA.
           EXIT.
      *
       27-CONFERE-CONTROLE SECTION.
      *-------------------
      * CONFERE OS TOTAIS DEVOLVIDOS PELO PASSO: A ENTRADA DEVE
      * BATER COM A SAIDA DO PASSO ANTERIOR SOBRE O MESMO ARQUIVO
      * (QUANTIDADE E SOMA DAS CHAVES) E NAO PODE SE AFASTAR DA
      * ENTRADA DO MESMO PASSO NA NOITE ANTERIOR ALEM DA
      * TOLERANCIA. A QUEDA LEGITIMA DE VOLUME (EXPURGO, EMPRESA
      * NOVA) E LIBERADA SUBINDO CONTROLE-PC-VOLUME NO GV-CONFIG.PAR
      * ANTES DA RETOMADA DA CADEIA
       27.
           MOVE "S"    TO WS-IND-CONTROLE.
           MOVE SPACES TO WS-DS-OCORRENCIA.
           IF LK-CD-ARQ-CONTROLE NOT EQUAL SPACES
              IF LK-CD-ARQ-CONTROLE EQUAL WS-ANT-CD-ARQ-CONTROLE
                 PERFORM 271-CONFERE-PASSO-ANTERIOR
              END-IF
              IF  WS-CONTROLE-OK
              AND WS-PC-TOLERANCIA-VOLUME GREATER ZEROS
                 PERFORM 272-CONFERE-NOITE-ANTERIOR
              END-IF
              IF NOT WS-CONTROLE-OK
                 DISPLAY "CONTROLE DE TOTAIS - PASSO " WS-NM-PASSO
                         " INTERROMPE A CADEIA: " WS-DS-OCORRENCIA
                 IF WS-DS-OCORRENCIA-CADEIA EQUAL SPACES
                    MOVE SPACES TO WS-DS-OCORRENCIA-CADEIA
                    STRING WS-NM-PASSO DELIMITED BY SPACE
                           " " WS-DS-OCORRENCIA DELIMITED BY SIZE
                           INTO WS-DS-OCORRENCIA-CADEIA
                 END-IF
              END-IF
           END-IF.
       27-SAIDA.
           EXIT.
      *
       271-CONFERE-PASSO-ANTERIOR SECTION.
       271.
           MOVE LK-QT-ENTRADA   TO WS-QT-ATUAL.
           MOVE WS-ANT-QT-SAIDA TO WS-QT-BASE.
           PERFORM 99-CALCULA-DIFERENCA.
           IF WS-PC-DIFERENCA GREATER WS-PC-TOLERANCIA-PASSO
              MOVE "N" TO WS-IND-CONTROLE
              MOVE LK-QT-ENTRADA   TO WS-QT-ED-ATUAL
              MOVE WS-ANT-QT-SAIDA TO WS-QT-ED-BASE
              STRING "ENTRADA " WS-QT-ED-ATUAL
                     " X SAIDA DO PASSO ANTERIOR " WS-QT-ED-BASE
                     DELIMITED BY SIZE INTO WS-DS-OCORRENCIA
           ELSE
              MOVE LK-VL-CHAVE-ENTRADA   TO WS-QT-ATUAL
              MOVE WS-ANT-VL-CHAVE-SAIDA TO WS-QT-BASE
              PERFORM 99-CALCULA-DIFERENCA
              IF WS-PC-DIFERENCA GREATER WS-PC-TOLERANCIA-PASSO
                 MOVE "N" TO WS-IND-CONTROLE
                 MOVE
                 "SOMA DAS CHAVES DIFERE DA SAIDA DO PASSO ANTERIOR"
                                          TO WS-DS-OCORRENCIA
              END-IF
           END-IF.
       271-SAIDA.
           EXIT.
      *
       272-CONFERE-NOITE-ANTERIOR SECTION.
       272.
           PERFORM 99-CONSULTA-NOITE-ANTERIOR.
           IF WS-HA-NOITE-ANTERIOR
              MOVE LK-QT-ENTRADA          TO WS-QT-ATUAL
              MOVE WS-QT-ENTRADA-ANTERIOR TO WS-QT-BASE
              PERFORM 99-CALCULA-DIFERENCA
              IF WS-PC-DIFERENCA GREATER WS-PC-TOLERANCIA-VOLUME
                 MOVE "N" TO WS-IND-CONTROLE
                 MOVE LK-QT-ENTRADA          TO WS-QT-ED-ATUAL
                 MOVE WS-QT-ENTRADA-ANTERIOR TO WS-QT-ED-BASE
                 MOVE WS-PC-DIFERENCA        TO WS-PC-ED-DIFERENCA
                 STRING "ENTRADA " WS-QT-ED-ATUAL
                        " X NOITE ANTERIOR " WS-QT-ED-BASE
                        " - VAR " WS-PC-ED-DIFERENCA "%"
                        DELIMITED BY SIZE INTO WS-DS-OCORRENCIA
              END-IF
           END-IF.
       272-SAIDA.
           EXIT.
      *
       99-ROTINAS-DIVERSAS SECTION.
      *-------------------
       99-CONSULTA-CONFIG.
           CALL WS-NM-PROG-CONFIG USING WS-CFG-PARAMETROS.
      *
      * TROCA DO MODO DE OPERACAO, REGISTRADA NO HISTORICO DA
      * CONFIGURACAO EM NOME DA CADEIA (SEM OPERADOR NO AGENDADOR)
       99-GRAVA-CONFIG.
           MOVE LK-CD-USUARIO TO WS-GCF-CD-USUARIO
           IF WS-GCF-CD-USUARIO EQUAL SPACES
              MOVE "LOTE"     TO WS-GCF-CD-USUARIO
           END-IF
           MOVE "GV-LOTE"     TO WS-GCF-NM-PROGRAMA
           CALL WS-NM-PROG-GRAVACFG USING WS-GCF-PARAMETROS.
      *
      * VERIFICA NO JORNAL SE O PASSO JA FOI CONCLUIDO COM SUCESSO
      * NA DATA DE HOJE (VALE A ULTIMA OCORRENCIA DO PASSO NO DIA)
       99-CONSULTA-JORNAL.
                 ELSE
                    MOVE "N" TO WS-IND-PASSO-FEITO
                 END-IF
                 IF RCT-SEM-CONTROLE
                    MOVE SPACES TO WS-JOR-CD-ARQ-CONTROLE
                    MOVE ZEROS  TO WS-JOR-QT-SAIDA
                                   WS-JOR-VL-CHAVE-SAIDA
                 ELSE
                    MOVE RCT-CD-ARQ-CONTROLE TO WS-JOR-CD-ARQ-CONTROLE
                    MOVE RCT-QT-SAIDA        TO WS-JOR-QT-SAIDA
                    MOVE RCT-VL-CHAVE-SAIDA  TO WS-JOR-VL-CHAVE-SAIDA
                 END-IF
              END-IF
           END-IF.
      *
           MOVE WS-NM-PASSO              TO RCT-NM-PASSO
           MOVE WS-HR-INICIO-PASSO(1:6)  TO RCT-HR-INICIO
           MOVE WS-HR-FIM-PASSO(1:6)     TO RCT-HR-FIM
           MOVE LK-CD-ARQ-CONTROLE       TO RCT-CD-ARQ-CONTROLE
           MOVE LK-QT-ENTRADA            TO RCT-QT-ENTRADA
           MOVE LK-VL-CHAVE-ENTRADA      TO RCT-VL-CHAVE-ENTRADA
           MOVE LK-QT-SAIDA              TO RCT-QT-SAIDA
           MOVE LK-VL-CHAVE-SAIDA        TO RCT-VL-CHAVE-SAIDA
           MOVE WS-DS-OCORRENCIA         TO RCT-DS-OCORRENCIA
           MOVE ";" TO RCT-DELIMITADOR-1 RCT-DELIMITADOR-2
                       RCT-DELIMITADOR-3 RCT-DELIMITADOR-4
                       RCT-DELIMITADOR-5 RCT-DELIMITADOR-6
                       RCT-DELIMITADOR-7 RCT-DELIMITADOR-8
                       RCT-DELIMITADOR-9 RCT-DELIMITADOR-10
           WRITE RCT-REGISTRO
           CLOSE ARQ-RUNCTL
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
      * TOTAIS DE CONTROLE ZERADOS ANTES DE CADA PASSO E DAS LINHAS
      * CONSOLIDADAS DO JORNAL (*EMP-NN*, *CADEIA*)
       99-ZERA-CONTROLE.
           MOVE SPACES TO LK-CD-ARQ-CONTROLE
                          WS-DS-OCORRENCIA
           MOVE ZEROS  TO LK-QT-ENTRADA
                          LK-VL-CHAVE-ENTRADA
                          LK-QT-SAIDA
                          LK-VL-CHAVE-SAIDA.
      *
      * A SAIDA DO PASSO RECEM-EXECUTADO VIRA A REFERENCIA DO
      * SEGUINTE; NA RETOMADA, A DO PASSO PULADO VEM DO JORNAL
       99-GUARDA-SAIDA-PASSO.
           MOVE LK-CD-ARQ-CONTROLE TO WS-ANT-CD-ARQ-CONTROLE
           MOVE LK-QT-SAIDA        TO WS-ANT-QT-SAIDA
           MOVE LK-VL-CHAVE-SAIDA  TO WS-ANT-VL-CHAVE-SAIDA.
      *
       99-RETOMA-SAIDA-PASSO.
           MOVE WS-JOR-CD-ARQ-CONTROLE TO WS-ANT-CD-ARQ-CONTROLE
           MOVE WS-JOR-QT-SAIDA        TO WS-ANT-QT-SAIDA
           MOVE WS-JOR-VL-CHAVE-SAIDA  TO WS-ANT-VL-CHAVE-SAIDA.
      *
      * DIFERENCA PERCENTUAL ENTRE WS-QT-ATUAL E WS-QT-BASE; QUALQUER
      * DIFERENCA, MESMO ABAIXO DE 0,01%, CONTA COMO 0,01% - A
      * TOLERANCIA ZERO EXIGE IGUALDADE
       99-CALCULA-DIFERENCA.
           IF WS-QT-ATUAL GREATER WS-QT-BASE
              SUBTRACT WS-QT-BASE FROM WS-QT-ATUAL
                  GIVING WS-QT-DIFERENCA
           ELSE
              SUBTRACT WS-QT-ATUAL FROM WS-QT-BASE
                  GIVING WS-QT-DIFERENCA
           END-IF
           MOVE ZEROS TO WS-PC-DIFERENCA
           IF WS-QT-DIFERENCA GREATER ZEROS
              IF WS-QT-BASE EQUAL ZEROS
                 MOVE 99999 TO WS-PC-DIFERENCA
              ELSE
                 COMPUTE WS-PC-DIFERENCA =
                         WS-QT-DIFERENCA * 100 / WS-QT-BASE
                     ON SIZE ERROR
                        MOVE 99999 TO WS-PC-DIFERENCA
                 END-COMPUTE
              END-IF
              IF WS-PC-DIFERENCA EQUAL ZEROS
                 MOVE 0,01 TO WS-PC-DIFERENCA
              END-IF
           END-IF.
      *
      * ULTIMA LINHA CONCLUIDA DO MESMO PASSO EM DATA ANTERIOR A DE
      * HOJE, COM TOTAIS DE CONTROLE (A NOITE ANTERIOR QUE FALHOU NA
      * CONFERENCIA NAO VIRA REFERENCIA)
       99-CONSULTA-NOITE-ANTERIOR.
           MOVE "N"   TO WS-IND-NOITE-ANTERIOR
           MOVE ZEROS TO WS-DT-NOITE-ANTERIOR
                         WS-QT-ENTRADA-ANTERIOR
           MOVE SPACE TO WS-FINAL-JORNAL
           OPEN INPUT ARQ-RUNCTL
           IF WS-OPERACAO-BEM-SUCEDIDA
              PERFORM 993-AVALIA-NOITE-ANTERIOR
                  UNTIL WS-FIM-JORNAL
              CLOSE ARQ-RUNCTL
           END-IF
           MOVE "00" TO WS-ESTADO-ARQUIVO.
      *
       993-AVALIA-NOITE-ANTERIOR.
           READ ARQ-RUNCTL
               AT END MOVE "F" TO WS-FINAL-JORNAL
           END-READ
           IF NOT WS-FIM-JORNAL
              IF  RCT-NM-PASSO EQUAL WS-NM-PASSO
              AND RCT-DT-CADEIA LESS WS-DT-CADEIA
              AND RCT-DT-CADEIA NOT LESS WS-DT-NOITE-ANTERIOR
              AND RCT-PASSO-OK
              AND NOT RCT-SEM-CONTROLE
              AND RCT-QT-ENTRADA NUMERIC
                 MOVE "S"            TO WS-IND-NOITE-ANTERIOR
                 MOVE RCT-DT-CADEIA  TO WS-DT-NOITE-ANTERIOR
                 MOVE RCT-QT-ENTRADA TO WS-QT-ENTRADA-ANTERIOR
              END-IF
           END-IF.
      *
