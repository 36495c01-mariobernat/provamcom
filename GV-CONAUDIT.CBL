      *                   GV-ROTACAO.CAT e antes do arquivo vivo -
      *                   a fronteira de segmento fica transparente
      *                   para o operador.
      *     15/Out/2026 - MCB - CNPJ alfanumerico: documento exibido
      *                   passa a alfanumerico.
      *     15/Out/2026 - MCB - CNPJ/CPF da imagem mascarado para o
      *                   operador sem permissao de ver dados pessoais;
      *                   cada cliente/vendedor exibido fica registrado
      *                   no log de acesso (GV-REGACESSO).
      *     15/Out/2026 - MCB - Re-apontamento da varredura
      *                   referencial (GV-VARREFER) exibido com a
      *                   sigla e a imagem do registro filho.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              88 WS-FIM-ROTACAO                VALUE "F".
           03 WS-QT-ARQ-LIDOS        PIC 9(03) VALUE ZEROS.
      *
      * ULTIMO REGISTRO LANCADO NO LOG DE ACESSO - ENTRADAS SEGUIDAS
      * DO MESMO CLIENTE/VENDEDOR CONTAM COMO UMA SO EXIBICAO
           03 WS-CHAVE-ACESSO.
              05 WS-CHA-TP-ENTIDADE  PIC X(001).
              05 WS-CHA-CD-EMPRESA   PIC 9(002).
              05 WS-CHA-CD-CHAVE     PIC 9(007).
           03 WS-CHAVE-ULT-ACESSO    PIC X(010) VALUE SPACES.
      *
      * CAMPOS DE EXIBICAO DA ENTRADA DECODIFICADA
           03 WS-EX-DATA             PIC 9(08).
           03 WS-EX-HORA             PIC 9(08).
           03 WS-EX-OPERACAO         PIC X(09).
           03 WS-EX-IMAGEM           PIC X(06).
           03 WS-EX-CHAVE            PIC 9(07).
           03 WS-EX-DOCUMENTO        PIC X(18).
           03 WS-EX-NOME             PIC X(40).
           03 WS-EX-CD-VENDEDOR      PIC 9(07).
           03 WS-EX-CD-REGIAO        PIC 9(03).
       01  WS-IMAGEM-CLIENTE REDEFINES WS-AUD-IMAGEM.
           03 AUC-CD-EMPRESA         PIC  9(002).
           03 AUC-CD-CLIENTE         PIC  9(007).
           03 AUC-NR-CNPJ-CLIENTE    PIC  X(015).
           03 AUC-DS-RAZAO-SOCIAL    PIC  X(040).
           03 AUC-NR-LATITUDE        PIC S9(003)V9(008).
           03 AUC-NR-LONGITUDE       PIC S9(003)V9(008).
           03 AUV-VL-COTA-VENDA      PIC  9(013)V9(002).
           03 AUV-VL-VENDA-REALIZADA PIC  9(013)V9(002).
           03 FILLER                 PIC  X(172).
      *
       COPY GV-MASCARAWS.CPY.
      *
       COPY GV-ACESSOWS.CPY.
      *
       COPY GV-LINKAGE.
      *
           IF AUD-ENT-CLIENTE
              MOVE "CLIENTE"   TO WS-EX-ENTIDADE
           ELSE
              IF AUD-ENT-REFERENCIA
                 MOVE "REFERENC" TO WS-EX-ENTIDADE
              ELSE
                 MOVE "VENDEDOR" TO WS-EX-ENTIDADE.
           IF AUD-OPER-INCLUSAO
              MOVE "INCLUSAO"  TO WS-EX-OPERACAO
           ELSE
              MOVE "DEPOIS"    TO WS-EX-IMAGEM.
           MOVE AUD-DADOS-REGISTRO TO WS-AUD-IMAGEM.
           IF AUD-ENT-CLIENTE
              MOVE AUC-NR-CNPJ-CLIENTE(2:14) TO WS-MSC-NR-CNPJ
              PERFORM 99-FORMATA-CNPJ
              PERFORM 99-MASCARA-CNPJ
              MOVE WS-MSC-TEXTO        TO WS-EX-DOCUMENTO
              MOVE AUC-DS-RAZAO-SOCIAL TO WS-EX-NOME
              MOVE AUC-CD-VENDEDOR     TO WS-EX-CD-VENDEDOR
              MOVE AUC-CD-REGIAO       TO WS-EX-CD-REGIAO
                     AUC-SG-UF DELIMITED BY SIZE
                     INTO WS-EX-CIDADE-UF
           ELSE
              MOVE AUV-NR-CPF-VENDEDOR TO WS-MSC-NR-CPF
              PERFORM 99-FORMATA-CPF
              PERFORM 99-MASCARA-CPF
              MOVE WS-MSC-TEXTO        TO WS-EX-DOCUMENTO
              MOVE AUV-NM-VENDEDOR     TO WS-EX-NOME
              MOVE AUV-CD-SUPERVISOR   TO WS-EX-CD-VENDEDOR
              MOVE AUV-CD-REGIAO       TO WS-EX-CD-REGIAO
              MOVE AUV-SITUACAO        TO WS-EX-SITUACAO
              MOVE SPACES              TO WS-EX-CIDADE-UF.
      * RE-APONTAMENTO DA VARREDURA: SIGLA DO ARQUIVO FILHO E O INICIO
      * DA IMAGEM DO REGISTRO NO LUGAR DOS DADOS CADASTRAIS
           IF AUD-ENT-REFERENCIA
              MOVE AUD-REF-CD-ARQUIVO  TO WS-EX-DOCUMENTO
              MOVE AUD-REF-REGISTRO    TO WS-EX-NOME
              MOVE ZEROS               TO WS-EX-CD-VENDEDOR
                                          WS-EX-CD-REGIAO
              MOVE SPACES              TO WS-EX-SITUACAO
                                          WS-EX-CIDADE-UF.
           IF AUD-ENT-CLIENTE OR AUD-ENT-VENDEDOR
              PERFORM 99-REGISTRA-ACESSO.
           DISPLAY SST-ENTRADA-AUDITORIA.
           ADD 1 TO WS-QT-EXIBIDAS.
           MOVE SPACE TO WS-RESPOSTA.
       99-LER-AUDITORIA.
           READ ARQ-AUDITORIA
               AT END MOVE "F" TO WS-FINAL-ARQUIVO.
      *
      * REGISTRA A EXIBICAO DA IMAGEM NO LOG DE ACESSO (LGPD), UMA
      * VEZ POR SEQUENCIA DE ENTRADAS DO MESMO REGISTRO
       99-REGISTRA-ACESSO.
           MOVE AUD-TIPO-ENTIDADE TO WS-CHA-TP-ENTIDADE.
           MOVE AUD-CD-EMPRESA    TO WS-CHA-CD-EMPRESA.
           MOVE AUD-CHAVE         TO WS-CHA-CD-CHAVE.
           IF WS-CHAVE-ACESSO NOT EQUAL WS-CHAVE-ULT-ACESSO
              MOVE WS-CHAVE-ACESSO   TO WS-CHAVE-ULT-ACESSO
              MOVE "GV-CONAUDIT"     TO WS-ACS-NM-PROGRAMA
              MOVE AUD-TIPO-ENTIDADE TO WS-ACS-TP-REGISTRO
              MOVE "N"               TO WS-ACS-IN-ARQUIVO-MORTO
              MOVE AUD-CD-EMPRESA    TO WS-ACS-CD-EMPRESA
              MOVE AUD-CHAVE         TO WS-ACS-CD-CHAVE
              IF AUD-ENT-CLIENTE
                 MOVE AUC-NR-CNPJ-CLIENTE TO WS-ACS-NR-DOCUMENTO
              ELSE
                 MOVE AUV-NR-CPF-VENDEDOR TO WS-ACS-NR-CPF
              END-IF
              CALL WS-NM-PROG-ACESSO USING WS-ACS-PARAMETROS
                                           LINKAGE-DADOS
           END-IF.
      *
       COPY GV-MASCARAPD.CPY.
      *
       99-MENSAGEM.
           DISPLAY SST-MENSAGEM.
