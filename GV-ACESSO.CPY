      * LOG DE ACESSO A DADOS PESSOAIS - UMA LINHA POR EXIBICAO DE UM
      * REGISTRO INDIVIDUAL (CLIENTE, VENDEDOR, PROSPECT OU REGISTRO
      * DO ARQUIVO MORTO) NAS TELAS DE CONSULTA E DE MANUTENCAO, NA
      * CONSULTA DA AUDITORIA E NO RELATORIO DO TITULAR. GRAVADO SO
      * PELA ROTINA GV-REGACESSO; O RELATORIO DO TITULAR (GV-LGPDREL)
      * LISTA OS ACESSOS AO DOCUMENTO E A ROTACAO DE LOGS
      * (GV-ROTACIONA, TIPO ACS) O CORTA EM SEGMENTOS MENSAIS
       FD  ARQ-ACESSO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-ACESSO.
      *
       01  ACS-REGISTRO.
           03 ACS-DATA               PIC 9(008).
           03 ACS-HORA               PIC 9(008).
           03 ACS-CD-USUARIO         PIC X(008).
           03 ACS-NM-PROGRAMA        PIC X(015).
           03 ACS-TP-REGISTRO        PIC X(001).
              88 ACS-REG-CLIENTE               VALUE "C".
              88 ACS-REG-VENDEDOR              VALUE "V".
              88 ACS-REG-PROSPECT              VALUE "P".
      * "T": CONSULTA DO TITULAR PELO DOCUMENTO (GV-LGPDREL), SEM
      * CHAVE DE CADASTRO
              88 ACS-REG-TITULAR               VALUE "T".
           03 ACS-IN-ARQUIVO-MORTO   PIC X(001).
              88 ACS-ARQUIVO-MORTO             VALUE "S".
           03 ACS-CD-EMPRESA         PIC 9(002).
           03 ACS-CD-CHAVE           PIC 9(007).
      * CNPJ/CPF NORMALIZADO: 15 POSICOES ALINHADAS A DIREITA COM
      * ZEROS A ESQUERDA, COMO O CADASTRO DE CLIENTES GRAVA
           03 ACS-NR-DOCUMENTO       PIC X(015).
      *
