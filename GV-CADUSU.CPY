      * ANTIGA TABELA FIXA DE USUARIOS DO VENDAS00. GUARDA A SENHA,
      * A STRING DE PERMISSOES POR OPCAO DE MENU (MESMO LAYOUT DE
      * WS-TAB-PERMISSOES), A SITUACAO E OS CONTROLES DE TROCA E
      * VALIDADE DE SENHA. A SENHA NAO E GUARDADA: SOMENTE O SALT E
      * O HASH CALCULADO POR GV-HASHSENHA. AS FALHAS DE LOGIN
      * SEGUIDAS FICAM NO REGISTRO E, NO LIMITE, A CONTA E
      * BLOQUEADA ATE O DESBLOQUEIO PELO ADMINISTRADOR. SEM A
      * PERMISSAO DE DADOS PESSOAIS O OPERADOR VE CPF, CNPJ, CONTA,
      * CHAVE PIX, TELEFONE E E-MAIL MASCARADOS NAS CONSULTAS,
      * RELATORIOS E EXPORTACOES (GV-MASCARAPD.CPY)
       FD  ARQ-USUARIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-USUARIO.
      *
       01  USU-REGISTRO.
           03 USU-CD-USUARIO         PIC X(008).
           03 USU-NR-SALT            PIC 9(008).
           03 USU-CD-HASH-SENHA      PIC 9(018).
           03 USU-NM-USUARIO         PIC X(020).
           03 USU-PERMISSOES         PIC X(008).
           03 USU-SITUACAO           PIC X(001).
           03 USU-IND-TROCA-SENHA    PIC X(001).
              88 USU-DEVE-TROCAR-SENHA          VALUE "S".
           03 USU-DT-ULTIMA-TROCA    PIC 9(008).
           03 USU-QT-FALHAS          PIC 9(002).
           03 USU-IND-BLOQUEIO       PIC X(001).
              88 USU-CONTA-BLOQUEADA            VALUE "S".
           03 USU-DT-BLOQUEIO        PIC 9(008).
           03 USU-IN-DADOS-PESSOAIS  PIC X(001).
              88 USU-VE-DADOS-PESSOAIS          VALUE "S".
      *
