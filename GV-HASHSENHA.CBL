000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GV-HASHSENHA.
000300*
000400* Sistema de Gestao de Vendas
      *
      *     Funcao: Hash de Senha dos Operadores
      *     Autor: Mario Cesar Bernat
      *     Criacao: Out/2026
      *
      *     Subprograma chamado pelo login (VENDAS00), pela troca de
      *     senha, pelo cadastro de usuarios (GV-CADUSUARIO) e pela
      *     conversao do cadastro (GV-CONVSENHA): recebe o usuario,
      *     a senha digitada e o salt (GV-HASHWS.CPY) e devolve o
      *     hash de 18 digitos que fica gravado em GV-USUARIO.DAT no
      *     lugar da senha. Com o salt zerado (senha nova ou
      *     redefinida) sorteia um salt novo a partir da data, da
      *     hora e do proprio usuario e o devolve para gravacao.
      *
      *     O hash sao dois encadeamentos multiplicativos (bases 31
      *     e 37, modulo dois primos de 9 digitos) repetidos 1000
      *     vezes sobre salt + usuario + senha - nao e criptografico,
      *     mas a senha deixa de ser legivel no arquivo e nos backups,
      *     o salt faz senhas iguais gerarem hashes diferentes e as
      *     repeticoes tornam cara a tentativa em massa.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01  WS-CAMPOS-TRABALHO.
           03 WS-MATERIAL.
              05 WS-MAT-SALT         PIC 9(008).
              05 WS-MAT-USUARIO      PIC X(008).
              05 WS-MAT-SENHA        PIC X(008).
           03 WS-CD-HASH-1           PIC 9(018) VALUE ZEROS.
           03 WS-CD-HASH-2           PIC 9(018) VALUE ZEROS.
           03 WS-NR-RODADA           PIC 9(004) COMP VALUE ZEROS.
           03 WS-IX-BYTE             PIC 9(004) COMP VALUE ZEROS.
           03 WS-NR-BYTE             PIC 9(004) COMP VALUE ZEROS.
           03 WS-VL-TRABALHO         PIC 9(018) VALUE ZEROS.
           03 WS-VL-DIVIDENDO        PIC 9(018) VALUE ZEROS.
           03 WS-DT-HOJE             PIC 9(008) VALUE ZEROS.
           03 WS-HR-AGORA            PIC 9(008) VALUE ZEROS.
      * CONTA OS SALTS SORTEADOS NA EXECUCAO: NA CONVERSAO VARIOS
      * USUARIOS CAEM NO MESMO CENTESIMO DE SEGUNDO
           03 WS-QT-SALTS            PIC 9(006) VALUE ZEROS.
      *
       01  WS-CONSTANTES.
           03 WS-QT-RODADAS          PIC 9(004) VALUE 1000.
           03 WS-NR-PRIMO-1          PIC 9(009) VALUE 999999937.
           03 WS-NR-PRIMO-2          PIC 9(009) VALUE 999999929.
           03 WS-NR-PRIMO-SALT       PIC 9(008) VALUE 99999989.
      *
       LINKAGE SECTION.
      * MESMO LAYOUT DE WS-HSH-PARAMETROS (GV-HASHWS.CPY)
       01  LKH-PARAMETROS.
           03 LKH-CD-USUARIO         PIC X(008).
           03 LKH-SENHA              PIC X(008).
           03 LKH-NR-SALT            PIC 9(008).
           03 LKH-CD-HASH            PIC 9(018).
      *
       PROCEDURE DIVISION USING LKH-PARAMETROS.
      *
       0-MODULO-CONTROLE SECTION.
      *-----------------
       0.
           IF LKH-NR-SALT NOT NUMERIC
           OR LKH-NR-SALT EQUAL ZEROS
              PERFORM 1-SORTEIA-SALT.
           PERFORM 2-CALCULA-HASH.
       0-SAIDA.
           EXIT PROGRAM.
      *
       1-SORTEIA-SALT SECTION.
      *--------------
      * SALT NOVO A PARTIR DA HORA, DA DATA, DO USUARIO E DO
      * CONTADOR DA EXECUCAO, REDUZIDO AO PRIMO DE 8 DIGITOS; NUNCA
      * ZERO, PARA NAO SER CONFUNDIDO COM "SEM SALT"
       1.
           ADD 1 TO WS-QT-SALTS.
           ACCEPT WS-DT-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WS-HR-AGORA FROM TIME.
           MOVE ZEROS TO WS-CD-HASH-1.
           MOVE LKH-CD-USUARIO TO WS-MAT-USUARIO.
           PERFORM 11-ACUMULA-USUARIO
               VARYING WS-IX-BYTE FROM 1 BY 1
               UNTIL WS-IX-BYTE GREATER 8.
           COMPUTE WS-VL-DIVIDENDO =
                   WS-HR-AGORA * 7919 + WS-DT-HOJE
                 + WS-QT-SALTS * 104729 + WS-CD-HASH-1.
           DIVIDE WS-VL-DIVIDENDO BY WS-NR-PRIMO-SALT
                  GIVING    WS-VL-TRABALHO
                  REMAINDER LKH-NR-SALT.
           ADD 1 TO LKH-NR-SALT.
       1-SAIDA.
           EXIT.
      *
       11-ACUMULA-USUARIO SECTION.
       11.
           COMPUTE WS-NR-BYTE =
                   FUNCTION ORD (WS-MAT-USUARIO(WS-IX-BYTE:1)).
           COMPUTE WS-CD-HASH-1 = WS-CD-HASH-1 * 31 + WS-NR-BYTE.
       11-SAIDA.
           EXIT.
      *
       2-CALCULA-HASH SECTION.
      *--------------
      * O PRIMEIRO ACUMULADOR PARTE DO SALT; O SEGUNDO ENCADEIA O
      * PRIMEIRO, E O HASH FINAL JUNTA OS DOIS (9 + 9 DIGITOS)
       2.
           MOVE LKH-NR-SALT    TO WS-MAT-SALT.
           MOVE LKH-CD-USUARIO TO WS-MAT-USUARIO.
           MOVE LKH-SENHA      TO WS-MAT-SENHA.
           MOVE LKH-NR-SALT    TO WS-CD-HASH-1.
           MOVE ZEROS          TO WS-CD-HASH-2.
           PERFORM 21-UMA-RODADA
               VARYING WS-NR-RODADA FROM 1 BY 1
               UNTIL WS-NR-RODADA GREATER WS-QT-RODADAS.
           COMPUTE LKH-CD-HASH =
                   WS-CD-HASH-1 * 1000000000 + WS-CD-HASH-2.
       2-SAIDA.
           EXIT.
      *
       21-UMA-RODADA SECTION.
       21.
           PERFORM 211-ACUMULA-UM-BYTE
               VARYING WS-IX-BYTE FROM 1 BY 1
               UNTIL WS-IX-BYTE GREATER 24.
       21-SAIDA.
           EXIT.
      *
       211-ACUMULA-UM-BYTE SECTION.
       211.
           COMPUTE WS-NR-BYTE =
                   FUNCTION ORD (WS-MATERIAL(WS-IX-BYTE:1)).
           COMPUTE WS-VL-DIVIDENDO =
                   WS-CD-HASH-1 * 31 + WS-NR-BYTE + WS-NR-RODADA.
           DIVIDE WS-VL-DIVIDENDO BY WS-NR-PRIMO-1
                  GIVING    WS-VL-TRABALHO
                  REMAINDER WS-CD-HASH-1.
           COMPUTE WS-VL-DIVIDENDO =
                   WS-CD-HASH-2 * 37 + WS-NR-BYTE + WS-CD-HASH-1.
           DIVIDE WS-VL-DIVIDENDO BY WS-NR-PRIMO-2
                  GIVING    WS-VL-TRABALHO
                  REMAINDER WS-CD-HASH-2.
       211-SAIDA.
           EXIT.
      *
