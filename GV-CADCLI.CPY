           03 CLI-CHAVE-CLIENTE.
              05 CLI-CD-EMPRESA      PIC  9(002).
              05 CLI-CD-CLIENTE      PIC  9(007).
      * CNPJ NUMERICO OU ALFANUMERICO, 14 CARACTERES ALINHADOS A
      * DIREITA COM ZERO NA PRIMEIRA POSICAO (VER GV-VALIDACPF2)
           03 CLI-NR-CNPJ-CLIENTE    PIC  X(015).
           03 CLI-DS-RAZAO-SOCIAL    PIC  X(040).
           03 CLI-NR-LATITUDE        PIC S9(003)V9(008).
           03 CLI-NR-LONGITUDE       PIC S9(003)V9(008).
      * VENDEDOR DA CARTEIRA. CLI-CD-EMPRESA + CLI-CD-VENDEDOR FORMAM
      * A CHAVE ALTERNADA CLI-CHAVE-CARTEIRA (COM DUPLICADAS), QUE
      * CADA SELECT DO ARQUIVO DECLARA: OS PROGRAMAS DE CARTEIRA
      * LEEM OS CLIENTES DE UM VENDEDOR DIRETO POR ELA
           03 CLI-CD-VENDEDOR        PIC  9(007).
           03 CLI-QT-DISTANCIA       PIC  9(015).
           03 CLI-DS-ENDERECO        PIC  X(040).
              88 CLI-CONSENTE-FONE               VALUE "S".
           03 CLI-DT-CONSENTIMENTO   PIC  9(008) VALUE ZEROS.
           03 CLI-CD-USU-CONSENT     PIC  X(008) VALUE SPACES.
      * SEGMENTO / CANAL DO CLIENTE (GV-SEGMENTO.DAT, MANTIDO PELO
      * GV-CADSEGMENTO); ZEROS ENQUANTO O CLIENTE NAO FOR CLASSIFICADO
           03 CLI-CD-SEGMENTO        PIC  9(003) VALUE ZEROS.
      *
