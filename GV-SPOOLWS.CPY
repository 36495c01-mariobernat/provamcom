           03 WS-SPL-ID-RELATORIO    PIC X(010) VALUE SPACES.
           03 WS-SPL-DT-GERACAO      PIC 9(008) VALUE ZEROS.
           03 WS-SPL-HR-GERACAO      PIC 9(008) VALUE ZEROS.
      * M/C QUANDO O RELATORIO TRAZ DADOS PESSOAIS - PREENCHIDO POR
      * 99-MARCA-SPOOL-MASCARA (GV-MASCARAPD.CPY)
           03 WS-SPL-IN-MASCARA      PIC X(001) VALUE SPACE.
      * EXTENSAO DO ARQUIVO NO SPOOL: ".IMP" NOS RELATORIOS; QUEM
      * CATALOGA UM ARQUIVO DELIMITADO (".CSV") TROCA ANTES DE
      * 99-PREPARA-SPOOL
           03 WS-SPL-EXTENSAO        PIC X(004) VALUE ".IMP".
      *
