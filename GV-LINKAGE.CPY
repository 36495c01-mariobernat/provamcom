      * E OS RELATORIOS PROCESSAM SO OS REGISTROS DELA; ZERO
      * SIGNIFICA TODAS, COMO SEMPRE FOI
           03 LK-CD-EMPRESA          PIC  9(002).
      * PERMISSAO DE DADOS PESSOAIS DO OPERADOR DA SESSAO (USU-IN-
      * DADOS-PESSOAIS): DIFERENTE DE "S" - INCLUSIVE NO LOTE SEM
      * OPERADOR - AS CONSULTAS, RELATORIOS E EXPORTACOES MASCARAM
      * CPF, CNPJ, CONTA, CHAVE PIX, TELEFONE E E-MAIL
           03 LK-IN-DADOS-PESSOAIS   PIC  X(001).
              88 LK-VE-DADOS-PESSOAIS           VALUE "S".
      * TOTAIS DE CONTROLE DO PASSO DA CADEIA EM LOTE: REGISTROS LIDOS
      * E GRAVADOS E A SOMA DAS CHAVES DE CADA LADO, DEVOLVIDOS AO
      * GV-LOTE PARA O JORNAL E A CONFERENCIA ENTRE PASSOS E CONTRA
      * A NOITE ANTERIOR. LK-CD-ARQ-CONTROLE NOMEIA O ARQUIVO
      * CONFERIDO ("CLI", "VEN"); EM BRANCO O PASSO NAO TEM TOTAIS
           03 LK-CD-ARQ-CONTROLE     PIC  X(003).
           03 LK-QT-ENTRADA          PIC  9(009).
           03 LK-VL-CHAVE-ENTRADA    PIC  9(015).
           03 LK-QT-SAIDA            PIC  9(009).
           03 LK-VL-CHAVE-SAIDA      PIC  9(015).
      *
