       01  VND-REGISTRO-VENDA.
           03 VND-CD-VENDEDOR        PIC  9(007).
           03 VND-VL-VENDA           PIC  9(013)V9(002).
      * VENDAS DA CARTEIRA DO VENDEDOR FEITAS DURANTE AUSENCIA COM
      * COBERTURA (GV-AUSENCIA.DAT) SAEM EM LINHA PROPRIA COM O
      * VENDEDOR DE COBERTURA; ZEROS (OU LINHA CURTA, DOS ARQUIVOS
      * ANTIGOS) = VENDAS SEM COBERTURA
           03 VND-CD-COBERTURA       PIC  9(007).
      *
