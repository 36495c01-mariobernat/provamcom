           03 PSP-CHAVE-PROSPECT.
              05 PSP-CD-EMPRESA      PIC  9(002).
              05 PSP-CD-PROSPECT     PIC  9(007).
           03 PSP-NR-CNPJ            PIC  X(015).
           03 PSP-DS-RAZAO-SOCIAL    PIC  X(040).
           03 PSP-DS-ENDERECO        PIC  X(040).
           03 PSP-DS-CIDADE          PIC  X(030).
      * CODIGO DO CLIENTE CRIADO PELA CONVERSAO; ZERO ENQUANTO O
      * PROSPECT NAO FOI CONVERTIDO
           03 PSP-CD-CLIENTE-GERADO  PIC  9(007) VALUE ZEROS.
      * INSCRICAO ESTADUAL NORMALIZADA PELO GV-VALIDAIE CONTRA
      * PSP-SG-UF ("ISENTO" OU EM BRANCO SE NAO INFORMADA); VAI PARA
      * GV-INSCEST.DAT NA CONVERSAO EM CLIENTE
           03 PSP-NR-INSC-ESTADUAL   PIC  X(014) VALUE SPACES.
      *
