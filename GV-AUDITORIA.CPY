              88 AUD-ENT-CLIENTE                VALUE "C".
              88 AUD-ENT-VENDEDOR               VALUE "V".
              88 AUD-ENT-VENDA-DET              VALUE "D".
      * REGISTRO FILHO DE CLIENTE RE-APONTADO PARA O SUCESSOR PELA
      * VARREDURA REFERENCIAL (GV-VARREFER): AUD-CHAVE E O CLIENTE
      * ANTIGO E A IMAGEM TRAZ O ARQUIVO E O REGISTRO FILHO
              88 AUD-ENT-REFERENCIA             VALUE "R".
           03 AUD-TIPO-OPERACAO      PIC X(001).
              88 AUD-OPER-INCLUSAO              VALUE "I".
              88 AUD-OPER-ALTERACAO             VALUE "A".
           03 AUD-CD-EMPRESA         PIC 9(002).
           03 AUD-CHAVE              PIC 9(007).
           03 AUD-DADOS-REGISTRO     PIC X(300).
           03 AUD-DADOS-REFERENCIA REDEFINES AUD-DADOS-REGISTRO.
              05 AUD-REF-CD-ARQUIVO  PIC X(003).
              05 AUD-REF-REGISTRO    PIC X(297).
      * SELO DE INTEGRIDADE: NUMERO DE SEQUENCIA E HASH ENCADEADO
      * COM O REGISTRO ANTERIOR, PREENCHIDOS POR GV-AUDSELO ANTES
      * DO WRITE; A VERIFICACAO PONTA A PONTA E FEITA POR
