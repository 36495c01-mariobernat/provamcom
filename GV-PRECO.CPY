      * TABELA DE PRECOS DE LISTA - PRECO UNITARIO POR EMPRESA E
      * PRODUTO (GV-PRODUTO.DAT), COM VIGENCIA: CADA REAJUSTE E UMA
      * NOVA LINHA COM A DATA DE INICIO, E O PRECO VALIDO NUMA DATA
      * E O DA ULTIMA VIGENCIA INICIADA ATE ELA. MANTIDA POR
      * GV-CADPRECO; A DIGITACAO (GV-CADVENDA) E A CARGA
      * (GV-CARGAVDET) DO DETALHE DE VENDAS COMPARAM O PRECO
      * PRATICADO COM O DE LISTA (GV-DESCONTOPD.CPY)
       FD  ARQ-PRECO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-PRECO.
      *
       01  PRC-REGISTRO.
           03 PRC-CHAVE-PRECO.
              05 PRC-CD-EMPRESA      PIC  9(002).
              05 PRC-CD-PRODUTO      PIC  9(005).
              05 PRC-DT-INICIO       PIC  9(008).
      * FIM DA VIGENCIA; ZEROS = VALE ATE A PROXIMA VIGENCIA
           03 PRC-DT-FIM             PIC  9(008) VALUE ZEROS.
           03 PRC-VL-UNITARIO        PIC  9(011)V9(002).
           03 PRC-SITUACAO           PIC  X(001) VALUE "A".
              88 PRC-SIT-ATIVO                   VALUE "A".
              88 PRC-SIT-INATIVO                 VALUE "I".
           03 PRC-CD-USUARIO         PIC  X(008) VALUE SPACES.
           03 PRC-DT-ATUALIZACAO     PIC  9(008) VALUE ZEROS.
      *
