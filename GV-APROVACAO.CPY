      * BLOQUEIO/DESBLOQUEIO COMERCIAL DE CLIENTE DEIXAM DE SER
      * APLICADOS DIRETO PELO CADASTRO: A SOLICITACAO FICA PENDENTE
      * AQUI E SO A APROVACAO DE UM SEGUNDO USUARIO (GV-APROVA,
      * NUNCA O AUTOR) APLICA NO MASTER, COM AUDITORIA. O DETALHE
      * DE VENDA COM DESCONTO ACIMA DA TOLERANCIA TAMBEM VEM PARA A
      * FILA: A VENDA FICA RETIDA EM GV-VENDARET.DAT COM O MESMO
      * NUMERO DE SOLICITACAO. O LIMITE DE CREDITO DO CLIENTE SO E
      * ALTERADO POR APROVACAO ("C") E A VENDA QUE LEVARIA O CLIENTE
      * ALEM DO LIMITE FICA RETIDA DO MESMO MODO ("E"). A
      * INDENIZACAO RESCISORIA DO REPRESENTANTE ("I", APURADA POR
      * GV-INDENIZA) SO VIRA LANCAMENTO NO HISTORICO DE COMISSAO
      * QUANDO APROVADA. A CHAVE PIX DO VENDEDOR ("X") SEGUE O
      * MESMO CAMINHO DOS DADOS BANCARIOS. O REEMBOLSO DE
      * QUILOMETRAGEM DO MES ("K", APURADO POR GV-REEMBKM) SO ENTRA
      * NO FECHAMENTO DE COMISSAO DEPOIS DE APROVADO. AS CORRECOES
      * CADASTRAIS ENVIADAS PELO CAMPO ("F", CARGA GV-CARGACORR) -
      * ENDERECO/CEP, TELEFONE, E-MAIL, COORDENADAS, INSCRICAO
      * ESTADUAL E AVISO DE CLIENTE ENCERRADO - SO CHEGAM AO
      * CADASTRO APROVADAS, COM O VENDEDOR (V+CODIGO EM
      * APR-CD-SOLICITANTE) COMO ORIGEM NA AUDITORIA
       FD  ARQ-APROVACAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-APROVACAO.
              88 APR-ALT-BANCO                 VALUE "B".
              88 APR-ALT-PERCENTUAL            VALUE "P".
              88 APR-ALT-BLOQUEIO              VALUE "L".
              88 APR-ALT-DESCONTO              VALUE "D".
              88 APR-ALT-LIMITE-CREDITO        VALUE "C".
              88 APR-ALT-EXCESSO-LIMITE        VALUE "E".
              88 APR-ALT-INDENIZACAO           VALUE "I".
              88 APR-ALT-PIX                   VALUE "X".
              88 APR-ALT-REEMBOLSO             VALUE "K".
              88 APR-ALT-CAMPO                 VALUE "F".
           03 APR-CD-EMPRESA         PIC 9(002).
           03 APR-CHAVE              PIC 9(007).
           03 APR-CD-SOLICITANTE     PIC X(008).
           03 APR-CD-APROVADOR       PIC X(008).
           03 APR-DT-DECISAO         PIC 9(008).
      * DADOS NOVOS SOLICITADOS, CONFORME O TIPO DA ALTERACAO
           03 APR-DADOS-NOVOS        PIC X(080).
           03 APR-DADOS-BANCO REDEFINES APR-DADOS-NOVOS.
              05 APR-CD-BANCO        PIC 9(003).
              05 APR-CD-AGENCIA      PIC 9(005).
                 88 APR-DESEJA-DESBLOQUEIO     VALUE "A".
              05 APR-CD-MOTIVO       PIC 9(003).
              05 FILLER              PIC X(026).
      * DESCONTO: APR-CHAVE E O CLIENTE DA VENDA RETIDA
           03 APR-DADOS-DESCONTO REDEFINES APR-DADOS-NOVOS.
              05 APR-CD-PRODUTO      PIC 9(005).
              05 APR-VL-UNITARIO     PIC 9(011)V9(002).
              05 APR-PC-DESCONTO     PIC 9(003)V9(002).
              05 FILLER              PIC X(007).
      * LIMITE DE CREDITO: APR-CHAVE E O CLIENTE; ZERO = SEM LIMITE
           03 APR-DADOS-LIMITE REDEFINES APR-DADOS-NOVOS.
              05 APR-VL-LIMITE-CREDITO PIC 9(013)V9(002).
              05 FILLER              PIC X(015).
      * EXCESSO DE LIMITE: APR-CHAVE E O CLIENTE DA VENDA RETIDA;
      * EXPOSICAO JA SOMANDO A VENDA E LIMITE VIGENTE
           03 APR-DADOS-EXPOSICAO REDEFINES APR-DADOS-NOVOS.
              05 APR-VL-EXPOSICAO    PIC 9(013)V9(002).
              05 APR-VL-LIMITE       PIC 9(013)V9(002).
      * INDENIZACAO RESCISORIA (LEI 4.886/65): APR-CHAVE E O
      * VENDEDOR; 1/12 DAS COMISSOES DA RELACAO E AVISO PREVIO
           03 APR-DADOS-INDENIZACAO REDEFINES APR-DADOS-NOVOS.
              05 APR-VL-INDENIZACAO  PIC 9(013)V9(002).
              05 APR-VL-AVISO-PREVIO PIC 9(013)V9(002).
      * CHAVE PIX: APR-CHAVE E O VENDEDOR; TIPO E CHAVE NOVOS
           03 APR-DADOS-PIX REDEFINES APR-DADOS-NOVOS.
              05 APR-TP-CHAVE-PIX    PIC X(001).
              05 APR-DS-CHAVE-PIX    PIC X(077).
              05 FILLER              PIC X(002).
      * REEMBOLSO DE QUILOMETRAGEM: APR-CHAVE E O VENDEDOR;
      * COMPETENCIA DAS VISITAS, QUILOMETROS E VALOR APURADOS
           03 APR-DADOS-REEMBOLSO REDEFINES APR-DADOS-NOVOS.
              05 APR-NR-COMP-REEMBOLSO PIC 9(006).
              05 APR-QT-KM-REEMBOLSO PIC 9(007)V9(001).
              05 APR-VL-REEMBOLSO    PIC 9(013)V9(002).
              05 FILLER              PIC X(051).
      * CORRECAO DO CAMPO: APR-CHAVE E O CLIENTE; O DADO PROPOSTO
      * CONFORME O ITEM (A CIDADE/UF DO ENDERECO VEM DO CEP NA BASE
      * POSTAL GV-DNE.DAT NA APLICACAO; ENCERRADO INATIVA O CLIENTE)
           03 APR-DADOS-CAMPO REDEFINES APR-DADOS-NOVOS.
              05 APR-TP-CAMPO        PIC X(001).
                 88 APR-CAMPO-ENDERECO         VALUE "E".
                 88 APR-CAMPO-TELEFONE         VALUE "F".
                 88 APR-CAMPO-EMAIL            VALUE "M".
                 88 APR-CAMPO-COORDENADA       VALUE "G".
                 88 APR-CAMPO-ENCERRADO        VALUE "X".
                 88 APR-CAMPO-INSCRICAO        VALUE "I".
              05 APR-DS-VALOR-CAMPO  PIC X(079).
              05 APR-DADOS-ENDERECO REDEFINES APR-DS-VALOR-CAMPO.
                 07 APR-DS-ENDERECO  PIC X(040).
                 07 APR-NR-CEP       PIC 9(008).
                 07 FILLER           PIC X(031).
              05 APR-DADOS-TELEFONE REDEFINES APR-DS-VALOR-CAMPO.
                 07 APR-DS-TELEFONE  PIC X(013).
                 07 FILLER           PIC X(066).
              05 APR-DADOS-EMAIL REDEFINES APR-DS-VALOR-CAMPO.
                 07 APR-DS-EMAIL     PIC X(034).
                 07 FILLER           PIC X(045).
              05 APR-DADOS-COORDENADA REDEFINES APR-DS-VALOR-CAMPO.
                 07 APR-NR-LATITUDE  PIC 9(003)V9(008).
                 07 APR-NR-LONGITUDE PIC 9(003)V9(008).
                 07 FILLER           PIC X(057).
      * INSCRICAO ESTADUAL JA NORMALIZADA PELO GV-VALIDAIE NA CARGA;
      * VAI PARA GV-INSCEST.DAT, NAO PARA O REGISTRO DO CLIENTE
              05 APR-DADOS-INSCRICAO REDEFINES APR-DS-VALOR-CAMPO.
                 07 APR-NR-INSC-ESTADUAL PIC X(014).
                 07 FILLER           PIC X(065).
      *
