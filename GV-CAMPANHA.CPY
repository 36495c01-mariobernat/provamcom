      * CAMPANHAS DE VENDAS (CONCURSOS DO MARKETING) - UM REGISTRO
      * POR CAMPANHA COM PERIODO, EMPRESAS E REGIOES PARTICIPANTES
      * (REGIAO DO CLIENTE), LINHAS DE PRODUTO ELEGIVEIS
      * (GV-PRODUTO.DAT), METRICA DE PONTUACAO E FAIXAS DE PREMIO
      * POR POSICAO. TABELAS ZERADAS/EM BRANCO VALEM PARA TODAS.
      * MANTIDO POR GV-CADCAMPANHA; O RANKING (GV-RANKCAMP) CALCULA
      * A CLASSIFICACAO EM QUALQUER DATA E A APURACAO FINAL CONGELA
      * O RESULTADO EM GV-CAMPRES.DAT E MARCA A CAMPANHA APURADA
       FD  ARQ-CAMPANHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-CAMPANHA.
      *
       01  CMP-REGISTRO-CAMPANHA.
           03 CMP-CD-CAMPANHA        PIC  9(004).
           03 CMP-DADOS-CAMPANHA.
              05 CMP-DS-CAMPANHA     PIC  X(040).
              05 CMP-DT-INICIO       PIC  9(008).
              05 CMP-DT-FIM          PIC  9(008).
      * V VOLUME VENDIDO, C CLIENTES COMPRADORES, N CLIENTES NOVOS
      * (PRIMEIRA COMPRA DO CLIENTE DENTRO DO PERIODO)
              05 CMP-TP-METRICA      PIC  X(001).
                 88 CMP-MET-VOLUME              VALUE "V".
                 88 CMP-MET-COMPRADORES         VALUE "C".
                 88 CMP-MET-NOVOS               VALUE "N".
                 88 CMP-METRICA-VALIDA          VALUE "V" "C" "N".
              05 CMP-TB-EMPRESA      PIC  9(002) OCCURS 5.
              05 CMP-TB-REGIAO       PIC  9(003) OCCURS 10.
              05 CMP-TB-LINHA        PIC  X(010) OCCURS 5.
      * FAIXAS DE PREMIO: ATE A POSICAO INFORMADA, O VALOR DA FAIXA
      * (EM ORDEM CRESCENTE DE POSICAO; POSICAO ZERO ENCERRA)
              05 CMP-TB-PREMIO                  OCCURS 5.
                 07 CMP-NR-POSICAO-ATE PIC 9(003).
                 07 CMP-VL-PREMIO    PIC  9(011)V9(002).
           03 CMP-SITUACAO           PIC  X(001).
              88 CMP-SIT-ABERTA                 VALUE "A".
              88 CMP-SIT-APURADA                VALUE "F".
           03 CMP-CD-USUARIO         PIC  X(008).
           03 CMP-DT-INCLUSAO        PIC  9(008).
      * APURACAO FINAL: DATA, OPERADOR E SE OS PREMIOS FORAM LANCADOS
      * COMO AJUSTE DE COMISSAO (GV-AJUSTE.DAT, TIPO "CMP")
           03 CMP-DT-APURACAO        PIC  9(008).
           03 CMP-CD-USUARIO-APURACAO PIC X(008).
           03 CMP-IN-PREMIO-LANCADO  PIC  X(001).
              88 CMP-PREMIO-LANCADO             VALUE "S".
      *
