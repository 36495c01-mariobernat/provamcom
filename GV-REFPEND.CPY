      * PENDENCIAS DA VARREDURA REFERENCIAL (GV-VARREFER) - UM
      * REGISTRO POR REGISTRO FILHO E MOTIVO QUE A VARREDURA NAO
      * CONSEGUE CORRIGIR COM SEGURANCA (CLIENTE OU VENDEDOR
      * INEXISTENTE, SUCESSOR FORA DA EMPRESA, CHAVE JA OCUPADA NO
      * SUCESSOR). CADA VARREDURA ATUALIZA A DATA/HORA EM QUE A
      * PENDENCIA FOI VISTA POR ULTIMO; A PENDENCIA QUE NAO APARECE
      * MAIS E DADA COMO RESOLVIDA NO FIM DA VARREDURA
       FD  ARQ-REFPEND
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-REFPEND.
      *
       01  RPD-REGISTRO.
           03 RPD-CHAVE-PENDENCIA.
      * ARQUIVO FILHO: CON CONTATO, OCO OCORRENCIA, CTR CONTRATO,
      * REC RECEBER, VDD DETALHE DE VENDA, XCL PAR DE EXCLUSAO,
      * AUS AUSENCIA/COBERTURA
              05 RPD-CD-ARQUIVO      PIC  X(003).
      * CHAVE PRIMARIA DO REGISTRO FILHO, COMO GRAVADA NO ARQUIVO
              05 RPD-CHAVE-REGISTRO  PIC  X(030).
              05 RPD-CD-MOTIVO       PIC  9(002).
                 88 RPD-CLIENTE-INEXISTENTE      VALUE 01.
                 88 RPD-SUCESSOR-NAO-LOCALIZADO  VALUE 03.
                 88 RPD-CHAVE-OCUPADA            VALUE 04.
                 88 RPD-FALHA-CORRECAO           VALUE 07.
                 88 RPD-VENDEDOR-INEXISTENTE     VALUE 11.
                 88 RPD-COBERTURA-INEXISTENTE    VALUE 13.
           03 RPD-CD-EMPRESA         PIC  9(002).
      * CODIGO REFERENCIADO (CLIENTE OU VENDEDOR) E, QUANDO HA, O
      * SUCESSOR DO CLIENTE UNIFICADO OU TRANSFERIDO
           03 RPD-CD-REFERENCIA      PIC  9(007).
           03 RPD-CD-SUCESSOR        PIC  9(007).
           03 RPD-DT-INCLUSAO        PIC  9(008).
           03 RPD-DH-ULTIMA-VARREDURA PIC 9(014).
           03 RPD-SITUACAO           PIC  X(001).
              88 RPD-SIT-PENDENTE               VALUE "P".
              88 RPD-SIT-RESOLVIDA              VALUE "R".
           03 RPD-DT-RESOLUCAO       PIC  9(008).
      *
