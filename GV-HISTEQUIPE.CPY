      * HISTORICO DATADO DA EQUIPE DO VENDEDOR - UM REGISTRO POR
      * PERIODO EM QUE O PAR SUPERVISOR/REGIAO VIGOROU. TODA TROCA
      * FEITA NO CADASTRO (GV-CADVENDEDOR) OU PELA CARGA DELTA
      * (GV-CARGADELTA) ENCERRA O PERIODO ABERTO NA VESPERA E ABRE
      * OUTRO NA DATA DA TROCA; A CARGA INICIAL (GV-INICIAEQUIPE)
      * ABRE UM PERIODO DESDE SEMPRE COM O QUE ESTA NO CADASTRO.
      * O OVERRIDE DO FECHAMENTO, O RELATORIO DE EQUIPE E O
      * HISTORICO DE COTAS USAM A EQUIPE VIGENTE NA COMPETENCIA
       FD  ARQ-HISTEQUIPE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-STATUS IS WID-ARQ-HISTEQUIPE.
      *
       01  HEQ-REGISTRO.
           03 HEQ-CHAVE-HISTORICO.
              05 HEQ-CD-EMPRESA      PIC  9(002).
              05 HEQ-CD-VENDEDOR     PIC  9(007).
      * ZEROS = VIGENTE DESDE A CARGA INICIAL
              05 HEQ-DT-INICIO       PIC  9(008).
      * 99999999 = PERIODO EM VIGOR
           03 HEQ-DT-FIM             PIC  9(008).
           03 HEQ-CD-SUPERVISOR      PIC  9(007).
           03 HEQ-CD-REGIAO          PIC  9(003).
           03 HEQ-TP-ORIGEM          PIC  X(001).
              88 HEQ-ORIGEM-CARGA-INICIAL       VALUE "S".
              88 HEQ-ORIGEM-INCLUSAO            VALUE "I".
              88 HEQ-ORIGEM-ALTERACAO           VALUE "A".
              88 HEQ-ORIGEM-IMPORTACAO          VALUE "M".
              88 HEQ-ORIGEM-DELTA               VALUE "D".
           03 HEQ-CD-USUARIO         PIC  X(008).
           03 HEQ-DT-REGISTRO        PIC  9(008).
      *
