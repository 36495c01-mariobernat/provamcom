      *                   logs (GV-ROTACIONA), na ordem do catalogo
      *                   GV-ROTACAO.CAT e antes do arquivo vivo -
      *                   a fronteira de segmento fica transparente.
      *     15/Out/2026 - MCB - Evento L (login) nao casa com inicio.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              IF ATV-EVENTO-INICIO
                 PERFORM 211-GUARDA-INICIO
              ELSE
                 IF ATV-EVENTO-FIM
                    PERFORM 212-CASA-FIM
                 END-IF
              END-IF
           END-IF.
           PERFORM 99-LER-ATIVIDADE.
