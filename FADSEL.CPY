      *********************************************
      * COPYBOOK  = FADSEL.CPY
      * OBJETIVO  = SELECT DO ARQUIVO DE ADIANTAMENTOS DE FERIAS
      *             (FERADIAN): UMA LINHA POR RECIBO DE FERIAS
      *             EMITIDO PELO CALCULA-FERIAS, LIDA PELO
      *             CALCULA-FOLHA NA COMPETENCIA DO INICIO DO
      *             GOZO PARA DESCONTAR OS DIAS JA PAGOS. COPIAR
      *             DENTRO DE FILE-CONTROL. REQUER FADFD.CPY NA
      *             FILE SECTION E FADWS.CPY NA WORKING-STORAGE.
      * DATA      = 15/10/2026
      *********************************************
           SELECT VACATION-ADVANCE-FILE ASSIGN TO "FERADIAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FAD.
