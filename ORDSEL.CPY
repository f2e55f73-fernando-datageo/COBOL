      *********************************************
      * COPYBOOK  = ORDSEL.CPY
      * OBJETIVO  = SELECT DO ARQUIVO DE PEDIDOS DE FRETE
      *             (ORDFILE). COPIAR DENTRO DE FILE-CONTROL.
      *             REQUER ORDFD.CPY NA FILE SECTION E ORDWS.CPY
      *             NA WORKING-STORAGE.
      * DATA      = 15/10/2026
      *********************************************
           SELECT ORDER-FILE ASSIGN TO "ORDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ORDER.
