      *********************************************
      * COPYBOOK  = PCNSEL.CPY
      * OBJETIVO  = SELECT DO ARQUIVO DE PEDIDOS CANCELADOS
      *             (PEDCANC). COPIAR DENTRO DE FILE-CONTROL.
      *             REQUER PCNFD.CPY NA FILE SECTION E
      *             PCNWS.CPY NA WORKING-STORAGE.
      * DATA      = 15/10/2026
      *********************************************
           SELECT ORDER-CANCEL-FILE ASSIGN TO "PEDCANC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PCN.
