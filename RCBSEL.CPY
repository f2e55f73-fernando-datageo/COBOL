      *********************************************
      * COPYBOOK  = RCBSEL.CPY
      * OBJETIVO  = SELECT DO ARQUIVO DE RECEBIMENTO DE
      *             MERCADORIAS (RECEBMER): ENTRADAS DE COMPRA NO
      *             ESTOQUE. COPIAR DENTRO DE FILE-CONTROL.
      *             REQUER RCBFD.CPY NA FILE SECTION E RCBWS.CPY
      *             NA WORKING-STORAGE.
      * DATA      = 15/10/2026
      *********************************************
           SELECT GOODS-RECEIPT-FILE ASSIGN TO "RECEBMER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RCB.
