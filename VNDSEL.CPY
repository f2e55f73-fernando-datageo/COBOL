      *********************************************
      * COPYBOOK  = VNDSEL.CPY
      * OBJETIVO  = SELECT DO CADASTRO DE VENDEDORES (SELLMAST).
      *             COPIAR DENTRO DE FILE-CONTROL. REQUER
      *             VNDFD.CPY NA FILE SECTION E VNDWS.CPY NA
      *             WORKING-STORAGE.
      * DATA      = 15/10/2026
      *********************************************
           SELECT SELLER-MASTER-FILE ASSIGN TO "SELLMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-VEND.
