      *********************************************
      * COPYBOOK  = CGPSEL.CPY
      * OBJETIVO  = SELECT DO ARQUIVO PEDIDO/CARGA (CARGAPED).
      *             COPIAR DENTRO DE FILE-CONTROL. REQUER
      *             CGPFD.CPY NA FILE SECTION E CGPWS.CPY NA
      *             WORKING-STORAGE.
      * DATA      = 15/10/2026
      *********************************************
           SELECT LOAD-ORDER-FILE ASSIGN TO "CARGAPED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CGP.
