      *********************************************
      * COPYBOOK  = TRPSEL.CPY
      * OBJETIVO  = SELECT DO CADASTRO DE TRANSPORTADORAS
      *             (TRANSPMS). COPIAR DENTRO DE FILE-CONTROL.
      *             REQUER TRPFD.CPY NA FILE SECTION E
      *             TRPWS.CPY NA WORKING-STORAGE.
      * DATA      = 15/10/2026
      *********************************************
           SELECT CARRIER-MASTER-FILE ASSIGN TO "TRANSPMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRP.
