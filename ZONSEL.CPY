      *********************************************
      * COPYBOOK  = ZONSEL.CPY
      * OBJETIVO  = SELECT DAS FAIXAS DE CEP POR UF
      *             (UFZONAS). COPIAR DENTRO DE FILE-CONTROL.
      *             REQUER ZONFD.CPY NA FILE SECTION E
      *             ZONWS.CPY NA WORKING-STORAGE.
      * DATA      = 15/10/2026
      *********************************************
           SELECT ZONE-FILE ASSIGN TO "UFZONAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ZON.
