      *********************************************
      * COPYBOOK  = ANRSEL.CPY
      * OBJETIVO  = SELECT DO RESULTADO OFICIAL DO ANO LETIVO
      *             (ANORES). COPIAR DENTRO DE FILE-CONTROL.
      *             REQUER ANRFD.CPY NA FILE SECTION E
      *             ANRWS.CPY NA WORKING-STORAGE.
      * DATA      = 15/10/2026
      *********************************************
           SELECT YEAR-RESULT-FILE ASSIGN TO "ANORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RES.
