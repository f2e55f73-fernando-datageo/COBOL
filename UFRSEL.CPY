      *********************************************
      * COPYBOOK  = UFRSEL.CPY
      * OBJETIVO  = SELECT DA TABELA DE FRETE POR UF
      *             (UFRATE). COPIAR DENTRO DE FILE-CONTROL.
      *             REQUER UFRFD.CPY NA FILE SECTION E
      *             UFRWS.CPY NA WORKING-STORAGE.
      * DATA      = 15/10/2026
      *********************************************
           SELECT UF-RATE-FILE ASSIGN TO "UFRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-UF.
