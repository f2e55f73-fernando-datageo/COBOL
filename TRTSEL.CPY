      *********************************************
      * COPYBOOK  = TRTSEL.CPY
      * OBJETIVO  = SELECT DA TABELA DE FRETE POR TRANSPORTADORA
      *             E UF (TRPRATE). COPIAR DENTRO DE FILE-CONTROL.
      *             REQUER TRTFD.CPY NA FILE SECTION E
      *             TRTWS.CPY NA WORKING-STORAGE.
      * DATA      = 15/10/2026
      *********************************************
           SELECT CARRIER-RATE-FILE ASSIGN TO "TRPRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRT.
