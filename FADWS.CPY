      *********************************************
      * COPYBOOK  = FADWS.CPY
      * OBJETIVO  = CAMPOS DE TRABALHO DO ARQUIVO DE
      *             ADIANTAMENTOS DE FERIAS (FERADIAN). COPIAR
      *             DENTRO DE WORKING-STORAGE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       77 WRK-STATUS-FAD     PIC X(02) VALUE SPACES.
