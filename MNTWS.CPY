      *********************************************
      * COPYBOOK  = MNTWS.CPY
      * OBJETIVO  = CAMPOS DE TRABALHO DO ARQUIVO DE TITULOS DE
      *             MENSALIDADE (MENSTIT). COPIAR DENTRO DE
      *             WORKING-STORAGE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       77 WRK-STATUS-MNT     PIC X(02) VALUE SPACES.
