      *********************************************
      * COPYBOOK  = GABWS.CPY
      * OBJETIVO  = CAMPOS DE TRABALHO DO GABARITO DAS APOSTILAS
      *             DE TREINAMENTO (GABARITO). COPIAR DENTRO DE
      *             WORKING-STORAGE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       77 WRK-STATUS-GAB     PIC X(02) VALUE SPACES.
       77 WRK-EOF-GAB        PIC X(01) VALUE 'N'.
