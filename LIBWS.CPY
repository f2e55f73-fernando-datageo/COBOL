      *********************************************
      * COPYBOOK  = LIBWS.CPY
      * OBJETIVO  = CAMPOS DE TRABALHO DAS LIBERACOES DE CREDITO
      *             (LIBCRED). COPIAR DENTRO DE WORKING-STORAGE
      *             SECTION.
      * DATA      = 15/10/2026
      *********************************************
       77 WRK-STATUS-LIB     PIC X(02) VALUE SPACES.
