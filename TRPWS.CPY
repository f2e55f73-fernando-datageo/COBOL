      *********************************************
      * COPYBOOK  = TRPWS.CPY
      * OBJETIVO  = CAMPOS DE TRABALHO DO CADASTRO DE
      *             TRANSPORTADORAS (TRANSPMS). COPIAR DENTRO DE
      *             WORKING-STORAGE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       77 WRK-STATUS-TRP     PIC X(02) VALUE SPACES.
