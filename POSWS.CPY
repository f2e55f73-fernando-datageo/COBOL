      *********************************************
      * COPYBOOK  = POSWS.CPY
      * OBJETIVO  = CAMPOS DE TRABALHO DA POSICAO DE CREDITO POR
      *             CLIENTE (POSCRED). COPIAR DENTRO DE
      *             WORKING-STORAGE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       77 WRK-STATUS-POS     PIC X(02) VALUE SPACES.
