      *********************************************
      * COPYBOOK  = ESTWS.CPY
      * OBJETIVO  = CAMPOS DE TRABALHO DO SALDO DE ESTOQUE
      *             (ESTOQUE). COPIAR DENTRO DE WORKING-STORAGE
      *             SECTION.
      * DATA      = 15/10/2026
      *********************************************
       77 WRK-STATUS-EST     PIC X(02) VALUE SPACES.
