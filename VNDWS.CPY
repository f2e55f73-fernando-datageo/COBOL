      *********************************************
      * COPYBOOK  = VNDWS.CPY
      * OBJETIVO  = CAMPOS DE TRABALHO DO CADASTRO DE VENDEDORES
      *             (SELLMAST). COPIAR DENTRO DE WORKING-STORAGE
      *             SECTION.
      * DATA      = 15/10/2026
      *********************************************
       77 WRK-STATUS-VEND     PIC X(02) VALUE SPACES.
