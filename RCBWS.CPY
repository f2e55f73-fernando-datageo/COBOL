      *********************************************
      * COPYBOOK  = RCBWS.CPY
      * OBJETIVO  = CAMPOS DE TRABALHO DO RECEBIMENTO DE
      *             MERCADORIAS (RECEBMER). COPIAR DENTRO DE
      *             WORKING-STORAGE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       77 WRK-STATUS-RCB     PIC X(02) VALUE SPACES.
