      *********************************************
      * COPYBOOK  = PCNWS.CPY
      * OBJETIVO  = CAMPOS DE TRABALHO DO ARQUIVO DE PEDIDOS
      *             CANCELADOS (PEDCANC). COPIAR DENTRO DE
      *             WORKING-STORAGE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       77 WRK-STATUS-PCN     PIC X(02) VALUE SPACES.
