      *********************************************
      * COPYBOOK  = ORDWS.CPY
      * OBJETIVO  = CAMPOS DE TRABALHO DO ARQUIVO DE PEDIDOS DE
      *             FRETE (ORDFILE). COPIAR DENTRO DE
      *             WORKING-STORAGE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       77 WRK-STATUS-ORDER   PIC X(02) VALUE SPACES.
