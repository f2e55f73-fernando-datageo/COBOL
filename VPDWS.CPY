      *********************************************
      * COPYBOOK  = VPDWS.CPY
      * OBJETIVO  = CAMPOS DE TRABALHO DO ARQUIVO VENDA X PEDIDO
      *             (VENDPED). COPIAR DENTRO DE WORKING-STORAGE
      *             SECTION.
      * DATA      = 15/10/2026
      *********************************************
       77 WRK-STATUS-VPD     PIC X(02) VALUE SPACES.
