      *********************************************
      * COPYBOOK  = CGPWS.CPY
      * OBJETIVO  = CAMPOS DE TRABALHO DO ARQUIVO PEDIDO/CARGA
      *             (CARGAPED). COPIAR DENTRO DE
      *             WORKING-STORAGE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       77 WRK-STATUS-CGP     PIC X(02) VALUE SPACES.
