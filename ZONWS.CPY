      *********************************************
      * COPYBOOK  = ZONWS.CPY
      * OBJETIVO  = CAMPOS DE TRABALHO DAS FAIXAS DE CEP POR UF
      *             (UFZONAS). COPIAR DENTRO DE
      *             WORKING-STORAGE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       77 WRK-STATUS-ZON     PIC X(02) VALUE SPACES.
