      *********************************************
      * COPYBOOK  = ANRWS.CPY
      * OBJETIVO  = CAMPOS DE TRABALHO DO RESULTADO OFICIAL DO
      *             ANO LETIVO (ANORES). COPIAR DENTRO DE
      *             WORKING-STORAGE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       77 WRK-STATUS-RES     PIC X(02) VALUE SPACES.
