      *********************************************
      * COPYBOOK  = RVHWS.CPY
      * OBJETIVO  = CAMPOS DE TRABALHO DO HISTORICO DAS
      *             CAMPANHAS DE REVISAO DE ACESSOS (REVHIST).
      *             COPIAR DENTRO DE WORKING-STORAGE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       77 WRK-STATUS-RVH      PIC X(02) VALUE SPACES.
