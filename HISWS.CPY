      *********************************************
      * COPYBOOK  = HISWS.CPY
      * OBJETIVO  = CAMPOS DE TRABALHO DO HISTORICO MENSAL DA
      *             FOLHA (FOLHAHIS). COPIAR DENTRO DE
      *             WORKING-STORAGE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       77 WRK-STATUS-HIS     PIC X(02) VALUE SPACES.
       77 WRK-EOF-HIS        PIC X(01) VALUE 'N'.
