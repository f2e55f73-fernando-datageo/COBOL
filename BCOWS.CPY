      *********************************************
      * COPYBOOK  = BCOWS.CPY
      * OBJETIVO  = CAMPOS DE TRABALHO DO CADASTRO DE CONTAS
      *             BANCARIAS (CTABANCO). COPIAR DENTRO DE
      *             WORKING-STORAGE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       77 WRK-STATUS-BCO     PIC X(02) VALUE SPACES.
