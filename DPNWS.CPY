      *********************************************
      * COPYBOOK  = DPNWS.CPY
      * OBJETIVO  = CAMPOS DE TRABALHO DO CADASTRO DE
      *             DEPENDENTES (DEPENDFL). COPIAR DENTRO DE
      *             WORKING-STORAGE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       77 WRK-STATUS-DPN     PIC X(02) VALUE SPACES.
       77 WRK-EOF-DPN        PIC X(01) VALUE 'N'.
