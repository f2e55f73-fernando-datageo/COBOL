      *********************************************
      * COPYBOOK  = DECWS.CPY
      * OBJETIVO  = CAMPOS DE TRABALHO DO ARQUIVO DE 13O SALARIO
      *             POR FUNCIONARIO (DECIMFIL). COPIAR DENTRO DE
      *             WORKING-STORAGE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       77 WRK-STATUS-DEC     PIC X(02) VALUE SPACES.
