      *********************************************
      * COPYBOOK  = UFRWS.CPY
      * OBJETIVO  = CAMPOS DE TRABALHO DA TABELA DE FRETE POR UF
      *             (UFRATE). COPIAR DENTRO DE
      *             WORKING-STORAGE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       77 WRK-STATUS-UF      PIC X(02) VALUE SPACES.
