      *********************************************
      * COPYBOOK  = TRTWS.CPY
      * OBJETIVO  = CAMPOS DE TRABALHO DA TABELA DE FRETE POR
      *             TRANSPORTADORA E UF (TRPRATE). COPIAR DENTRO
      *             DE WORKING-STORAGE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       77 WRK-STATUS-TRT     PIC X(02) VALUE SPACES.
