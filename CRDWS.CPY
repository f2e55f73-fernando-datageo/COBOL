      *********************************************
      * COPYBOOK  = CRDWS.CPY
      * OBJETIVO  = CAMPOS DE TRABALHO DO CONTROLE DE CREDITOS
      *             DE SALARIO (CREDFOLH). COPIAR DENTRO DE
      *             WORKING-STORAGE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       77 WRK-STATUS-CRD     PIC X(02) VALUE SPACES.
       77 WRK-EOF-CRD        PIC X(01) VALUE 'N'.
