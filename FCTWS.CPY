      *********************************************
      * COPYBOOK  = FCTWS.CPY
      * OBJETIVO  = CAMPOS DE TRABALHO DO CONTROLE DA FOLHA
      *             (FOLHACTL). COPIAR DENTRO DE WORKING-STORAGE
      *             SECTION.
      * DATA      = 15/10/2026
      *********************************************
       77 WRK-STATUS-FCT     PIC X(02) VALUE SPACES.
