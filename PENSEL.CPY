      *********************************************
      * COPYBOOK  = PENSEL.CPY
      * OBJETIVO  = SELECT DO ARQUIVO DE PENDENCIAS DE APROVACAO
      *             (PENDAPRV) DAS OPERACOES SENSIVEIS SOBRE
      *             USUARIOS, QUE SO VALEM COM A APROVACAO DE UM
      *             SEGUNDO ADM. COPIAR DENTRO DE FILE-CONTROL.
      *             REQUER PENFD.CPY NA FILE SECTION E
      *             WRK-STATUS-PEN NA WORKING-STORAGE.
      * DATA      = 15/10/2026
      *********************************************
           SELECT PENDING-APPROVAL-FILE ASSIGN TO "PENDAPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PEN.
