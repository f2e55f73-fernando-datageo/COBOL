      *********************************************
      * COPYBOOK  = SODSEL.CPY
      * OBJETIVO  = SELECT DAS REGRAS DE SEGREGACAO DE FUNCOES
      *             (SODRULES): PARES PROGRAMA/FUNCAO QUE UM
      *             MESMO PERFIL NAO PODE TER JUNTOS. COPIAR
      *             DENTRO DE FILE-CONTROL. REQUER SODFD.CPY NA
      *             FILE SECTION E SODWS.CPY NA WORKING-STORAGE.
      * DATA      = 15/10/2026
      *********************************************
           SELECT SOD-RULES-FILE ASSIGN TO "SODRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-SOD.
