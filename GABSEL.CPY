      *********************************************
      * COPYBOOK  = GABSEL.CPY
      * OBJETIVO  = SELECT DO GABARITO DAS APOSTILAS DE
      *             TREINAMENTO (GABARITO), GRAVADO PELO
      *             PERFORM-VARYNG NO MODO APOSTILA DE EXERCICIOS
      *             E LIDO PELA CORRECAO (CORRIGE-APOSTILA).
      *             COPIAR DENTRO DE FILE-CONTROL. REQUER
      *             GABFD.CPY NA FILE SECTION E GABWS.CPY NA
      *             WORKING-STORAGE.
      * DATA      = 15/10/2026
      *********************************************
           SELECT ANSWER-KEY-FILE ASSIGN TO "GABARITO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-GAB.
