      *********************************************
      * COPYBOOK  = PRFSEL.CPY
      * OBJETIVO  = SELECT DO CADASTRO DE PROFESSORES (PROFMAST):
      *             QUAIS TURMAS E DISCIPLINAS CADA USUARIO DO
      *             USERMAST LECIONA. COPIAR DENTRO DE
      *             FILE-CONTROL. REQUER PRFFD.CPY NA FILE
      *             SECTION E PRFWS.CPY NA WORKING-STORAGE.
      * DATA      = 15/10/2026
      *********************************************
           SELECT TEACHER-MASTER-FILE ASSIGN TO "PROFMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PRF.
