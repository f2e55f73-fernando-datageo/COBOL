      *********************************************
      * COPYBOOK  = TRBSEL.CPY
      * OBJETIVO  = SELECT DAS TABELAS DE FAIXAS DE INSS
      *             (INSSTAB) E DE IRRF (IRRFTAB), COMPARTILHADAS
      *             PELOS CALCULOS DE FOLHA, 13O SALARIO E
      *             FERIAS. COPIAR DENTRO DE FILE-CONTROL. REQUER
      *             TRBFD.CPY NA FILE SECTION, TRBWS.CPY NA
      *             WORKING-STORAGE E TRBCALC.CPY NA PROCEDURE
      *             DIVISION.
      * DATA      = 15/10/2026
      *********************************************
           SELECT INSS-TABLE-FILE ASSIGN TO "INSSTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-INS.
           SELECT IRRF-TABLE-FILE ASSIGN TO "IRRFTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-IRF.
