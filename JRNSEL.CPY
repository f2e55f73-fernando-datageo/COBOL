      *********************************************
      * COPYBOOK  = JRNSEL.CPY
      * OBJETIVO  = SELECT DO DIARIO DE ALTERACOES DOS CADASTROS
      *             (CHGJRNL): UM REGISTRO POR CAMPO ALTERADO,
      *             COM VALOR ANTERIOR E NOVO. COPIAR DENTRO DE
      *             FILE-CONTROL. REQUER JRNFD.CPY NA FILE
      *             SECTION E JRNWS.CPY NA WORKING-STORAGE.
      * DATA      = 15/10/2026
      *********************************************
           SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CJR.
