      *********************************************
      * COPYBOOK  = DECSEL.CPY
      * OBJETIVO  = SELECT DO ARQUIVO DE 13O SALARIO POR
      *             FUNCIONARIO (DECIMFIL), INDEXADO POR ANO +
      *             MATRICULA: GUARDA A 1A PARCELA PAGA EM
      *             NOVEMBRO PARA SER DESCONTADA NA 2A PARCELA DE
      *             DEZEMBRO. COPIAR DENTRO DE FILE-CONTROL.
      *             REQUER DECFD.CPY NA FILE SECTION E DECWS.CPY
      *             NA WORKING-STORAGE.
      * DATA      = 15/10/2026
      *********************************************
           SELECT DECIMO-FILE ASSIGN TO "DECIMFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEC-CHAVE
               FILE STATUS IS WRK-STATUS-DEC.
