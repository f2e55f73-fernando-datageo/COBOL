      *********************************************
      * COPYBOOK  = EVTSEL.CPY
      * OBJETIVO  = SELECT DO ARQUIVO MENSAL DE EVENTOS VARIAVEIS
      *             DA FOLHA (EVTFOLHA: HORAS EXTRAS, FALTAS,
      *             VALE-TRANSPORTE, CONSIGNADO E OUTROS, POR
      *             MATRICULA/COMPETENCIA/CODIGO) E DA TABELA DE
      *             CODIGOS DE EVENTO (EVTTAB). COPIAR DENTRO DE
      *             FILE-CONTROL. REQUER EVTFD.CPY NA FILE
      *             SECTION E EVTWS.CPY NA WORKING-STORAGE.
      * DATA      = 15/10/2026
      *********************************************
           SELECT PAYROLL-EVENT-FILE ASSIGN TO "EVTFOLHA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-EVT.
           SELECT EVENT-CODE-FILE ASSIGN TO "EVTTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ETB.
