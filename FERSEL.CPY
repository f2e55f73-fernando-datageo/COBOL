      *********************************************
      * COPYBOOK  = FERSEL.CPY
      * OBJETIVO  = SELECT DO ARQUIVO DE FERIAS (FERIAFIL),
      *             INDEXADO POR MATRICULA + INICIO DO PERIODO
      *             AQUISITIVO: UM REGISTRO POR PERIODO, COM OS
      *             DIAS DE DIREITO, OS DIAS JA AGENDADOS/PAGOS E
      *             ATE 3 PERIODOS DE GOZO. COPIAR DENTRO DE
      *             FILE-CONTROL. REQUER FERFD.CPY NA FILE SECTION
      *             E FERWS.CPY NA WORKING-STORAGE.
      * DATA      = 15/10/2026
      *********************************************
           SELECT VACATION-FILE ASSIGN TO "FERIAFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FER-CHAVE
               FILE STATUS IS WRK-STATUS-FER.
