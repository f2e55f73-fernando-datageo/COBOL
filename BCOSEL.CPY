      *********************************************
      * COPYBOOK  = BCOSEL.CPY
      * OBJETIVO  = SELECT DO CADASTRO DE CONTAS BANCARIAS DOS
      *             FUNCIONARIOS (CTABANCO), INDEXADO PELA
      *             MATRICULA: UMA CONTA DE CREDITO DO SALARIO
      *             POR FUNCIONARIO. COPIAR DENTRO DE
      *             FILE-CONTROL. REQUER BCOFD.CPY NA FILE SECTION
      *             E BCOWS.CPY NA WORKING-STORAGE.
      * DATA      = 15/10/2026
      *********************************************
           SELECT BANK-ACCOUNT-FILE ASSIGN TO "CTABANCO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCO-MATRICULA
               FILE STATUS IS WRK-STATUS-BCO.
