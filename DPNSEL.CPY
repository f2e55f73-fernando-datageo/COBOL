      *********************************************
      * COPYBOOK  = DPNSEL.CPY
      * OBJETIVO  = SELECT DO CADASTRO DE DEPENDENTES (DEPENDFL),
      *             INDEXADO POR MATRICULA + SEQUENCIA DO
      *             DEPENDENTE: OS DEPENDENTES DE UM FUNCIONARIO
      *             SAO CONSECUTIVOS NA CHAVE. COPIAR DENTRO DE
      *             FILE-CONTROL. REQUER DPNFD.CPY NA FILE SECTION
      *             E DPNWS.CPY NA WORKING-STORAGE.
      * DATA      = 15/10/2026
      *********************************************
           SELECT DEPENDENT-FILE ASSIGN TO "DEPENDFL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPN-CHAVE
               FILE STATUS IS WRK-STATUS-DPN.
