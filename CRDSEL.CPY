      *********************************************
      * COPYBOOK  = CRDSEL.CPY
      * OBJETIVO  = SELECT DO CONTROLE DOS CREDITOS DE SALARIO
      *             ENVIADOS AO BANCO (CREDFOLH), INDEXADO POR
      *             COMPETENCIA + MATRICULA: GRAVADO NA REMESSA
      *             (GERA-REMESSA) E BAIXADO NO RETORNO
      *             (RETORNO-BANCO). COPIAR DENTRO DE
      *             FILE-CONTROL. REQUER CRDFD.CPY NA FILE SECTION
      *             E CRDWS.CPY NA WORKING-STORAGE.
      * DATA      = 15/10/2026
      *********************************************
           SELECT CREDIT-CONTROL-FILE ASSIGN TO "CREDFOLH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-CHAVE
               FILE STATUS IS WRK-STATUS-CRD.
