      *********************************************
      * COPYBOOK  = RVHFD.CPY
      * OBJETIVO  = FD/REGISTRO DO HISTORICO DAS CAMPANHAS DE
      *             REVISAO DE ACESSOS (REVHIST): CADA CAMPANHA
      *             ENCERRADA E ACRESCENTADA AO FIM DO ARQUIVO,
      *             UM REGISTRO POR USUARIO, NO MESMO LAYOUT DO
      *             REVACESS (VER RVSFD.CPY). COPIAR DENTRO DE
      *             FILE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       FD  REVIEW-HISTORY-FILE.
       01  REVIEW-HISTORY-RECORD PIC X(150).
