      *********************************************
      * COPYBOOK  = PRFWS.CPY
      * OBJETIVO  = CAMPOS DE TRABALHO E TABELA EM MEMORIA DO
      *             CADASTRO DE PROFESSORES (PROFMAST), COM OS
      *             PARAGRAFOS DE CARGA E BUSCA EM PRFCHK.CPY.
      *             COPIAR DENTRO DE WORKING-STORAGE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       77 WRK-STATUS-PRF      PIC X(02) VALUE SPACES.
       77 WRK-PRF-EOF         PIC X(01) VALUE 'N'.
       77 WRK-PRF-QTD         PIC 9(03) VALUE ZEROS COMP.
       77 WRK-PRF-IDX         PIC 9(03) VALUE ZEROS COMP.
       77 WRK-PRF-IDX-ACHADO  PIC 9(03) VALUE ZEROS COMP.
       77 WRK-PRF-SW-ACHADO   PIC X(01) VALUE 'N'.
       77 WRK-PRF-SW-CHEIA    PIC X(01) VALUE 'N'.
       77 WRK-PRF-USUARIO     PIC X(20) VALUE SPACES.
       77 WRK-PRF-TURMA       PIC X(05) VALUE SPACES.
       77 WRK-PRF-DISCIPLINA  PIC X(05) VALUE SPACES.
       01 WRK-TABELA-PROFESSORES.
           05 WRK-TAB-PRF OCCURS 300 TIMES.
               10 WRK-TAB-PRF-USUARIO PIC X(20).
               10 WRK-TAB-PRF-TURMA   PIC X(05).
               10 WRK-TAB-PRF-DISC    PIC X(05).
