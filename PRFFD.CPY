      *********************************************
      * COPYBOOK  = PRFFD.CPY
      * OBJETIVO  = FD/REGISTRO DO CADASTRO DE PROFESSORES
      *             (PROFMAST): UM REGISTRO POR USUARIO, TURMA
      *             (ALU-TURMA) E DISCIPLINA (TR-DISCIPLINA) QUE
      *             ELE LECIONA. COPIAR DENTRO DE FILE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       FD  TEACHER-MASTER-FILE.
       01  TEACHER-MASTER-RECORD.
           05 PRF-USUARIO     PIC X(20).
           05 PRF-TURMA       PIC X(05).
           05 PRF-DISCIPLINA  PIC X(05).
