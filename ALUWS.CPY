      *             PARAGRAFOS DE CARGA E BUSCA EM ALUCHK.CPY.
      *             COPIAR DENTRO DE WORKING-STORAGE SECTION.
      * DATA      = 30/08/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - TABELA GUARDA A SITUACAO E O ANO LETIVO DO
      *              ALUNO; WRK-ALU-SW-CHEIA ACUSA CADASTRO MAIOR
      *              QUE A TABELA (QUEM REGRAVA O ALUNMAST NAO
      *              PODE PROSSEGUIR COM A TABELA INCOMPLETA).
      *********************************************
       77 WRK-STATUS-ALU      PIC X(02) VALUE SPACES.
       77 WRK-ALU-EOF         PIC X(01) VALUE 'N'.
       77 WRK-ALU-IDX         PIC 9(03) VALUE ZEROS COMP.
       77 WRK-ALU-IDX-ACHADO  PIC 9(03) VALUE ZEROS COMP.
       77 WRK-ALU-SW-ACHADO   PIC X(01) VALUE 'N'.
       77 WRK-ALU-SW-CHEIA    PIC X(01) VALUE 'N'.
       77 WRK-ALU-PROCURADO   PIC X(10) VALUE SPACES.
       77 WRK-ALU-NOME        PIC X(25) VALUE SPACES.
       77 WRK-ALU-TURMA       PIC X(05) VALUE SPACES.
               10 WRK-TAB-ALU-NOME PIC X(25).
               10 WRK-TAB-ALU-TURMA PIC X(05).
               10 WRK-TAB-ALU-RESP PIC X(25).
               10 WRK-TAB-ALU-SIT  PIC X(01).
               10 WRK-TAB-ALU-ANO  PIC 9(04).
