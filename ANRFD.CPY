      *********************************************
      * COPYBOOK  = ANRFD.CPY
      * OBJETIVO  = FD/REGISTRO DO RESULTADO OFICIAL DO ANO
      *             LETIVO (ANORES): MEDIA ANUAL E SITUACAO POR
      *             ALUNO E DISCIPLINA, ACUMULADO ANO A ANO PELO
      *             CONSOLIDA-ANO. COPIAR DENTRO DE FILE SECTION.
      *             O HISTORICO-ESCOLAR LE O MESMO REGISTRO PELA
      *             VISTA HR- DO SEU ARQUIVO FONTE (ANORES VIVO
      *             OU GERACAO ARQUIVADA): MUDANCA AQUI VALE LA.
      * DATA      = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - LAYOUT EXTRAIDO DE CONSOLIDA-ANO E
      *              REMATRICULA.
      *********************************************
       FD  YEAR-RESULT-FILE.
       01  YEAR-RESULT-RECORD.
           05 RA-ANO         PIC 9(04).
           05 RA-MATRICULA   PIC X(10).
           05 RA-DISCIPLINA  PIC X(05).
           05 RA-MEDIA-ANUAL PIC 9(02)V9.
           05 RA-SITUACAO    PIC X(25).
