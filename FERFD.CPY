      *********************************************
      * COPYBOOK  = FERFD.CPY
      * OBJETIVO  = LAYOUT DO REGISTRO DE FERIAS (FERIAFIL): UM
      *             PERIODO AQUISITIVO DE 12 MESES POR REGISTRO.
      *             FER-LIMITE E O FIM DO PERIODO CONCESSIVO
      *             (12 MESES APOS O AQUISITIVO): FERIAS NAO
      *             GOZADAS ATE ELE SAO PAGAS EM DOBRO.
      *             FER-DIAS-GOZADOS SOMA OS DIAS DOS PERIODOS DE
      *             GOZO AGENDADOS E PAGOS (SALDO = DIREITO -
      *             GOZADOS). COPIAR DENTRO DE FILE SECTION.
      * DATA      = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - INCLUIDOS A SITUACAO DO PERIODO (FER-SITUACAO,
      *              'R' = QUITADO NA RESCISAO) E A DATA DA
      *              QUITACAO, NO LUGAR DO FILLER: O RESCISAO-
      *              CONTRATO PAGA O SALDO DOS PERIODOS VENCIDOS,
      *              CANCELA OS GOZOS AINDA NAO PAGOS E FECHA OS
      *              PERIODOS DO FUNCIONARIO. O TAMANHO DO
      *              REGISTRO NAO MUDA.
      *********************************************
       FD  VACATION-FILE.
       01  VACATION-RECORD.
           05 FER-CHAVE.
               10 FER-MATRICULA    PIC 9(05).
               10 FER-PER-INICIO   PIC 9(08).
           05 FER-PER-FIM          PIC 9(08).
           05 FER-LIMITE           PIC 9(08).
           05 FER-DIAS-DIREITO     PIC 9(02).
           05 FER-DIAS-GOZADOS     PIC 9(02).
           05 FER-QT-PROG          PIC 9(01).
           05 FER-PROG OCCURS 3 TIMES.
               10 FER-PROG-INICIO  PIC 9(08).
               10 FER-PROG-FIM     PIC 9(08).
               10 FER-PROG-DIAS    PIC 9(02).
               10 FER-PROG-SITUACAO PIC X(01).
                   88 FER-PROG-AGENDADA VALUE 'A'.
                   88 FER-PROG-PAGA     VALUE 'P'.
           05 FER-SITUACAO         PIC X(01).
               88 FER-QUITADO-RESCISAO VALUE 'R'.
           05 FER-DATA-QUITACAO    PIC 9(08).
