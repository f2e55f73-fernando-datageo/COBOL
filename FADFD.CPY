      *********************************************
      * COPYBOOK  = FADFD.CPY
      * OBJETIVO  = LAYOUT DO ADIANTAMENTO DE FERIAS (FERADIAN).
      *             FA-VALOR-DIAS E A REMUNERACAO DOS DIAS DE
      *             GOZO (SALARIO / 30 X DIAS), QUE A FOLHA DA
      *             COMPETENCIA DESCONTA; A DOBRA (GOZO APOS O
      *             LIMITE CONCESSIVO), O 1/3 E OS DESCONTOS
      *             FICAM SO NO RECIBO. COPIAR DENTRO DE FILE
      *             SECTION.
      * DATA      = 15/10/2026
      *********************************************
       FD  VACATION-ADVANCE-FILE.
       01  VACATION-ADVANCE-RECORD.
           05 FA-MATRICULA     PIC 9(05).
           05 FA-COMPETENCIA   PIC 9(06).
           05 FA-INICIO        PIC 9(08).
           05 FA-DIAS          PIC 9(02).
           05 FA-VALOR-DIAS    PIC 9(07)V99.
           05 FA-DOBRO         PIC 9(07)V99.
           05 FA-TERCO         PIC 9(07)V99.
           05 FA-INSS          PIC 9(06)V99.
           05 FA-IRRF          PIC 9(06)V99.
           05 FA-LIQUIDO       PIC 9(07)V99.
           05 FA-DATA-RECIBO   PIC 9(08).
