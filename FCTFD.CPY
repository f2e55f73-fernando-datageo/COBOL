      *********************************************
      * COPYBOOK  = FCTFD.CPY
      * OBJETIVO  = LAYOUT DO CONTROLE DA FOLHA DO MES
      *             (FOLHACTL): UM REGISTRO POR EXECUCAO, COM A
      *             DATA DO CALCULO, A COMPETENCIA E OS MESMOS
      *             TOTAIS IMPRESSOS NO FOLHATOT. COPIAR DENTRO DE
      *             FILE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       FD  PAYROLL-CONTROL-FILE.
       01  PAYROLL-CONTROL-RECORD.
           05 FCT-DATA             PIC 9(08).
           05 FCT-COMPETENCIA      PIC 9(06).
           05 FCT-QT-FUNC          PIC 9(05).
           05 FCT-TOT-BRUTO        PIC 9(10)V99.
           05 FCT-TOT-INSS         PIC 9(10)V99.
           05 FCT-TOT-IRRF         PIC 9(10)V99.
           05 FCT-TOT-DESCONTOS    PIC 9(10)V99.
           05 FCT-TOT-SALFAM       PIC 9(10)V99.
           05 FCT-TOT-LIQUIDO      PIC 9(10)V99.
