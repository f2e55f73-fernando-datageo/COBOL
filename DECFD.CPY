      *********************************************
      * COPYBOOK  = DECFD.CPY
      * OBJETIVO  = FD/REGISTRO DO 13O SALARIO POR FUNCIONARIO
      *             E ANO (DECIMFIL): AVOS, VALOR INTEGRAL, 1A
      *             PARCELA (ADIANTAMENTO SEM DESCONTOS) E 2A
      *             PARCELA (BRUTO, INSS, IRRF E LIQUIDO), COM AS
      *             DATAS DE CALCULO. COPIAR DENTRO DE FILE
      *             SECTION.
      * DATA      = 15/10/2026
      *********************************************
       FD  DECIMO-FILE.
       01  DECIMO-RECORD.
           05 DEC-CHAVE.
               10 DEC-ANO           PIC 9(04).
               10 DEC-MATRICULA     PIC 9(05).
           05 DEC-AVOS              PIC 9(02).
           05 DEC-INTEGRAL          PIC 9(07)V99.
           05 DEC-PRIMEIRA          PIC 9(07)V99.
           05 DEC-DATA-PRIMEIRA     PIC 9(08).
           05 DEC-SEGUNDA-BRUTO     PIC 9(07)V99.
           05 DEC-INSS              PIC 9(06)V99.
           05 DEC-IRRF              PIC 9(06)V99.
           05 DEC-SEGUNDA-LIQUIDO   PIC 9(07)V99.
           05 DEC-DATA-SEGUNDA      PIC 9(08).
