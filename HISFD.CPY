      *********************************************
      * COPYBOOK  = HISFD.CPY
      * OBJETIVO  = LAYOUT DO HISTORICO MENSAL DA FOLHA
      *             (FOLHAHIS): OS VALORES DO HOLERITE DO MES EM
      *             FORMA LEGIVEL POR PROGRAMA. HIS-BRUTO JA
      *             INCLUI COMISSOES E PROVENTOS DE EVENTOS E
      *             EXCLUI AS FERIAS PAGAS EM RECIBO;
      *             HIS-DESCONTOS SAO OS DESCONTOS DE EVENTOS;
      *             HIS-SALFAM (ISENTO) FICA FORA DO BRUTO. O
      *             RECALCULO DA COMPETENCIA REGRAVA O REGISTRO.
      *             COPIAR DENTRO DE FILE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       FD  PAYROLL-HISTORY-FILE.
       01  PAYROLL-HISTORY-RECORD.
           05 HIS-CHAVE.
               10 HIS-MATRICULA    PIC 9(05).
               10 HIS-COMPETENCIA  PIC 9(06).
               10 HIS-COMPETENCIA-R REDEFINES HIS-COMPETENCIA.
                   15 HIS-ANO      PIC 9(04).
                   15 HIS-MES      PIC 9(02).
           05 HIS-DEPARTAMENTO     PIC X(04).
           05 HIS-SALARIO-BASE     PIC 9(07)V99.
           05 HIS-COMISSAO         PIC 9(07)V99.
           05 HIS-FERIAS           PIC 9(07)V99.
           05 HIS-PROVENTOS        PIC 9(07)V99.
           05 HIS-BRUTO            PIC 9(07)V99.
           05 HIS-BASE-INSS        PIC 9(07)V99.
           05 HIS-INSS             PIC 9(06)V99.
           05 HIS-BASE-IRRF        PIC 9(07)V99.
           05 HIS-IRRF             PIC 9(06)V99.
           05 HIS-QT-DEP-IRRF      PIC 9(02).
           05 HIS-DESCONTOS        PIC 9(07)V99.
           05 HIS-SALFAM           PIC 9(07)V99.
           05 HIS-LIQUIDO          PIC 9(07)V99.
           05 HIS-DATA-CALCULO     PIC 9(08).
           05 FILLER               PIC X(10).
