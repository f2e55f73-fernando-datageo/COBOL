      *********************************************
      * COPYBOOK  = MNTFD.CPY
      * OBJETIVO  = FD/REGISTRO DO ARQUIVO DE TITULOS DE
      *             MENSALIDADE (MENSTIT): UM TITULO POR ALUNO E
      *             COMPETENCIA, COM O RESPONSAVEL COBRADO, O
      *             VALOR DA SERIE (BRUTO), O DESCONTO CONCEDIDO
      *             (BOLSA OU IRMAO), O VALOR A PAGAR, O
      *             VENCIMENTO (DIA UTIL) E A DATA/USUARIO DA
      *             EMISSAO. O ARQUIVO SO CRESCE: O SALDO DE
      *             CADA TITULO E APURADO A CADA EXECUCAO DA
      *             BAIXA CONTRA O ARQUIVO DO BANCO. COPIAR
      *             DENTRO DE FILE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       FD  TUITION-TITLE-FILE.
       01  TUITION-TITLE-RECORD.
           05 MNT-COMPETENCIA   PIC 9(06).
           05 MNT-COMPETENCIA-R REDEFINES MNT-COMPETENCIA.
               10 MNT-COMP-ANO  PIC 9(04).
               10 MNT-COMP-MES  PIC 9(02).
           05 MNT-MATRICULA     PIC X(10).
           05 MNT-RESPONSAVEL   PIC X(25).
           05 MNT-TURMA         PIC X(05).
           05 MNT-VALOR-BRUTO   PIC 9(07)V99.
           05 MNT-DESCONTO      PIC 9(07)V99.
           05 MNT-VALOR         PIC 9(07)V99.
           05 MNT-TIPO-DESC     PIC X(01).
              88 MNT-DESC-BOLSA      VALUE 'B'.
              88 MNT-DESC-IRMAO      VALUE 'I'.
              88 MNT-SEM-DESCONTO    VALUE ' '.
           05 MNT-VENCIMENTO    PIC 9(08).
           05 MNT-DATA-EMISSAO  PIC 9(08).
           05 MNT-USUARIO       PIC X(20).
