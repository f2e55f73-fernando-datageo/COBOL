      *********************************************
      * COPYBOOK  = BCOFD.CPY
      * OBJETIVO  = LAYOUT DA CONTA BANCARIA DO FUNCIONARIO
      *             (CTABANCO): BANCO (CODIGO DE COMPENSACAO),
      *             AGENCIA E CONTA COM SEUS DIGITOS E TIPO DA
      *             CONTA. COPIAR DENTRO DE FILE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       FD  BANK-ACCOUNT-FILE.
       01  BANK-ACCOUNT-RECORD.
           05 BCO-MATRICULA        PIC 9(05).
           05 BCO-BANCO            PIC 9(03).
           05 BCO-AGENCIA          PIC 9(05).
           05 BCO-AGENCIA-DV       PIC X(01).
           05 BCO-CONTA            PIC 9(12).
           05 BCO-CONTA-DV         PIC X(01).
           05 BCO-TIPO-CONTA       PIC X(01).
              88 BCO-CORRENTE          VALUE 'C'.
              88 BCO-POUPANCA          VALUE 'P'.
              88 BCO-TIPO-OK           VALUES 'C' 'P'.
           05 BCO-DATA-ATUALIZ     PIC 9(08).
           05 FILLER               PIC X(10).
