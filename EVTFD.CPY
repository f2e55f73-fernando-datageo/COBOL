      *********************************************
      * COPYBOOK  = EVTFD.CPY
      * OBJETIVO  = LAYOUTS DO EVENTO VARIAVEL DA FOLHA
      *             (EVTFOLHA) E DA TABELA DE CODIGOS DE EVENTO
      *             (EVTTAB). NO EVENTO, EV-QUANTIDADE E O NUMERO
      *             DE HORAS OU DE DIAS (CODIGOS DE FORMA 'H' OU
      *             'D') E EV-VALOR O VALOR INFORMADO (FORMA
      *             'V'). NA TABELA, ET-NATUREZA DIZ SE O CODIGO
      *             E PROVENTO OU DESCONTO, ET-INCIDE-INSS E
      *             ET-INCIDE-IRRF SE ENTRA NA BASE DE CADA
      *             TRIBUTO E ET-PERCENTUAL O FATOR SOBRE O VALOR
      *             DA HORA OU DO DIA (150,00 = HORA EXTRA 50%).
      *             COPIAR DENTRO DE FILE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       FD  PAYROLL-EVENT-FILE.
       01  PAYROLL-EVENT-RECORD.
           05 EV-CHAVE.
               10 EV-MATRICULA   PIC 9(05).
               10 EV-COMPETENCIA PIC 9(06).
               10 EV-CODIGO      PIC 9(03).
           05 EV-QUANTIDADE      PIC 9(03)V99.
           05 EV-VALOR           PIC 9(07)V99.

       FD  EVENT-CODE-FILE.
       01  EVENT-CODE-RECORD.
           05 ET-CODIGO          PIC 9(03).
           05 ET-DESCRICAO       PIC X(20).
           05 ET-NATUREZA        PIC X(01).
              88 ET-PROVENTO     VALUE 'P'.
              88 ET-DESCONTO     VALUE 'D'.
           05 ET-INCIDE-INSS     PIC X(01).
           05 ET-INCIDE-IRRF     PIC X(01).
           05 ET-FORMA           PIC X(01).
              88 ET-FORMA-HORA   VALUE 'H'.
              88 ET-FORMA-DIA    VALUE 'D'.
              88 ET-FORMA-VALOR  VALUE 'V'.
           05 ET-PERCENTUAL      PIC 9(03)V99.
