      *********************************************
      * COPYBOOK  = DPNFD.CPY
      * OBJETIVO  = LAYOUT DO DEPENDENTE (DEPENDFL). DPN-IRRF =
      *             'S' ABATE O VALOR POR DEPENDENTE DA BASE DO
      *             IRRF; DPN-SALFAM = 'S' DA DIREITO A COTA DE
      *             SALARIO-FAMILIA ENQUANTO O FILHO/ENTEADO NAO
      *             COMPLETA A IDADE LIMITE (SYSPARM). COPIAR
      *             DENTRO DE FILE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       FD  DEPENDENT-FILE.
       01  DEPENDENT-RECORD.
           05 DPN-CHAVE.
               10 DPN-MATRICULA    PIC 9(05).
               10 DPN-SEQUENCIA    PIC 9(02).
           05 DPN-NOME             PIC X(30).
           05 DPN-NASCIMENTO       PIC 9(08).
           05 DPN-NASCIMENTO-R REDEFINES DPN-NASCIMENTO.
               10 DPN-NASC-ANOMES  PIC 9(06).
               10 DPN-NASC-DIA     PIC 9(02).
           05 DPN-PARENTESCO       PIC X(01).
              88 DPN-FILHO         VALUE 'F'.
              88 DPN-ENTEADO       VALUE 'E'.
              88 DPN-CONJUGE       VALUE 'C'.
              88 DPN-PAIS          VALUE 'P'.
              88 DPN-OUTRO         VALUE 'O'.
              88 DPN-PARENTESCO-OK VALUE 'F' 'E' 'C' 'P' 'O'.
           05 DPN-IRRF             PIC X(01).
           05 DPN-SALFAM           PIC X(01).
           05 FILLER               PIC X(10).
