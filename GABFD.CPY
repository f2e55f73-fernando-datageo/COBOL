      *********************************************
      * COPYBOOK  = GABFD.CPY
      * OBJETIVO  = FD/REGISTRO DO GABARITO DAS APOSTILAS DE
      *             TREINAMENTO (GABARITO): UM REGISTRO POR
      *             APOSTILA, TREINANDO E ITEM, COM A SECAO, A
      *             CONTA PROPOSTA (NUMERO X MULTIPLICADOR) E A
      *             RESPOSTA CERTA. O ITEM E A NUMERACAO
      *             IMPRESSA NA APOSTILA, PELA QUAL O TREINANDO
      *             DIGITA AS RESPOSTAS. O ARQUIVO SO CRESCE; O
      *             CODIGO DA APOSTILA NAO SE REPETE. COPIAR
      *             DENTRO DE FILE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       FD  ANSWER-KEY-FILE.
       01  ANSWER-KEY-RECORD.
           05 GAB-APOSTILA      PIC X(08).
           05 GAB-MATRICULA     PIC X(10).
           05 GAB-ITEM          PIC 9(04).
           05 GAB-SECAO         PIC 9(02).
           05 GAB-NUMERO        PIC 9(02).
           05 GAB-MULTIPLICADOR PIC 9(02).
           05 GAB-RESPOSTA      PIC 9(04).
           05 GAB-DATA-GERACAO  PIC 9(08).
