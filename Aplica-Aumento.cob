      *              LIDO PELO RELATORIO DE OPERACAO: RECONSTITUIR
      *              "POR QUE A JANELA ESTOUROU NA TERCA" EXIGIA
      *              GARIMPAR SYSOUT.
      * 15/10/2026 - O EMPNEW CARREGA ADIANTE A SITUACAO E OS
      *              DADOS DO DESLIGAMENTO DO EMPFILE (REGISTRO DE
      *              51 POSICOES): SEM ISSO A TROCA DO EMPFILE
      *              PELO EMPNEW REATIVARIA OS DESLIGADOS.
      * 15/10/2026 - O EMPNEW CARREGA ADIANTE TAMBEM O MES DE
      *              ENTRADA (REGISTRO DE 53 POSICOES).
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 NEW-ANOENTRADA   PIC 9(04).
           05 NEW-SALARIO      PIC 9(06)V99.
           05 NEW-DEPARTAMENTO PIC X(04).
           05 NEW-SITUACAO     PIC X(01).
           05 NEW-DATA-DESLIG  PIC 9(08).
           05 NEW-TIPO-DESLIG  PIC X(01).
           05 NEW-MESENTRADA   PIC 9(02).

       FD  APPLY-CONTROL-FILE.
       01  APPLY-CONTROL-RECORD.
           MOVE EMP-NOME       TO NEW-NOME.
           MOVE EMP-ANOENTRADA TO NEW-ANOENTRADA.
           MOVE EMP-DEPARTAMENTO TO NEW-DEPARTAMENTO.
           MOVE EMP-SITUACAO     TO NEW-SITUACAO.
           MOVE EMP-DATA-DESLIG  TO NEW-DATA-DESLIG.
           MOVE EMP-TIPO-DESLIG  TO NEW-TIPO-DESLIG.
           MOVE EMP-MESENTRADA   TO NEW-MESENTRADA.
           MOVE EMP-DEPARTAMENTO TO WRK-DEPARTAMENTO.
           PERFORM 0340-LOCALIZAR-DEP.
           EVALUATE TRUE
