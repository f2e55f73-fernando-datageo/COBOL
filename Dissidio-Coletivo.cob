      *              DOS AUMENTOS PROGRESSIVOS, E O TOTAL DO
      *              CONTROLE DISSCTL VIRA O EVENTO DISSIDIO DO
      *              CONTAMAP EM GERA-CONTABIL.
      * 15/10/2026 - FUNCIONARIO DESLIGADO (EMP-DESLIGADO, GRAVADO
      *              PELA RESCISAO) CONTINUA SENDO LIDO E CONTADO
      *              MAS NAO RECEBE DISSIDIO NEM REGISTRO NO
      *              HISTORICO; A QUANTIDADE SAI NO DISSRPT.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-AUMENTO        PIC 9(06)V99 VALUE ZEROS.
       77 WRK-QT-LIDOS       PIC 9(05) VALUE ZEROS.
       77 WRK-QT-HIST        PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DESLIG      PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-AUMENTO    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-AUMENTO-ED     PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
               ' TOTAL DO DISSIDIO: R' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           STRING 'DESLIGADOS (SEM DISSIDIO): ' WRK-QT-DESLIG
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           CLOSE EMPLOYEE-FILE.
           CLOSE RAISE-HISTORY-FILE.
           CLOSE DISSIDIO-REPORT-FILE.
           END-READ.

       0220-CALCULAR-FUNCIONARIO.
      * O DESLIGADO FICA NO CADASTRO SO PARA O HISTORICO: NAO
      * RECEBE DISSIDIO.
           IF EMP-DESLIGADO
               ADD 1 TO WRK-QT-DESLIG
           ELSE
               PERFORM 0230-CALCULAR-DISSIDIO
           END-IF.
           PERFORM 0210-LER-FUNCIONARIO.

       0230-CALCULAR-DISSIDIO.
      * O DISSIDIO E UM PERCENTUAL UNICO SOBRE O SALARIO,
      * INDEPENDENTE DO TEMPO DE CASA. A APLICACAO NO CADASTRO
      * CONTINUA SENDO FEITA POR APLICA-AUMENTO (CICLO TIPO D),
               ' DISSIDIO: R' WRK-AUMENTO-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.

       0400-GRAVAR-CONTROLE.
      * TOTAIS DA EXECUCAO PARA A CONTABILIDADE: GERA-CONTABIL
