      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: FAXINA DOS ARQUIVOS ACUMULATIVOS (AUDITLOG,
      * EXCPLOG, TRANSCPT, ANORES, CLOSERPT E OS RAISEHIST
      * ANUAIS):
      * MOVE OS REGISTROS ANTERIORES AO CORTE DE RETENCAO PARA
      * UM ARQUIVO DE ARQUIVAMENTO DATADO, CONFERE A CONTAGEM
      * DO ARQUIVADO ANTES DE EXPURGAR DO VIVO, E GERA O
      *              AS GERACOES COMO UM ARQUIVO LOGICO SO, SEM
      *              RESTAURACAO MANUAL. GERACOES ANTERIORES AO
      *              CATALOGO PRECISAM SER CADASTRADAS A MAO.
      * 15/10/2026 - INCLUIDO O ANORES, QUE PASSOU A ACUMULAR OS
      *              RESULTADOS ANUAIS: CORTADO PELO ANO LETIVO
      *              (RA-ANO, POSICAO 1), REGRA ANORES DO
      *              RETRULES. O HISTORICO ESCOLAR LE AS GERACOES
      *              PELO ARQCAT.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 WRK-MES-SISTEMA PIC 9(02).
           05 WRK-DIA-SISTEMA PIC 9(02).
       01 WRK-TABELA-ARQS.
           05 WRK-TAB-ARQ OCCURS 5 TIMES.
               10 WRK-TAB-ARQ-NOME   PIC X(08).
               10 WRK-TAB-ARQ-TIPO   PIC X(01).
               10 WRK-TAB-ARQ-OFFSET PIC 9(03).
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           PERFORM 0110-CARREGAR-REGRAS.
      * OS CINCO ARQUIVOS SEQUENCIAIS E ONDE ESTA A DATA EM
      * CADA REGISTRO: D = DATA COMPLETA, A = SO O ANO LETIVO.
           MOVE 'AUDITLOG' TO WRK-TAB-ARQ-NOME(1).
           MOVE 'D' TO WRK-TAB-ARQ-TIPO(1).
           MOVE 'CLOSERPT' TO WRK-TAB-ARQ-NOME(4).
           MOVE 'D' TO WRK-TAB-ARQ-TIPO(4).
           MOVE 1 TO WRK-TAB-ARQ-OFFSET(4).
           MOVE 'ANORES' TO WRK-TAB-ARQ-NOME(5).
           MOVE 'A' TO WRK-TAB-ARQ-TIPO(5).
           MOVE 1 TO WRK-TAB-ARQ-OFFSET(5).

       0110-CARREGAR-REGRAS.
           MOVE ZEROS TO WRK-QTD-REGRAS.
       0200-FAXINAR-SEQUENCIAIS.
           PERFORM 0210-FAXINAR-UM-ARQUIVO
               VARYING WRK-IDX-ARQ FROM 1 BY 1
               UNTIL WRK-IDX-ARQ > 5.

       0210-FAXINAR-UM-ARQUIVO.
           MOVE WRK-TAB-ARQ-NOME(WRK-IDX-ARQ) TO WRK-ARQ-PROCURADO.
