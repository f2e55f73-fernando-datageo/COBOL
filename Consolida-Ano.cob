      *              CADASTRO DE ALUNOS (ALUNMAST) E A IMPRIMIR O
      *              NOME DO ALUNO; MATRICULA FORA DO CADASTRO
      *              SAI COMO NAO CADASTRADO.
      * 15/10/2026 - O ANORES PASSA A ACUMULAR OS ANOS: OS
      *              RESULTADOS DOS OUTROS ANOS SAO PRESERVADOS
      *              (VIA ARQUIVO DE TRABALHO ANORESWK) E SO O ANO
      *              CONSOLIDADO E SUBSTITUIDO. E A BASE DO
      *              HISTORICO ESCOLAR DE VARIOS ANOS.
      * 15/10/2026 - O ANORES PASSOU PARA OS COPYBOOKS ANRSEL/
      *              ANRFD/ANRWS, COMPARTILHADOS COM REMATRICULA.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           COPY 'TRNSEL.CPY'.
           COPY 'ALUSEL.CPY'.
           COPY 'ANRSEL.CPY'.
           SELECT YEAR-WORK-FILE ASSIGN TO "ANORESWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-WRK.
           SELECT YEAR-REPORT-FILE ASSIGN TO "RESANO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RPT.

           COPY 'ALUFD.CPY'.

           COPY 'ANRFD.CPY'.

       FD  YEAR-WORK-FILE.
       01  YEAR-WORK-RECORD PIC X(47).

       FD  YEAR-REPORT-FILE.
       01  YEAR-REPORT-RECORD PIC X(80).
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
           COPY 'ANRWS.CPY'.
       77 WRK-STATUS-RPT     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-WRK     PIC X(02) VALUE SPACES.
       77 WRK-EOF-RES        PIC X(01) VALUE 'N'.
       77 WRK-QTD-OUTROS     PIC 9(05) VALUE ZEROS.
       77 WRK-EOF-TRAN       PIC X(01) VALUE 'N'.
       77 WRK-ANO-LETIVO     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-CHAVE      PIC 9(03) VALUE ZEROS COMP.
               (WRK-IDX-CHAVE-ACH WRK-IDX-TERMO).

       0300-APURAR-RESULTADOS.
           PERFORM 0400-PRESERVAR-OUTROS-ANOS.
           OPEN OUTPUT YEAR-RESULT-FILE.
           PERFORM 0450-DEVOLVER-OUTROS-ANOS.
           OPEN OUTPUT YEAR-REPORT-FILE.
           STRING 'RESULTADO DE FIM DE ANO - ' WRK-ANO-LETIVO
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
               ' INCOMPLETOS: ' WRK-QTD-INCOMPLETOS
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           STRING 'RESULTADOS DE OUTROS ANOS PRESERVADOS: '
               WRK-QTD-OUTROS
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           CLOSE YEAR-RESULT-FILE.
           CLOSE YEAR-REPORT-FILE.

               END-EVALUATE
           END-IF.

       0400-PRESERVAR-OUTROS-ANOS.
      * SEPARA NO ARQUIVO DE TRABALHO OS RESULTADOS DOS DEMAIS
      * ANOS; O ANO CONSOLIDADO E REGRAVADO POR INTEIRO.
           MOVE ZEROS TO WRK-QTD-OUTROS.
           OPEN OUTPUT YEAR-WORK-FILE.
           OPEN INPUT YEAR-RESULT-FILE.
           IF WRK-STATUS-RES = '00'
               MOVE 'N' TO WRK-EOF-RES
               PERFORM 0410-LER-RESULTADO
               PERFORM 0420-SEPARAR-RESULTADO
                   UNTIL WRK-EOF-RES = 'S'
           END-IF.
           CLOSE YEAR-RESULT-FILE.
           CLOSE YEAR-WORK-FILE.

       0410-LER-RESULTADO.
           READ YEAR-RESULT-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-RES
           END-READ.

       0420-SEPARAR-RESULTADO.
           IF RA-ANO NOT = WRK-ANO-LETIVO
               MOVE YEAR-RESULT-RECORD TO YEAR-WORK-RECORD
               WRITE YEAR-WORK-RECORD
               ADD 1 TO WRK-QTD-OUTROS
           END-IF.
           PERFORM 0410-LER-RESULTADO.

       0450-DEVOLVER-OUTROS-ANOS.
           OPEN INPUT YEAR-WORK-FILE.
           IF WRK-STATUS-WRK = '00'
               MOVE 'N' TO WRK-EOF-RES
               PERFORM 0460-COPIAR-OUTRO-ANO
                   UNTIL WRK-EOF-RES = 'S'
           END-IF.
           CLOSE YEAR-WORK-FILE.

       0460-COPIAR-OUTRO-ANO.
           READ YEAR-WORK-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-RES
               NOT AT END
                   MOVE YEAR-WORK-RECORD TO YEAR-RESULT-RECORD
                   WRITE YEAR-RESULT-RECORD
           END-READ.

       0800-GRAVAR-LINHA.
           MOVE WRK-LINHA-RPT TO YEAR-REPORT-RECORD.
           WRITE YEAR-REPORT-RECORD.
