      *              INTEIRAMENTE NO PAPEL. COM OS BIMESTRES DA
      *              ORIGEM CARREGADOS, A CONSOLIDACAO FECHA OS
      *              QUATRO TERMOS NORMALMENTE.
      * 15/10/2026 - A SAIDA PASSA A REGISTRAR, COM CONFIRMACAO,
      *              O ALUNO COMO TRANSFERIDO NO ALUNMAST
      *              (SITUACAO T E ANO LETIVO DA SAIDA), PARA A
      *              REMATRICULA NAO LEVA-LO PARA A SERIE
      *              SEGUINTE.
      * 15/10/2026 - O REGISTRO DA SAIDA NO ALUNMAST PASSA A GRAVAR
      *              ANTES UMA GERACAO DE BACKUP (CATALOGADA NO
      *              BKPCAT, COMO NA REMATRICULA) E DEIXA A
      *              ALTERACAO NA TRILHA DE AUDITORIA (AUDITLOG).
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT TRANSFER-REPORT-FILE ASSIGN TO "TRANSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RPT.
           COPY 'BKPSEL.CPY'.
           COPY 'AUDSEL.CPY'.
           COPY 'SYSSEL.CPY'.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.

       FD  TRANSFER-REPORT-FILE.
       01  TRANSFER-REPORT-RECORD PIC X(80).

           COPY 'BKPFD.CPY'.

           COPY 'AUDFD.CPY'.

           COPY 'SYSFD.CPY'.

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.
           COPY 'EXCPWS.CPY'.
           COPY 'TRNWS.CPY'.
           COPY 'ALUWS.CPY'.
           COPY 'BKPWS.CPY'.
           COPY 'SYSWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
       77 WRK-STATUS-TIN     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-TOU     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RPT     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-AUDIT   PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ        PIC X(01) VALUE 'N'.
       77 WRK-MODO           PIC 9(01) VALUE ZEROS.
       77 WRK-MATRICULA      PIC X(10) VALUE SPACES.
       77 WRK-QT-EXTRAIDOS   PIC 9(05) VALUE ZEROS.
       77 WRK-STATUS-NOTA    PIC X(25) VALUE SPACES.
       77 WRK-FREQ-MINIMA    PIC 9(03) VALUE 75.
       77 WRK-SW-CONFIRMA    PIC X(01) VALUE 'N'.
       77 WRK-IDX            PIC 9(03) VALUE ZEROS COMP.
       77 WRK-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-HORA      PIC X(21) VALUE SPACES.
       77 WRK-LINHA-RPT      PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
                   ' EM ' WRK-ANO-LETIVO
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
           ELSE
               DISPLAY 'REGISTRAR A SAIDA DO ALUNO NO ALUNMAST? '
                   '(S/N): '
               ACCEPT WRK-SW-CONFIRMA
               IF WRK-SW-CONFIRMA = 'S'
                   PERFORM 0330-REGISTRAR-SAIDA
               END-IF
           END-IF.

       0310-LER-TRANSCRIPT.
           END-IF.
           PERFORM 0310-LER-TRANSCRIPT.

       0330-REGISTRAR-SAIDA.
      * MARCA O ALUNO COMO TRANSFERIDO (SITUACAO T) NO ANO LETIVO
      * DA SAIDA; A REMATRICULA O LISTA ENTRE AS SAIDAS DO ANO E
      * NAO O LEVA PARA A SERIE SEGUINTE.
           PERFORM 9100-CARREGAR-ALUNOS.
           MOVE WRK-MATRICULA TO WRK-ALU-PROCURADO.
           PERFORM 9150-LOCALIZAR-ALUNO.
           EVALUATE TRUE
               WHEN WRK-ALU-SW-CHEIA = 'S'
                   STRING 'ALUNMAST MAIOR QUE A TABELA - SAIDA '
                       'NAO REGISTRADA'
                       DELIMITED BY SIZE INTO WRK-LINHA-RPT
               WHEN WRK-ALU-SW-ACHADO = 'N'
                   STRING WRK-MATRICULA
                       ' SEM CADASTRO - SAIDA NAO REGISTRADA'
                       DELIMITED BY SIZE INTO WRK-LINHA-RPT
               WHEN OTHER
                   PERFORM 0340-GERAR-BACKUP
                   MOVE 'T' TO WRK-TAB-ALU-SIT(WRK-ALU-IDX-ACHADO)
                   MOVE WRK-ANO-LETIVO
                       TO WRK-TAB-ALU-ANO(WRK-ALU-IDX-ACHADO)
                   PERFORM 9170-REGRAVAR-ALUNOS
                   PERFORM 0350-REGISTRAR-AUDITORIA
                   STRING WRK-MATRICULA ' ' WRK-ALU-NOME
                       ' SAIDA REGISTRADA'
                       DELIMITED BY SIZE INTO WRK-LINHA-RPT
                   PERFORM 0800-GRAVAR-LINHA
                   STRING 'BACKUP DO ALUNMAST: ' WRK-BKP-NOME
                       DELIMITED BY SIZE INTO WRK-LINHA-RPT
           END-EVALUATE.
           PERFORM 0800-GRAVAR-LINHA.

       0340-GERAR-BACKUP.
      * A GERACAO DE BACKUP E GRAVADA DA TABELA AINDA SEM A
      * SAIDA; A VOLTA E PELA RESTAURACAO DE BACKUP (ARQUIVO
      * ALUNMAST).
           MOVE 'BACKUP' TO WRK-PAR-PROGRAMA.
           MOVE 'QT-GERACOES' TO WRK-PAR-CHAVE.
           MOVE 5 TO WRK-PAR-DEFAULT.
           PERFORM 9300-OBTER-PARAMETRO.
           MOVE WRK-PAR-VALOR TO WRK-BKP-MAXGER.
           ACCEPT WRK-BKP-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-BKP-HORA FROM TIME.
           MOVE SPACES TO WRK-BKP-NOME.
           STRING 'ALUNMAST.B' WRK-BKP-DATA WRK-BKP-HORA(1:6)
               DELIMITED BY SIZE INTO WRK-BKP-NOME.
           OPEN OUTPUT BACKUP-GEN-FILE.
           PERFORM 0345-DESCARREGAR-ALUNO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-ALU-QTD.
           CLOSE BACKUP-GEN-FILE.
           MOVE 'ALUNMAST' TO WRK-BKP-ARQUIVO.
           PERFORM 9600-REGISTRAR-BACKUP.

       0345-DESCARREGAR-ALUNO.
           MOVE SPACES TO BACKUP-GEN-RECORD.
           MOVE WRK-TAB-ALU(WRK-IDX) TO BACKUP-GEN-RECORD(1:70).
           WRITE BACKUP-GEN-RECORD.

       0350-REGISTRAR-AUDITORIA.
      * A SAIDA REGISTRADA NO CADASTRO FICA NA TRILHA: QUEM,
      * QUANDO E QUAL ALUNO.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           MOVE SPACES TO WRK-DATA-HORA.
           STRING WRK-DATA-SISTEMA '-' WRK-HORA-SISTEMA
               DELIMITED BY SIZE INTO WRK-DATA-HORA.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WRK-STATUS-AUDIT NOT = '00'
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF.
           MOVE WRK-DATA-HORA TO AL-DATA-HORA.
           MOVE LOG-USUARIO   TO AL-USUARIO.
           MOVE LOG-PERFIL    TO AL-PERFIL.
           MOVE SPACES TO AL-MENSAGEM.
           STRING 'TRANSFERENCIA ' WRK-MATRICULA
               DELIMITED BY SIZE INTO AL-MENSAGEM.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       0800-GRAVAR-LINHA.
           MOVE WRK-LINHA-RPT TO TRANSFER-REPORT-RECORD.
           WRITE TRANSFER-REPORT-RECORD.

           COPY 'PERMCHK.CPY'.

           COPY 'SYSPRM.CPY'.

           COPY 'BKPCAT.CPY'.

           COPY 'ALUCHK.CPY'.
