      *              QT-GERACOES (SYSPARM BACKUP/QT-GERACOES,
      *              PADRAO 5); A RESTAURACAO E FEITA POR
      *              RESTAURA-BACKUP.
      * 15/10/2026 - INCLUSAO, ALTERACAO E RETIRADA DE PARAMETRO
      *              GRAVAM NO DIARIO DE ALTERACOES (CHGJRNL) O
      *              VALOR ANTERIOR E O NOVO, CONSULTADOS POR
      *              CONSULTA-ALTERACAO.
      * 15/10/2026 - CAMPOS DO DIARIO DE ALTERACOES COM O PREFIXO
      *              CJ-/WRK-CJR- (JR- E WRK-STATUS-JRN JA SAO DO
      *              JORNAL DE FRETE, FJRFD/FJRWS).
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY 'SYSSEL.CPY'.
           COPY 'BKPSEL.CPY'.
           COPY 'EXCPSEL.CPY'.
           COPY 'JRNSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.

           COPY 'EXCPFD.CPY'.

           COPY 'JRNFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'SYSWS.CPY'.
           COPY 'BKPWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'SESSWS.CPY'.
           COPY 'JRNWS.CPY'.
       77 WRK-PERFIL         PIC X(10) VALUE SPACES.
        88 ADM         VALUE 'ADM'.
       77 WRK-OPCAO          PIC 9(01) VALUE ZEROS.
                   UNTIL WRK-PAR-IDX > WRK-PAR-QTD
                      OR WRK-PAR-ACHOU = 'S'
               IF WRK-PAR-ACHOU = 'S'
                   PERFORM 0450-PREPARAR-DIARIO
                   MOVE WRK-TAB-PAR-VALOR(WRK-PAR-IDX-ACHADO)
                       TO WRK-CJR-VALOR-ED
                   MOVE WRK-CJR-VALOR-ED TO WRK-CJR-ANTES
                   MOVE WRK-VALOR-TXT-N
                       TO WRK-TAB-PAR-VALOR(WRK-PAR-IDX-ACHADO)
                   MOVE WRK-VALOR-TXT-N TO WRK-CJR-VALOR-ED
                   MOVE WRK-CJR-VALOR-ED TO WRK-CJR-DEPOIS
                   PERFORM 9040-REGISTRAR-ALTERACAO
                   DISPLAY 'PARAMETRO ALTERADO'
               ELSE
                   IF WRK-PAR-QTD < 50
                           TO WRK-TAB-PAR-CHAVE(WRK-PAR-QTD)
                       MOVE WRK-VALOR-TXT-N
                           TO WRK-TAB-PAR-VALOR(WRK-PAR-QTD)
                       PERFORM 0450-PREPARAR-DIARIO
                       MOVE SPACES TO WRK-CJR-ANTES
                       MOVE WRK-VALOR-TXT-N TO WRK-CJR-VALOR-ED
                       MOVE WRK-CJR-VALOR-ED TO WRK-CJR-DEPOIS
                       PERFORM 9040-REGISTRAR-ALTERACAO
                       DISPLAY 'PARAMETRO INCLUIDO'
                   ELSE
                       DISPLAY 'TABELA DE PARAMETROS CHEIA'
               UNTIL WRK-PAR-IDX > WRK-PAR-QTD
                  OR WRK-PAR-ACHOU = 'S'.
           IF WRK-PAR-ACHOU = 'S'
               PERFORM 0450-PREPARAR-DIARIO
               MOVE WRK-TAB-PAR-VALOR(WRK-PAR-IDX-ACHADO)
                   TO WRK-CJR-VALOR-ED
               MOVE WRK-CJR-VALOR-ED TO WRK-CJR-ANTES
               MOVE '(RETIRADO)' TO WRK-CJR-DEPOIS
               PERFORM 9040-REGISTRAR-ALTERACAO
               MOVE WRK-TAB-PAR(WRK-PAR-QTD)
                   TO WRK-TAB-PAR(WRK-PAR-IDX-ACHADO)
               SUBTRACT 1 FROM WRK-PAR-QTD
               DISPLAY 'PARAMETRO NAO ENCONTRADO'
           END-IF.

       0450-PREPARAR-DIARIO.
      * A CHAVE DO PARAMETRO NO DIARIO E PROGRAMA/PARAMETRO.
           MOVE 'ADM-PARAMETRO' TO WRK-CJR-PROGRAMA.
           MOVE 'SYSPARM' TO WRK-CJR-ARQUIVO.
           MOVE SPACES TO WRK-CJR-CHAVE.
           STRING WRK-PAR-PROGRAMA DELIMITED BY SPACE
               '/' DELIMITED BY SIZE
               WRK-PAR-CHAVE DELIMITED BY SPACE
               INTO WRK-CJR-CHAVE.
           MOVE 'VALOR' TO WRK-CJR-CAMPO.

       0900-GRAVAR.
           OPEN OUTPUT SYSTEM-PARAM-FILE.
           PERFORM 0910-GRAVAR-UM
           COPY 'SYSPRM.CPY'.

           COPY 'BKPCAT.CPY'.

           COPY 'JRNLOG.CPY'.
