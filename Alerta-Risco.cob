       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTA-RISCO.
      *********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: ALERTA DE RISCO DE REPROVACAO NO MEIO DO
      * BIMESTRE - COM AS NOTAS JA LANCADAS NO ANO (TRANSCPT) E
      * O DETALHE DE PRESENCA POR AULA (AULAFREQ), LISTA EM
      * RISCORPT OS ALUNOS COM MEDIA ABAIXO DA MINIMA OU
      * FREQUENCIA PERTO DO LIMITE, EMITE EM CARTARSC UMA CARTA
      * AO RESPONSAVEL (ALU-RESPONSAVEL) COM AS DISCIPLINAS
      * ENVOLVIDAS E REGISTRA NO AVISORSC CADA AVISO ENVIADO
      * DATA    = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PROGRAMA CRIADO: AS ESTATISTICAS DA TURMA SO
      *              SAEM DEPOIS DO FECHAMENTO, TARDE DEMAIS PARA O
      *              ALUNO QUE JA ESTAVA MAL. A MEDIA PARCIAL E A
      *              MEDIA DOS BIMESTRES JA LANCADOS NO ANO ATE O
      *              BIMESTRE PEDIDO (VALE O ULTIMO REGISTRO DE
      *              CADA BIMESTRE); OS LIMITES VEM DO SYSPARM
      *              (ALERTA-RISCO MEDIA-MINIMA, FREQ-MINIMA E
      *              MARGEM-FREQ). A CARTA SO SAI QUANDO HA
      *              DISCIPLINA EM RISCO AINDA NAO AVISADA NO ANO/
      *              BIMESTRE; O AVISORSC GUARDA ALUNO, DISCIPLINA,
      *              MOTIVO, RESPONSAVEL, DATA E USUARIO DE CADA
      *              DISCIPLINA CITADA NA CARTA, COMO PROVA DE QUE
      *              A FAMILIA FOI AVISADA.
      * 15/10/2026 - NOTAS OU ALUNO/DISCIPLINA ALEM DAS TABELAS
      *              (1000/500) PARAM A APURACAO COM RC 8 E AVISO
      *              NO EXCPLOG, EM VEZ DE AVALIAR PARTE DOS
      *              ALUNOS. ALUNO QUE JA SAIU DA ESCOLA (SITUACAO
      *              DO ALUNMAST PREENCHIDA: TRANSFERIDO OU
      *              CONCLUINTE) NAO ENTRA NA LISTA NEM RECEBE
      *              CARTA.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'TRNSEL.CPY'.
           COPY 'ALUSEL.CPY'.
           SELECT ATTENDANCE-DETAIL-FILE ASSIGN TO "AULAFREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FREQ.
           SELECT RISK-REPORT-FILE ASSIGN TO "RISCORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RPT.
           SELECT LETTER-REPORT-FILE ASSIGN TO "CARTARSC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CRT.
           SELECT WARNING-LOG-FILE ASSIGN TO "AVISORSC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-AVS.
           COPY 'SYSSEL.CPY'.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'TRNFD.CPY'.

           COPY 'ALUFD.CPY'.

       FD  ATTENDANCE-DETAIL-FILE.
       01  ATTENDANCE-DETAIL-RECORD.
           05 AF-MATRICULA   PIC X(10).
           05 AF-DISCIPLINA  PIC X(05).
           05 AF-DATA        PIC 9(08).
           05 AF-PRESENCA    PIC X(01).
              88 AF-PRESENTE VALUE 'P'.
              88 AF-FALTA    VALUE 'F'.

       FD  RISK-REPORT-FILE.
       01  RISK-REPORT-RECORD  PIC X(80).

       FD  LETTER-REPORT-FILE.
       01  LETTER-REPORT-RECORD PIC X(80).

      * UM REGISTRO POR DISCIPLINA CITADA EM CARTA ENVIADA.
       FD  WARNING-LOG-FILE.
       01  WARNING-LOG-RECORD.
           05 AV-MATRICULA    PIC X(10).
           05 AV-ANO          PIC 9(04).
           05 AV-TERMO        PIC 9(01).
           05 AV-DISCIPLINA   PIC X(05).
           05 AV-MEDIA        PIC 9(02)V9.
           05 AV-FREQUENCIA   PIC 9(03).
           05 AV-MOTIVO       PIC X(10).
           05 AV-RESPONSAVEL  PIC X(25).
           05 AV-DATA-ENVIO   PIC 9(08).
           05 AV-USUARIO      PIC X(20).

           COPY 'SYSFD.CPY'.

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'TRNWS.CPY'.
           COPY 'ALUWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
           COPY 'SYSWS.CPY'.
       77 WRK-STATUS-FREQ    PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RPT     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-CRT     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-AVS     PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ        PIC X(01) VALUE 'N'.
       77 WRK-ANO-LETIVO     PIC 9(04) VALUE ZEROS.
       77 WRK-TERMO          PIC 9(01) VALUE ZEROS.
       77 WRK-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WRK-SW-EMITIR      PIC X(01) VALUE 'N'.
       77 WRK-MEDIA-MINIMA   PIC 9(02)V9 VALUE ZEROS.
       77 WRK-FREQ-MINIMA    PIC 9(03) VALUE ZEROS.
       77 WRK-MARGEM-FREQ    PIC 9(03) VALUE ZEROS.
       77 WRK-FREQ-ALERTA    PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-TRM        PIC 9(04) VALUE ZEROS COMP.
       77 WRK-IDX-TRM        PIC 9(04) VALUE ZEROS COMP.
       77 WRK-IDX-TRM-ACHADO PIC 9(04) VALUE ZEROS COMP.
       77 WRK-SW-TRM-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-QTD-RSC        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-RSC        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-RSC-ACHADO PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-RSC-MENOR  PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-ORD        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-INI        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-FIM        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-SW-RSC-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-QTD-AVS        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-AVS        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-SW-AVS-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-SW-FIM-GRUPO   PIC X(01) VALUE 'N'.
       77 WRK-SW-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-SW-ALU-SAIU    PIC X(01) VALUE 'N'.
       77 WRK-QT-FORA-CURSO  PIC 9(05) VALUE ZEROS.
       77 WRK-MATR-ATUAL     PIC X(10) VALUE SPACES.
       77 WRK-CHAVE-MATR     PIC X(10) VALUE SPACES.
       77 WRK-CHAVE-DISC     PIC X(05) VALUE SPACES.
       77 WRK-QT-RISCO       PIC 9(02) VALUE ZEROS.
       77 WRK-QT-NOVAS       PIC 9(02) VALUE ZEROS.
       77 WRK-QT-ALUNOS-RISCO PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CARTAS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-JA-AVISADOS PIC 9(05) VALUE ZEROS.
       77 WRK-MEDIA-ED       PIC Z9,9 VALUE ZEROS.
       77 WRK-FREQ-ED        PIC ZZ9 VALUE ZEROS.
       77 WRK-MEDIA-TXT      PIC X(04) VALUE SPACES.
       77 WRK-FREQ-TXT       PIC X(03) VALUE SPACES.
       77 WRK-RSC-TROCA      PIC X(44) VALUE SPACES.
       77 WRK-LINHA-RPT      PIC X(80) VALUE SPACES.
       77 WRK-LINHA-CARTA    PIC X(80) VALUE SPACES.
       01 WRK-DATA-ED.
           05 WRK-DATA-ED-DIA PIC 9(02).
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-DATA-ED-MES PIC 9(02).
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-DATA-ED-ANO PIC 9(04).
      * ULTIMA MEDIA DE CADA ALUNO/DISCIPLINA/BIMESTRE DO ANO.
       01 WRK-TABELA-TERMOS.
           05 WRK-TAB-TRM OCCURS 1000 TIMES.
               10 WRK-TAB-TRM-MATR  PIC X(10).
               10 WRK-TAB-TRM-DISC  PIC X(05).
               10 WRK-TAB-TRM-TERMO PIC 9(01).
               10 WRK-TAB-TRM-MEDIA PIC 9(02)V9.
      * SITUACAO PARCIAL POR ALUNO/DISCIPLINA: SOMA E QUANTIDADE
      * DE MEDIAS BIMESTRAIS, AULAS DADAS E PRESENCAS, E O MOTIVO
      * DO RISCO (BRANCO = SEM RISCO).
       01 WRK-TABELA-RISCO.
           05 WRK-TAB-RSC OCCURS 500 TIMES.
               10 WRK-TAB-RSC-MATR   PIC X(10).
               10 WRK-TAB-RSC-DISC   PIC X(05).
               10 WRK-TAB-RSC-SOMA   PIC 9(03)V9.
               10 WRK-TAB-RSC-QT     PIC 9(01).
               10 WRK-TAB-RSC-DADAS  PIC 9(04).
               10 WRK-TAB-RSC-PRES   PIC 9(04).
               10 WRK-TAB-RSC-MEDIA  PIC 9(02)V9.
               10 WRK-TAB-RSC-FREQ   PIC 9(03).
               10 WRK-TAB-RSC-MOTIVO PIC X(10).
      * ALUNO/DISCIPLINA JA AVISADOS NO ANO/BIMESTRE (AVISORSC).
       01 WRK-TABELA-AVISADOS.
           05 WRK-TAB-AVS OCCURS 500 TIMES.
               10 WRK-TAB-AVS-MATR  PIC X(10).
               10 WRK-TAB-AVS-DISC  PIC X(05).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0040-AUTORIZAR.
           IF WRK-PERM-AUTORIZADO = 'S'
               PERFORM 0100-INICIALIZAR
               PERFORM 9100-CARREGAR-ALUNOS
               MOVE 'N' TO WRK-SW-TAB-CHEIA
               PERFORM 0200-CARREGAR-NOTAS
               IF WRK-SW-TAB-CHEIA = 'N'
                   PERFORM 0300-CARREGAR-FREQUENCIA
               END-IF
               IF WRK-SW-TAB-CHEIA = 'N'
                   PERFORM 0400-AVALIAR-RISCO
                       VARYING WRK-IDX-RSC FROM 1 BY 1
                       UNTIL WRK-IDX-RSC > WRK-QTD-RSC
                   PERFORM 0450-ORDENAR
                       VARYING WRK-IDX-ORD FROM 1 BY 1
                       UNTIL WRK-IDX-ORD >= WRK-QTD-RSC
                   PERFORM 0500-CARREGAR-AVISADOS
                   PERFORM 0600-GRAVAR-RELATORIO
               ELSE
                   DISPLAY 'TABELAS DE NOTAS/RISCO CHEIAS - ALERTA '
                       'NAO APURADO'
                   MOVE 'ALERTA-RISCO' TO WRK-EXCP-PROGRAMA
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9000-REGISTRAR-EXCECAO
               END-IF
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA ALERTA DE RISCO'
               MOVE 'ALERTA-RISCO' TO WRK-EXCP-PROGRAMA
               MOVE 'ACESSO NAO AUTORIZADO' TO WRK-EXCP-MENSAGEM
               PERFORM 9000-REGISTRAR-EXCECAO
               MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.

       0040-AUTORIZAR.
      * A AUTENTICACAO E FEITA PELA ROTINA CENTRAL VALIDA-LOGIN
      * E A AUTORIZACAO PELA MATRIZ DE PERMISSOES (PERMFILE).
      * COM SESSAO ABERTA PELO MENU, O USUARIO VEM DA SESSAO.
           IF SES-SW-ATIVA = 'S'
               MOVE SES-USUARIO TO LOG-USUARIO
               MOVE SES-PERFIL  TO LOG-PERFIL
               MOVE SES-NOME    TO LOG-NOME
               MOVE 'S' TO LOG-RESULTADO
           ELSE
               CALL 'VALIDA-LOGIN' USING WRK-LOGIN-PARAMETROS
           END-IF.
           MOVE 'ALERTA-RISCO' TO WRK-PERM-PROGRAMA.
           MOVE 'ALERTA' TO WRK-PERM-FUNCAO.
           IF LOG-RESULTADO = 'S'
               MOVE LOG-PERFIL TO WRK-PERM-PERFIL
           ELSE
               MOVE SPACES TO WRK-PERM-PERFIL
           END-IF.
           PERFORM 9200-VERIFICAR-PERMISSAO.

       0100-INICIALIZAR.
           DISPLAY 'ANO LETIVO (AAAA): '
           ACCEPT WRK-ANO-LETIVO.
           DISPLAY 'BIMESTRE EM CURSO (1 A 4): '
           ACCEPT WRK-TERMO.
           DISPLAY 'EMITIR CARTAS AOS RESPONSAVEIS (S/N): '
           ACCEPT WRK-SW-EMITIR.
           IF WRK-SW-EMITIR NOT = 'S'
               MOVE 'N' TO WRK-SW-EMITIR
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE(7:2) TO WRK-DATA-ED-DIA.
           MOVE WRK-DATA-HOJE(5:2) TO WRK-DATA-ED-MES.
           MOVE WRK-DATA-HOJE(1:4) TO WRK-DATA-ED-ANO.
           PERFORM 0110-OBTER-PARAMETROS.

       0110-OBTER-PARAMETROS.
      * MEDIA MINIMA DE APROVACAO (6,0 COMO NO PROGCOB07),
      * FREQUENCIA MINIMA (75 PCT) E A MARGEM, EM PONTOS
      * PERCENTUAIS ACIMA DO MINIMO, QUE JA CONTA COMO RISCO.
           MOVE 'ALERTA-RISCO' TO WRK-PAR-PROGRAMA.
           MOVE 'MEDIA-MINIMA' TO WRK-PAR-CHAVE.
           MOVE 6 TO WRK-PAR-DEFAULT.
           PERFORM 9300-OBTER-PARAMETRO.
           MOVE WRK-PAR-VALOR TO WRK-MEDIA-MINIMA.
           MOVE 'FREQ-MINIMA' TO WRK-PAR-CHAVE.
           MOVE 75 TO WRK-PAR-DEFAULT.
           PERFORM 9300-OBTER-PARAMETRO.
           MOVE WRK-PAR-VALOR TO WRK-FREQ-MINIMA.
           MOVE 'MARGEM-FREQ' TO WRK-PAR-CHAVE.
           MOVE 5 TO WRK-PAR-DEFAULT.
           PERFORM 9300-OBTER-PARAMETRO.
           MOVE WRK-PAR-VALOR TO WRK-MARGEM-FREQ.
           COMPUTE WRK-FREQ-ALERTA =
               WRK-FREQ-MINIMA + WRK-MARGEM-FREQ.

       0200-CARREGAR-NOTAS.
      * ULTIMO REGISTRO DE CADA BIMESTRE DO ANO ATE O BIMESTRE
      * EM CURSO; DEPOIS SOMA AS MEDIAS POR ALUNO/DISCIPLINA.
           MOVE ZEROS TO WRK-QTD-TRM.
           MOVE ZEROS TO WRK-QTD-RSC.
           OPEN INPUT TRANSCRIPT-FILE.
           IF WRK-STATUS-TRAN = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0210-LER-TRANSCRIPT
               PERFORM 0220-ACUMULAR-TERMO
                   UNTIL WRK-EOF-ARQ = 'S'
           ELSE
               DISPLAY 'HISTORICO ESCOLAR AUSENTE OU VAZIO'
           END-IF.
           CLOSE TRANSCRIPT-FILE.
           PERFORM 0240-SOMAR-TERMO
               VARYING WRK-IDX-TRM FROM 1 BY 1
               UNTIL WRK-IDX-TRM > WRK-QTD-TRM
                  OR WRK-SW-TAB-CHEIA = 'S'.

       0210-LER-TRANSCRIPT.
           READ TRANSCRIPT-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0220-ACUMULAR-TERMO.
           IF TR-ANO = WRK-ANO-LETIVO
              AND TR-TERMO > 0 AND TR-TERMO <= WRK-TERMO
               PERFORM 0230-LOCALIZAR-TERMO
               IF WRK-SW-TRM-ACHADO = 'N'
                   IF WRK-QTD-TRM < 1000
                       ADD 1 TO WRK-QTD-TRM
                       MOVE WRK-QTD-TRM TO WRK-IDX-TRM-ACHADO
                       MOVE TR-MATRICULA
                           TO WRK-TAB-TRM-MATR(WRK-IDX-TRM-ACHADO)
                       MOVE TR-DISCIPLINA
                           TO WRK-TAB-TRM-DISC(WRK-IDX-TRM-ACHADO)
                       MOVE TR-TERMO
                           TO WRK-TAB-TRM-TERMO(WRK-IDX-TRM-ACHADO)
                       MOVE 'S' TO WRK-SW-TRM-ACHADO
                   ELSE
                       MOVE 'S' TO WRK-SW-TAB-CHEIA
                       MOVE 'S' TO WRK-EOF-ARQ
                       MOVE 'NOTAS DO ANO EXCEDEM A TABELA (1000)'
                           TO WRK-EXCP-MENSAGEM
                   END-IF
               END-IF
               IF WRK-SW-TRM-ACHADO = 'S'
                   MOVE TR-MEDIA
                       TO WRK-TAB-TRM-MEDIA(WRK-IDX-TRM-ACHADO)
               END-IF
           END-IF.
           IF WRK-EOF-ARQ NOT = 'S'
               PERFORM 0210-LER-TRANSCRIPT
           END-IF.

       0230-LOCALIZAR-TERMO.
      * O PERFORM VARYING DEIXA O INDICE UMA POSICAO ALEM DA
      * ENTRADA ENCONTRADA, POR ISSO A POSICAO E GUARDADA EM
      * WRK-IDX-TRM-ACHADO.
           MOVE 'N' TO WRK-SW-TRM-ACHADO.
           PERFORM 0235-COMPARAR-TERMO
               VARYING WRK-IDX-TRM FROM 1 BY 1
               UNTIL WRK-IDX-TRM > WRK-QTD-TRM
                  OR WRK-SW-TRM-ACHADO = 'S'.

       0235-COMPARAR-TERMO.
           IF TR-MATRICULA = WRK-TAB-TRM-MATR(WRK-IDX-TRM)
              AND TR-DISCIPLINA = WRK-TAB-TRM-DISC(WRK-IDX-TRM)
              AND TR-TERMO = WRK-TAB-TRM-TERMO(WRK-IDX-TRM)
               MOVE 'S' TO WRK-SW-TRM-ACHADO
               MOVE WRK-IDX-TRM TO WRK-IDX-TRM-ACHADO
           END-IF.

       0240-SOMAR-TERMO.
           MOVE WRK-TAB-TRM-MATR(WRK-IDX-TRM) TO WRK-CHAVE-MATR.
           MOVE WRK-TAB-TRM-DISC(WRK-IDX-TRM) TO WRK-CHAVE-DISC.
           PERFORM 0250-LOCALIZAR-RISCO.
           IF WRK-SW-RSC-ACHADO = 'S'
               ADD WRK-TAB-TRM-MEDIA(WRK-IDX-TRM)
                   TO WRK-TAB-RSC-SOMA(WRK-IDX-RSC-ACHADO)
               ADD 1 TO WRK-TAB-RSC-QT(WRK-IDX-RSC-ACHADO)
           END-IF.

       0250-LOCALIZAR-RISCO.
      * ACHA (OU INCLUI) O ALUNO/DISCIPLINA WRK-CHAVE-MATR/DISC.
           MOVE 'N' TO WRK-SW-RSC-ACHADO.
           PERFORM 0255-COMPARAR-RISCO
               VARYING WRK-IDX-RSC FROM 1 BY 1
               UNTIL WRK-IDX-RSC > WRK-QTD-RSC
                  OR WRK-SW-RSC-ACHADO = 'S'.
           IF WRK-SW-RSC-ACHADO = 'N'
               IF WRK-QTD-RSC < 500
                   ADD 1 TO WRK-QTD-RSC
                   MOVE WRK-QTD-RSC TO WRK-IDX-RSC-ACHADO
                   INITIALIZE WRK-TAB-RSC(WRK-IDX-RSC-ACHADO)
                   MOVE WRK-CHAVE-MATR
                       TO WRK-TAB-RSC-MATR(WRK-IDX-RSC-ACHADO)
                   MOVE WRK-CHAVE-DISC
                       TO WRK-TAB-RSC-DISC(WRK-IDX-RSC-ACHADO)
                   MOVE 'S' TO WRK-SW-RSC-ACHADO
               ELSE
                   MOVE 'S' TO WRK-SW-TAB-CHEIA
                   MOVE 'ALUNO/DISCIPLINA EXCEDE A TABELA (500)'
                       TO WRK-EXCP-MENSAGEM
               END-IF
           END-IF.

       0255-COMPARAR-RISCO.
           IF WRK-CHAVE-MATR = WRK-TAB-RSC-MATR(WRK-IDX-RSC)
              AND WRK-CHAVE-DISC = WRK-TAB-RSC-DISC(WRK-IDX-RSC)
               MOVE 'S' TO WRK-SW-RSC-ACHADO
               MOVE WRK-IDX-RSC TO WRK-IDX-RSC-ACHADO
           END-IF.

       0300-CARREGAR-FREQUENCIA.
      * O AULAFREQ E O DETALHE DO BIMESTRE EM CURSO: CADA
      * REGISTRO E UMA AULA DE UM ALUNO/DISCIPLINA COM P
      * (PRESENTE) OU F (FALTA).
           OPEN INPUT ATTENDANCE-DETAIL-FILE.
           IF WRK-STATUS-FREQ = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0310-LER-FREQUENCIA
               PERFORM 0320-ACUMULAR-AULA
                   UNTIL WRK-EOF-ARQ = 'S'
           ELSE
               DISPLAY 'AULAFREQ AUSENTE - SO AS NOTAS SERAO '
                   'AVALIADAS'
           END-IF.
           CLOSE ATTENDANCE-DETAIL-FILE.

       0310-LER-FREQUENCIA.
           READ ATTENDANCE-DETAIL-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0320-ACUMULAR-AULA.
           MOVE AF-MATRICULA TO WRK-CHAVE-MATR.
           MOVE AF-DISCIPLINA TO WRK-CHAVE-DISC.
           PERFORM 0250-LOCALIZAR-RISCO.
           IF WRK-SW-RSC-ACHADO = 'S'
               ADD 1 TO WRK-TAB-RSC-DADAS(WRK-IDX-RSC-ACHADO)
               IF AF-PRESENTE
                   ADD 1 TO WRK-TAB-RSC-PRES(WRK-IDX-RSC-ACHADO)
               END-IF
           END-IF.
           IF WRK-SW-TAB-CHEIA = 'S'
               MOVE 'S' TO WRK-EOF-ARQ
           ELSE
               PERFORM 0310-LER-FREQUENCIA
           END-IF.

       0400-AVALIAR-RISCO.
      * SEM MEDIA LANCADA NAO HA RISCO POR NOTA; SEM AULA
      * REGISTRADA A FREQUENCIA CONTA COMO 100 PCT.
           IF WRK-TAB-RSC-QT(WRK-IDX-RSC) > 0
               COMPUTE WRK-TAB-RSC-MEDIA(WRK-IDX-RSC) ROUNDED =
                   WRK-TAB-RSC-SOMA(WRK-IDX-RSC)
                   / WRK-TAB-RSC-QT(WRK-IDX-RSC)
           END-IF.
           IF WRK-TAB-RSC-DADAS(WRK-IDX-RSC) > 0
               COMPUTE WRK-TAB-RSC-FREQ(WRK-IDX-RSC) ROUNDED =
                   WRK-TAB-RSC-PRES(WRK-IDX-RSC) * 100
                   / WRK-TAB-RSC-DADAS(WRK-IDX-RSC)
           ELSE
               MOVE 100 TO WRK-TAB-RSC-FREQ(WRK-IDX-RSC)
           END-IF.
           MOVE SPACES TO WRK-TAB-RSC-MOTIVO(WRK-IDX-RSC).
           EVALUATE TRUE
               WHEN WRK-TAB-RSC-QT(WRK-IDX-RSC) > 0
                AND WRK-TAB-RSC-MEDIA(WRK-IDX-RSC) < WRK-MEDIA-MINIMA
                AND WRK-TAB-RSC-FREQ(WRK-IDX-RSC) < WRK-FREQ-ALERTA
                   MOVE 'NOTA+FREQ.' TO WRK-TAB-RSC-MOTIVO(WRK-IDX-RSC)
               WHEN WRK-TAB-RSC-QT(WRK-IDX-RSC) > 0
                AND WRK-TAB-RSC-MEDIA(WRK-IDX-RSC) < WRK-MEDIA-MINIMA
                   MOVE 'NOTA' TO WRK-TAB-RSC-MOTIVO(WRK-IDX-RSC)
               WHEN WRK-TAB-RSC-FREQ(WRK-IDX-RSC) < WRK-FREQ-ALERTA
                   MOVE 'FREQUENCIA' TO WRK-TAB-RSC-MOTIVO(WRK-IDX-RSC)
           END-EVALUATE.

       0450-ORDENAR.
      * ORDENA POR MATRICULA E DISCIPLINA (SELECAO SIMPLES), PARA
      * AGRUPAR AS DISCIPLINAS DE CADA ALUNO NA MESMA CARTA.
           MOVE WRK-IDX-ORD TO WRK-IDX-RSC-MENOR.
           PERFORM 0455-COMPARAR-MENOR
               VARYING WRK-IDX-RSC FROM WRK-IDX-ORD BY 1
               UNTIL WRK-IDX-RSC > WRK-QTD-RSC.
           IF WRK-IDX-RSC-MENOR NOT = WRK-IDX-ORD
               MOVE WRK-TAB-RSC(WRK-IDX-ORD) TO WRK-RSC-TROCA
               MOVE WRK-TAB-RSC(WRK-IDX-RSC-MENOR)
                   TO WRK-TAB-RSC(WRK-IDX-ORD)
               MOVE WRK-RSC-TROCA TO WRK-TAB-RSC(WRK-IDX-RSC-MENOR)
           END-IF.

       0455-COMPARAR-MENOR.
           IF WRK-TAB-RSC-MATR(WRK-IDX-RSC)
                  < WRK-TAB-RSC-MATR(WRK-IDX-RSC-MENOR)
              OR (WRK-TAB-RSC-MATR(WRK-IDX-RSC)
                  = WRK-TAB-RSC-MATR(WRK-IDX-RSC-MENOR)
              AND WRK-TAB-RSC-DISC(WRK-IDX-RSC)
                  < WRK-TAB-RSC-DISC(WRK-IDX-RSC-MENOR))
               MOVE WRK-IDX-RSC TO WRK-IDX-RSC-MENOR
           END-IF.

       0500-CARREGAR-AVISADOS.
           MOVE ZEROS TO WRK-QTD-AVS.
           OPEN INPUT WARNING-LOG-FILE.
           IF WRK-STATUS-AVS = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0510-LER-AVISO
               PERFORM 0520-ARMAZENAR-AVISO
                   UNTIL WRK-EOF-ARQ = 'S'
           END-IF.
           CLOSE WARNING-LOG-FILE.

       0510-LER-AVISO.
           READ WARNING-LOG-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0520-ARMAZENAR-AVISO.
           IF AV-ANO = WRK-ANO-LETIVO AND AV-TERMO = WRK-TERMO
               IF WRK-QTD-AVS < 500
                   ADD 1 TO WRK-QTD-AVS
                   MOVE AV-MATRICULA TO WRK-TAB-AVS-MATR(WRK-QTD-AVS)
                   MOVE AV-DISCIPLINA TO WRK-TAB-AVS-DISC(WRK-QTD-AVS)
               ELSE
                   DISPLAY 'TABELA DE AVISOS CHEIA - IGNORADO'
               END-IF
           END-IF.
           PERFORM 0510-LER-AVISO.

       0530-LOCALIZAR-AVISO.
           MOVE 'N' TO WRK-SW-AVS-ACHADO.
           PERFORM 0535-COMPARAR-AVISO
               VARYING WRK-IDX-AVS FROM 1 BY 1
               UNTIL WRK-IDX-AVS > WRK-QTD-AVS
                  OR WRK-SW-AVS-ACHADO = 'S'.

       0535-COMPARAR-AVISO.
           IF WRK-TAB-RSC-MATR(WRK-IDX-RSC)
                  = WRK-TAB-AVS-MATR(WRK-IDX-AVS)
              AND WRK-TAB-RSC-DISC(WRK-IDX-RSC)
                  = WRK-TAB-AVS-DISC(WRK-IDX-AVS)
               MOVE 'S' TO WRK-SW-AVS-ACHADO
           END-IF.

       0600-GRAVAR-RELATORIO.
           MOVE ZEROS TO WRK-QT-ALUNOS-RISCO.
           MOVE ZEROS TO WRK-QT-CARTAS.
           MOVE ZEROS TO WRK-QT-JA-AVISADOS.
           MOVE ZEROS TO WRK-QT-FORA-CURSO.
           OPEN OUTPUT RISK-REPORT-FILE.
           IF WRK-SW-EMITIR = 'S'
               OPEN OUTPUT LETTER-REPORT-FILE
               OPEN EXTEND WARNING-LOG-FILE
               IF WRK-STATUS-AVS NOT = '00'
                   OPEN OUTPUT WARNING-LOG-FILE
                   CLOSE WARNING-LOG-FILE
                   OPEN EXTEND WARNING-LOG-FILE
               END-IF
           END-IF.
           STRING 'ALUNOS EM RISCO - ' WRK-ANO-LETIVO
               '/B' WRK-TERMO ' EM ' WRK-DATA-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-MEDIA-MINIMA TO WRK-MEDIA-ED.
           MOVE WRK-FREQ-ALERTA TO WRK-FREQ-ED.
           STRING 'CRITERIO: MEDIA PARCIAL ABAIXO DE ' WRK-MEDIA-ED
               ' OU FREQUENCIA ABAIXO DE ' WRK-FREQ-ED ' PCT'
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 1 TO WRK-IDX-RSC.
           PERFORM 0610-PROCESSAR-ALUNO
               UNTIL WRK-IDX-RSC > WRK-QTD-RSC.
           STRING 'ALUNOS EM RISCO: ' WRK-QT-ALUNOS-RISCO
               ' CARTAS EMITIDAS: ' WRK-QT-CARTAS
               ' JA AVISADOS: ' WRK-QT-JA-AVISADOS
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           IF WRK-QT-FORA-CURSO > 0
               STRING 'EM RISCO MAS FORA DE CURSO (SEM CARTA): '
                   WRK-QT-FORA-CURSO
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
           END-IF.
           IF WRK-SW-EMITIR = 'S'
               CLOSE WARNING-LOG-FILE
               CLOSE LETTER-REPORT-FILE
           END-IF.
           CLOSE RISK-REPORT-FILE.

       0610-PROCESSAR-ALUNO.
      * QUEBRA POR MATRICULA: CONTA AS DISCIPLINAS EM RISCO DO
      * ALUNO E QUANTAS AINDA NAO FORAM AVISADAS NO BIMESTRE.
           MOVE WRK-IDX-RSC TO WRK-IDX-INI.
           MOVE WRK-TAB-RSC-MATR(WRK-IDX-RSC) TO WRK-MATR-ATUAL.
           MOVE ZEROS TO WRK-QT-RISCO.
           MOVE ZEROS TO WRK-QT-NOVAS.
           MOVE 'N' TO WRK-SW-FIM-GRUPO.
           PERFORM 0620-CONTAR-DISCIPLINA
               UNTIL WRK-SW-FIM-GRUPO = 'S'.
           MOVE WRK-IDX-RSC TO WRK-IDX-FIM.
           IF WRK-QT-RISCO > 0
               PERFORM 0625-VERIFICAR-SITUACAO
               IF WRK-SW-ALU-SAIU = 'S'
                   ADD 1 TO WRK-QT-FORA-CURSO
               ELSE
                   ADD 1 TO WRK-QT-ALUNOS-RISCO
                   PERFORM 0630-LISTAR-ALUNO
               END-IF
           END-IF.
           MOVE WRK-IDX-FIM TO WRK-IDX-RSC.

       0620-CONTAR-DISCIPLINA.
           IF WRK-TAB-RSC-MOTIVO(WRK-IDX-RSC) NOT = SPACES
               ADD 1 TO WRK-QT-RISCO
               PERFORM 0530-LOCALIZAR-AVISO
               IF WRK-SW-AVS-ACHADO = 'N'
                   ADD 1 TO WRK-QT-NOVAS
               END-IF
           END-IF.
           ADD 1 TO WRK-IDX-RSC.
           IF WRK-IDX-RSC > WRK-QTD-RSC
               MOVE 'S' TO WRK-SW-FIM-GRUPO
           ELSE
               IF WRK-TAB-RSC-MATR(WRK-IDX-RSC) NOT = WRK-MATR-ATUAL
                   MOVE 'S' TO WRK-SW-FIM-GRUPO
               END-IF
           END-IF.

       0625-VERIFICAR-SITUACAO.
      * TRANSFERIDO (T) OU CONCLUINTE (C) JA NAO ESTA NA ESCOLA;
      * SO O ALUNO CURSANDO (SITUACAO EM BRANCO) E AVISADO.
           MOVE 'N' TO WRK-SW-ALU-SAIU.
           MOVE WRK-MATR-ATUAL TO WRK-ALU-PROCURADO.
           PERFORM 9150-LOCALIZAR-ALUNO.
           IF WRK-ALU-SW-ACHADO = 'S'
               IF WRK-TAB-ALU-SIT(WRK-ALU-IDX-ACHADO) NOT = SPACE
                   MOVE 'S' TO WRK-SW-ALU-SAIU
               END-IF
           END-IF.

       0630-LISTAR-ALUNO.
      * ALUNO FORA DO CADASTRO NAO TEM RESPONSAVEL A QUEM
      * ESCREVER: SAI NA LISTA E NO LOG DE EXCECOES, SEM CARTA.
           MOVE WRK-MATR-ATUAL TO WRK-ALU-PROCURADO.
           PERFORM 9150-LOCALIZAR-ALUNO.
           IF WRK-ALU-SW-ACHADO = 'N'
               MOVE 'NAO CADASTRADO' TO WRK-ALU-NOME
               MOVE SPACES TO WRK-ALU-TURMA
           END-IF.
           STRING WRK-MATR-ATUAL ' ' WRK-ALU-NOME
               ' TURMA ' WRK-ALU-TURMA
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           PERFORM 0640-LISTAR-DISCIPLINA
               VARYING WRK-IDX-RSC FROM WRK-IDX-INI BY 1
               UNTIL WRK-IDX-RSC >= WRK-IDX-FIM.
           EVALUATE TRUE
               WHEN WRK-ALU-SW-ACHADO = 'N'
                   MOVE '    SEM CARTA - ALUNO FORA DO CADASTRO'
                       TO WRK-LINHA-RPT
                   MOVE 'ALERTA-RISCO' TO WRK-EXCP-PROGRAMA
                   MOVE SPACES TO WRK-EXCP-MENSAGEM
                   STRING 'RISCO SEM CADASTRO: ' WRK-MATR-ATUAL
                       DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM
                   MOVE 'A' TO WRK-EXCP-SEVERIDADE
                   PERFORM 9000-REGISTRAR-EXCECAO
                   MOVE 4 TO RETURN-CODE
               WHEN WRK-QT-NOVAS = 0
                   ADD 1 TO WRK-QT-JA-AVISADOS
                   MOVE '    RESPONSAVEL JA AVISADO NESTE BIMESTRE'
                       TO WRK-LINHA-RPT
               WHEN WRK-SW-EMITIR = 'N'
                   MOVE '    CARTA PENDENTE (SEM EMISSAO NESTA RODADA)'
                       TO WRK-LINHA-RPT
               WHEN OTHER
                   PERFORM 0700-EMITIR-CARTA
                   STRING '    CARTA EMITIDA A ' WRK-ALU-RESPONSAVEL
                       DELIMITED BY SIZE INTO WRK-LINHA-RPT
           END-EVALUATE.
           PERFORM 0800-GRAVAR-LINHA.

       0640-LISTAR-DISCIPLINA.
           IF WRK-TAB-RSC-MOTIVO(WRK-IDX-RSC) NOT = SPACES
               PERFORM 0650-EDITAR-VALORES
               STRING '    ' WRK-TAB-RSC-DISC(WRK-IDX-RSC)
                   ' MEDIA ' WRK-MEDIA-TXT
                   ' FREQ ' WRK-FREQ-TXT ' PCT'
                   ' MOTIVO ' WRK-TAB-RSC-MOTIVO(WRK-IDX-RSC)
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
           END-IF.

       0650-EDITAR-VALORES.
      * SEM MEDIA LANCADA OU SEM AULA REGISTRADA SAI TRACO.
           IF WRK-TAB-RSC-QT(WRK-IDX-RSC) > 0
               MOVE WRK-TAB-RSC-MEDIA(WRK-IDX-RSC) TO WRK-MEDIA-ED
               MOVE WRK-MEDIA-ED TO WRK-MEDIA-TXT
           ELSE
               MOVE '  --' TO WRK-MEDIA-TXT
           END-IF.
           IF WRK-TAB-RSC-DADAS(WRK-IDX-RSC) > 0
               MOVE WRK-TAB-RSC-FREQ(WRK-IDX-RSC) TO WRK-FREQ-ED
               MOVE WRK-FREQ-ED TO WRK-FREQ-TXT
           ELSE
               MOVE ' --' TO WRK-FREQ-TXT
           END-IF.

       0700-EMITIR-CARTA.
      * UMA CARTA POR ALUNO COM TODAS AS DISCIPLINAS EM RISCO;
      * CADA UMA DELAS FICA REGISTRADA NO AVISORSC.
           ADD 1 TO WRK-QT-CARTAS.
           MOVE ALL '-' TO WRK-LINHA-CARTA.
           PERFORM 0790-GRAVAR-LINHA-CARTA.
           MOVE 'COMUNICADO DE RISCO DE REPROVACAO'
               TO WRK-LINHA-CARTA.
           MOVE WRK-DATA-ED TO WRK-LINHA-CARTA(70:10).
           PERFORM 0790-GRAVAR-LINHA-CARTA.
           PERFORM 0790-GRAVAR-LINHA-CARTA.
           STRING 'A(O) SR(A). ' WRK-ALU-RESPONSAVEL
               DELIMITED BY SIZE INTO WRK-LINHA-CARTA.
           PERFORM 0790-GRAVAR-LINHA-CARTA.
           STRING 'RESPONSAVEL POR ' WRK-ALU-NOME
               ' - MATRICULA ' WRK-MATR-ATUAL
               ' TURMA ' WRK-ALU-TURMA
               DELIMITED BY SIZE INTO WRK-LINHA-CARTA.
           PERFORM 0790-GRAVAR-LINHA-CARTA.
           PERFORM 0790-GRAVAR-LINHA-CARTA.
           STRING 'INFORMAMOS QUE, ATE O ' WRK-TERMO
               'O BIMESTRE DE ' WRK-ANO-LETIVO
               ', O(A) ALUNO(A) ESTA EM RISCO DE'
               DELIMITED BY SIZE INTO WRK-LINHA-CARTA.
           PERFORM 0790-GRAVAR-LINHA-CARTA.
           MOVE 'REPROVACAO NAS DISCIPLINAS ABAIXO, POR NOTA OU POR'
               TO WRK-LINHA-CARTA.
           PERFORM 0790-GRAVAR-LINHA-CARTA.
           MOVE 'FALTAS. PEDIMOS QUE PROCURE A COORDENACAO.'
               TO WRK-LINHA-CARTA.
           PERFORM 0790-GRAVAR-LINHA-CARTA.
           PERFORM 0790-GRAVAR-LINHA-CARTA.
           MOVE 'DISCIPLINA  MEDIA PARCIAL  FREQUENCIA  MOTIVO'
               TO WRK-LINHA-CARTA.
           PERFORM 0790-GRAVAR-LINHA-CARTA.
           PERFORM 0710-LISTAR-NA-CARTA
               VARYING WRK-IDX-RSC FROM WRK-IDX-INI BY 1
               UNTIL WRK-IDX-RSC >= WRK-IDX-FIM.
           PERFORM 0790-GRAVAR-LINHA-CARTA.
           MOVE WRK-MEDIA-MINIMA TO WRK-MEDIA-ED.
           MOVE WRK-FREQ-MINIMA TO WRK-FREQ-ED.
           STRING 'MEDIA MINIMA ' WRK-MEDIA-ED
               ' - FREQUENCIA MINIMA ' WRK-FREQ-ED ' PCT'
               DELIMITED BY SIZE INTO WRK-LINHA-CARTA.
           PERFORM 0790-GRAVAR-LINHA-CARTA.
           PERFORM 0790-GRAVAR-LINHA-CARTA.
           MOVE 'A COORDENACAO PEDAGOGICA' TO WRK-LINHA-CARTA.
           PERFORM 0790-GRAVAR-LINHA-CARTA.

       0710-LISTAR-NA-CARTA.
           IF WRK-TAB-RSC-MOTIVO(WRK-IDX-RSC) NOT = SPACES
               PERFORM 0650-EDITAR-VALORES
               STRING WRK-TAB-RSC-DISC(WRK-IDX-RSC)
                   '       ' WRK-MEDIA-TXT
                   '           ' WRK-FREQ-TXT ' PCT'
                   '    ' WRK-TAB-RSC-MOTIVO(WRK-IDX-RSC)
                   DELIMITED BY SIZE INTO WRK-LINHA-CARTA
               PERFORM 0790-GRAVAR-LINHA-CARTA
               PERFORM 0720-REGISTRAR-AVISO
           END-IF.

       0720-REGISTRAR-AVISO.
           MOVE WRK-MATR-ATUAL TO AV-MATRICULA.
           MOVE WRK-ANO-LETIVO TO AV-ANO.
           MOVE WRK-TERMO TO AV-TERMO.
           MOVE WRK-TAB-RSC-DISC(WRK-IDX-RSC) TO AV-DISCIPLINA.
           MOVE WRK-TAB-RSC-MEDIA(WRK-IDX-RSC) TO AV-MEDIA.
           MOVE WRK-TAB-RSC-FREQ(WRK-IDX-RSC) TO AV-FREQUENCIA.
           MOVE WRK-TAB-RSC-MOTIVO(WRK-IDX-RSC) TO AV-MOTIVO.
           MOVE WRK-ALU-RESPONSAVEL TO AV-RESPONSAVEL.
           MOVE WRK-DATA-HOJE TO AV-DATA-ENVIO.
           MOVE LOG-USUARIO TO AV-USUARIO.
           WRITE WARNING-LOG-RECORD.

       0790-GRAVAR-LINHA-CARTA.
           MOVE WRK-LINHA-CARTA TO LETTER-REPORT-RECORD.
           WRITE LETTER-REPORT-RECORD.
           MOVE SPACES TO WRK-LINHA-CARTA.

       0800-GRAVAR-LINHA.
           MOVE WRK-LINHA-RPT TO RISK-REPORT-RECORD.
           WRITE RISK-REPORT-RECORD.
           DISPLAY WRK-LINHA-RPT.
           MOVE SPACES TO WRK-LINHA-RPT.

           COPY 'EXCPLOG.CPY'.

           COPY 'PERMCHK.CPY'.

           COPY 'SYSPRM.CPY'.

           COPY 'ALUCHK.CPY'.
