       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDENCIA-NOTAS.
      *********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: PENDENCIA DE LANCAMENTO DE NOTAS PARA A
      * COORDENACAO - PARA CADA TURMA/DISCIPLINA ATRIBUIDA A UM
      * PROFESSOR NO PROFMAST, CONTA OS ALUNOS CURSANDO NA TURMA
      * (ALUNMAST) QUE AINDA NAO TEM NOTA NO TRANSCPT PARA O
      * ANO/BIMESTRE PEDIDO, E MOSTRA QUANTO FALTA PARA O PRAZO
      * DE ENTREGA DO BIMESTRE (PRAZONOT), EM PENDNRPT
      * DATA    = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PROGRAMA CRIADO: A COORDENACAO CONFERIA A
      *              ENTREGA DE NOTAS TURMA A TURMA NO CLASSRPT NA
      *              SEMANA DO FECHAMENTO. A JANELA DE AVISO ANTES
      *              DO PRAZO VEM DO SYSPARM (PENDENCIA-NOTAS
      *              DIAS-AVISO, PADRAO 7 DIAS); HAVENDO PENDENCIA
      *              DENTRO DA JANELA OU COM O PRAZO VENCIDO, O
      *              PROGRAMA TERMINA COM RC 4.
      * 15/10/2026 - NOTAS LANCADAS ALEM DA TABELA (1000) PARAM A
      *              APURACAO COM RC 8 E AVISO NO EXCPLOG, EM VEZ
      *              DE LISTAR COMO PENDENTE QUEM JA TEM NOTA.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'TRNSEL.CPY'.
           COPY 'ALUSEL.CPY'.
           COPY 'PRFSEL.CPY'.
           SELECT DEADLINE-FILE ASSIGN TO "PRAZONOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PZ.
           SELECT PENDING-REPORT-FILE ASSIGN TO "PENDNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RPT.
           COPY 'SYSSEL.CPY'.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'TRNFD.CPY'.

           COPY 'ALUFD.CPY'.

           COPY 'PRFFD.CPY'.

      * PRAZO DE ENTREGA DAS NOTAS DE CADA BIMESTRE.
       FD  DEADLINE-FILE.
       01  DEADLINE-RECORD.
           05 PZ-ANO          PIC 9(04).
           05 PZ-TERMO        PIC 9(01).
           05 PZ-DATA         PIC 9(08).

       FD  PENDING-REPORT-FILE.
       01  PENDING-REPORT-RECORD PIC X(80).

           COPY 'SYSFD.CPY'.

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'TRNWS.CPY'.
           COPY 'ALUWS.CPY'.
           COPY 'PRFWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
           COPY 'SYSWS.CPY'.
           COPY 'DTCWS.CPY'.
       77 WRK-STATUS-PZ      PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RPT     PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ        PIC X(01) VALUE 'N'.
       77 WRK-ANO-LETIVO     PIC 9(04) VALUE ZEROS.
       77 WRK-TERMO          PIC 9(01) VALUE ZEROS.
       77 WRK-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-PRAZO     PIC 9(08) VALUE ZEROS.
       77 WRK-SW-PRAZO       PIC X(01) VALUE 'N'.
       77 WRK-SERIAL-HOJE    PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL-PRAZO   PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-AVISO     PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-FALTAM    PIC 9(05) VALUE ZEROS.
       77 WRK-DIAS-ATRASO    PIC 9(05) VALUE ZEROS.
       77 WRK-SW-ALERTA      PIC X(01) VALUE 'N'.
       77 WRK-QTD-LANC       PIC 9(04) VALUE ZEROS COMP.
       77 WRK-IDX-LANC       PIC 9(04) VALUE ZEROS COMP.
       77 WRK-SW-LANC-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-SW-LANC-CHEIA  PIC X(01) VALUE 'N'.
       77 WRK-LANC-MATR      PIC X(10) VALUE SPACES.
       77 WRK-LANC-DISC      PIC X(05) VALUE SPACES.
       77 WRK-QTD-TURMA      PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-LANCADAS   PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-FALTAM     PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-PENDENCIAS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-ALU-FALTA  PIC 9(05) VALUE ZEROS.
       77 WRK-SW-DETALHE     PIC X(01) VALUE 'N'.
       77 WRK-LINHA-RPT      PIC X(80) VALUE SPACES.
       01 WRK-DATA-ED.
           05 WRK-DATA-ED-DIA PIC 9(02).
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-DATA-ED-MES PIC 9(02).
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-DATA-ED-ANO PIC 9(04).
      * ALUNO/DISCIPLINA COM NOTA NO TRANSCPT NO ANO E BIMESTRE.
       01 WRK-TABELA-LANCADAS.
           05 WRK-TAB-LANC OCCURS 1000 TIMES.
               10 WRK-TAB-LANC-MATR PIC X(10).
               10 WRK-TAB-LANC-DISC PIC X(05).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0040-AUTORIZAR.
           IF WRK-PERM-AUTORIZADO = 'S'
               PERFORM 0100-INICIALIZAR
               PERFORM 9100-CARREGAR-ALUNOS
               PERFORM 9900-CARREGAR-PROFESSORES
               PERFORM 0200-CARREGAR-LANCADAS
               IF WRK-SW-LANC-CHEIA = 'S'
                   DISPLAY 'NOTAS LANCADAS EXCEDEM A TABELA (1000) - '
                       'PENDENCIA NAO APURADA'
                   MOVE 'PENDENCIA-NOTAS' TO WRK-EXCP-PROGRAMA
                   MOVE 'NOTAS LANCADAS EXCEDEM A TABELA (1000)'
                       TO WRK-EXCP-MENSAGEM
                   PERFORM 9000-REGISTRAR-EXCECAO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0400-GRAVAR-RELATORIO
                   IF WRK-QTD-PENDENCIAS > 0 AND WRK-SW-ALERTA = 'S'
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA PENDENCIAS'
               MOVE 'PENDENCIA-NOTAS' TO WRK-EXCP-PROGRAMA
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
           MOVE 'PENDENCIA-NOTAS' TO WRK-PERM-PROGRAMA.
           MOVE 'PENDENCIA' TO WRK-PERM-FUNCAO.
           IF LOG-RESULTADO = 'S'
               MOVE LOG-PERFIL TO WRK-PERM-PERFIL
           ELSE
               MOVE SPACES TO WRK-PERM-PERFIL
           END-IF.
           PERFORM 9200-VERIFICAR-PERMISSAO.

       0100-INICIALIZAR.
           DISPLAY 'ANO LETIVO (AAAA): '
           ACCEPT WRK-ANO-LETIVO.
           DISPLAY 'BIMESTRE (1 A 4): '
           ACCEPT WRK-TERMO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 'PENDENCIA-NOTAS' TO WRK-PAR-PROGRAMA.
           MOVE 'DIAS-AVISO' TO WRK-PAR-CHAVE.
           MOVE 7 TO WRK-PAR-DEFAULT.
           PERFORM 9300-OBTER-PARAMETRO.
           MOVE WRK-PAR-VALOR TO WRK-DIAS-AVISO.
           PERFORM 0150-OBTER-PRAZO.

       0150-OBTER-PRAZO.
      * SEM PRAZO CADASTRADO PARA O BIMESTRE A LISTAGEM SAI
      * MESMO ASSIM, SEM CONTAGEM DE DIAS E SEM ALERTA.
           MOVE 'N' TO WRK-SW-PRAZO.
           MOVE 'N' TO WRK-SW-ALERTA.
           OPEN INPUT DEADLINE-FILE.
           IF WRK-STATUS-PZ = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0160-LER-PRAZO
               PERFORM 0170-VERIFICAR-PRAZO
                   UNTIL WRK-EOF-ARQ = 'S'
           END-IF.
           CLOSE DEADLINE-FILE.
           IF WRK-SW-PRAZO = 'S'
               MOVE WRK-DATA-HOJE TO WRK-DTC-DATA
               PERFORM 9400-DATA-PARA-SERIAL
               MOVE WRK-DTC-SERIAL TO WRK-SERIAL-HOJE
               MOVE WRK-DATA-PRAZO TO WRK-DTC-DATA
               PERFORM 9400-DATA-PARA-SERIAL
               MOVE WRK-DTC-SERIAL TO WRK-SERIAL-PRAZO
               MOVE ZEROS TO WRK-DIAS-FALTAM
               MOVE ZEROS TO WRK-DIAS-ATRASO
               IF WRK-SERIAL-PRAZO < WRK-SERIAL-HOJE
                   COMPUTE WRK-DIAS-ATRASO =
                       WRK-SERIAL-HOJE - WRK-SERIAL-PRAZO
                   MOVE 'S' TO WRK-SW-ALERTA
               ELSE
                   COMPUTE WRK-DIAS-FALTAM =
                       WRK-SERIAL-PRAZO - WRK-SERIAL-HOJE
                   IF WRK-DIAS-FALTAM <= WRK-DIAS-AVISO
                       MOVE 'S' TO WRK-SW-ALERTA
                   END-IF
               END-IF
           ELSE
               DISPLAY 'PRAZO DO BIMESTRE NAO CADASTRADO NO PRAZONOT'
           END-IF.

       0160-LER-PRAZO.
           READ DEADLINE-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0170-VERIFICAR-PRAZO.
           IF PZ-ANO = WRK-ANO-LETIVO AND PZ-TERMO = WRK-TERMO
               MOVE PZ-DATA TO WRK-DATA-PRAZO
               MOVE 'S' TO WRK-SW-PRAZO
           END-IF.
           PERFORM 0160-LER-PRAZO.

       0200-CARREGAR-LANCADAS.
      * BASTA UM REGISTRO DO ALUNO/DISCIPLINA NO BIMESTRE PARA A
      * NOTA CONTAR COMO ENTREGUE.
           MOVE ZEROS TO WRK-QTD-LANC.
           MOVE 'N' TO WRK-SW-LANC-CHEIA.
           OPEN INPUT TRANSCRIPT-FILE.
           IF WRK-STATUS-TRAN = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0210-LER-TRANSCRIPT
               PERFORM 0220-ACUMULAR-LANCADA
                   UNTIL WRK-EOF-ARQ = 'S'
           ELSE
               DISPLAY 'HISTORICO ESCOLAR AUSENTE OU VAZIO'
           END-IF.
           CLOSE TRANSCRIPT-FILE.

       0210-LER-TRANSCRIPT.
           READ TRANSCRIPT-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0220-ACUMULAR-LANCADA.
           IF TR-ANO = WRK-ANO-LETIVO
              AND TR-TERMO = WRK-TERMO
               MOVE TR-MATRICULA TO WRK-LANC-MATR
               MOVE TR-DISCIPLINA TO WRK-LANC-DISC
               PERFORM 0230-LOCALIZAR-LANCADA
               IF WRK-SW-LANC-ACHADO = 'N'
                   IF WRK-QTD-LANC < 1000
                       ADD 1 TO WRK-QTD-LANC
                       MOVE TR-MATRICULA
                           TO WRK-TAB-LANC-MATR(WRK-QTD-LANC)
                       MOVE TR-DISCIPLINA
                           TO WRK-TAB-LANC-DISC(WRK-QTD-LANC)
                   ELSE
                       MOVE 'S' TO WRK-SW-LANC-CHEIA
                       MOVE 'S' TO WRK-EOF-ARQ
                   END-IF
               END-IF
           END-IF.
           IF WRK-EOF-ARQ NOT = 'S'
               PERFORM 0210-LER-TRANSCRIPT
           END-IF.

       0230-LOCALIZAR-LANCADA.
           MOVE 'N' TO WRK-SW-LANC-ACHADO.
           PERFORM 0235-COMPARAR-LANCADA
               VARYING WRK-IDX-LANC FROM 1 BY 1
               UNTIL WRK-IDX-LANC > WRK-QTD-LANC
                  OR WRK-SW-LANC-ACHADO = 'S'.

       0235-COMPARAR-LANCADA.
           IF WRK-LANC-MATR = WRK-TAB-LANC-MATR(WRK-IDX-LANC)
              AND WRK-LANC-DISC = WRK-TAB-LANC-DISC(WRK-IDX-LANC)
               MOVE 'S' TO WRK-SW-LANC-ACHADO
           END-IF.

       0400-GRAVAR-RELATORIO.
           MOVE ZEROS TO WRK-QTD-PENDENCIAS.
           MOVE ZEROS TO WRK-QTD-ALU-FALTA.
           OPEN OUTPUT PENDING-REPORT-FILE.
           STRING 'PENDENCIA DE NOTAS - ' WRK-ANO-LETIVO
               '/B' WRK-TERMO
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           IF WRK-SW-PRAZO = 'S'
               MOVE WRK-DATA-PRAZO(7:2) TO WRK-DATA-ED-DIA
               MOVE WRK-DATA-PRAZO(5:2) TO WRK-DATA-ED-MES
               MOVE WRK-DATA-PRAZO(1:4) TO WRK-DATA-ED-ANO
               IF WRK-DIAS-ATRASO > 0
                   STRING 'PRAZO DE ENTREGA ' WRK-DATA-ED
                       ' - VENCIDO HA ' WRK-DIAS-ATRASO ' DIA(S)'
                       DELIMITED BY SIZE INTO WRK-LINHA-RPT
               ELSE
                   STRING 'PRAZO DE ENTREGA ' WRK-DATA-ED
                       ' - FALTAM ' WRK-DIAS-FALTAM ' DIA(S)'
                       DELIMITED BY SIZE INTO WRK-LINHA-RPT
               END-IF
           ELSE
               MOVE 'PRAZO DE ENTREGA NAO CADASTRADO'
                   TO WRK-LINHA-RPT
           END-IF.
           PERFORM 0800-GRAVAR-LINHA.
           PERFORM 0410-VERIFICAR-ATRIBUICAO
               VARYING WRK-PRF-IDX FROM 1 BY 1
               UNTIL WRK-PRF-IDX > WRK-PRF-QTD.
           IF WRK-QTD-PENDENCIAS = 0
               MOVE 'NENHUMA TURMA COM NOTA PENDENTE'
                   TO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
           END-IF.
           STRING 'TURMAS/DISCIPLINAS PENDENTES: '
               WRK-QTD-PENDENCIAS
               ' NOTAS FALTANDO: ' WRK-QTD-ALU-FALTA
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           IF WRK-QTD-PENDENCIAS > 0 AND WRK-SW-ALERTA = 'S'
               MOVE 'ATENCAO: PENDENCIAS NO PRAZO DE AVISO OU VENCIDAS'
                   TO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
           END-IF.
           CLOSE PENDING-REPORT-FILE.

       0410-VERIFICAR-ATRIBUICAO.
      * PRIMEIRA PASSADA CONTA; SE FALTAR NOTA, A SEGUNDA LISTA
      * OS ALUNOS SEM NOTA ABAIXO DA LINHA DA TURMA.
           MOVE ZEROS TO WRK-QTD-TURMA.
           MOVE ZEROS TO WRK-QTD-LANCADAS.
           MOVE 'N' TO WRK-SW-DETALHE.
           PERFORM 0420-CONFERIR-ALUNO
               VARYING WRK-ALU-IDX FROM 1 BY 1
               UNTIL WRK-ALU-IDX > WRK-ALU-QTD.
           IF WRK-QTD-LANCADAS < WRK-QTD-TURMA
               ADD 1 TO WRK-QTD-PENDENCIAS
               COMPUTE WRK-QTD-FALTAM =
                   WRK-QTD-TURMA - WRK-QTD-LANCADAS
               ADD WRK-QTD-FALTAM TO WRK-QTD-ALU-FALTA
               STRING 'TURMA ' WRK-TAB-PRF-TURMA(WRK-PRF-IDX)
                   ' ' WRK-TAB-PRF-DISC(WRK-PRF-IDX)
                   ' PROF ' WRK-TAB-PRF-USUARIO(WRK-PRF-IDX)
                   ' LANCADAS ' WRK-QTD-LANCADAS
                   '/' WRK-QTD-TURMA
                   ' FALTAM ' WRK-QTD-FALTAM
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
               MOVE 'S' TO WRK-SW-DETALHE
               PERFORM 0420-CONFERIR-ALUNO
                   VARYING WRK-ALU-IDX FROM 1 BY 1
                   UNTIL WRK-ALU-IDX > WRK-ALU-QTD
           END-IF.

       0420-CONFERIR-ALUNO.
      * SO CONTA QUEM ESTA CURSANDO A TURMA NO ANO PEDIDO; ANO
      * LETIVO ZERADO E REGISTRO ANTERIOR A REMATRICULA (ANO EM
      * CURSO).
           IF WRK-TAB-ALU-TURMA(WRK-ALU-IDX)
                  = WRK-TAB-PRF-TURMA(WRK-PRF-IDX)
              AND WRK-TAB-ALU-SIT(WRK-ALU-IDX) = SPACE
              AND (WRK-TAB-ALU-ANO(WRK-ALU-IDX) = ZEROS
                   OR WRK-TAB-ALU-ANO(WRK-ALU-IDX) = WRK-ANO-LETIVO)
               MOVE WRK-TAB-ALU-MATR(WRK-ALU-IDX) TO WRK-LANC-MATR
               MOVE WRK-TAB-PRF-DISC(WRK-PRF-IDX) TO WRK-LANC-DISC
               PERFORM 0230-LOCALIZAR-LANCADA
               IF WRK-SW-DETALHE = 'N'
                   ADD 1 TO WRK-QTD-TURMA
                   IF WRK-SW-LANC-ACHADO = 'S'
                       ADD 1 TO WRK-QTD-LANCADAS
                   END-IF
               ELSE
                   IF WRK-SW-LANC-ACHADO = 'N'
                       STRING '    SEM NOTA: '
                           WRK-TAB-ALU-MATR(WRK-ALU-IDX) ' '
                           WRK-TAB-ALU-NOME(WRK-ALU-IDX)
                           DELIMITED BY SIZE INTO WRK-LINHA-RPT
                       PERFORM 0800-GRAVAR-LINHA
                   END-IF
               END-IF
           END-IF.

       0800-GRAVAR-LINHA.
           MOVE WRK-LINHA-RPT TO PENDING-REPORT-RECORD.
           WRITE PENDING-REPORT-RECORD.
           DISPLAY WRK-LINHA-RPT.
           MOVE SPACES TO WRK-LINHA-RPT.

           COPY 'EXCPLOG.CPY'.

           COPY 'PERMCHK.CPY'.

           COPY 'SYSPRM.CPY'.

           COPY 'DTCALC.CPY'.

           COPY 'ALUCHK.CPY'.

           COPY 'PRFCHK.CPY'.
