       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERA-MENSALIDADE.
      *********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: FATURAMENTO MENSAL DAS MENSALIDADES ESCOLARES -
      * PARA CADA ALUNO CURSANDO NO CADASTRO (ALUNMAST) GERA NO
      * MENSTIT O TITULO DA COMPETENCIA CONTRA O RESPONSAVEL
      * (ALU-RESPONSAVEL), COM O VALOR DA SERIE (MENSTAB), O
      * DESCONTO DE BOLSA (BOLSAS) OU DE IRMAO E O VENCIMENTO NO
      * DIA UTIL DO CALENDARIO (CALFILE); LISTA OS TITULOS E OS
      * TOTAIS NO MENSRPT
      * DATA    = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PROGRAMA CRIADO: A MENSALIDADE ERA CONTROLADA
      *              NUMA PLANILHA A PARTE QUE NUNCA BATIA COM QUEM
      *              ESTAVA DE FATO MATRICULADO. A SERIE E O INICIO
      *              DA TURMA (05A = SERIE 05). O DESCONTO DE IRMAO
      *              (SYSPARM DESC-IRMAO-PCT) VALE DO SEGUNDO FILHO
      *              CURSANDO DO MESMO RESPONSAVEL EM DIANTE, NA
      *              ORDEM DO CADASTRO; BOLSA E IRMAO NAO SE
      *              SOMAM - VALE O MAIOR. O VENCIMENTO E O DIA
      *              DIA-VENCIMENTO DO MES DA COMPETENCIA OU, NAO
      *              SENDO DIA UTIL, O DIA UTIL SEGUINTE. ALUNO JA
      *              FATURADO NA COMPETENCIA E PULADO, ENTAO A
      *              REEXECUCAO SO FATURA QUEM ENTROU DEPOIS. SERIE
      *              SEM VALOR NO MENSTAB E LISTADA, VAI PARA O LOG
      *              DE EXCECOES E O PROGRAMA TERMINA COM RC=4.
      *              O TOTAL EMITIDO NO DIA VIRA O EVENTO MENSALID
      *              DO GERA-CONTABIL.
      * 15/10/2026 - ALUNMAST MAIOR QUE A TABELA DE ALUNOS RECUSA
      *              O FATURAMENTO (RC 8 E AVISO NO EXCPLOG): OS
      *              ALUNOS QUE NAO COUBESSEM FICARIAM SEM BOLETO
      *              E O DESCONTO DE IRMAO SAIRIA ERRADO.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'ALUSEL.CPY'.
           COPY 'MNTSEL.CPY'.
           SELECT TUITION-TABLE-FILE ASSIGN TO "MENSTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TAB.
           SELECT SCHOLARSHIP-FILE ASSIGN TO "BOLSAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BOL.
           SELECT BILLING-REPORT-FILE ASSIGN TO "MENSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RPT.
           COPY 'CALSEL.CPY'.
           COPY 'SYSSEL.CPY'.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'ALUFD.CPY'.

           COPY 'MNTFD.CPY'.

      * VALOR DA MENSALIDADE POR SERIE (DOIS PRIMEIROS CARACTERES
      * DA TURMA).
       FD  TUITION-TABLE-FILE.
       01  TUITION-TABLE-RECORD.
           05 MTB-SERIE      PIC X(02).
           05 MTB-VALOR      PIC 9(07)V99.

      * BOLSA DE ESTUDO POR ALUNO, EM PERCENTUAL DA MENSALIDADE,
      * VALIDA DA COMPETENCIA INICIAL ATE A FINAL (FINAL ZERADA =
      * SEM PRAZO).
       FD  SCHOLARSHIP-FILE.
       01  SCHOLARSHIP-RECORD.
           05 BOL-MATRICULA  PIC X(10).
           05 BOL-PERCENTUAL PIC 9(03)V99.
           05 BOL-COMP-INI   PIC 9(06).
           05 BOL-COMP-FIM   PIC 9(06).

       FD  BILLING-REPORT-FILE.
       01  BILLING-REPORT-RECORD PIC X(100).

           COPY 'CALFD.CPY'.

           COPY 'SYSFD.CPY'.

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'ALUWS.CPY'.
           COPY 'MNTWS.CPY'.
           COPY 'CALWS.CPY'.
           COPY 'DTCWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
           COPY 'SYSWS.CPY'.
       77 WRK-STATUS-TAB     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-BOL     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RPT     PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ        PIC X(01) VALUE 'N'.
       77 WRK-SW-COMP-VALIDA PIC X(01) VALUE 'N'.
       01 WRK-COMPETENCIA    PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           05 WRK-COMP-ANO   PIC 9(04).
           05 WRK-COMP-MES   PIC 9(02).
       77 WRK-DATA-EMISSAO   PIC 9(08) VALUE ZEROS.
       77 WRK-VENCIMENTO     PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-VENCTO     PIC 9(02) VALUE ZEROS.
       77 WRK-DESC-IRMAO-PCT PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PCT-BOLSA      PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PCT-DESCONTO   PIC 9(03)V99 VALUE ZEROS.
       77 WRK-TIPO-DESC      PIC X(01) VALUE SPACES.
       77 WRK-VALOR-BRUTO    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-DESC     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-LIQ      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SERIE          PIC X(02) VALUE SPACES.
       77 WRK-QT-IRMAOS      PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-TAB        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-TAB        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-TAB-ACHADO PIC 9(03) VALUE ZEROS COMP.
       77 WRK-SW-TAB-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-QTD-BOL        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-BOL        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-SW-BOL-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-QTD-FAT        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-FAT        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-SW-FAT-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-IDX-ALU        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-IRM        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-QT-FATURADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-JA-FATURADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-TABELA  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-BOLSA       PIC 9(05) VALUE ZEROS.
       77 WRK-QT-IRMAO       PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-BRUTO      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-DESCONTO   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-LIQUIDO    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-ED       PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DESC-ED        PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-LIQ-ED         PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QT-ED          PIC ZZZZ9 VALUE ZEROS.
       77 WRK-LINHA-RPT      PIC X(100) VALUE SPACES.
       01 WRK-DATA-ED.
           05 WRK-DATA-ED-DIA PIC 9(02).
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-DATA-ED-MES PIC 9(02).
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-DATA-ED-ANO PIC 9(04).
       01 WRK-TABELA-MENSALIDADES.
           05 WRK-TAB-MTB OCCURS 30 TIMES.
               10 WRK-TAB-MTB-SERIE PIC X(02).
               10 WRK-TAB-MTB-VALOR PIC 9(07)V99.
      * BOLSAS VALIDAS NA COMPETENCIA.
       01 WRK-TABELA-BOLSAS.
           05 WRK-TAB-BOL OCCURS 200 TIMES.
               10 WRK-TAB-BOL-MATR  PIC X(10).
               10 WRK-TAB-BOL-PCT   PIC 9(03)V99.
      * ALUNOS JA FATURADOS NA COMPETENCIA (MENSTIT).
       01 WRK-TABELA-FATURADOS.
           05 WRK-TAB-FAT-MATR OCCURS 200 TIMES PIC X(10).
      * ALUNO CURSANDO NO ANO DA COMPETENCIA (S/N), NA MESMA
      * POSICAO DA TABELA DO CADASTRO.
       01 WRK-TABELA-ATIVOS.
           05 WRK-TAB-ATIVO OCCURS 200 TIMES PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0040-AUTORIZAR.
           IF WRK-PERM-AUTORIZADO = 'S'
               PERFORM 0100-INICIALIZAR
               IF WRK-SW-COMP-VALIDA = 'S'
                   PERFORM 9100-CARREGAR-ALUNOS
                   IF WRK-ALU-SW-CHEIA = 'S'
                       DISPLAY 'ALUNMAST EXCEDE A CAPACIDADE DO'
                           ' PROGRAMA (200) - FATURAMENTO RECUSADO'
                       MOVE 'GERA-MENSALIDADE' TO WRK-EXCP-PROGRAMA
                       MOVE 'ALUNMAST EXCEDE A CAPACIDADE DA TABELA'
                           TO WRK-EXCP-MENSAGEM
                       PERFORM 9000-REGISTRAR-EXCECAO
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 0200-CARREGAR-TABELA
                       PERFORM 0300-CARREGAR-BOLSAS
                       PERFORM 0400-CARREGAR-FATURADOS
                       PERFORM 0500-FATURAR
                       IF WRK-QT-SEM-TABELA > 0
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               ELSE
                   DISPLAY 'COMPETENCIA INVALIDA: ' WRK-COMPETENCIA
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA MENSALIDADES'
               MOVE 'GERA-MENSALIDADE' TO WRK-EXCP-PROGRAMA
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
           MOVE 'GERA-MENSALIDADE' TO WRK-PERM-PROGRAMA.
           MOVE 'FATURA' TO WRK-PERM-FUNCAO.
           IF LOG-RESULTADO = 'S'
               MOVE LOG-PERFIL TO WRK-PERM-PERFIL
           ELSE
               MOVE SPACES TO WRK-PERM-PERFIL
           END-IF.
           PERFORM 9200-VERIFICAR-PERMISSAO.

       0100-INICIALIZAR.
           DISPLAY 'COMPETENCIA (AAAAMM, 0 = MES ATUAL): '
           ACCEPT WRK-COMPETENCIA.
           ACCEPT WRK-DATA-EMISSAO FROM DATE YYYYMMDD.
           IF WRK-COMPETENCIA = 0
               MOVE WRK-DATA-EMISSAO(1:6) TO WRK-COMPETENCIA
           END-IF.
           IF WRK-COMP-MES >= 1 AND WRK-COMP-MES <= 12
              AND WRK-COMP-ANO >= 1901
               MOVE 'S' TO WRK-SW-COMP-VALIDA
               PERFORM 0110-OBTER-PARAMETROS
               PERFORM 9450-CARREGAR-CALENDARIO
               PERFORM 0120-CALCULAR-VENCIMENTO
           ELSE
               MOVE 'N' TO WRK-SW-COMP-VALIDA
           END-IF.

       0110-OBTER-PARAMETROS.
      * DIA DO VENCIMENTO (1 A 28; FORA DISSO VALE O DIA 10) E
      * PERCENTUAL DE DESCONTO DE IRMAO.
           MOVE 'GERA-MENSALIDADE' TO WRK-PAR-PROGRAMA.
           MOVE 'DIA-VENCIMENTO' TO WRK-PAR-CHAVE.
           MOVE 10 TO WRK-PAR-DEFAULT.
           PERFORM 9300-OBTER-PARAMETRO.
           MOVE WRK-PAR-VALOR TO WRK-DIA-VENCTO.
           IF WRK-DIA-VENCTO < 1 OR WRK-DIA-VENCTO > 28
               MOVE 10 TO WRK-DIA-VENCTO
           END-IF.
           MOVE 'DESC-IRMAO-PCT' TO WRK-PAR-CHAVE.
           MOVE 10 TO WRK-PAR-DEFAULT.
           PERFORM 9300-OBTER-PARAMETRO.
           MOVE WRK-PAR-VALOR TO WRK-DESC-IRMAO-PCT.

       0120-CALCULAR-VENCIMENTO.
      * PRIMEIRO DIA UTIL A PARTIR DO DIA DE VENCIMENTO: VOLTA UM
      * DIA E AVANCA UM DIA UTIL.
           MOVE WRK-COMP-ANO TO WRK-DTC-ANO.
           MOVE WRK-COMP-MES TO WRK-DTC-MES.
           MOVE WRK-DIA-VENCTO TO WRK-DTC-DIA.
           PERFORM 9400-DATA-PARA-SERIAL.
           COMPUTE WRK-CAL-SERIAL = WRK-DTC-SERIAL - 1.
           MOVE 1 TO WRK-CAL-DIAS-UTEIS.
           PERFORM 9470-SOMAR-DIAS-UTEIS.
           MOVE WRK-CAL-SERIAL TO WRK-DTC-SERIAL.
           PERFORM 9410-SERIAL-PARA-DATA.
           MOVE WRK-DTC-DATA TO WRK-VENCIMENTO.
           MOVE WRK-VENCIMENTO(7:2) TO WRK-DATA-ED-DIA.
           MOVE WRK-VENCIMENTO(5:2) TO WRK-DATA-ED-MES.
           MOVE WRK-VENCIMENTO(1:4) TO WRK-DATA-ED-ANO.

       0200-CARREGAR-TABELA.
           MOVE ZEROS TO WRK-QTD-TAB.
           OPEN INPUT TUITION-TABLE-FILE.
           IF WRK-STATUS-TAB = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0210-LER-TABELA
               PERFORM 0220-ARMAZENAR-TABELA
                   UNTIL WRK-EOF-ARQ = 'S'
           ELSE
               DISPLAY 'TABELA DE MENSALIDADES (MENSTAB) AUSENTE'
           END-IF.
           CLOSE TUITION-TABLE-FILE.

       0210-LER-TABELA.
           READ TUITION-TABLE-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0220-ARMAZENAR-TABELA.
           IF WRK-QTD-TAB < 30
               ADD 1 TO WRK-QTD-TAB
               MOVE MTB-SERIE TO WRK-TAB-MTB-SERIE(WRK-QTD-TAB)
               MOVE MTB-VALOR TO WRK-TAB-MTB-VALOR(WRK-QTD-TAB)
           ELSE
               DISPLAY 'TABELA DE MENSALIDADES CHEIA - IGNORADO'
           END-IF.
           PERFORM 0210-LER-TABELA.

       0300-CARREGAR-BOLSAS.
      * SO AS BOLSAS VALIDAS NA COMPETENCIA; ARQUIVO AUSENTE =
      * NENHUMA BOLSA.
           MOVE ZEROS TO WRK-QTD-BOL.
           OPEN INPUT SCHOLARSHIP-FILE.
           IF WRK-STATUS-BOL = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0310-LER-BOLSA
               PERFORM 0320-ARMAZENAR-BOLSA
                   UNTIL WRK-EOF-ARQ = 'S'
           END-IF.
           CLOSE SCHOLARSHIP-FILE.

       0310-LER-BOLSA.
           READ SCHOLARSHIP-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0320-ARMAZENAR-BOLSA.
           IF BOL-COMP-INI <= WRK-COMPETENCIA
              AND (BOL-COMP-FIM = 0
                   OR BOL-COMP-FIM >= WRK-COMPETENCIA)
               IF WRK-QTD-BOL < 200
                   ADD 1 TO WRK-QTD-BOL
                   MOVE BOL-MATRICULA
                       TO WRK-TAB-BOL-MATR(WRK-QTD-BOL)
                   MOVE BOL-PERCENTUAL
                       TO WRK-TAB-BOL-PCT(WRK-QTD-BOL)
               ELSE
                   DISPLAY 'TABELA DE BOLSAS CHEIA - IGNORADO'
               END-IF
           END-IF.
           PERFORM 0310-LER-BOLSA.

       0400-CARREGAR-FATURADOS.
      * ALUNOS QUE JA TEM TITULO NA COMPETENCIA; ARQUIVO AUSENTE
      * = PRIMEIRO FATURAMENTO.
           MOVE ZEROS TO WRK-QTD-FAT.
           OPEN INPUT TUITION-TITLE-FILE.
           IF WRK-STATUS-MNT = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0410-LER-TITULO
               PERFORM 0420-ARMAZENAR-FATURADO
                   UNTIL WRK-EOF-ARQ = 'S'
           END-IF.
           CLOSE TUITION-TITLE-FILE.

       0410-LER-TITULO.
           READ TUITION-TITLE-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0420-ARMAZENAR-FATURADO.
           IF MNT-COMPETENCIA = WRK-COMPETENCIA
               IF WRK-QTD-FAT < 200
                   ADD 1 TO WRK-QTD-FAT
                   MOVE MNT-MATRICULA
                       TO WRK-TAB-FAT-MATR(WRK-QTD-FAT)
               ELSE
                   DISPLAY 'TABELA DE FATURADOS CHEIA - IGNORADO'
               END-IF
           END-IF.
           PERFORM 0410-LER-TITULO.

       0500-FATURAR.
           PERFORM 0505-MARCAR-ATIVO
               VARYING WRK-IDX-ALU FROM 1 BY 1
               UNTIL WRK-IDX-ALU > WRK-ALU-QTD.
           OPEN EXTEND TUITION-TITLE-FILE.
           IF WRK-STATUS-MNT NOT = '00'
               OPEN OUTPUT TUITION-TITLE-FILE
               CLOSE TUITION-TITLE-FILE
               OPEN EXTEND TUITION-TITLE-FILE
           END-IF.
           OPEN OUTPUT BILLING-REPORT-FILE.
           STRING 'FATURAMENTO DE MENSALIDADES - COMPETENCIA '
               WRK-COMP-MES '/' WRK-COMP-ANO
               ' - VENCIMENTO ' WRK-DATA-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           STRING 'MATRICULA  ALUNO                     TURMA '
               '       BRUTO D     DESCONTO      A PAGAR'
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           PERFORM 0510-FATURAR-ALUNO
               VARYING WRK-IDX-ALU FROM 1 BY 1
               UNTIL WRK-IDX-ALU > WRK-ALU-QTD.
           PERFORM 0700-GRAVAR-TOTAIS.
           CLOSE TUITION-TITLE-FILE.
           CLOSE BILLING-REPORT-FILE.

       0505-MARCAR-ATIVO.
      * CURSANDO = SITUACAO EM BRANCO E ANO LETIVO DA COMPETENCIA
      * (ANO ZERADO E REGISTRO ANTIGO, DO ANO EM CURSO).
           IF WRK-TAB-ALU-SIT(WRK-IDX-ALU) = SPACE
              AND (WRK-TAB-ALU-ANO(WRK-IDX-ALU) = 0
                   OR WRK-TAB-ALU-ANO(WRK-IDX-ALU) = WRK-COMP-ANO)
               MOVE 'S' TO WRK-TAB-ATIVO(WRK-IDX-ALU)
           ELSE
               MOVE 'N' TO WRK-TAB-ATIVO(WRK-IDX-ALU)
           END-IF.

       0510-FATURAR-ALUNO.
           IF WRK-TAB-ATIVO(WRK-IDX-ALU) = 'S'
               PERFORM 0550-LOCALIZAR-FATURADO
               IF WRK-SW-FAT-ACHADO = 'S'
                   ADD 1 TO WRK-QT-JA-FATURADOS
               ELSE
                   MOVE WRK-TAB-ALU-TURMA(WRK-IDX-ALU)(1:2)
                       TO WRK-SERIE
                   PERFORM 0520-LOCALIZAR-SERIE
                   IF WRK-SW-TAB-ACHADO = 'S'
                       PERFORM 0530-CALCULAR-DESCONTO
                       PERFORM 0560-GRAVAR-TITULO
                   ELSE
                       PERFORM 0570-REGISTRAR-SEM-TABELA
                   END-IF
               END-IF
           END-IF.

       0520-LOCALIZAR-SERIE.
           MOVE 'N' TO WRK-SW-TAB-ACHADO.
           PERFORM 0525-COMPARAR-SERIE
               VARYING WRK-IDX-TAB FROM 1 BY 1
               UNTIL WRK-IDX-TAB > WRK-QTD-TAB
                  OR WRK-SW-TAB-ACHADO = 'S'.

       0525-COMPARAR-SERIE.
           IF WRK-TAB-MTB-SERIE(WRK-IDX-TAB) = WRK-SERIE
               MOVE 'S' TO WRK-SW-TAB-ACHADO
               MOVE WRK-IDX-TAB TO WRK-IDX-TAB-ACHADO
           END-IF.

       0530-CALCULAR-DESCONTO.
      * BOLSA E DESCONTO DE IRMAO NAO SE SOMAM: VALE O MAIOR.
      * IRMAO = OUTRO ALUNO CURSANDO DO MESMO RESPONSAVEL ANTES
      * DESTE NO CADASTRO (O PRIMEIRO FILHO PAGA CHEIO).
           MOVE WRK-TAB-MTB-VALOR(WRK-IDX-TAB-ACHADO)
               TO WRK-VALOR-BRUTO.
           MOVE ZEROS TO WRK-PCT-DESCONTO.
           MOVE SPACE TO WRK-TIPO-DESC.
           PERFORM 0540-LOCALIZAR-BOLSA.
           IF WRK-SW-BOL-ACHADO = 'S'
               MOVE WRK-PCT-BOLSA TO WRK-PCT-DESCONTO
               MOVE 'B' TO WRK-TIPO-DESC
           END-IF.
           MOVE ZEROS TO WRK-QT-IRMAOS.
           IF WRK-TAB-ALU-RESP(WRK-IDX-ALU) NOT = SPACES
               PERFORM 0535-CONTAR-IRMAO
                   VARYING WRK-IDX-IRM FROM 1 BY 1
                   UNTIL WRK-IDX-IRM >= WRK-IDX-ALU
           END-IF.
           IF WRK-QT-IRMAOS > 0
              AND WRK-DESC-IRMAO-PCT > WRK-PCT-DESCONTO
               MOVE WRK-DESC-IRMAO-PCT TO WRK-PCT-DESCONTO
               MOVE 'I' TO WRK-TIPO-DESC
           END-IF.
           IF WRK-PCT-DESCONTO > 100
               MOVE 100 TO WRK-PCT-DESCONTO
           END-IF.
           COMPUTE WRK-VALOR-DESC ROUNDED =
               WRK-VALOR-BRUTO * WRK-PCT-DESCONTO / 100.
           COMPUTE WRK-VALOR-LIQ = WRK-VALOR-BRUTO - WRK-VALOR-DESC.

       0535-CONTAR-IRMAO.
           IF WRK-TAB-ATIVO(WRK-IDX-IRM) = 'S'
              AND WRK-TAB-ALU-RESP(WRK-IDX-IRM)
                  = WRK-TAB-ALU-RESP(WRK-IDX-ALU)
               ADD 1 TO WRK-QT-IRMAOS
           END-IF.

       0540-LOCALIZAR-BOLSA.
           MOVE 'N' TO WRK-SW-BOL-ACHADO.
           MOVE ZEROS TO WRK-PCT-BOLSA.
           PERFORM 0545-COMPARAR-BOLSA
               VARYING WRK-IDX-BOL FROM 1 BY 1
               UNTIL WRK-IDX-BOL > WRK-QTD-BOL
                  OR WRK-SW-BOL-ACHADO = 'S'.

       0545-COMPARAR-BOLSA.
           IF WRK-TAB-BOL-MATR(WRK-IDX-BOL)
                  = WRK-TAB-ALU-MATR(WRK-IDX-ALU)
               MOVE 'S' TO WRK-SW-BOL-ACHADO
               MOVE WRK-TAB-BOL-PCT(WRK-IDX-BOL) TO WRK-PCT-BOLSA
           END-IF.

       0550-LOCALIZAR-FATURADO.
           MOVE 'N' TO WRK-SW-FAT-ACHADO.
           PERFORM 0555-COMPARAR-FATURADO
               VARYING WRK-IDX-FAT FROM 1 BY 1
               UNTIL WRK-IDX-FAT > WRK-QTD-FAT
                  OR WRK-SW-FAT-ACHADO = 'S'.

       0555-COMPARAR-FATURADO.
           IF WRK-TAB-FAT-MATR(WRK-IDX-FAT)
                  = WRK-TAB-ALU-MATR(WRK-IDX-ALU)
               MOVE 'S' TO WRK-SW-FAT-ACHADO
           END-IF.

       0560-GRAVAR-TITULO.
           MOVE WRK-COMPETENCIA TO MNT-COMPETENCIA.
           MOVE WRK-TAB-ALU-MATR(WRK-IDX-ALU) TO MNT-MATRICULA.
           MOVE WRK-TAB-ALU-RESP(WRK-IDX-ALU) TO MNT-RESPONSAVEL.
           MOVE WRK-TAB-ALU-TURMA(WRK-IDX-ALU) TO MNT-TURMA.
           MOVE WRK-VALOR-BRUTO TO MNT-VALOR-BRUTO.
           MOVE WRK-VALOR-DESC TO MNT-DESCONTO.
           MOVE WRK-VALOR-LIQ TO MNT-VALOR.
           MOVE WRK-TIPO-DESC TO MNT-TIPO-DESC.
           MOVE WRK-VENCIMENTO TO MNT-VENCIMENTO.
           MOVE WRK-DATA-EMISSAO TO MNT-DATA-EMISSAO.
           MOVE LOG-USUARIO TO MNT-USUARIO.
           WRITE TUITION-TITLE-RECORD.
           ADD 1 TO WRK-QT-FATURADOS.
           ADD WRK-VALOR-BRUTO TO WRK-TOT-BRUTO.
           ADD WRK-VALOR-DESC TO WRK-TOT-DESCONTO.
           ADD WRK-VALOR-LIQ TO WRK-TOT-LIQUIDO.
           EVALUATE WRK-TIPO-DESC
               WHEN 'B'
                   ADD 1 TO WRK-QT-BOLSA
               WHEN 'I'
                   ADD 1 TO WRK-QT-IRMAO
           END-EVALUATE.
           MOVE WRK-VALOR-BRUTO TO WRK-VALOR-ED.
           MOVE WRK-VALOR-DESC TO WRK-DESC-ED.
           MOVE WRK-VALOR-LIQ TO WRK-LIQ-ED.
           STRING WRK-TAB-ALU-MATR(WRK-IDX-ALU) ' '
               WRK-TAB-ALU-NOME(WRK-IDX-ALU) ' '
               WRK-TAB-ALU-TURMA(WRK-IDX-ALU) ' '
               WRK-VALOR-ED ' ' WRK-TIPO-DESC ' '
               WRK-DESC-ED ' ' WRK-LIQ-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.

       0570-REGISTRAR-SEM-TABELA.
           ADD 1 TO WRK-QT-SEM-TABELA.
           STRING WRK-TAB-ALU-MATR(WRK-IDX-ALU) ' '
               WRK-TAB-ALU-NOME(WRK-IDX-ALU) ' '
               WRK-TAB-ALU-TURMA(WRK-IDX-ALU) ' '
               '*** SERIE SEM VALOR NO MENSTAB - NAO FATURADO'
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 'GERA-MENSALIDADE' TO WRK-EXCP-PROGRAMA.
           MOVE SPACES TO WRK-EXCP-MENSAGEM.
           STRING 'SEM MENSALIDADE SERIE ' WRK-SERIE
               ' ALU ' WRK-TAB-ALU-MATR(WRK-IDX-ALU)
               DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM.
           MOVE 'A' TO WRK-EXCP-SEVERIDADE.
           PERFORM 9000-REGISTRAR-EXCECAO.

       0700-GRAVAR-TOTAIS.
      * D = TIPO DE DESCONTO (B = BOLSA, I = IRMAO).
           MOVE WRK-QT-FATURADOS TO WRK-QT-ED.
           STRING 'TITULOS EMITIDOS:        ' WRK-QT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QT-BOLSA TO WRK-QT-ED.
           STRING '  COM BOLSA:             ' WRK-QT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QT-IRMAO TO WRK-QT-ED.
           STRING '  COM DESCONTO DE IRMAO: ' WRK-QT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QT-JA-FATURADOS TO WRK-QT-ED.
           STRING 'JA FATURADOS (PULADOS):  ' WRK-QT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-QT-SEM-TABELA TO WRK-QT-ED.
           STRING 'SERIE SEM VALOR:         ' WRK-QT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-TOT-BRUTO TO WRK-TOTAL-ED.
           STRING 'TOTAL BRUTO:      R' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-TOT-DESCONTO TO WRK-TOTAL-ED.
           STRING 'TOTAL DESCONTOS:  R' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-TOT-LIQUIDO TO WRK-TOTAL-ED.
           STRING 'TOTAL A RECEBER:  R' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.

       0800-GRAVAR-LINHA.
           MOVE WRK-LINHA-RPT TO BILLING-REPORT-RECORD.
           WRITE BILLING-REPORT-RECORD.
           DISPLAY WRK-LINHA-RPT.
           MOVE SPACES TO WRK-LINHA-RPT.

           COPY 'EXCPLOG.CPY'.

           COPY 'PERMCHK.CPY'.

           COPY 'SYSPRM.CPY'.

           COPY 'ALUCHK.CPY'.

           COPY 'DTCALC.CPY'.

           COPY 'CALCHK.CPY'.
