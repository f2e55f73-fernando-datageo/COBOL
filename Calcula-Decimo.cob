       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULA-DECIMO.
      *********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: CALCULO DO 13O SALARIO SOBRE O EMPFILE EM DUAS
      * PARCELAS: EM NOVEMBRO (COMPETENCIA AAAA11) A 1A PARCELA,
      * METADE DO 13O SEM DESCONTOS; EM DEZEMBRO (AAAA12) A 2A,
      * COM INSS E IRRF DAS TABELAS INSSTAB/IRRFTAB SOBRE O 13O
      * INTEGRAL E DESCONTADA A 1A PARCELA GUARDADA NO DECIMFIL.
      * QUEM ENTROU NO ANO RECEBE 1/12 POR MES A PARTIR DO MES
      * DE ENTRADA. GERA OS HOLERITES DO 13O (HOLER13), A PAGINA
      * DE TOTAIS POR DEPARTAMENTO (DECIMTOT) E O CONTROLE
      * DECIMCTL, QUE GERA-CONTABIL LANCA COMO EVENTO DECIMO
      * DATA    = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PROGRAMA CRIADO: O 13O ERA CALCULADO PELO RH
      *              EM PLANILHA TODO NOVEMBRO E DEZEMBRO, FORA
      *              DAS TABELAS DA FOLHA. AS FAIXAS DE INSS E
      *              IRRF SAO AS MESMAS DO CALCULA-FOLHA; O 13O E
      *              TRIBUTADO EM SEPARADO DO SALARIO DO MES.
      *              DESLIGADO FICA FORA (O 13O PROPORCIONAL SAI
      *              NO TERMO DE RESCISAO).
      * 15/10/2026 - CARGA E CALCULO DE INSS/IRRF PASSAM A VIR DOS
      *              COPYBOOKS TRB* (COMUNS COM FOLHA E FERIAS).
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'EMPSEL.CPY'.
           COPY 'DECSEL.CPY'.
           COPY 'TRBSEL.CPY'.
           SELECT PAYSLIP-FILE ASSIGN TO "HOLER13"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HOL.
           SELECT PAYROLL-TOTAL-FILE ASSIGN TO "DECIMTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TOT.
           SELECT DECIMO-CONTROL-FILE ASSIGN TO "DECIMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DCC.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'EMPFD.CPY'.

           COPY 'DECFD.CPY'.

           COPY 'TRBFD.CPY'.

       FD  PAYSLIP-FILE.
       01  PAYSLIP-RECORD PIC X(80).

       FD  PAYROLL-TOTAL-FILE.
       01  PAYROLL-TOTAL-RECORD PIC X(80).

       FD  DECIMO-CONTROL-FILE.
       01  DECIMO-CONTROL-RECORD.
           05 DCC-DATA         PIC 9(08).
           05 DCC-ANO          PIC 9(04).
           05 DCC-PARCELA      PIC 9(01).
           05 DCC-QT-FUNC      PIC 9(05).
           05 DCC-TOT-PARCELA  PIC 9(10)V99.
           05 DCC-TOT-INSS     PIC 9(10)V99.
           05 DCC-TOT-IRRF     PIC 9(10)V99.
           05 DCC-TOT-LIQUIDO  PIC 9(10)V99.

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'EMPWS.CPY'.
           COPY 'DECWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
           COPY 'TRBWS.CPY'.
       77 WRK-STATUS-HOL     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-TOT     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-DCC     PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ        PIC X(01) VALUE 'N'.
       77 WRK-EOF-EMP        PIC X(01) VALUE 'N'.
       01 WRK-COMPETENCIA    PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           05 WRK-ANO-COMP   PIC 9(04).
           05 WRK-MES-COMP   PIC 9(02).
       77 WRK-PARCELA-13     PIC 9(01) VALUE ZEROS.
       77 WRK-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WRK-SW-DEC-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-AVOS           PIC 9(02) VALUE ZEROS.
       77 WRK-SALARIO        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-INTEGRAL       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PRIMEIRA       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-BRUTO-PARCELA  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-INSS           PIC 9(06)V99 VALUE ZEROS.
       77 WRK-BASE-IRRF      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-IRRF           PIC S9(06)V99 VALUE ZEROS.
       77 WRK-LIQUIDO-CALC   PIC S9(07)V99 VALUE ZEROS.
       77 WRK-LIQUIDO        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QT-FUNC        PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DESLIG      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-DIREITO PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SEM-1A      PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-PARCELA    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-PRIMEIRA   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-INSS       PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-IRRF       PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-LIQUIDO    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-VALOR-ED       PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-LINHA-RPT      PIC X(80) VALUE SPACES.
       77 WRK-DEPARTAMENTO   PIC X(04) VALUE SPACES.
       77 WRK-QTD-DEP        PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-DEP        PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-DEP-ACHADO PIC 9(02) VALUE ZEROS.
       77 WRK-SW-DEP-ACHADO  PIC X(01) VALUE 'N'.
       01 WRK-TABELA-DEP.
           05 WRK-TAB-DEP OCCURS 20 TIMES.
               10 WRK-TAB-DEP-COD     PIC X(04).
               10 WRK-TAB-DEP-QT      PIC 9(05).
               10 WRK-TAB-DEP-BRUTO   PIC 9(10)V99.
               10 WRK-TAB-DEP-LIQUIDO PIC 9(10)V99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0040-AUTORIZAR.
           IF WRK-PERM-AUTORIZADO = 'S'
               PERFORM 0100-INICIALIZAR
               EVALUATE TRUE
                   WHEN WRK-PARCELA-13 = 0
                       DISPLAY 'COMPETENCIA DEVE SER DE NOVEMBRO (1A'
                           ' PARCELA) OU DEZEMBRO (2A PARCELA)'
                       MOVE 8 TO RETURN-CODE
                   WHEN WRK-QTD-INSS = 0 OR WRK-QTD-IRRF = 0
                       DISPLAY 'TABELA INSSTAB/IRRFTAB AUSENTE OU'
                           ' VAZIA - 13O NAO CALCULADO'
                       MOVE 'CALCULA-DECIMO' TO WRK-EXCP-PROGRAMA
                       MOVE 'TABELA DE FAIXAS AUSENTE'
                           TO WRK-EXCP-MENSAGEM
                       PERFORM 9000-REGISTRAR-EXCECAO
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM 0200-CALCULAR-DECIMO
                       PERFORM 0500-GRAVAR-TOTAIS
                       PERFORM 0600-GRAVAR-CONTROLE
               END-EVALUATE
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA 13O SALARIO'
               MOVE 'CALCULA-DECIMO' TO WRK-EXCP-PROGRAMA
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
           MOVE 'CALCULA-DECIMO' TO WRK-PERM-PROGRAMA.
           MOVE 'DECIMO' TO WRK-PERM-FUNCAO.
           IF LOG-RESULTADO = 'S'
               MOVE LOG-PERFIL TO WRK-PERM-PERFIL
           ELSE
               MOVE SPACES TO WRK-PERM-PERFIL
           END-IF.
           PERFORM 9200-VERIFICAR-PERMISSAO.

       0100-INICIALIZAR.
      * A PARCELA SAI DO MES DA COMPETENCIA: NOVEMBRO PAGA A 1A,
      * DEZEMBRO A 2A; QUALQUER OUTRO MES E RECUSADO.
           DISPLAY 'COMPETENCIA DO 13O (AAAA11 OU AAAA12): '
           ACCEPT WRK-COMPETENCIA.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           EVALUATE WRK-MES-COMP
               WHEN 11
                   MOVE 1 TO WRK-PARCELA-13
               WHEN 12
                   MOVE 2 TO WRK-PARCELA-13
               WHEN OTHER
                   MOVE 0 TO WRK-PARCELA-13
           END-EVALUATE.
           PERFORM 9700-CARREGAR-TRIBUTOS.

       0200-CALCULAR-DECIMO.
      * O DECIMFIL E ABERTO EM I-O; SE AINDA NAO EXISTIR, E
      * CRIADO VAZIO ANTES (MESMO ESQUEMA DO EMPFILE).
           OPEN INPUT EMPLOYEE-FILE.
           OPEN OUTPUT PAYSLIP-FILE.
           OPEN I-O DECIMO-FILE.
           IF WRK-STATUS-DEC NOT = '00'
               OPEN OUTPUT DECIMO-FILE
               CLOSE DECIMO-FILE
               OPEN I-O DECIMO-FILE
           END-IF.
           MOVE 'N' TO WRK-EOF-EMP.
           PERFORM 0210-LER-FUNCIONARIO.
           PERFORM 0220-CALCULAR-FUNCIONARIO
               UNTIL WRK-EOF-EMP = 'S'.
           CLOSE EMPLOYEE-FILE.
           CLOSE PAYSLIP-FILE.
           CLOSE DECIMO-FILE.

       0210-LER-FUNCIONARIO.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-EOF-EMP
           END-READ.

       0220-CALCULAR-FUNCIONARIO.
      * O DESLIGADO RECEBE O 13O PROPORCIONAL NO TERMO DE
      * RESCISAO; QUEM ENTROU DEPOIS DO ANO DA COMPETENCIA
      * AINDA NAO TEM AVOS.
           IF EMP-DESLIGADO
               ADD 1 TO WRK-QT-DESLIG
           ELSE
               PERFORM 0225-APURAR-AVOS
               IF WRK-AVOS = 0
                   ADD 1 TO WRK-QT-SEM-DIREITO
               ELSE
                   PERFORM 0230-CALCULAR-ATIVO
               END-IF
           END-IF.
           PERFORM 0210-LER-FUNCIONARIO.

       0225-APURAR-AVOS.
      * 1/12 POR MES TRABALHADO NO ANO. QUEM ENTROU EM ANO
      * ANTERIOR TEM OS 12 AVOS; QUEM ENTROU NO ANO CONTA DO MES
      * DE ENTRADA ATE DEZEMBRO (MES EM BRANCO OU ZERO, DE
      * REGISTRO ANTIGO, CONTA JANEIRO).
           EVALUATE TRUE
               WHEN EMP-ANOENTRADA < WRK-ANO-COMP
                   MOVE 12 TO WRK-AVOS
               WHEN EMP-ANOENTRADA > WRK-ANO-COMP
                   MOVE ZEROS TO WRK-AVOS
               WHEN EMP-MESENTRADA NOT NUMERIC
                   MOVE 12 TO WRK-AVOS
               WHEN EMP-MESENTRADA < 1 OR EMP-MESENTRADA > 12
                   MOVE 12 TO WRK-AVOS
               WHEN OTHER
                   COMPUTE WRK-AVOS = 13 - EMP-MESENTRADA
           END-EVALUATE.

       0230-CALCULAR-ATIVO.
           ADD 1 TO WRK-QT-FUNC.
           MOVE EMP-DEPARTAMENTO TO WRK-DEPARTAMENTO.
           COMPUTE WRK-INTEGRAL ROUNDED =
               EMP-SALARIO * WRK-AVOS / 12.
           PERFORM 0235-LOCALIZAR-DECIMO.
           IF WRK-PARCELA-13 = 1
               PERFORM 0240-CALCULAR-PRIMEIRA
           ELSE
               PERFORM 0250-CALCULAR-SEGUNDA
           END-IF.
           ADD WRK-BRUTO-PARCELA TO WRK-TOT-PARCELA.
           ADD WRK-INSS    TO WRK-TOT-INSS.
           ADD WRK-IRRF    TO WRK-TOT-IRRF.
           ADD WRK-LIQUIDO TO WRK-TOT-LIQUIDO.
           PERFORM 0260-ACUMULAR-DEPARTAMENTO.
           PERFORM 0300-GRAVAR-HOLERITE.

       0235-LOCALIZAR-DECIMO.
      * LEITURA DIRETA PELA CHAVE ANO + MATRICULA; SEM REGISTRO,
      * A AREA E PREPARADA PARA A GRAVACAO.
           MOVE WRK-ANO-COMP  TO DEC-ANO.
           MOVE EMP-MATRICULA TO DEC-MATRICULA.
           READ DECIMO-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-SW-DEC-ACHADO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-SW-DEC-ACHADO
           END-READ.
           IF WRK-SW-DEC-ACHADO = 'N'
               MOVE ZEROS TO DEC-PRIMEIRA
               MOVE ZEROS TO DEC-DATA-PRIMEIRA
               MOVE ZEROS TO DEC-SEGUNDA-BRUTO
               MOVE ZEROS TO DEC-INSS
               MOVE ZEROS TO DEC-IRRF
               MOVE ZEROS TO DEC-SEGUNDA-LIQUIDO
               MOVE ZEROS TO DEC-DATA-SEGUNDA
           END-IF.

       0240-CALCULAR-PRIMEIRA.
      * 1A PARCELA: METADE DO 13O, SEM INSS NEM IRRF (OS DOIS
      * INCIDEM SOBRE O VALOR INTEGRAL NA 2A PARCELA). NOVA
      * EXECUCAO DE NOVEMBRO REGRAVA O VALOR.
           COMPUTE WRK-PRIMEIRA ROUNDED = WRK-INTEGRAL / 2.
           MOVE WRK-PRIMEIRA TO WRK-BRUTO-PARCELA.
           MOVE ZEROS TO WRK-INSS.
           MOVE ZEROS TO WRK-IRRF.
           MOVE WRK-PRIMEIRA TO WRK-LIQUIDO.
           ADD WRK-PRIMEIRA TO WRK-TOT-PRIMEIRA.
           MOVE WRK-AVOS         TO DEC-AVOS.
           MOVE WRK-INTEGRAL     TO DEC-INTEGRAL.
           MOVE WRK-PRIMEIRA     TO DEC-PRIMEIRA.
           MOVE WRK-DATA-SISTEMA TO DEC-DATA-PRIMEIRA.
           PERFORM 0270-GRAVAR-DECIMO.

       0250-CALCULAR-SEGUNDA.
      * 2A PARCELA: INSS E IRRF SOBRE O 13O INTEGRAL, TRIBUTADO
      * EM SEPARADO DO SALARIO; DO LIQUIDO SAI A 1A PARCELA
      * EFETIVAMENTE PAGA (DECIMFIL). QUEM NAO RECEBEU A 1A
      * (ENTROU DEPOIS DO CALCULO DE NOVEMBRO) NAO TEM O QUE
      * DESCONTAR.
           IF WRK-SW-DEC-ACHADO = 'N'
               ADD 1 TO WRK-QT-SEM-1A
           END-IF.
           MOVE DEC-PRIMEIRA TO WRK-PRIMEIRA.
           ADD WRK-PRIMEIRA TO WRK-TOT-PRIMEIRA.
           MOVE WRK-INTEGRAL TO WRK-SALARIO.
           PERFORM 0280-CALCULAR-INSS.
           PERFORM 0290-CALCULAR-IRRF.
           IF WRK-INTEGRAL > WRK-PRIMEIRA
               COMPUTE WRK-BRUTO-PARCELA =
                   WRK-INTEGRAL - WRK-PRIMEIRA
           ELSE
               MOVE ZEROS TO WRK-BRUTO-PARCELA
           END-IF.
           COMPUTE WRK-LIQUIDO-CALC =
               WRK-INTEGRAL - WRK-PRIMEIRA - WRK-INSS - WRK-IRRF.
           IF WRK-LIQUIDO-CALC < 0
      * SALARIO REDUZIDO ENTRE NOVEMBRO E DEZEMBRO PODE DEIXAR A
      * 1A PARCELA MAIOR QUE O SALDO: O LIQUIDO FICA ZERADO E O
      * CASO VAI PARA O LOG PARA ACERTO NA FOLHA.
               MOVE ZEROS TO WRK-LIQUIDO
               MOVE 'CALCULA-DECIMO' TO WRK-EXCP-PROGRAMA
               MOVE SPACES TO WRK-EXCP-MENSAGEM
               STRING '2A PARCELA NEGATIVA MATRICULA '
                   EMP-MATRICULA
                   DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM
               PERFORM 9000-REGISTRAR-EXCECAO
           ELSE
               MOVE WRK-LIQUIDO-CALC TO WRK-LIQUIDO
           END-IF.
           MOVE WRK-AVOS          TO DEC-AVOS.
           MOVE WRK-INTEGRAL      TO DEC-INTEGRAL.
           MOVE WRK-BRUTO-PARCELA TO DEC-SEGUNDA-BRUTO.
           MOVE WRK-INSS          TO DEC-INSS.
           MOVE WRK-IRRF          TO DEC-IRRF.
           MOVE WRK-LIQUIDO       TO DEC-SEGUNDA-LIQUIDO.
           MOVE WRK-DATA-SISTEMA  TO DEC-DATA-SEGUNDA.
           PERFORM 0270-GRAVAR-DECIMO.

       0270-GRAVAR-DECIMO.
           IF WRK-SW-DEC-ACHADO = 'S'
               REWRITE DECIMO-RECORD
                   INVALID KEY
                       DISPLAY 'FALHA AO REGRAVAR DECIMFIL '
                           DEC-CHAVE
               END-REWRITE
           ELSE
               WRITE DECIMO-RECORD
                   INVALID KEY
                       DISPLAY 'FALHA AO GRAVAR DECIMFIL '
                           DEC-CHAVE
               END-WRITE
           END-IF.

       0280-CALCULAR-INSS.
      * FAIXAS PROGRESSIVAS DO INSSTAB SOBRE O 13O (TRBCALC).
           MOVE WRK-SALARIO TO WRK-TRB-BASE-INSS.
           PERFORM 9750-CALCULAR-INSS.
           MOVE WRK-TRB-INSS TO WRK-INSS.

       0290-CALCULAR-IRRF.
      * O IRRF USA A BASE 13O - INSS (TRBCALC).
           COMPUTE WRK-BASE-IRRF = WRK-SALARIO - WRK-INSS.
           MOVE WRK-BASE-IRRF TO WRK-TRB-BASE-IRRF.
           PERFORM 9760-CALCULAR-IRRF.
           MOVE WRK-TRB-IRRF TO WRK-IRRF.

       0260-ACUMULAR-DEPARTAMENTO.
      * ACUMULA OS TOTAIS POR CENTRO DE CUSTO PARA A PAGINA DO
      * FINANCEIRO. O PERFORM VARYING DEIXA O INDICE UMA POSICAO
      * ALEM DA ENTRADA ENCONTRADA, POR ISSO A POSICAO E GUARDADA
      * EM WRK-IDX-DEP-ACHADO.
           MOVE 'N' TO WRK-SW-DEP-ACHADO.
           PERFORM 0265-COMPARAR-DEPARTAMENTO
               VARYING WRK-IDX-DEP FROM 1 BY 1
               UNTIL WRK-IDX-DEP > WRK-QTD-DEP
                  OR WRK-SW-DEP-ACHADO = 'S'.
           IF WRK-SW-DEP-ACHADO = 'N'
               IF WRK-QTD-DEP < 20
                   ADD 1 TO WRK-QTD-DEP
                   MOVE WRK-QTD-DEP TO WRK-IDX-DEP-ACHADO
                   MOVE WRK-DEPARTAMENTO
                       TO WRK-TAB-DEP-COD(WRK-IDX-DEP-ACHADO)
                   MOVE ZEROS
                       TO WRK-TAB-DEP-QT(WRK-IDX-DEP-ACHADO)
                   MOVE ZEROS
                       TO WRK-TAB-DEP-BRUTO(WRK-IDX-DEP-ACHADO)
                   MOVE ZEROS
                       TO WRK-TAB-DEP-LIQUIDO(WRK-IDX-DEP-ACHADO)
                   MOVE 'S' TO WRK-SW-DEP-ACHADO
               ELSE
                   DISPLAY 'TABELA DE DEPARTAMENTOS CHEIA'
               END-IF
           END-IF.
           IF WRK-SW-DEP-ACHADO = 'S'
               ADD 1 TO WRK-TAB-DEP-QT(WRK-IDX-DEP-ACHADO)
               ADD WRK-BRUTO-PARCELA
                   TO WRK-TAB-DEP-BRUTO(WRK-IDX-DEP-ACHADO)
               ADD WRK-LIQUIDO
                   TO WRK-TAB-DEP-LIQUIDO(WRK-IDX-DEP-ACHADO)
           END-IF.

       0265-COMPARAR-DEPARTAMENTO.
           IF WRK-DEPARTAMENTO = WRK-TAB-DEP-COD(WRK-IDX-DEP)
               MOVE 'S' TO WRK-SW-DEP-ACHADO
               MOVE WRK-IDX-DEP TO WRK-IDX-DEP-ACHADO
           END-IF.

       0300-GRAVAR-HOLERITE.
           MOVE '=============================================='
               TO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA-HOL.
           STRING 'HOLERITE 13O SALARIO ' WRK-ANO-COMP
               ' - ' WRK-PARCELA-13 'A PARCELA'
               ' MATRICULA ' EMP-MATRICULA
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA-HOL.
           STRING 'NOME: ' EMP-NOME ' DEPTO ' EMP-DEPARTAMENTO
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA-HOL.
           MOVE EMP-SALARIO TO WRK-VALOR-ED.
           STRING 'SALARIO BASE:       R' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA-HOL.
           STRING 'MESES NO ANO:       ' WRK-AVOS '/12'
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA-HOL.
           MOVE WRK-INTEGRAL TO WRK-VALOR-ED.
           STRING '13O INTEGRAL:       R' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA-HOL.
           IF WRK-PARCELA-13 = 1
               MOVE WRK-PRIMEIRA TO WRK-VALOR-ED
               STRING '1A PARCELA (50%):   R' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0390-GRAVAR-LINHA-HOL
           ELSE
               MOVE WRK-PRIMEIRA TO WRK-VALOR-ED
               STRING '(-) 1A PARCELA:     R' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0390-GRAVAR-LINHA-HOL
               MOVE WRK-INSS TO WRK-VALOR-ED
               STRING 'DESCONTO INSS:      R' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0390-GRAVAR-LINHA-HOL
               MOVE WRK-IRRF TO WRK-VALOR-ED
               STRING 'DESCONTO IRRF:      R' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0390-GRAVAR-LINHA-HOL
           END-IF.
           MOVE WRK-LIQUIDO TO WRK-VALOR-ED.
           STRING 'VALOR LIQUIDO:      R' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA-HOL.

       0390-GRAVAR-LINHA-HOL.
           MOVE WRK-LINHA-RPT TO PAYSLIP-RECORD.
           WRITE PAYSLIP-RECORD.
           MOVE SPACES TO WRK-LINHA-RPT.

       0500-GRAVAR-TOTAIS.
      * PAGINA DE TOTAIS DO FINANCEIRO, NO MESMO FORMATO DO
      * FOLHATOT: GERAL E POR CENTRO DE CUSTO.
           OPEN OUTPUT PAYROLL-TOTAL-FILE.
           STRING 'TOTAIS DO 13O SALARIO ' WRK-ANO-COMP
               ' - ' WRK-PARCELA-13 'A PARCELA'
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-TOT.
           STRING 'FUNCIONARIOS: ' WRK-QT-FUNC
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-TOT.
           STRING 'DESLIGADOS (FORA DO 13O): ' WRK-QT-DESLIG
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-TOT.
           STRING 'SEM AVOS NO ANO: ' WRK-QT-SEM-DIREITO
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-TOT.
           IF WRK-PARCELA-13 = 2
               STRING 'SEM 1A PARCELA A DESCONTAR: ' WRK-QT-SEM-1A
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0590-GRAVAR-LINHA-TOT
           END-IF.
           MOVE WRK-TOT-PARCELA TO WRK-TOTAL-ED.
           STRING 'TOTAL BRUTO DA PARCELA: R' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-TOT.
           IF WRK-PARCELA-13 = 2
               MOVE WRK-TOT-PRIMEIRA TO WRK-TOTAL-ED
               STRING 'TOTAL 1A PARCELA DESC.: R' WRK-TOTAL-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0590-GRAVAR-LINHA-TOT
               MOVE WRK-TOT-INSS TO WRK-TOTAL-ED
               STRING 'TOTAL INSS:             R' WRK-TOTAL-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0590-GRAVAR-LINHA-TOT
               MOVE WRK-TOT-IRRF TO WRK-TOTAL-ED
               STRING 'TOTAL IRRF:             R' WRK-TOTAL-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0590-GRAVAR-LINHA-TOT
           END-IF.
           MOVE WRK-TOT-LIQUIDO TO WRK-TOTAL-ED.
           STRING 'TOTAL LIQUIDO:          R' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-TOT.
           MOVE 'TOTAIS POR DEPARTAMENTO (CENTRO DE CUSTO)'
               TO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-TOT.
           PERFORM 0510-GRAVAR-UM-DEP
               VARYING WRK-IDX-DEP FROM 1 BY 1
               UNTIL WRK-IDX-DEP > WRK-QTD-DEP.
           CLOSE PAYROLL-TOTAL-FILE.
           DISPLAY '13O CALCULADO - FUNCIONARIOS: ' WRK-QT-FUNC.

       0510-GRAVAR-UM-DEP.
           MOVE WRK-TAB-DEP-BRUTO(WRK-IDX-DEP) TO WRK-TOTAL-ED.
           STRING WRK-TAB-DEP-COD(WRK-IDX-DEP)
               ' QT ' WRK-TAB-DEP-QT(WRK-IDX-DEP)
               ' BRUTO R' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-TOT.
           MOVE WRK-TAB-DEP-LIQUIDO(WRK-IDX-DEP) TO WRK-TOTAL-ED.
           STRING '     LIQUIDO R' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-TOT.

       0590-GRAVAR-LINHA-TOT.
           MOVE WRK-LINHA-RPT TO PAYROLL-TOTAL-RECORD.
           WRITE PAYROLL-TOTAL-RECORD.
           DISPLAY WRK-LINHA-RPT.
           MOVE SPACES TO WRK-LINHA-RPT.

       0600-GRAVAR-CONTROLE.
      * CONTROLE DA EXECUCAO PARA A CONTABILIDADE: GERA-CONTABIL
      * LANCA O BRUTO DA PARCELA COMO EVENTO DECIMO NA DATA DO
      * CALCULO (DCC-DATA).
           OPEN OUTPUT DECIMO-CONTROL-FILE.
           MOVE WRK-DATA-SISTEMA TO DCC-DATA.
           MOVE WRK-ANO-COMP     TO DCC-ANO.
           MOVE WRK-PARCELA-13   TO DCC-PARCELA.
           MOVE WRK-QT-FUNC      TO DCC-QT-FUNC.
           MOVE WRK-TOT-PARCELA  TO DCC-TOT-PARCELA.
           MOVE WRK-TOT-INSS     TO DCC-TOT-INSS.
           MOVE WRK-TOT-IRRF     TO DCC-TOT-IRRF.
           MOVE WRK-TOT-LIQUIDO  TO DCC-TOT-LIQUIDO.
           WRITE DECIMO-CONTROL-RECORD.
           CLOSE DECIMO-CONTROL-FILE.

           COPY 'EXCPLOG.CPY'.

           COPY 'PERMCHK.CPY'.

           COPY 'TRBCALC.CPY'.
