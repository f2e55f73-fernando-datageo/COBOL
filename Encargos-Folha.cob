       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCARGOS-FOLHA.
      *********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: ENCARGOS DO EMPREGADOR E PROVISOES DO MES SOBRE
      * O HISTORICO DA FOLHA DA COMPETENCIA (FOLHAHIS): FGTS,
      * INSS PATRONAL (EMPRESA + RAT/TERCEIROS) E AS PROVISOES
      * MENSAIS DE FERIAS (1/12 + 1/3) E DE 13O (1/12), COM OS
      * ENCARGOS SOBRE ELAS. GERA A RELACAO DE DEPOSITO DO FGTS
      * POR FUNCIONARIO (FGTSRPT), OS TOTAIS POR DEPARTAMENTO
      * (ENCARRPT) E O CONTROLE ENCARCTL, QUE GERA-CONTABIL
      * LANCA NO RAZAO (FOLHA, RETENCOES, ENCARGOS E PROVISOES)
      * DATA    = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PROGRAMA CRIADO: A FOLHA DO MES E OS ENCARGOS
      *              ERAM LANCADOS A MAO PELA CONTABILIDADE. AS
      *              ALIQUOTAS FICAM NO SYSPARM (ENCARGOS/...). OS
      *              TOTAIS DO FOLHAHIS SAO CONFERIDOS COM O
      *              FOLHACTL ANTES DE GERAR O CONTROLE.
      * 15/10/2026 - AS FERIAS PAGAS EM RECIBO NA COMPETENCIA
      *              (FERADIAN: DIAS + DOBRA + 1/3) ENTRAM NO
      *              CONTROLE (ECT-TOT-FERIAS) E NO ENCARRPT, PARA O
      *              GERA-CONTABIL BAIXAR A PROVISAO DE FERIAS. A
      *              PROVISAO SO ERA CONSTITUIDA E NUNCA CONSUMIDA.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'EMPSEL.CPY'.
           COPY 'HISSEL.CPY'.
           COPY 'FCTSEL.CPY'.
           COPY 'SYSSEL.CPY'.
           COPY 'FADSEL.CPY'.
           SELECT FGTS-REPORT-FILE ASSIGN TO "FGTSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FGR.
           SELECT CHARGES-REPORT-FILE ASSIGN TO "ENCARRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RPT.
           SELECT CHARGES-CONTROL-FILE ASSIGN TO "ENCARCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ECT.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'EMPFD.CPY'.

           COPY 'HISFD.CPY'.

           COPY 'FCTFD.CPY'.

           COPY 'SYSFD.CPY'.

           COPY 'FADFD.CPY'.

       FD  FGTS-REPORT-FILE.
       01  FGTS-REPORT-RECORD PIC X(80).

       FD  CHARGES-REPORT-FILE.
       01  CHARGES-REPORT-RECORD PIC X(80).

       FD  CHARGES-CONTROL-FILE.
       01  CHARGES-CONTROL-RECORD.
           05 ECT-DATA          PIC 9(08).
           05 ECT-COMPETENCIA   PIC 9(06).
           05 ECT-QT-FUNC       PIC 9(05).
           05 ECT-TOT-BRUTO     PIC 9(10)V99.
           05 ECT-TOT-INSS      PIC 9(10)V99.
           05 ECT-TOT-IRRF      PIC 9(10)V99.
           05 ECT-TOT-DESCONTOS PIC 9(10)V99.
           05 ECT-TOT-SALFAM    PIC 9(10)V99.
           05 ECT-TOT-FGTS      PIC 9(10)V99.
           05 ECT-TOT-INSS-EMPR PIC 9(10)V99.
           05 ECT-TOT-PROV-FER  PIC 9(10)V99.
           05 ECT-TOT-PROV-13   PIC 9(10)V99.
           05 ECT-TOT-FERIAS    PIC 9(10)V99.

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'EMPWS.CPY'.
           COPY 'HISWS.CPY'.
           COPY 'FCTWS.CPY'.
           COPY 'SYSWS.CPY'.
           COPY 'FADWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
       77 WRK-STATUS-FGR     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RPT     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-ECT     PIC X(02) VALUE SPACES.
       77 WRK-SW-HIS-COMP    PIC X(01) VALUE 'N'.
       01 WRK-COMPETENCIA-TXT PIC X(06) VALUE SPACES.
       01 WRK-COMPETENCIA-TXT-N REDEFINES WRK-COMPETENCIA-TXT
                             PIC 9(06).
       77 WRK-COMPETENCIA    PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WRK-NOME           PIC X(20) VALUE SPACES.
       77 WRK-PERC-FGTS      PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PERC-INSS-EMPR PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PERC-RAT       PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PERC-ENCARGOS  PIC 9(03)V99 VALUE ZEROS.
       77 WRK-BASE-FGTS      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FGTS           PIC 9(07)V99 VALUE ZEROS.
       77 WRK-INSS-EMPR      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PROV-FER       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PROV-13        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QT-FUNC        PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-BRUTO      PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-INSS       PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-IRRF       PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-DESCONTOS  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-SALFAM     PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-BASE-FGTS  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-FGTS       PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-INSS-EMPR  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-PROV-FER   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-PROV-13    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-FERIAS     PIC 9(10)V99 VALUE ZEROS.
       77 WRK-QT-RECIBOS     PIC 9(05) VALUE ZEROS.
       77 WRK-EOF-FAD        PIC X(01) VALUE 'N'.
       77 WRK-DEPARTAMENTO   PIC X(04) VALUE SPACES.
       77 WRK-QTD-DEP        PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-DEP        PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-DEP-ACHADO PIC 9(02) VALUE ZEROS.
       77 WRK-SW-DEP-ACHADO  PIC X(01) VALUE 'N'.
       01 WRK-TABELA-DEP.
           05 WRK-TAB-DEP OCCURS 20 TIMES.
               10 WRK-TAB-DEP-COD       PIC X(04).
               10 WRK-TAB-DEP-QT        PIC 9(05).
               10 WRK-TAB-DEP-BRUTO     PIC 9(10)V99.
               10 WRK-TAB-DEP-FGTS      PIC 9(10)V99.
               10 WRK-TAB-DEP-INSS-EMPR PIC 9(10)V99.
               10 WRK-TAB-DEP-PROV-FER  PIC 9(10)V99.
               10 WRK-TAB-DEP-PROV-13   PIC 9(10)V99.
       77 WRK-BASE-ED        PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED       PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PERC-ED        PIC ZZ9,99 VALUE ZEROS.
       77 WRK-PERC-ED2       PIC ZZ9,99 VALUE ZEROS.
       77 WRK-PERC-ED3       PIC ZZ9,99 VALUE ZEROS.
       77 WRK-LINHA-RPT      PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0040-AUTORIZAR.
           IF WRK-PERM-AUTORIZADO = 'S'
               PERFORM 0100-INICIALIZAR
               IF RETURN-CODE = 0
                   PERFORM 0200-CALCULAR-ENCARGOS
                   PERFORM 0300-APURAR-FERIAS-PAGAS
                   PERFORM 0400-CONFERIR-FOLHA
                   IF RETURN-CODE = 0
                       PERFORM 0500-GRAVAR-TOTAIS
                       PERFORM 0600-GRAVAR-CONTROLE
                   END-IF
               END-IF
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA ENCARGOS'
               MOVE 'ENCARGOS-FOLHA' TO WRK-EXCP-PROGRAMA
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
           MOVE 'ENCARGOS-FOLHA' TO WRK-PERM-PROGRAMA.
           MOVE 'ENCARGOS' TO WRK-PERM-FUNCAO.
           IF LOG-RESULTADO = 'S'
               MOVE LOG-PERFIL TO WRK-PERM-PERFIL
           ELSE
               MOVE SPACES TO WRK-PERM-PERFIL
           END-IF.
           PERFORM 9200-VERIFICAR-PERMISSAO.

       0100-INICIALIZAR.
      * ALIQUOTAS NO SYSPARM (ENCARGOS/FGTS-PERC, INSS-EMPRESA E
      * RAT-TERCEIROS), EM PERCENTUAL. O FOLHACTL TEM DE SER DA
      * COMPETENCIA PEDIDA: SEM FOLHA CALCULADA, NAO HA ENCARGO.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           DISPLAY 'COMPETENCIA DA FOLHA (AAAAMM): '
           ACCEPT WRK-COMPETENCIA-TXT.
           IF WRK-COMPETENCIA-TXT NOT NUMERIC
               DISPLAY 'COMPETENCIA DEVE SER NUMERICA'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WRK-COMPETENCIA-TXT-N TO WRK-COMPETENCIA
               PERFORM 0110-LER-CONTROLE
           END-IF.
           IF RETURN-CODE = 0
               MOVE 'ENCARGOS' TO WRK-PAR-PROGRAMA
               MOVE 'FGTS-PERC' TO WRK-PAR-CHAVE
               MOVE 8 TO WRK-PAR-DEFAULT
               PERFORM 9300-OBTER-PARAMETRO
               MOVE WRK-PAR-VALOR TO WRK-PERC-FGTS
               MOVE 'INSS-EMPRESA' TO WRK-PAR-CHAVE
               MOVE 20 TO WRK-PAR-DEFAULT
               PERFORM 9300-OBTER-PARAMETRO
               MOVE WRK-PAR-VALOR TO WRK-PERC-INSS-EMPR
               MOVE 'RAT-TERCEIROS' TO WRK-PAR-CHAVE
               MOVE ZEROS TO WRK-PAR-DEFAULT
               PERFORM 9300-OBTER-PARAMETRO
               MOVE WRK-PAR-VALOR TO WRK-PERC-RAT
               COMPUTE WRK-PERC-ENCARGOS = WRK-PERC-FGTS
                   + WRK-PERC-INSS-EMPR + WRK-PERC-RAT
               OPEN INPUT EMPLOYEE-FILE
               OPEN INPUT PAYROLL-HISTORY-FILE
               OPEN OUTPUT FGTS-REPORT-FILE
               STRING 'RELACAO DE DEPOSITO DO FGTS - COMPETENCIA '
                   WRK-COMPETENCIA
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0390-GRAVAR-LINHA-FGTS
               STRING 'MATR. NOME                 DEPTO'
                   '   REMUNERACAO         FGTS'
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0390-GRAVAR-LINHA-FGTS
           END-IF.

       0110-LER-CONTROLE.
           OPEN INPUT PAYROLL-CONTROL-FILE.
           IF WRK-STATUS-FCT NOT = '00'
               MOVE ZEROS TO FCT-COMPETENCIA
           ELSE
               READ PAYROLL-CONTROL-FILE
                   AT END
                       MOVE ZEROS TO FCT-COMPETENCIA
               END-READ
           END-IF.
           CLOSE PAYROLL-CONTROL-FILE.
           IF FCT-COMPETENCIA NOT = WRK-COMPETENCIA
               DISPLAY 'FOLHACTL AUSENTE OU DE OUTRA COMPETENCIA -'
                   ' ENCARGOS NAO CALCULADOS'
               MOVE 'ENCARGOS-FOLHA' TO WRK-EXCP-PROGRAMA
               MOVE 'FOLHACTL DE OUTRA COMPETENCIA'
                   TO WRK-EXCP-MENSAGEM
               PERFORM 9000-REGISTRAR-EXCECAO
               MOVE 8 TO RETURN-CODE
           END-IF.

       0200-CALCULAR-ENCARGOS.
           MOVE 'N' TO WRK-EOF-HIS.
           PERFORM 0210-LER-HISTORICO.
           PERFORM 0220-CALCULAR-FUNCIONARIO
               UNTIL WRK-EOF-HIS = 'S'.
           CLOSE EMPLOYEE-FILE.
           CLOSE PAYROLL-HISTORY-FILE.

       0210-LER-HISTORICO.
      * LEITURA SEQUENCIAL DO FOLHAHIS, SO A COMPETENCIA PEDIDA.
           MOVE 'N' TO WRK-SW-HIS-COMP.
           PERFORM 0215-LER-PROXIMO
               UNTIL WRK-EOF-HIS = 'S'
                  OR WRK-SW-HIS-COMP = 'S'.

       0215-LER-PROXIMO.
           READ PAYROLL-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-EOF-HIS
           END-READ.
           IF WRK-EOF-HIS = 'N'
              AND HIS-COMPETENCIA = WRK-COMPETENCIA
               MOVE 'S' TO WRK-SW-HIS-COMP
           END-IF.

       0220-CALCULAR-FUNCIONARIO.
      * A BASE DO FGTS E DO INSS PATRONAL E A MESMA DO INSS DO
      * EMPREGADO NO MES (HIS-BASE-INSS, SEM TETO PARA O
      * EMPREGADOR). AS PROVISOES SAO SOBRE O SALARIO BASE:
      * FERIAS = 1/12 ACRESCIDO DE 1/3, 13O = 1/12, CADA UMA COM
      * OS ENCARGOS (FGTS + INSS PATRONAL) EMBUTIDOS.
           ADD 1 TO WRK-QT-FUNC.
           MOVE HIS-BASE-INSS TO WRK-BASE-FGTS.
           COMPUTE WRK-FGTS ROUNDED =
               WRK-BASE-FGTS * WRK-PERC-FGTS / 100.
           COMPUTE WRK-INSS-EMPR ROUNDED =
               WRK-BASE-FGTS * (WRK-PERC-INSS-EMPR + WRK-PERC-RAT)
               / 100.
           COMPUTE WRK-PROV-FER ROUNDED =
               HIS-SALARIO-BASE * 4 / 36
               * (100 + WRK-PERC-ENCARGOS) / 100.
           COMPUTE WRK-PROV-13 ROUNDED =
               HIS-SALARIO-BASE / 12
               * (100 + WRK-PERC-ENCARGOS) / 100.
           ADD HIS-BRUTO      TO WRK-TOT-BRUTO.
           ADD HIS-INSS       TO WRK-TOT-INSS.
           ADD HIS-IRRF       TO WRK-TOT-IRRF.
           ADD HIS-DESCONTOS  TO WRK-TOT-DESCONTOS.
           ADD HIS-SALFAM     TO WRK-TOT-SALFAM.
           ADD WRK-BASE-FGTS  TO WRK-TOT-BASE-FGTS.
           ADD WRK-FGTS       TO WRK-TOT-FGTS.
           ADD WRK-INSS-EMPR  TO WRK-TOT-INSS-EMPR.
           ADD WRK-PROV-FER   TO WRK-TOT-PROV-FER.
           ADD WRK-PROV-13    TO WRK-TOT-PROV-13.
           MOVE HIS-DEPARTAMENTO TO WRK-DEPARTAMENTO.
           PERFORM 0260-ACUMULAR-DEPARTAMENTO.
           MOVE HIS-MATRICULA TO EMP-MATRICULA.
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE 'NAO CADASTRADO' TO WRK-NOME
               NOT INVALID KEY
                   MOVE EMP-NOME TO WRK-NOME
           END-READ.
           MOVE WRK-BASE-FGTS TO WRK-BASE-ED.
           MOVE WRK-FGTS TO WRK-VALOR-ED.
           STRING HIS-MATRICULA ' ' WRK-NOME ' ' HIS-DEPARTAMENTO
               ' ' WRK-BASE-ED ' ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA-FGTS.
           PERFORM 0210-LER-HISTORICO.

       0260-ACUMULAR-DEPARTAMENTO.
      * O PERFORM VARYING DEIXA O INDICE UMA POSICAO ALEM DA
      * ENTRADA ENCONTRADA, POR ISSO A POSICAO E GUARDADA EM
      * WRK-IDX-DEP-ACHADO.
           MOVE 'N' TO WRK-SW-DEP-ACHADO.
           PERFORM 0265-COMPARAR-DEPARTAMENTO
               VARYING WRK-IDX-DEP FROM 1 BY 1
               UNTIL WRK-IDX-DEP > WRK-QTD-DEP
                  OR WRK-SW-DEP-ACHADO = 'S'.
           IF WRK-SW-DEP-ACHADO = 'N'
               IF WRK-QTD-DEP < 20
                   ADD 1 TO WRK-QTD-DEP
                   MOVE WRK-QTD-DEP TO WRK-IDX-DEP-ACHADO
                   INITIALIZE WRK-TAB-DEP(WRK-IDX-DEP-ACHADO)
                   MOVE WRK-DEPARTAMENTO
                       TO WRK-TAB-DEP-COD(WRK-IDX-DEP-ACHADO)
                   MOVE 'S' TO WRK-SW-DEP-ACHADO
               ELSE
                   DISPLAY 'TABELA DE DEPARTAMENTOS CHEIA'
               END-IF
           END-IF.
           IF WRK-SW-DEP-ACHADO = 'S'
               ADD 1 TO WRK-TAB-DEP-QT(WRK-IDX-DEP-ACHADO)
               ADD HIS-BRUTO
                   TO WRK-TAB-DEP-BRUTO(WRK-IDX-DEP-ACHADO)
               ADD WRK-FGTS
                   TO WRK-TAB-DEP-FGTS(WRK-IDX-DEP-ACHADO)
               ADD WRK-INSS-EMPR
                   TO WRK-TAB-DEP-INSS-EMPR(WRK-IDX-DEP-ACHADO)
               ADD WRK-PROV-FER
                   TO WRK-TAB-DEP-PROV-FER(WRK-IDX-DEP-ACHADO)
               ADD WRK-PROV-13
                   TO WRK-TAB-DEP-PROV-13(WRK-IDX-DEP-ACHADO)
           END-IF.

       0265-COMPARAR-DEPARTAMENTO.
           IF WRK-DEPARTAMENTO = WRK-TAB-DEP-COD(WRK-IDX-DEP)
               MOVE 'S' TO WRK-SW-DEP-ACHADO
               MOVE WRK-IDX-DEP TO WRK-IDX-DEP-ACHADO
           END-IF.

       0300-APURAR-FERIAS-PAGAS.
      * RECIBOS DE FERIAS DA COMPETENCIA (CALCULA-FERIAS): A
      * REMUNERACAO DOS DIAS, A DOBRA E O 1/3 SAEM DA PROVISAO
      * DE FERIAS. SEM O FERADIAN NAO HOUVE RECIBO NO MES.
           MOVE ZEROS TO WRK-TOT-FERIAS.
           MOVE ZEROS TO WRK-QT-RECIBOS.
           OPEN INPUT VACATION-ADVANCE-FILE.
           IF WRK-STATUS-FAD = '00'
               MOVE 'N' TO WRK-EOF-FAD
               PERFORM 0310-SOMAR-RECIBO
                   UNTIL WRK-EOF-FAD = 'S'
               CLOSE VACATION-ADVANCE-FILE
           END-IF.

       0310-SOMAR-RECIBO.
           READ VACATION-ADVANCE-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-FAD
               NOT AT END
                   IF FA-COMPETENCIA = WRK-COMPETENCIA
                       ADD 1 TO WRK-QT-RECIBOS
                       ADD FA-VALOR-DIAS TO WRK-TOT-FERIAS
                       ADD FA-DOBRO      TO WRK-TOT-FERIAS
                       ADD FA-TERCO      TO WRK-TOT-FERIAS
                   END-IF
           END-READ.

       0390-GRAVAR-LINHA-FGTS.
           MOVE WRK-LINHA-RPT TO FGTS-REPORT-RECORD.
           WRITE FGTS-REPORT-RECORD.
           MOVE SPACES TO WRK-LINHA-RPT.

       0400-CONFERIR-FOLHA.
      * O FOLHAHIS DA COMPETENCIA TEM DE BATER COM O FOLHACTL
      * (QUANTIDADE E BRUTO): SE NAO BATER, NADA VAI AO RAZAO.
           MOVE WRK-TOT-BASE-FGTS TO WRK-TOTAL-ED.
           STRING 'TOTAL DA REMUNERACAO: R' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA-FGTS.
           MOVE WRK-TOT-FGTS TO WRK-TOTAL-ED.
           MOVE WRK-PERC-FGTS TO WRK-PERC-ED.
           STRING 'TOTAL A DEPOSITAR (' WRK-PERC-ED '%): R'
               WRK-TOTAL-ED ' - FUNCIONARIOS: ' WRK-QT-FUNC
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA-FGTS.
           IF WRK-QT-FUNC NOT = FCT-QT-FUNC
              OR WRK-TOT-BRUTO NOT = FCT-TOT-BRUTO
               MOVE 'FOLHAHIS NAO CONFERE COM O FOLHACTL'
                   TO WRK-LINHA-RPT
               PERFORM 0390-GRAVAR-LINHA-FGTS
               MOVE 'ENCARCTL NAO GERADO' TO WRK-LINHA-RPT
               PERFORM 0390-GRAVAR-LINHA-FGTS
               DISPLAY 'FOLHAHIS NAO CONFERE COM O FOLHACTL -'
                   ' ENCARCTL NAO GERADO'
               MOVE 'ENCARGOS-FOLHA' TO WRK-EXCP-PROGRAMA
               MOVE 'FOLHAHIS NAO CONFERE COM FOLHACTL'
                   TO WRK-EXCP-MENSAGEM
               PERFORM 9000-REGISTRAR-EXCECAO
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE FGTS-REPORT-FILE.

       0500-GRAVAR-TOTAIS.
      * ENCARGOS E PROVISOES POR DEPARTAMENTO (CENTRO DE CUSTO),
      * COMO A FOLHA E ASSINADA.
           OPEN OUTPUT CHARGES-REPORT-FILE.
           STRING 'ENCARGOS E PROVISOES - COMPETENCIA '
               WRK-COMPETENCIA
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-TOT.
           MOVE WRK-PERC-FGTS TO WRK-PERC-ED.
           MOVE WRK-PERC-INSS-EMPR TO WRK-PERC-ED2.
           MOVE WRK-PERC-RAT TO WRK-PERC-ED3.
           STRING 'ALIQUOTAS: FGTS ' WRK-PERC-ED
               '% INSS EMPRESA ' WRK-PERC-ED2
               '% RAT/TERCEIROS ' WRK-PERC-ED3 '%'
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-TOT.
           PERFORM 0510-GRAVAR-UM-DEP
               VARYING WRK-IDX-DEP FROM 1 BY 1
               UNTIL WRK-IDX-DEP > WRK-QTD-DEP.
           MOVE 'TOTAL GERAL' TO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-TOT.
           MOVE WRK-TOT-BRUTO TO WRK-TOTAL-ED.
           STRING '  BRUTO DA FOLHA:      R' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-TOT.
           MOVE WRK-TOT-FGTS TO WRK-TOTAL-ED.
           STRING '  FGTS:                R' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-TOT.
           MOVE WRK-TOT-INSS-EMPR TO WRK-TOTAL-ED.
           STRING '  INSS PATRONAL:       R' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-TOT.
           MOVE WRK-TOT-PROV-FER TO WRK-TOTAL-ED.
           STRING '  PROVISAO DE FERIAS:  R' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-TOT.
           MOVE WRK-TOT-PROV-13 TO WRK-TOTAL-ED.
           STRING '  PROVISAO DE 13O:     R' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-TOT.
           MOVE WRK-TOT-FERIAS TO WRK-TOTAL-ED.
           STRING '  FERIAS PAGAS:        R' WRK-TOTAL-ED
               ' - RECIBOS: ' WRK-QT-RECIBOS
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-TOT.
           CLOSE CHARGES-REPORT-FILE.

       0510-GRAVAR-UM-DEP.
           MOVE WRK-TAB-DEP-BRUTO(WRK-IDX-DEP) TO WRK-TOTAL-ED.
           STRING WRK-TAB-DEP-COD(WRK-IDX-DEP)
               ' QT ' WRK-TAB-DEP-QT(WRK-IDX-DEP)
               ' BRUTO R' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-TOT.
           MOVE WRK-TAB-DEP-FGTS(WRK-IDX-DEP) TO WRK-TOTAL-ED.
           STRING '     FGTS            R' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-TOT.
           MOVE WRK-TAB-DEP-INSS-EMPR(WRK-IDX-DEP) TO WRK-TOTAL-ED.
           STRING '     INSS PATRONAL   R' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-TOT.
           MOVE WRK-TAB-DEP-PROV-FER(WRK-IDX-DEP) TO WRK-TOTAL-ED.
           STRING '     PROV. FERIAS    R' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-TOT.
           MOVE WRK-TAB-DEP-PROV-13(WRK-IDX-DEP) TO WRK-TOTAL-ED.
           STRING '     PROV. 13O       R' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-TOT.

       0590-GRAVAR-LINHA-TOT.
           MOVE WRK-LINHA-RPT TO CHARGES-REPORT-RECORD.
           WRITE CHARGES-REPORT-RECORD.
           DISPLAY WRK-LINHA-RPT.
           MOVE SPACES TO WRK-LINHA-RPT.

       0600-GRAVAR-CONTROLE.
      * CONTROLE DA EXECUCAO PARA A CONTABILIDADE: GERA-CONTABIL
      * LANCA A FOLHA, AS RETENCOES, OS ENCARGOS, AS PROVISOES E
      * A BAIXA DAS FERIAS PAGAS NA DATA DO CALCULO (ECT-DATA).
           OPEN OUTPUT CHARGES-CONTROL-FILE.
           MOVE WRK-DATA-SISTEMA  TO ECT-DATA.
           MOVE WRK-COMPETENCIA   TO ECT-COMPETENCIA.
           MOVE WRK-QT-FUNC       TO ECT-QT-FUNC.
           MOVE WRK-TOT-BRUTO     TO ECT-TOT-BRUTO.
           MOVE WRK-TOT-INSS      TO ECT-TOT-INSS.
           MOVE WRK-TOT-IRRF      TO ECT-TOT-IRRF.
           MOVE WRK-TOT-DESCONTOS TO ECT-TOT-DESCONTOS.
           MOVE WRK-TOT-SALFAM    TO ECT-TOT-SALFAM.
           MOVE WRK-TOT-FGTS      TO ECT-TOT-FGTS.
           MOVE WRK-TOT-INSS-EMPR TO ECT-TOT-INSS-EMPR.
           MOVE WRK-TOT-PROV-FER  TO ECT-TOT-PROV-FER.
           MOVE WRK-TOT-PROV-13   TO ECT-TOT-PROV-13.
           MOVE WRK-TOT-FERIAS    TO ECT-TOT-FERIAS.
           WRITE CHARGES-CONTROL-RECORD.
           CLOSE CHARGES-CONTROL-FILE.

           COPY 'EXCPLOG.CPY'.

           COPY 'PERMCHK.CPY'.

           COPY 'SYSPRM.CPY'.
