      *              TRAILER NA CARGA E, SE ALGO NAO BATE, RECUSA
      *              AS COMISSOES DA COMPETENCIA COM RC=8, EM VEZ
      *              DE PAGAR SOBRE UM ARQUIVO TRUNCADO.
      * 15/10/2026 - FUNCIONARIO DESLIGADO (EMP-DESLIGADO, GRAVADO
      *              PELA RESCISAO) FICA FORA DA FOLHA: O SALDO
      *              DE SALARIO E AS VERBAS SAO PAGOS NO TERMO DE
      *              RESCISAO. A QUANTIDADE SAI NO FOLHATOT.
      * 15/10/2026 - CARGA E CALCULO DE INSS/IRRF EXTRAIDOS PARA OS
      *              COPYBOOKS TRB* (USADOS TAMBEM NO 13O E NAS
      *              FERIAS), SEM MUDANCA DE REGRA.
      * 15/10/2026 - OS DIAS DE FERIAS JA PAGOS EM RECIBO
      *              (FERADIAN, GRAVADO PELO CALCULA-FERIAS) SAO
      *              DESCONTADOS DO BRUTO NA COMPETENCIA DO INICIO
      *              DO GOZO, EM LINHA PROPRIA DO HOLERITE; O TOTAL
      *              DESCONTADO SAI NO FOLHATOT.
      * 15/10/2026 - A FOLHA PASSA A CONSUMIR OS EVENTOS VARIAVEIS
      *              DA COMPETENCIA (EVTFOLHA: HORAS EXTRAS, FALTAS,
      *              VALE-TRANSPORTE, CONSIGNADO, OUTROS), CADA UM
      *              EM LINHA PROPRIA DO HOLERITE. A TABELA EVTTAB
      *              DIZ SE O CODIGO E PROVENTO OU DESCONTO E SE
      *              ENTRA NA BASE DO INSS E DO IRRF; O DIVISOR DA
      *              HORA VEM DO SYSPARM (FOLHA/DIVISOR-HORAS,
      *              PADRAO 220). EVENTO DE MATRICULA INEXISTENTE,
      *              DE DESLIGADO, DE CODIGO INEXISTENTE OU EM
      *              DUPLICIDADE SAI NO RELATORIO EVTREJ - ERAM OS
      *              ACERTOS FEITOS A MAO NO HOLERITE IMPRESSO.
      * 15/10/2026 - DEPENDENTES (DEPENDFL, MANTIDO PELO
      *              ADM-DEPENDENTE): CADA DEPENDENTE DE IRRF ABATE
      *              O VALOR DO SYSPARM FOLHA/DEDUCAO-DEPEND DA
      *              BASE DO IRRF, E CADA FILHO/ENTEADO MARCADO
      *              ABAIXO DA IDADE FOLHA/SALFAM-IDADE DA UMA COTA
      *              FOLHA/SALFAM-VALOR DE SALARIO-FAMILIA A QUEM
      *              TEM BRUTO ATE FOLHA/SALFAM-TETO. A COTA ENTRA
      *              NO LIQUIDO, FORA DO BRUTO E DAS BASES.
      * 15/10/2026 - ALEM DO HOLERITE IMPRESSO, CADA FUNCIONARIO
      *              CALCULADO GANHA UM REGISTRO NO HISTORICO
      *              MENSAL FOLHAHIS (BRUTO, COMISSOES, INSS, BASE
      *              E IRRF, LIQUIDO), BASE DO INFORME DE
      *              RENDIMENTOS. RECALCULAR A COMPETENCIA REGRAVA
      *              O REGISTRO DO MES.
      * 15/10/2026 - OS TOTAIS DO FOLHATOT TAMBEM SAEM NO CONTROLE
      *              FOLHACTL (COMPETENCIA, QUANTIDADE, BRUTO,
      *              INSS, IRRF, LIQUIDO), CONFERIDO PELA REMESSA
      *              BANCARIA DOS LIQUIDOS (GERA-REMESSA) ANTES DA
      *              LIBERACAO DO ARQUIVO AO BANCO.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           COPY 'EMPSEL.CPY'.
           COPY 'CMISEL.CPY'.
           COPY 'FADSEL.CPY'.
           COPY 'EVTSEL.CPY'.
           COPY 'DPNSEL.CPY'.
           COPY 'HISSEL.CPY'.
           COPY 'FCTSEL.CPY'.
           COPY 'SYSSEL.CPY'.
           COPY 'TRBSEL.CPY'.
           SELECT PAYSLIP-FILE ASSIGN TO "HOLERITE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HOL.
           SELECT PAYROLL-TOTAL-FILE ASSIGN TO "FOLHATOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TOT.
           SELECT EVENT-REJECT-FILE ASSIGN TO "EVTREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REJ.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.


           COPY 'CMIFD.CPY'.

           COPY 'FADFD.CPY'.

           COPY 'EVTFD.CPY'.

           COPY 'DPNFD.CPY'.

           COPY 'HISFD.CPY'.

           COPY 'FCTFD.CPY'.

           COPY 'SYSFD.CPY'.

           COPY 'TRBFD.CPY'.

       FD  PAYSLIP-FILE.
       01  PAYSLIP-RECORD PIC X(80).
       FD  PAYROLL-TOTAL-FILE.
       01  PAYROLL-TOTAL-RECORD PIC X(80).

       FD  EVENT-REJECT-FILE.
       01  EVENT-REJECT-RECORD PIC X(80).

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.
           COPY 'EXCPWS.CPY'.
           COPY 'EMPWS.CPY'.
           COPY 'CMIWS.CPY'.
           COPY 'FADWS.CPY'.
           COPY 'EVTWS.CPY'.
           COPY 'DPNWS.CPY'.
           COPY 'HISWS.CPY'.
           COPY 'FCTWS.CPY'.
           COPY 'SYSWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
           COPY 'TRBWS.CPY'.
       77 WRK-STATUS-HOL     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-TOT     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-REJ     PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ        PIC X(01) VALUE 'N'.
       77 WRK-EOF-EMP        PIC X(01) VALUE 'N'.
       77 WRK-COMPETENCIA    PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-CALCULO   PIC 9(08) VALUE ZEROS.
       77 WRK-SALARIO        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-COMISSAO-FUNC  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SW-CMI-CONFERE PIC X(01) VALUE 'S'.
           05 WRK-TAB-COM OCCURS 100 TIMES.
               10 WRK-TAB-COM-MATR  PIC 9(05).
               10 WRK-TAB-COM-VALOR PIC 9(09)V99.
       77 WRK-FERIAS-FUNC    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DIAS-FERIAS    PIC 9(02) VALUE ZEROS.
       77 WRK-MATR-FERIAS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-FER        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-FER        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-FER-ACHADO PIC 9(03) VALUE ZEROS COMP.
       77 WRK-SW-FER-ACHADO  PIC X(01) VALUE 'N'.
       01 WRK-TABELA-FERIAS.
           05 WRK-TAB-FER OCCURS 100 TIMES.
               10 WRK-TAB-FER-MATR  PIC 9(05).
               10 WRK-TAB-FER-DIAS  PIC 9(02).
               10 WRK-TAB-FER-VALOR PIC 9(07)V99.
       77 WRK-DIVISOR-HORAS  PIC 9(03)V99 VALUE ZEROS.
       77 WRK-COD-EVENTO     PIC 9(03) VALUE ZEROS.
       77 WRK-NATUREZA-LISTA PIC X(01) VALUE SPACES.
       77 WRK-EVT-PROVENTOS  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-EVT-DESCONTOS  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-EVT-INSS-MAIS  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-EVT-INSS-MENOS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-EVT-IRRF-MAIS  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-EVT-IRRF-MENOS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-BASE-CALC      PIC S9(08)V99 VALUE ZEROS.
       77 WRK-BASE-INSS      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QT-EVT-REJ     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-LIQ-ZERADO  PIC 9(05) VALUE ZEROS.
       77 WRK-QTDE-ED        PIC ZZ9,99 VALUE ZEROS.
       77 WRK-QTDE-LINHA     PIC X(06) VALUE SPACES.
       77 WRK-SINAL-EVT      PIC X(03) VALUE SPACES.
       77 WRK-SW-DPN-ABERTO  PIC X(01) VALUE 'N'.
       77 WRK-DEDUCAO-DEPEND PIC 9(05)V99 VALUE ZEROS.
       77 WRK-SALFAM-COTA    PIC 9(05)V99 VALUE ZEROS.
       77 WRK-SALFAM-TETO    PIC 9(05)V99 VALUE ZEROS.
       77 WRK-SALFAM-IDADE   PIC 9(02) VALUE ZEROS.
       77 WRK-LIMITE-SALFAM  PIC 9(06) VALUE ZEROS.
       77 WRK-QT-DEP-IRRF    PIC 9(02) VALUE ZEROS.
       77 WRK-QT-SALFAM      PIC 9(02) VALUE ZEROS.
       77 WRK-DEDUCAO-FUNC   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SALFAM-FUNC    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-INSS           PIC 9(06)V99 VALUE ZEROS.
       77 WRK-BASE-IRRF      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-IRRF           PIC S9(06)V99 VALUE ZEROS.
       77 WRK-LIQUIDO        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QT-FUNC        PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DESLIG      PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-BRUTO      PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-FERIAS     PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-PROVENTOS  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-DESCONTOS  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-SALFAM     PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-INSS       PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-IRRF       PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-LIQUIDO    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-IDX-DEP        PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-DEP-ACHADO PIC 9(02) VALUE ZEROS.
       77 WRK-SW-DEP-ACHADO  PIC X(01) VALUE 'N'.
       01 WRK-TABELA-DEP.
           05 WRK-TAB-DEP OCCURS 20 TIMES.
               10 WRK-TAB-DEP-COD     PIC X(04).
               ELSE
                   PERFORM 0200-CALCULAR-FOLHA
                   PERFORM 0500-GRAVAR-TOTAIS
                   PERFORM 0595-GRAVAR-CONTROLE
               END-IF
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA FOLHA'
       0100-INICIALIZAR.
           DISPLAY 'COMPETENCIA DA FOLHA (AAAAMM): '
           ACCEPT WRK-COMPETENCIA.
           ACCEPT WRK-DATA-CALCULO FROM DATE YYYYMMDD.
           PERFORM 9700-CARREGAR-TRIBUTOS.
           PERFORM 0150-CARREGAR-COMISSOES.
           PERFORM 0170-CARREGAR-FERIAS.
           PERFORM 0190-CARREGAR-EVENTOS.
           PERFORM 0120-PREPARAR-DEPENDENTES.

       0120-PREPARAR-DEPENDENTES.
      * VALORES LEGAIS DO ANO NO SYSPARM (A ATUALIZACAO ANUAL DO
      * GOVERNO E ALTERACAO DE DADOS). CADASTRO DE DEPENDENTES
      * AUSENTE = FOLHA SEM DEDUCAO E SEM SALARIO-FAMILIA.
           MOVE 'FOLHA' TO WRK-PAR-PROGRAMA.
           MOVE 'DEDUCAO-DEPEND' TO WRK-PAR-CHAVE.
           MOVE ZEROS TO WRK-PAR-DEFAULT.
           PERFORM 9300-OBTER-PARAMETRO.
           MOVE WRK-PAR-VALOR TO WRK-DEDUCAO-DEPEND.
           MOVE 'SALFAM-VALOR' TO WRK-PAR-CHAVE.
           PERFORM 9300-OBTER-PARAMETRO.
           MOVE WRK-PAR-VALOR TO WRK-SALFAM-COTA.
           MOVE 'SALFAM-TETO' TO WRK-PAR-CHAVE.
           PERFORM 9300-OBTER-PARAMETRO.
           MOVE WRK-PAR-VALOR TO WRK-SALFAM-TETO.
           MOVE 'SALFAM-IDADE' TO WRK-PAR-CHAVE.
           MOVE 14 TO WRK-PAR-DEFAULT.
           PERFORM 9300-OBTER-PARAMETRO.
           MOVE WRK-PAR-VALOR TO WRK-SALFAM-IDADE.
           OPEN INPUT DEPENDENT-FILE.
           IF WRK-STATUS-DPN = '00'
               MOVE 'S' TO WRK-SW-DPN-ABERTO
           ELSE
               MOVE 'N' TO WRK-SW-DPN-ABERTO
               DISPLAY 'DEPENDFL AUSENTE - FOLHA SEM DEPENDENTES'
           END-IF.

       0150-CARREGAR-COMISSOES.
      * ACUMULA POR MATRICULA OS ACERTOS DE COMISSAO DA
               MOVE WRK-IDX-COM TO WRK-IDX-COM-ACHADO
           END-IF.

       0170-CARREGAR-FERIAS.
      * ACUMULA POR MATRICULA OS DIAS E O VALOR DAS FERIAS PAGAS
      * EM RECIBO CUJO GOZO COMECA NA COMPETENCIA (FERADIAN);
      * ARQUIVO AUSENTE = NINGUEM DE FERIAS NO MES.
           MOVE ZEROS TO WRK-QTD-FER.
           OPEN INPUT VACATION-ADVANCE-FILE.
           IF WRK-STATUS-FAD = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0175-LER-ADIANTAMENTO
               PERFORM 0180-ACUMULAR-ADIANTAMENTO
                   UNTIL WRK-EOF-ARQ = 'S'
           END-IF.
           CLOSE VACATION-ADVANCE-FILE.

       0175-LER-ADIANTAMENTO.
           READ VACATION-ADVANCE-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0180-ACUMULAR-ADIANTAMENTO.
           IF FA-COMPETENCIA = WRK-COMPETENCIA
               MOVE FA-MATRICULA TO WRK-MATR-FERIAS
               PERFORM 0185-PROCURAR-FERIAS
               IF WRK-SW-FER-ACHADO = 'N'
                   IF WRK-QTD-FER < 100
                       ADD 1 TO WRK-QTD-FER
                       MOVE WRK-QTD-FER TO WRK-IDX-FER-ACHADO
                       MOVE FA-MATRICULA
                           TO WRK-TAB-FER-MATR(WRK-IDX-FER-ACHADO)
                       MOVE ZEROS
                           TO WRK-TAB-FER-DIAS(WRK-IDX-FER-ACHADO)
                       MOVE ZEROS
                           TO WRK-TAB-FER-VALOR(WRK-IDX-FER-ACHADO)
                       MOVE 'S' TO WRK-SW-FER-ACHADO
                   ELSE
                       DISPLAY 'TABELA DE FERIAS CHEIA'
                   END-IF
               END-IF
               IF WRK-SW-FER-ACHADO = 'S'
                   ADD FA-DIAS
                       TO WRK-TAB-FER-DIAS(WRK-IDX-FER-ACHADO)
                   ADD FA-VALOR-DIAS
                       TO WRK-TAB-FER-VALOR(WRK-IDX-FER-ACHADO)
               END-IF
           END-IF.
           PERFORM 0175-LER-ADIANTAMENTO.

       0185-PROCURAR-FERIAS.
      * O PERFORM VARYING DEIXA O INDICE UMA POSICAO ALEM DA
      * ENTRADA ENCONTRADA, POR ISSO A POSICAO E GUARDADA EM
      * WRK-IDX-FER-ACHADO.
           MOVE 'N' TO WRK-SW-FER-ACHADO.
           PERFORM 0186-COMPARAR-FERIAS
               VARYING WRK-IDX-FER FROM 1 BY 1
               UNTIL WRK-IDX-FER > WRK-QTD-FER
                  OR WRK-SW-FER-ACHADO = 'S'.

       0186-COMPARAR-FERIAS.
           IF WRK-MATR-FERIAS = WRK-TAB-FER-MATR(WRK-IDX-FER)
               MOVE 'S' TO WRK-SW-FER-ACHADO
               MOVE WRK-IDX-FER TO WRK-IDX-FER-ACHADO
           END-IF.

       0190-CARREGAR-EVENTOS.
      * CARREGA A TABELA DE CODIGOS (EVTTAB) E OS EVENTOS
      * VARIAVEIS DA COMPETENCIA (EVTFOLHA); ARQUIVO DE EVENTOS
      * AUSENTE = FOLHA SEM EVENTOS. CODIGO FORA DA TABELA OU
      * CHAVE REPETIDA JA ENTRA REJEITADO; O VALOR DOS EVENTOS
      * POR HORA OU POR DIA SO E CALCULADO NO FUNCIONARIO.
           MOVE 'FOLHA' TO WRK-PAR-PROGRAMA.
           MOVE 'DIVISOR-HORAS' TO WRK-PAR-CHAVE.
           MOVE 220 TO WRK-PAR-DEFAULT.
           PERFORM 9300-OBTER-PARAMETRO.
           MOVE WRK-PAR-VALOR TO WRK-DIVISOR-HORAS.
           IF WRK-DIVISOR-HORAS = 0
               MOVE 220 TO WRK-DIVISOR-HORAS
           END-IF.
           MOVE ZEROS TO WRK-QTD-ETB.
           OPEN INPUT EVENT-CODE-FILE.
           IF WRK-STATUS-ETB = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0191-LER-CODIGO
               PERFORM 0192-ARMAZENAR-CODIGO
                   UNTIL WRK-EOF-ARQ = 'S'
           END-IF.
           CLOSE EVENT-CODE-FILE.
           MOVE ZEROS TO WRK-QTD-EVT.
           OPEN INPUT PAYROLL-EVENT-FILE.
           IF WRK-STATUS-EVT = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0193-LER-EVENTO
               PERFORM 0194-ARMAZENAR-EVENTO
                   UNTIL WRK-EOF-ARQ = 'S'
           END-IF.
           CLOSE PAYROLL-EVENT-FILE.

       0191-LER-CODIGO.
           READ EVENT-CODE-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0192-ARMAZENAR-CODIGO.
           IF WRK-QTD-ETB < 50
               ADD 1 TO WRK-QTD-ETB
               MOVE ET-CODIGO
                   TO WRK-TAB-ETB-CODIGO(WRK-QTD-ETB)
               MOVE ET-DESCRICAO
                   TO WRK-TAB-ETB-DESCRICAO(WRK-QTD-ETB)
               MOVE ET-NATUREZA
                   TO WRK-TAB-ETB-NATUREZA(WRK-QTD-ETB)
               MOVE ET-INCIDE-INSS
                   TO WRK-TAB-ETB-INSS(WRK-QTD-ETB)
               MOVE ET-INCIDE-IRRF
                   TO WRK-TAB-ETB-IRRF(WRK-QTD-ETB)
               MOVE ET-FORMA
                   TO WRK-TAB-ETB-FORMA(WRK-QTD-ETB)
               MOVE ET-PERCENTUAL
                   TO WRK-TAB-ETB-PERC(WRK-QTD-ETB)
           ELSE
               DISPLAY 'TABELA DE CODIGOS DE EVENTO CHEIA'
           END-IF.
           PERFORM 0191-LER-CODIGO.

       0193-LER-EVENTO.
           READ PAYROLL-EVENT-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0194-ARMAZENAR-EVENTO.
           IF EV-COMPETENCIA = WRK-COMPETENCIA
               IF WRK-QTD-EVT < 500
                   PERFORM 0197-PROCURAR-DUPLICADO
                   MOVE EV-CODIGO TO WRK-COD-EVENTO
                   PERFORM 0195-PROCURAR-CODIGO
                   ADD 1 TO WRK-QTD-EVT
                   MOVE EV-MATRICULA
                       TO WRK-TAB-EVT-MATR(WRK-QTD-EVT)
                   MOVE EV-CODIGO
                       TO WRK-TAB-EVT-CODIGO(WRK-QTD-EVT)
                   MOVE EV-QUANTIDADE
                       TO WRK-TAB-EVT-QTDE(WRK-QTD-EVT)
                   MOVE EV-VALOR
                       TO WRK-TAB-EVT-VALOR(WRK-QTD-EVT)
                   MOVE SPACES
                       TO WRK-TAB-EVT-SITUACAO(WRK-QTD-EVT)
                   MOVE SPACES
                       TO WRK-TAB-EVT-MOTIVO(WRK-QTD-EVT)
                   MOVE ZEROS
                       TO WRK-TAB-EVT-IDX-ETB(WRK-QTD-EVT)
                   EVALUATE TRUE
                       WHEN WRK-SW-EVT-ACHADO = 'S'
                           MOVE 'R'
                               TO WRK-TAB-EVT-SITUACAO(WRK-QTD-EVT)
                           MOVE 'EVENTO EM DUPLICIDADE'
                               TO WRK-TAB-EVT-MOTIVO(WRK-QTD-EVT)
                       WHEN WRK-SW-ETB-ACHADO = 'N'
                           MOVE 'R'
                               TO WRK-TAB-EVT-SITUACAO(WRK-QTD-EVT)
                           MOVE 'CODIGO DE EVENTO INEXISTENTE'
                               TO WRK-TAB-EVT-MOTIVO(WRK-QTD-EVT)
                       WHEN OTHER
                           MOVE WRK-IDX-ETB-ACHADO
                               TO WRK-TAB-EVT-IDX-ETB(WRK-QTD-EVT)
                   END-EVALUATE
               ELSE
                   DISPLAY 'TABELA DE EVENTOS CHEIA - EVENTO '
                       EV-CODIGO ' DA MATRICULA ' EV-MATRICULA
                       ' NAO PROCESSADO'
                   ADD 1 TO WRK-QT-EVT-REJ
               END-IF
           END-IF.
           PERFORM 0193-LER-EVENTO.

       0195-PROCURAR-CODIGO.
      * O PERFORM VARYING DEIXA O INDICE UMA POSICAO ALEM DA
      * ENTRADA ENCONTRADA, POR ISSO A POSICAO E GUARDADA EM
      * WRK-IDX-ETB-ACHADO.
           MOVE 'N' TO WRK-SW-ETB-ACHADO.
           PERFORM 0196-COMPARAR-CODIGO
               VARYING WRK-IDX-ETB FROM 1 BY 1
               UNTIL WRK-IDX-ETB > WRK-QTD-ETB
                  OR WRK-SW-ETB-ACHADO = 'S'.

       0196-COMPARAR-CODIGO.
           IF WRK-COD-EVENTO = WRK-TAB-ETB-CODIGO(WRK-IDX-ETB)
               MOVE 'S' TO WRK-SW-ETB-ACHADO
               MOVE WRK-IDX-ETB TO WRK-IDX-ETB-ACHADO
           END-IF.

       0197-PROCURAR-DUPLICADO.
      * A CHAVE DO EVENTO E MATRICULA + COMPETENCIA + CODIGO: A
      * SEGUNDA LINHA COM A MESMA CHAVE E REJEITADA, NAO SOMADA.
           MOVE 'N' TO WRK-SW-EVT-ACHADO.
           PERFORM 0198-COMPARAR-DUPLICADO
               VARYING WRK-IDX-EVT FROM 1 BY 1
               UNTIL WRK-IDX-EVT > WRK-QTD-EVT
                  OR WRK-SW-EVT-ACHADO = 'S'.

       0198-COMPARAR-DUPLICADO.
           IF EV-MATRICULA = WRK-TAB-EVT-MATR(WRK-IDX-EVT)
              AND EV-CODIGO = WRK-TAB-EVT-CODIGO(WRK-IDX-EVT)
               MOVE 'S' TO WRK-SW-EVT-ACHADO
               MOVE WRK-IDX-EVT TO WRK-IDX-EVT-ACHADO
           END-IF.

       0200-CALCULAR-FOLHA.
           OPEN INPUT EMPLOYEE-FILE.
           OPEN OUTPUT PAYSLIP-FILE.
      * O FOLHAHIS E ABERTO EM I-O; SE AINDA NAO EXISTIR, E
      * CRIADO VAZIO ANTES (MESMO ESQUEMA DO EMPFILE).
           OPEN I-O PAYROLL-HISTORY-FILE.
           IF WRK-STATUS-HIS NOT = '00'
               OPEN OUTPUT PAYROLL-HISTORY-FILE
               CLOSE PAYROLL-HISTORY-FILE
               OPEN I-O PAYROLL-HISTORY-FILE
           END-IF.
           MOVE 'N' TO WRK-EOF-EMP.
           PERFORM 0210-LER-FUNCIONARIO.
           PERFORM 0220-CALCULAR-FUNCIONARIO
               UNTIL WRK-EOF-EMP = 'S'.
           CLOSE EMPLOYEE-FILE.
           CLOSE PAYSLIP-FILE.
           CLOSE PAYROLL-HISTORY-FILE.
           IF WRK-SW-DPN-ABERTO = 'S'
               CLOSE DEPENDENT-FILE
           END-IF.
           PERFORM 0600-GRAVAR-REJEITADOS.

       0210-LER-FUNCIONARIO.
           READ EMPLOYEE-FILE NEXT RECORD
           END-READ.

       0220-CALCULAR-FUNCIONARIO.
      * O DESLIGADO FICA NO CADASTRO SO PARA O HISTORICO: O QUE
      * LHE E DEVIDO SAI NO TERMO DE RESCISAO, NAO NO HOLERITE.
           IF EMP-DESLIGADO
               ADD 1 TO WRK-QT-DESLIG
               PERFORM 0270-REJEITAR-DESLIGADO
                   VARYING WRK-IDX-EVT FROM 1 BY 1
                   UNTIL WRK-IDX-EVT > WRK-QTD-EVT
           ELSE
               PERFORM 0222-CALCULAR-ATIVO
           END-IF.
           PERFORM 0210-LER-FUNCIONARIO.

       0222-CALCULAR-ATIVO.
           ADD 1 TO WRK-QT-FUNC.
           PERFORM 0225-BUSCAR-COMISSAO.
           PERFORM 0227-BUSCAR-FERIAS.
           PERFORM 0228-CALCULAR-EVENTOS.
           PERFORM 0250-CONTAR-DEPENDENTES.
      * A COMISSAO DA COMPETENCIA ENTRA NO BRUTO ANTES DOS
      * DESCONTOS; OS DIAS DE FERIAS JA PAGOS EM RECIBO SAEM
      * DELE (NUNCA ABAIXO DE ZERO).
           COMPUTE WRK-SALARIO =
               EMP-SALARIO + WRK-COMISSAO-FUNC.
           IF WRK-FERIAS-FUNC > WRK-SALARIO
               MOVE WRK-SALARIO TO WRK-FERIAS-FUNC
           END-IF.
           SUBTRACT WRK-FERIAS-FUNC FROM WRK-SALARIO.
           ADD WRK-FERIAS-FUNC TO WRK-TOT-FERIAS.
      * OS EVENTOS SO MEXEM NA BASE DE CADA TRIBUTO CONFORME A
      * INCIDENCIA DO CODIGO (EVTTAB); OS PROVENTOS ENTRAM NO
      * BRUTO E OS DESCONTOS SAEM DO LIQUIDO.
           COMPUTE WRK-BASE-CALC = WRK-SALARIO
               + WRK-EVT-INSS-MAIS - WRK-EVT-INSS-MENOS.
           IF WRK-BASE-CALC < 0
               MOVE ZEROS TO WRK-BASE-CALC
           END-IF.
           MOVE WRK-BASE-CALC TO WRK-BASE-INSS.
           COMPUTE WRK-BASE-CALC = WRK-SALARIO
               + WRK-EVT-IRRF-MAIS - WRK-EVT-IRRF-MENOS.
           IF WRK-BASE-CALC < 0
               MOVE ZEROS TO WRK-BASE-CALC
           END-IF.
           ADD WRK-EVT-PROVENTOS TO WRK-SALARIO.
      * SALARIO-FAMILIA SO PARA QUEM TEM BRUTO ATE O TETO.
           MOVE ZEROS TO WRK-SALFAM-FUNC.
           IF WRK-QT-SALFAM > 0
              AND WRK-SALARIO NOT > WRK-SALFAM-TETO
               COMPUTE WRK-SALFAM-FUNC =
                   WRK-QT-SALFAM * WRK-SALFAM-COTA
           END-IF.
           MOVE EMP-DEPARTAMENTO TO WRK-DEPARTAMENTO.
           PERFORM 0230-CALCULAR-INSS.
           PERFORM 0240-CALCULAR-IRRF.
           COMPUTE WRK-BASE-CALC = WRK-SALARIO - WRK-INSS
               - WRK-IRRF - WRK-EVT-DESCONTOS + WRK-SALFAM-FUNC.
           IF WRK-BASE-CALC < 0
               DISPLAY 'DESCONTOS SUPERAM O BRUTO - MATRICULA '
                   EMP-MATRICULA ' COM LIQUIDO ZERADO'
               MOVE 'CALCULA-FOLHA' TO WRK-EXCP-PROGRAMA
               MOVE 'DESCONTOS SUPERAM O BRUTO - LIQUIDO ZERO'
                   TO WRK-EXCP-MENSAGEM
               PERFORM 9000-REGISTRAR-EXCECAO
               ADD 1 TO WRK-QT-LIQ-ZERADO
               MOVE ZEROS TO WRK-BASE-CALC
           END-IF.
           MOVE WRK-BASE-CALC TO WRK-LIQUIDO.
           ADD WRK-EVT-PROVENTOS TO WRK-TOT-PROVENTOS.
           ADD WRK-EVT-DESCONTOS TO WRK-TOT-DESCONTOS.
           ADD WRK-SALFAM-FUNC TO WRK-TOT-SALFAM.
           ADD WRK-SALARIO TO WRK-TOT-BRUTO.
           ADD WRK-INSS    TO WRK-TOT-INSS.
           ADD WRK-IRRF    TO WRK-TOT-IRRF.
           ADD WRK-LIQUIDO TO WRK-TOT-LIQUIDO.
           PERFORM 0260-ACUMULAR-DEPARTAMENTO.
           PERFORM 0300-GRAVAR-HOLERITE.
           PERFORM 0280-GRAVAR-HISTORICO.

       0225-BUSCAR-COMISSAO.
           MOVE ZEROS TO WRK-COMISSAO-FUNC.
               MOVE WRK-IDX-COM TO WRK-IDX-COM-ACHADO
           END-IF.

       0227-BUSCAR-FERIAS.
           MOVE ZEROS TO WRK-FERIAS-FUNC.
           MOVE ZEROS TO WRK-DIAS-FERIAS.
           MOVE EMP-MATRICULA TO WRK-MATR-FERIAS.
           PERFORM 0185-PROCURAR-FERIAS.
           IF WRK-SW-FER-ACHADO = 'S'
               MOVE WRK-TAB-FER-VALOR(WRK-IDX-FER-ACHADO)
                   TO WRK-FERIAS-FUNC
               MOVE WRK-TAB-FER-DIAS(WRK-IDX-FER-ACHADO)
                   TO WRK-DIAS-FERIAS
           END-IF.

       0228-CALCULAR-EVENTOS.
      * VALORIZA OS EVENTOS PENDENTES DO FUNCIONARIO E SOMA OS
      * PROVENTOS, OS DESCONTOS E O QUE CADA UM SOMA OU TIRA
      * DAS BASES DE INSS E IRRF.
           MOVE ZEROS TO WRK-EVT-PROVENTOS.
           MOVE ZEROS TO WRK-EVT-DESCONTOS.
           MOVE ZEROS TO WRK-EVT-INSS-MAIS.
           MOVE ZEROS TO WRK-EVT-INSS-MENOS.
           MOVE ZEROS TO WRK-EVT-IRRF-MAIS.
           MOVE ZEROS TO WRK-EVT-IRRF-MENOS.
           PERFORM 0229-CALCULAR-UM-EVENTO
               VARYING WRK-IDX-EVT FROM 1 BY 1
               UNTIL WRK-IDX-EVT > WRK-QTD-EVT.

       0229-CALCULAR-UM-EVENTO.
      * HORA = SALARIO / DIVISOR-HORAS; DIA = SALARIO / 30; O
      * PERCENTUAL DO CODIGO APLICA O ADICIONAL (150,00 = 50%).
      * EVENTO DE VALOR USA O VALOR INFORMADO.
           IF WRK-TAB-EVT-MATR(WRK-IDX-EVT) = EMP-MATRICULA
              AND WRK-TAB-EVT-SITUACAO(WRK-IDX-EVT) = SPACES
               MOVE WRK-TAB-EVT-IDX-ETB(WRK-IDX-EVT)
                   TO WRK-IDX-ETB
               EVALUATE WRK-TAB-ETB-FORMA(WRK-IDX-ETB)
                   WHEN 'H'
                       COMPUTE WRK-TAB-EVT-VALOR(WRK-IDX-EVT)
                           ROUNDED = EMP-SALARIO
                           * WRK-TAB-EVT-QTDE(WRK-IDX-EVT)
                           * WRK-TAB-ETB-PERC(WRK-IDX-ETB)
                           / (WRK-DIVISOR-HORAS * 100)
                   WHEN 'D'
                       COMPUTE WRK-TAB-EVT-VALOR(WRK-IDX-EVT)
                           ROUNDED = EMP-SALARIO
                           * WRK-TAB-EVT-QTDE(WRK-IDX-EVT)
                           * WRK-TAB-ETB-PERC(WRK-IDX-ETB)
                           / 3000
               END-EVALUATE
               MOVE 'P' TO WRK-TAB-EVT-SITUACAO(WRK-IDX-EVT)
               IF WRK-TAB-ETB-NATUREZA(WRK-IDX-ETB) = 'P'
                   ADD WRK-TAB-EVT-VALOR(WRK-IDX-EVT)
                       TO WRK-EVT-PROVENTOS
                   IF WRK-TAB-ETB-INSS(WRK-IDX-ETB) = 'S'
                       ADD WRK-TAB-EVT-VALOR(WRK-IDX-EVT)
                           TO WRK-EVT-INSS-MAIS
                   END-IF
                   IF WRK-TAB-ETB-IRRF(WRK-IDX-ETB) = 'S'
                       ADD WRK-TAB-EVT-VALOR(WRK-IDX-EVT)
                           TO WRK-EVT-IRRF-MAIS
                   END-IF
               ELSE
                   ADD WRK-TAB-EVT-VALOR(WRK-IDX-EVT)
                       TO WRK-EVT-DESCONTOS
                   IF WRK-TAB-ETB-INSS(WRK-IDX-ETB) = 'S'
                       ADD WRK-TAB-EVT-VALOR(WRK-IDX-EVT)
                           TO WRK-EVT-INSS-MENOS
                   END-IF
                   IF WRK-TAB-ETB-IRRF(WRK-IDX-ETB) = 'S'
                       ADD WRK-TAB-EVT-VALOR(WRK-IDX-EVT)
                           TO WRK-EVT-IRRF-MENOS
                   END-IF
               END-IF
           END-IF.

       0230-CALCULAR-INSS.
      * FAIXAS PROGRESSIVAS DO INSSTAB SOBRE A BASE DO INSS
      * (TRBCALC).
           MOVE WRK-BASE-INSS TO WRK-TRB-BASE-INSS.
           PERFORM 9750-CALCULAR-INSS.
           MOVE WRK-TRB-INSS TO WRK-INSS.

       0240-CALCULAR-IRRF.
      * O IRRF USA A BASE DO IRRF (WRK-BASE-CALC) MENOS O INSS
      * E A DEDUCAO DOS DEPENDENTES, NUNCA ABAIXO DE ZERO
      * (TRBCALC).
           SUBTRACT WRK-INSS WRK-DEDUCAO-FUNC FROM WRK-BASE-CALC.
           IF WRK-BASE-CALC < 0
               MOVE ZEROS TO WRK-BASE-CALC
           END-IF.
           MOVE WRK-BASE-CALC TO WRK-BASE-IRRF.
           MOVE WRK-BASE-IRRF TO WRK-TRB-BASE-IRRF.
           PERFORM 9760-CALCULAR-IRRF.
           MOVE WRK-TRB-IRRF TO WRK-IRRF.

       0250-CONTAR-DEPENDENTES.
      * CONTA OS DEPENDENTES DE IRRF E AS COTAS DE SALARIO-
      * FAMILIA DA MATRICULA. A COTA VALE ATE O MES ANTERIOR AO
      * QUE O FILHO COMPLETA A IDADE LIMITE.
           MOVE ZEROS TO WRK-QT-DEP-IRRF.
           MOVE ZEROS TO WRK-QT-SALFAM.
           IF WRK-SW-DPN-ABERTO = 'S'
               MOVE EMP-MATRICULA TO DPN-MATRICULA
               MOVE ZEROS TO DPN-SEQUENCIA
               MOVE 'N' TO WRK-EOF-DPN
               START DEPENDENT-FILE KEY IS NOT LESS THAN DPN-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-EOF-DPN
               END-START
               PERFORM 0252-LER-DEPENDENTE
               PERFORM 0254-CONTAR-UM-DEPENDENTE
                   UNTIL WRK-EOF-DPN = 'S'
           END-IF.
           COMPUTE WRK-DEDUCAO-FUNC =
               WRK-QT-DEP-IRRF * WRK-DEDUCAO-DEPEND.

       0252-LER-DEPENDENTE.
           IF WRK-EOF-DPN = 'N'
               READ DEPENDENT-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EOF-DPN
               END-READ
           END-IF.
           IF WRK-EOF-DPN = 'N'
              AND DPN-MATRICULA NOT = EMP-MATRICULA
               MOVE 'S' TO WRK-EOF-DPN
           END-IF.

       0254-CONTAR-UM-DEPENDENTE.
           IF DPN-IRRF = 'S'
               ADD 1 TO WRK-QT-DEP-IRRF
           END-IF.
           IF DPN-SALFAM = 'S'
               COMPUTE WRK-LIMITE-SALFAM = DPN-NASC-ANOMES
                   + WRK-SALFAM-IDADE * 100
               IF WRK-LIMITE-SALFAM > WRK-COMPETENCIA
                   ADD 1 TO WRK-QT-SALFAM
               END-IF
           END-IF.
           PERFORM 0252-LER-DEPENDENTE.

       0260-ACUMULAR-DEPARTAMENTO.
      * ACUMULA OS TOTAIS POR CENTRO DE CUSTO PARA A PAGINA DO
               MOVE WRK-IDX-DEP TO WRK-IDX-DEP-ACHADO
           END-IF.

       0270-REJEITAR-DESLIGADO.
           IF WRK-TAB-EVT-MATR(WRK-IDX-EVT) = EMP-MATRICULA
              AND WRK-TAB-EVT-SITUACAO(WRK-IDX-EVT) = SPACES
               MOVE 'R' TO WRK-TAB-EVT-SITUACAO(WRK-IDX-EVT)
               MOVE 'FUNCIONARIO DESLIGADO'
                   TO WRK-TAB-EVT-MOTIVO(WRK-IDX-EVT)
           END-IF.

       0280-GRAVAR-HISTORICO.
      * CHAVE JA EXISTENTE = COMPETENCIA RECALCULADA: O
      * REGISTRO DO MES E REGRAVADO COM OS VALORES NOVOS.
           INITIALIZE PAYROLL-HISTORY-RECORD.
           MOVE EMP-MATRICULA     TO HIS-MATRICULA.
           MOVE WRK-COMPETENCIA   TO HIS-COMPETENCIA.
           MOVE EMP-DEPARTAMENTO  TO HIS-DEPARTAMENTO.
           MOVE EMP-SALARIO       TO HIS-SALARIO-BASE.
           MOVE WRK-COMISSAO-FUNC TO HIS-COMISSAO.
           MOVE WRK-FERIAS-FUNC   TO HIS-FERIAS.
           MOVE WRK-EVT-PROVENTOS TO HIS-PROVENTOS.
           MOVE WRK-SALARIO       TO HIS-BRUTO.
           MOVE WRK-BASE-INSS     TO HIS-BASE-INSS.
           MOVE WRK-INSS          TO HIS-INSS.
           MOVE WRK-BASE-IRRF     TO HIS-BASE-IRRF.
           MOVE WRK-IRRF          TO HIS-IRRF.
           MOVE WRK-QT-DEP-IRRF   TO HIS-QT-DEP-IRRF.
           MOVE WRK-EVT-DESCONTOS TO HIS-DESCONTOS.
           MOVE WRK-SALFAM-FUNC   TO HIS-SALFAM.
           MOVE WRK-LIQUIDO       TO HIS-LIQUIDO.
           MOVE WRK-DATA-CALCULO  TO HIS-DATA-CALCULO.
           WRITE PAYROLL-HISTORY-RECORD
               INVALID KEY
                   REWRITE PAYROLL-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO NO FOLHAHIS - MATRICULA '
                               EMP-MATRICULA ' STATUS '
                               WRK-STATUS-HIS
                   END-REWRITE
           END-WRITE.

       0300-GRAVAR-HOLERITE.
           MOVE '=============================================='
               TO WRK-LINHA-RPT.
           STRING 'COMISSOES:          R' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA-HOL.
           IF WRK-DIAS-FERIAS > 0
               MOVE WRK-FERIAS-FUNC TO WRK-VALOR-ED
               STRING '(-) FERIAS ' WRK-DIAS-FERIAS ' DIAS: R'
                   WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0390-GRAVAR-LINHA-HOL
           END-IF.
           MOVE 'P' TO WRK-NATUREZA-LISTA.
           PERFORM 0310-GRAVAR-EVENTO
               VARYING WRK-IDX-EVT FROM 1 BY 1
               UNTIL WRK-IDX-EVT > WRK-QTD-EVT.
           MOVE WRK-SALARIO TO WRK-VALOR-ED.
           STRING 'SALARIO BRUTO:      R' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           STRING 'DESCONTO IRRF:      R' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA-HOL.
           IF WRK-QT-DEP-IRRF > 0
               MOVE WRK-DEDUCAO-FUNC TO WRK-VALOR-ED
               STRING '    DEPENDENTES IRRF ' WRK-QT-DEP-IRRF
                   ' - DEDUCAO DA BASE R' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0390-GRAVAR-LINHA-HOL
           END-IF.
           MOVE 'D' TO WRK-NATUREZA-LISTA.
           PERFORM 0310-GRAVAR-EVENTO
               VARYING WRK-IDX-EVT FROM 1 BY 1
               UNTIL WRK-IDX-EVT > WRK-QTD-EVT.
           IF WRK-SALFAM-FUNC > 0
               MOVE WRK-SALFAM-FUNC TO WRK-VALOR-ED
               STRING '(+) SALARIO-FAMILIA ' WRK-QT-SALFAM
                   ' COTAS: R' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0390-GRAVAR-LINHA-HOL
           END-IF.
           MOVE WRK-LIQUIDO TO WRK-VALOR-ED.
           STRING 'SALARIO LIQUIDO:    R' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA-HOL.

       0310-GRAVAR-EVENTO.
      * UMA LINHA POR EVENTO PROCESSADO DO FUNCIONARIO, OS
      * PROVENTOS ANTES DO BRUTO E OS DESCONTOS DEPOIS DO IRRF.
           IF WRK-TAB-EVT-MATR(WRK-IDX-EVT) = EMP-MATRICULA
              AND WRK-TAB-EVT-SITUACAO(WRK-IDX-EVT) = 'P'
               MOVE WRK-TAB-EVT-IDX-ETB(WRK-IDX-EVT)
                   TO WRK-IDX-ETB
               IF WRK-TAB-ETB-NATUREZA(WRK-IDX-ETB)
                  = WRK-NATUREZA-LISTA
                   MOVE WRK-TAB-EVT-VALOR(WRK-IDX-EVT)
                       TO WRK-VALOR-ED
                   IF WRK-NATUREZA-LISTA = 'P'
                       MOVE '(+)' TO WRK-SINAL-EVT
                   ELSE
                       MOVE '(-)' TO WRK-SINAL-EVT
                   END-IF
                   MOVE SPACES TO WRK-QTDE-LINHA
                   IF WRK-TAB-ETB-FORMA(WRK-IDX-ETB) NOT = 'V'
                       MOVE WRK-TAB-EVT-QTDE(WRK-IDX-EVT)
                           TO WRK-QTDE-ED
                       MOVE WRK-QTDE-ED TO WRK-QTDE-LINHA
                   END-IF
                   STRING WRK-SINAL-EVT ' '
                       WRK-TAB-ETB-DESCRICAO(WRK-IDX-ETB) ' '
                       WRK-QTDE-LINHA ' R' WRK-VALOR-ED
                       DELIMITED BY SIZE INTO WRK-LINHA-RPT
                   PERFORM 0390-GRAVAR-LINHA-HOL
               END-IF
           END-IF.

       0390-GRAVAR-LINHA-HOL.
           MOVE WRK-LINHA-RPT TO PAYSLIP-RECORD.
           WRITE PAYSLIP-RECORD.
           STRING 'FUNCIONARIOS: ' WRK-QT-FUNC
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-TOT.
           STRING 'DESLIGADOS (FORA DA FOLHA): ' WRK-QT-DESLIG
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-TOT.
           MOVE WRK-TOT-BRUTO TO WRK-TOTAL-ED.
           STRING 'TOTAL BRUTO:   R' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-TOT.
           MOVE WRK-TOT-FERIAS TO WRK-TOTAL-ED.
           STRING 'FERIAS PAGAS EM RECIBO (DESCONTADAS): R'
               WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-TOT.
           MOVE WRK-TOT-PROVENTOS TO WRK-TOTAL-ED.
           STRING 'PROVENTOS DE EVENTOS (NO BRUTO):      R'
               WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-TOT.
           MOVE WRK-TOT-DESCONTOS TO WRK-TOTAL-ED.
           STRING 'DESCONTOS DE EVENTOS:                 R'
               WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-TOT.
           STRING 'EVENTOS REJEITADOS (EVTREJ): ' WRK-QT-EVT-REJ
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-TOT.
           MOVE WRK-TOT-SALFAM TO WRK-TOTAL-ED.
           STRING 'SALARIO-FAMILIA (FORA DO BRUTO):      R'
               WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-TOT.
           IF WRK-QT-LIQ-ZERADO > 0
               STRING 'LIQUIDOS ZERADOS (DESCONTOS > BRUTO): '
                   WRK-QT-LIQ-ZERADO
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0590-GRAVAR-LINHA-TOT
           END-IF.
           MOVE WRK-TOT-INSS TO WRK-TOTAL-ED.
           STRING 'TOTAL INSS:    R' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           DISPLAY WRK-LINHA-RPT.
           MOVE SPACES TO WRK-LINHA-RPT.

       0595-GRAVAR-CONTROLE.
      * CONTROLE DA EXECUCAO: OS MESMOS TOTAIS DO FOLHATOT, PARA
      * A REMESSA BANCARIA CONFERIR O LIQUIDO ANTES DE LIBERAR O
      * ARQUIVO AO BANCO.
           OPEN OUTPUT PAYROLL-CONTROL-FILE.
           MOVE WRK-DATA-CALCULO  TO FCT-DATA.
           MOVE WRK-COMPETENCIA   TO FCT-COMPETENCIA.
           MOVE WRK-QT-FUNC       TO FCT-QT-FUNC.
           MOVE WRK-TOT-BRUTO     TO FCT-TOT-BRUTO.
           MOVE WRK-TOT-INSS      TO FCT-TOT-INSS.
           MOVE WRK-TOT-IRRF      TO FCT-TOT-IRRF.
           MOVE WRK-TOT-DESCONTOS TO FCT-TOT-DESCONTOS.
           MOVE WRK-TOT-SALFAM    TO FCT-TOT-SALFAM.
           MOVE WRK-TOT-LIQUIDO   TO FCT-TOT-LIQUIDO.
           WRITE PAYROLL-CONTROL-RECORD.
           CLOSE PAYROLL-CONTROL-FILE.

       0600-GRAVAR-REJEITADOS.
      * RELATORIO DOS EVENTOS QUE NAO ENTRARAM NA FOLHA: OS JA
      * REJEITADOS NA CARGA OU NO DESLIGADO E OS QUE FICARAM
      * PENDENTES, CUJA MATRICULA NAO ESTA NO EMPFILE.
           OPEN OUTPUT EVENT-REJECT-FILE.
           STRING 'EVENTOS REJEITADOS - COMPETENCIA '
               WRK-COMPETENCIA
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0690-GRAVAR-LINHA-REJ.
           MOVE 'MATR. EVT   QTDE           VALOR MOTIVO'
               TO WRK-LINHA-RPT.
           PERFORM 0690-GRAVAR-LINHA-REJ.
           PERFORM 0610-GRAVAR-UM-REJEITADO
               VARYING WRK-IDX-EVT FROM 1 BY 1
               UNTIL WRK-IDX-EVT > WRK-QTD-EVT.
           STRING 'TOTAL DE EVENTOS REJEITADOS: ' WRK-QT-EVT-REJ
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0690-GRAVAR-LINHA-REJ.
           CLOSE EVENT-REJECT-FILE.

       0610-GRAVAR-UM-REJEITADO.
           IF WRK-TAB-EVT-SITUACAO(WRK-IDX-EVT) = SPACES
               MOVE 'R' TO WRK-TAB-EVT-SITUACAO(WRK-IDX-EVT)
               MOVE 'MATRICULA NAO CADASTRADA'
                   TO WRK-TAB-EVT-MOTIVO(WRK-IDX-EVT)
           END-IF.
           IF WRK-TAB-EVT-SITUACAO(WRK-IDX-EVT) = 'R'
               ADD 1 TO WRK-QT-EVT-REJ
               MOVE WRK-TAB-EVT-QTDE(WRK-IDX-EVT) TO WRK-QTDE-ED
               MOVE WRK-TAB-EVT-VALOR(WRK-IDX-EVT) TO WRK-VALOR-ED
               STRING WRK-TAB-EVT-MATR(WRK-IDX-EVT) ' '
                   WRK-TAB-EVT-CODIGO(WRK-IDX-EVT) ' '
                   WRK-QTDE-ED ' R' WRK-VALOR-ED ' '
                   WRK-TAB-EVT-MOTIVO(WRK-IDX-EVT)
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0690-GRAVAR-LINHA-REJ
           END-IF.

       0690-GRAVAR-LINHA-REJ.
           MOVE WRK-LINHA-RPT TO EVENT-REJECT-RECORD.
           WRITE EVENT-REJECT-RECORD.
           MOVE SPACES TO WRK-LINHA-RPT.

           COPY 'EXCPLOG.CPY'.

           COPY 'PERMCHK.CPY'.

           COPY 'SYSPRM.CPY'.

           COPY 'TRBCALC.CPY'.
