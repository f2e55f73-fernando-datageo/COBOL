       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-RENDIMENTOS.
      *********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: INFORME ANUAL DE RENDIMENTOS POR FUNCIONARIO:
      * LE OS DOZE MESES DO ANO-CALENDARIO NO HISTORICO DA FOLHA
      * (FOLHAHIS), OS RECIBOS DE FERIAS DO ANO (FERADIAN) E O
      * 13O SALARIO (DECIMFIL), IMPRIME O INFORME DE CADA
      * FUNCIONARIO COM O DETALHE MES A MES (INFORMER) E GERA O
      * ARQUIVO RESUMO DO CONTADOR PARA A DECLARACAO ANUAL
      * (DIRFCONT), COM CABECALHO E TRAILER DE CONFERENCIA
      * DATA    = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PROGRAMA CRIADO: O HOLERITE E O FOLHATOT SAO
      *              SO IMPRESSOS, E O INFORME ERA MONTADO A MAO
      *              SOMANDO OS DOZE HOLERITES DE CADA UM. ENTRA
      *              TAMBEM O DESLIGADO QUE TEVE RENDIMENTO NO ANO.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'EMPSEL.CPY'.
           COPY 'HISSEL.CPY'.
           COPY 'DECSEL.CPY'.
           COPY 'FADSEL.CPY'.
           SELECT INCOME-REPORT-FILE ASSIGN TO "INFORMER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-INF.
           SELECT ACCOUNTANT-FILE ASSIGN TO "DIRFCONT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DRF.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'EMPFD.CPY'.

           COPY 'HISFD.CPY'.

           COPY 'DECFD.CPY'.

           COPY 'FADFD.CPY'.

       FD  INCOME-REPORT-FILE.
       01  INCOME-REPORT-RECORD PIC X(80).

      * RESUMO DO CONTADOR: '0' = CABECALHO (DATA/HORA, PROGRAMA
      * E ANO), '1' = UM FUNCIONARIO, '9' = TRAILER (QUANTIDADE
      * E SOMA DOS RENDIMENTOS TRIBUTAVEIS), NO MESMO PADRAO DE
      * CONFERENCIA DO COMISINT.
       FD  ACCOUNTANT-FILE.
       01  ACCOUNTANT-RECORD.
           05 DRF-TIPO          PIC X(01).
           05 DRF-RESTO         PIC X(112).
           05 DRF-RESTO-DET REDEFINES DRF-RESTO.
               10 DRF-ANO           PIC 9(04).
               10 DRF-MATRICULA     PIC 9(05).
               10 DRF-NOME          PIC X(20).
               10 DRF-DEPARTAMENTO  PIC X(04).
               10 DRF-REND-TRIBUT   PIC 9(09)V99.
               10 DRF-INSS          PIC 9(09)V99.
               10 DRF-IRRF          PIC 9(09)V99.
               10 DRF-ISENTOS       PIC 9(09)V99.
               10 DRF-DEC-BRUTO     PIC 9(09)V99.
               10 DRF-DEC-INSS      PIC 9(09)V99.
               10 DRF-DEC-IRRF      PIC 9(09)V99.
               10 DRF-QT-DEPEND     PIC 9(02).
           05 DRF-RESTO-HDR REDEFINES DRF-RESTO.
               10 DRF-HDR-DATA      PIC 9(08).
               10 DRF-HDR-HORA      PIC 9(08).
               10 DRF-HDR-PROGRAMA  PIC X(20).
               10 DRF-HDR-ANO       PIC 9(04).
               10 FILLER            PIC X(72).
           05 DRF-RESTO-TRL REDEFINES DRF-RESTO.
               10 DRF-TRL-QT        PIC 9(07).
               10 DRF-TRL-HASH      PIC 9(13)V99.
               10 FILLER            PIC X(90).

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'EMPWS.CPY'.
           COPY 'HISWS.CPY'.
           COPY 'DECWS.CPY'.
           COPY 'FADWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
       77 WRK-STATUS-INF     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-DRF     PIC X(02) VALUE SPACES.
       77 WRK-EOF-EMP        PIC X(01) VALUE 'N'.
       77 WRK-EOF-ARQ        PIC X(01) VALUE 'N'.
       77 WRK-SW-DEC-ABERTO  PIC X(01) VALUE 'N'.
       77 WRK-SW-DEC-ACHADO  PIC X(01) VALUE 'N'.
       01 WRK-ANO-TXT        PIC X(04) VALUE SPACES.
       01 WRK-ANO-TXT-N REDEFINES WRK-ANO-TXT
                             PIC 9(04).
       77 WRK-ANO            PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-RECIBO     PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-GERACAO   PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-GERACAO   PIC 9(08) VALUE ZEROS.
       77 WRK-MATR-FERIAS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-FER        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-FER        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-FER-ACHADO PIC 9(03) VALUE ZEROS COMP.
       77 WRK-SW-FER-ACHADO  PIC X(01) VALUE 'N'.
       01 WRK-TABELA-FERIAS.
           05 WRK-TAB-FER OCCURS 500 TIMES.
               10 WRK-TAB-FER-MATR  PIC 9(05).
               10 WRK-TAB-FER-BRUTO PIC 9(09)V99.
               10 WRK-TAB-FER-INSS  PIC 9(09)V99.
               10 WRK-TAB-FER-IRRF  PIC 9(09)V99.
       77 WRK-IDX-MES        PIC 9(02) VALUE ZEROS.
       77 WRK-QT-MESES       PIC 9(02) VALUE ZEROS.
       01 WRK-TABELA-MESES.
           05 WRK-TAB-MES OCCURS 12 TIMES.
               10 WRK-TAB-MES-SW      PIC X(01).
               10 WRK-TAB-MES-BRUTO   PIC 9(07)V99.
               10 WRK-TAB-MES-INSS    PIC 9(06)V99.
               10 WRK-TAB-MES-IRRF    PIC 9(06)V99.
               10 WRK-TAB-MES-LIQUIDO PIC 9(07)V99.
       77 WRK-REND-TRIBUT    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-REND-FERIAS    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-COMISSOES      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-INSS           PIC 9(09)V99 VALUE ZEROS.
       77 WRK-IRRF           PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ISENTOS        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DEC-BRUTO      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DEC-INSS       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DEC-IRRF       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QT-DEPEND      PIC 9(02) VALUE ZEROS.
       77 WRK-QT-INFORMES    PIC 9(07) VALUE ZEROS.
       77 WRK-HASH-DRF       PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-REND       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-INSS       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-IRRF       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-DEC-BRUTO  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-DEC-IRRF   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-ED       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-MES-BRUTO-ED   PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-MES-INSS-ED    PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-MES-IRRF-ED    PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-MES-LIQ-ED     PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED       PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-LINHA-RPT      PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0040-AUTORIZAR.
           IF WRK-PERM-AUTORIZADO = 'S'
               PERFORM 0100-INICIALIZAR
               IF RETURN-CODE = 0
                   PERFORM 0200-PROCESSAR-FUNCIONARIOS
                   PERFORM 0500-FINALIZAR
               END-IF
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA INFORME'
               MOVE 'INFORME-RENDIMENTOS' TO WRK-EXCP-PROGRAMA
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
           MOVE 'INFORME-RENDIMENTOS' TO WRK-PERM-PROGRAMA.
           MOVE 'INFORME' TO WRK-PERM-FUNCAO.
           IF LOG-RESULTADO = 'S'
               MOVE LOG-PERFIL TO WRK-PERM-PERFIL
           ELSE
               MOVE SPACES TO WRK-PERM-PERFIL
           END-IF.
           PERFORM 9200-VERIFICAR-PERMISSAO.

       0100-INICIALIZAR.
      * SEM HISTORICO DA FOLHA NAO HA INFORME: O PROGRAMA PARA
      * COM RC=8. O 13O E AS FERIAS SAO OPCIONAIS (ARQUIVO
      * AUSENTE = NADA A SOMAR).
           MOVE 0 TO RETURN-CODE.
           DISPLAY 'ANO-CALENDARIO DO INFORME (AAAA): '
           ACCEPT WRK-ANO-TXT.
           IF WRK-ANO-TXT NOT NUMERIC
               DISPLAY 'ANO-CALENDARIO DEVE SER NUMERICO'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WRK-ANO-TXT-N TO WRK-ANO
               OPEN INPUT PAYROLL-HISTORY-FILE
               IF WRK-STATUS-HIS NOT = '00'
                   DISPLAY 'FOLHAHIS AUSENTE - INFORME NAO GERADO'
                   MOVE 'INFORME-RENDIMENTOS' TO WRK-EXCP-PROGRAMA
                   MOVE 'HISTORICO DA FOLHA AUSENTE'
                       TO WRK-EXCP-MENSAGEM
                   PERFORM 9000-REGISTRAR-EXCECAO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0150-CARREGAR-FERIAS
                   OPEN INPUT DECIMO-FILE
                   IF WRK-STATUS-DEC = '00'
                       MOVE 'S' TO WRK-SW-DEC-ABERTO
                   END-IF
                   OPEN INPUT EMPLOYEE-FILE
                   OPEN OUTPUT INCOME-REPORT-FILE
                   OPEN OUTPUT ACCOUNTANT-FILE
                   ACCEPT WRK-DATA-GERACAO FROM DATE YYYYMMDD
                   ACCEPT WRK-HORA-GERACAO FROM TIME
                   MOVE SPACES TO ACCOUNTANT-RECORD
                   MOVE '0' TO DRF-TIPO
                   MOVE WRK-DATA-GERACAO TO DRF-HDR-DATA
                   MOVE WRK-HORA-GERACAO TO DRF-HDR-HORA
                   MOVE 'INFORME-RENDIMENTOS' TO DRF-HDR-PROGRAMA
                   MOVE WRK-ANO TO DRF-HDR-ANO
                   WRITE ACCOUNTANT-RECORD
               END-IF
           END-IF.

       0150-CARREGAR-FERIAS.
      * ACUMULA POR MATRICULA OS RECIBOS DE FERIAS PAGOS NO ANO
      * (DATA DO RECIBO): REMUNERACAO DOS DIAS, DOBRA E 1/3 SAO
      * RENDIMENTO TRIBUTAVEL; O INSS E O IRRF DO RECIBO SOMAM
      * AOS DO ANO.
           MOVE ZEROS TO WRK-QTD-FER.
           OPEN INPUT VACATION-ADVANCE-FILE.
           IF WRK-STATUS-FAD = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0155-LER-RECIBO
               PERFORM 0160-ACUMULAR-RECIBO
                   UNTIL WRK-EOF-ARQ = 'S'
           END-IF.
           CLOSE VACATION-ADVANCE-FILE.

       0155-LER-RECIBO.
           READ VACATION-ADVANCE-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0160-ACUMULAR-RECIBO.
           DIVIDE FA-DATA-RECIBO BY 10000 GIVING WRK-ANO-RECIBO.
           IF WRK-ANO-RECIBO = WRK-ANO
               MOVE FA-MATRICULA TO WRK-MATR-FERIAS
               PERFORM 0165-PROCURAR-FERIAS
               IF WRK-SW-FER-ACHADO = 'N'
                   IF WRK-QTD-FER < 500
                       ADD 1 TO WRK-QTD-FER
                       MOVE WRK-QTD-FER TO WRK-IDX-FER-ACHADO
                       MOVE FA-MATRICULA
                           TO WRK-TAB-FER-MATR(WRK-IDX-FER-ACHADO)
                       MOVE ZEROS
                           TO WRK-TAB-FER-BRUTO(WRK-IDX-FER-ACHADO)
                       MOVE ZEROS
                           TO WRK-TAB-FER-INSS(WRK-IDX-FER-ACHADO)
                       MOVE ZEROS
                           TO WRK-TAB-FER-IRRF(WRK-IDX-FER-ACHADO)
                       MOVE 'S' TO WRK-SW-FER-ACHADO
                   ELSE
                       DISPLAY 'TABELA DE FERIAS CHEIA'
                   END-IF
               END-IF
               IF WRK-SW-FER-ACHADO = 'S'
                   ADD FA-VALOR-DIAS FA-DOBRO FA-TERCO
                       TO WRK-TAB-FER-BRUTO(WRK-IDX-FER-ACHADO)
                   ADD FA-INSS
                       TO WRK-TAB-FER-INSS(WRK-IDX-FER-ACHADO)
                   ADD FA-IRRF
                       TO WRK-TAB-FER-IRRF(WRK-IDX-FER-ACHADO)
               END-IF
           END-IF.
           PERFORM 0155-LER-RECIBO.

       0165-PROCURAR-FERIAS.
      * O PERFORM VARYING DEIXA O INDICE UMA POSICAO ALEM DA
      * ENTRADA ENCONTRADA, POR ISSO A POSICAO E GUARDADA EM
      * WRK-IDX-FER-ACHADO.
           MOVE 'N' TO WRK-SW-FER-ACHADO.
           PERFORM 0166-COMPARAR-FERIAS
               VARYING WRK-IDX-FER FROM 1 BY 1
               UNTIL WRK-IDX-FER > WRK-QTD-FER
                  OR WRK-SW-FER-ACHADO = 'S'.

       0166-COMPARAR-FERIAS.
           IF WRK-MATR-FERIAS = WRK-TAB-FER-MATR(WRK-IDX-FER)
               MOVE 'S' TO WRK-SW-FER-ACHADO
               MOVE WRK-IDX-FER TO WRK-IDX-FER-ACHADO
           END-IF.

       0200-PROCESSAR-FUNCIONARIOS.
           MOVE 'N' TO WRK-EOF-EMP.
           PERFORM 0210-LER-FUNCIONARIO.
           PERFORM 0220-PROCESSAR-FUNCIONARIO
               UNTIL WRK-EOF-EMP = 'S'.

       0210-LER-FUNCIONARIO.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-EOF-EMP
           END-READ.

       0220-PROCESSAR-FUNCIONARIO.
      * O DESLIGADO TAMBEM ENTRA: SO FICA SEM INFORME QUEM NAO
      * TEVE NENHUM RENDIMENTO NO ANO.
           MOVE ZEROS TO WRK-REND-TRIBUT.
           MOVE ZEROS TO WRK-REND-FERIAS.
           MOVE ZEROS TO WRK-COMISSOES.
           MOVE ZEROS TO WRK-INSS.
           MOVE ZEROS TO WRK-IRRF.
           MOVE ZEROS TO WRK-ISENTOS.
           MOVE ZEROS TO WRK-DEC-BRUTO.
           MOVE ZEROS TO WRK-DEC-INSS.
           MOVE ZEROS TO WRK-DEC-IRRF.
           MOVE ZEROS TO WRK-QT-DEPEND.
           MOVE ZEROS TO WRK-QT-MESES.
           INITIALIZE WRK-TABELA-MESES.
           PERFORM 0230-SOMAR-HISTORICO.
           PERFORM 0240-SOMAR-DECIMO.
           PERFORM 0250-SOMAR-FERIAS.
           IF WRK-QT-MESES > 0
              OR WRK-DEC-BRUTO > 0
              OR WRK-REND-FERIAS > 0
               PERFORM 0300-IMPRIMIR-INFORME
               PERFORM 0400-GRAVAR-RESUMO
           END-IF.
           PERFORM 0210-LER-FUNCIONARIO.

       0230-SOMAR-HISTORICO.
      * POSICIONA NO PRIMEIRO MES DO ANO DA MATRICULA: OS MESES
      * DE UM FUNCIONARIO SAO CONSECUTIVOS NA CHAVE.
           MOVE EMP-MATRICULA TO HIS-MATRICULA.
           MOVE WRK-ANO TO HIS-ANO.
           MOVE 01 TO HIS-MES.
           MOVE 'N' TO WRK-EOF-HIS.
           START PAYROLL-HISTORY-FILE
               KEY IS NOT LESS THAN HIS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-EOF-HIS
           END-START.
           PERFORM 0232-LER-HISTORICO.
           PERFORM 0235-SOMAR-MES
               UNTIL WRK-EOF-HIS = 'S'.

       0232-LER-HISTORICO.
           IF WRK-EOF-HIS = 'N'
               READ PAYROLL-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EOF-HIS
               END-READ
           END-IF.
           IF WRK-EOF-HIS = 'N'
              AND (HIS-MATRICULA NOT = EMP-MATRICULA
                   OR HIS-ANO NOT = WRK-ANO)
               MOVE 'S' TO WRK-EOF-HIS
           END-IF.

       0235-SOMAR-MES.
      * O BRUTO DO HISTORICO JA TRAZ COMISSOES E PROVENTOS E
      * EXCLUI OS DIAS DE FERIAS PAGOS EM RECIBO, QUE ENTRAM
      * PELO FERADIAN SEM CONTAR DUAS VEZES.
           ADD 1 TO WRK-QT-MESES.
           ADD HIS-BRUTO    TO WRK-REND-TRIBUT.
           ADD HIS-COMISSAO TO WRK-COMISSOES.
           ADD HIS-INSS     TO WRK-INSS.
           ADD HIS-IRRF     TO WRK-IRRF.
           ADD HIS-SALFAM   TO WRK-ISENTOS.
           MOVE HIS-QT-DEP-IRRF TO WRK-QT-DEPEND.
           MOVE HIS-MES TO WRK-IDX-MES.
           IF WRK-IDX-MES >= 1 AND WRK-IDX-MES <= 12
               MOVE 'S' TO WRK-TAB-MES-SW(WRK-IDX-MES)
               MOVE HIS-BRUTO   TO WRK-TAB-MES-BRUTO(WRK-IDX-MES)
               MOVE HIS-INSS    TO WRK-TAB-MES-INSS(WRK-IDX-MES)
               MOVE HIS-IRRF    TO WRK-TAB-MES-IRRF(WRK-IDX-MES)
               MOVE HIS-LIQUIDO TO WRK-TAB-MES-LIQUIDO(WRK-IDX-MES)
           END-IF.
           PERFORM 0232-LER-HISTORICO.

       0240-SOMAR-DECIMO.
      * O 13O E DE TRIBUTACAO EXCLUSIVA: SAI EM QUADRO PROPRIO.
      * PAGA SO A 1A PARCELA, O BRUTO E A PROPRIA PARCELA.
           IF WRK-SW-DEC-ABERTO = 'S'
               MOVE WRK-ANO TO DEC-ANO
               MOVE EMP-MATRICULA TO DEC-MATRICULA
               READ DECIMO-FILE
                   INVALID KEY
                       MOVE 'N' TO WRK-SW-DEC-ACHADO
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-SW-DEC-ACHADO
               END-READ
               IF WRK-SW-DEC-ACHADO = 'S'
                   IF DEC-DATA-SEGUNDA > 0
                       MOVE DEC-INTEGRAL TO WRK-DEC-BRUTO
                       MOVE DEC-INSS     TO WRK-DEC-INSS
                       MOVE DEC-IRRF     TO WRK-DEC-IRRF
                   ELSE
                       MOVE DEC-PRIMEIRA TO WRK-DEC-BRUTO
                   END-IF
               END-IF
           END-IF.

       0250-SOMAR-FERIAS.
           MOVE EMP-MATRICULA TO WRK-MATR-FERIAS.
           PERFORM 0165-PROCURAR-FERIAS.
           IF WRK-SW-FER-ACHADO = 'S'
               MOVE WRK-TAB-FER-BRUTO(WRK-IDX-FER-ACHADO)
                   TO WRK-REND-FERIAS
               ADD WRK-REND-FERIAS TO WRK-REND-TRIBUT
               ADD WRK-TAB-FER-INSS(WRK-IDX-FER-ACHADO)
                   TO WRK-INSS
               ADD WRK-TAB-FER-IRRF(WRK-IDX-FER-ACHADO)
                   TO WRK-IRRF
           END-IF.

       0300-IMPRIMIR-INFORME.
           MOVE '=============================================='
               TO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           STRING 'INFORME DE RENDIMENTOS - ANO-CALENDARIO '
               WRK-ANO
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           STRING 'BENEFICIARIO: MATRICULA ' EMP-MATRICULA
               ' ' EMP-NOME ' DEPTO ' EMP-DEPARTAMENTO
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           IF EMP-DESLIGADO
               STRING 'DESLIGADO EM ' EMP-DATA-DESLIG
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0390-GRAVAR-LINHA
           END-IF.
           MOVE '1. RENDIMENTOS TRIBUTAVEIS' TO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-REND-TRIBUT TO WRK-VALOR-ED.
           STRING '   TOTAL DOS RENDIMENTOS (INCL. FERIAS):  R'
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-COMISSOES TO WRK-VALOR-ED.
           STRING '   DOS QUAIS COMISSOES:                   R'
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-REND-FERIAS TO WRK-VALOR-ED.
           STRING '   DOS QUAIS FERIAS (RECIBOS):            R'
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-INSS TO WRK-VALOR-ED.
           STRING '   CONTRIBUICAO PREVIDENCIARIA (INSS):    R'
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           STRING '   DEPENDENTES DE IRRF (ULTIMO MES):      '
               WRK-QT-DEPEND
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-IRRF TO WRK-VALOR-ED.
           STRING '   IMPOSTO RETIDO NA FONTE (IRRF):        R'
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE '2. RENDIMENTOS ISENTOS' TO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-ISENTOS TO WRK-VALOR-ED.
           STRING '   SALARIO-FAMILIA:                       R'
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE '3. TRIBUTACAO EXCLUSIVA (13O SALARIO)'
               TO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-DEC-BRUTO TO WRK-VALOR-ED.
           STRING '   13O SALARIO BRUTO:                     R'
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-DEC-INSS TO WRK-VALOR-ED.
           STRING '   INSS SOBRE O 13O:                      R'
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-DEC-IRRF TO WRK-VALOR-ED.
           STRING '   IRRF SOBRE O 13O:                      R'
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           IF WRK-QT-MESES > 0
               MOVE 'DETALHE MENSAL DA FOLHA' TO WRK-LINHA-RPT
               PERFORM 0390-GRAVAR-LINHA
               STRING 'MES         BRUTO       INSS       IRRF'
                   '      LIQUIDO'
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0390-GRAVAR-LINHA
               PERFORM 0310-IMPRIMIR-MES
                   VARYING WRK-IDX-MES FROM 1 BY 1
                   UNTIL WRK-IDX-MES > 12
           END-IF.

       0310-IMPRIMIR-MES.
           IF WRK-TAB-MES-SW(WRK-IDX-MES) = 'S'
               MOVE WRK-TAB-MES-BRUTO(WRK-IDX-MES)
                   TO WRK-MES-BRUTO-ED
               MOVE WRK-TAB-MES-INSS(WRK-IDX-MES)
                   TO WRK-MES-INSS-ED
               MOVE WRK-TAB-MES-IRRF(WRK-IDX-MES)
                   TO WRK-MES-IRRF-ED
               MOVE WRK-TAB-MES-LIQUIDO(WRK-IDX-MES)
                   TO WRK-MES-LIQ-ED
               STRING ' ' WRK-IDX-MES ' ' WRK-MES-BRUTO-ED
                   ' ' WRK-MES-INSS-ED ' ' WRK-MES-IRRF-ED
                   ' ' WRK-MES-LIQ-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0390-GRAVAR-LINHA
           END-IF.

       0390-GRAVAR-LINHA.
           MOVE WRK-LINHA-RPT TO INCOME-REPORT-RECORD.
           WRITE INCOME-REPORT-RECORD.
           MOVE SPACES TO WRK-LINHA-RPT.

       0400-GRAVAR-RESUMO.
           MOVE SPACES TO ACCOUNTANT-RECORD.
           MOVE '1' TO DRF-TIPO.
           MOVE WRK-ANO          TO DRF-ANO.
           MOVE EMP-MATRICULA    TO DRF-MATRICULA.
           MOVE EMP-NOME         TO DRF-NOME.
           MOVE EMP-DEPARTAMENTO TO DRF-DEPARTAMENTO.
           MOVE WRK-REND-TRIBUT  TO DRF-REND-TRIBUT.
           MOVE WRK-INSS         TO DRF-INSS.
           MOVE WRK-IRRF         TO DRF-IRRF.
           MOVE WRK-ISENTOS      TO DRF-ISENTOS.
           MOVE WRK-DEC-BRUTO    TO DRF-DEC-BRUTO.
           MOVE WRK-DEC-INSS     TO DRF-DEC-INSS.
           MOVE WRK-DEC-IRRF     TO DRF-DEC-IRRF.
           MOVE WRK-QT-DEPEND    TO DRF-QT-DEPEND.
           WRITE ACCOUNTANT-RECORD.
           ADD 1 TO WRK-QT-INFORMES.
           ADD WRK-REND-TRIBUT TO WRK-HASH-DRF.
           ADD WRK-REND-TRIBUT TO WRK-TOT-REND.
           ADD WRK-INSS        TO WRK-TOT-INSS.
           ADD WRK-IRRF        TO WRK-TOT-IRRF.
           ADD WRK-DEC-BRUTO   TO WRK-TOT-DEC-BRUTO.
           ADD WRK-DEC-IRRF    TO WRK-TOT-DEC-IRRF.

       0500-FINALIZAR.
      * TRAILER DO RESUMO DO CONTADOR E PAGINA DE TOTAIS DO ANO.
           MOVE SPACES TO ACCOUNTANT-RECORD.
           MOVE '9' TO DRF-TIPO.
           MOVE WRK-QT-INFORMES TO DRF-TRL-QT.
           MOVE WRK-HASH-DRF TO DRF-TRL-HASH.
           WRITE ACCOUNTANT-RECORD.
           MOVE '=============================================='
               TO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           STRING 'TOTAIS DO ANO-CALENDARIO ' WRK-ANO
               ' - INFORMES: ' WRK-QT-INFORMES
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-TOT-REND TO WRK-TOTAL-ED.
           STRING 'RENDIMENTOS TRIBUTAVEIS: R' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-TOT-INSS TO WRK-TOTAL-ED.
           STRING 'INSS:                    R' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-TOT-IRRF TO WRK-TOTAL-ED.
           STRING 'IRRF:                    R' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-TOT-DEC-BRUTO TO WRK-TOTAL-ED.
           STRING '13O SALARIO BRUTO:       R' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-TOT-DEC-IRRF TO WRK-TOTAL-ED.
           STRING 'IRRF SOBRE O 13O:        R' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           CLOSE EMPLOYEE-FILE.
           CLOSE PAYROLL-HISTORY-FILE.
           IF WRK-SW-DEC-ABERTO = 'S'
               CLOSE DECIMO-FILE
           END-IF.
           CLOSE INCOME-REPORT-FILE.
           CLOSE ACCOUNTANT-FILE.
           DISPLAY 'INFORMES GERADOS: ' WRK-QT-INFORMES.

           COPY 'EXCPLOG.CPY'.

           COPY 'PERMCHK.CPY'.
