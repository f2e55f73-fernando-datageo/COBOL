       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULA-FERIAS.
      *********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: PAGAMENTO DAS FERIAS AGENDADAS NO FERIAFIL:
      * PARA CADA GOZO AINDA NAO PAGO QUE COMECA ATE A DATA
      * LIMITE, CALCULA A REMUNERACAO DOS DIAS (SALARIO / 30),
      * A DOBRA QUANDO O GOZO COMECA APOS O LIMITE CONCESSIVO,
      * O 1/3 CONSTITUCIONAL, O INSS E O IRRF (INSSTAB/
      * IRRFTAB), IMPRIME O RECIBO DE FERIAS (FERRECIB), MARCA
      * O GOZO COMO PAGO E GRAVA O ADIANTAMENTO (FERADIAN) QUE
      * O CALCULA-FOLHA DESCONTA NA COMPETENCIA DO GOZO
      * DATA    = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PROGRAMA CRIADO JUNTO COM O CONTROLE DE
      *              FERIAS (ADM-FERIAS). A DATA LIMITE VEM DO
      *              SYSIN; ZEROS = HOJE MAIS A ANTECEDENCIA DO
      *              SYSPARM (FERIAS/ANTECEDENCIA, PADRAO 2 DIAS),
      *              PRAZO LEGAL PARA O RECIBO SAIR ANTES DO
      *              INICIO DO GOZO. FUNCIONARIO DESLIGADO FICA
      *              FORA (AS FERIAS SAEM NO TERMO DE RESCISAO).
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'EMPSEL.CPY'.
           COPY 'FERSEL.CPY'.
           COPY 'FADSEL.CPY'.
           COPY 'TRBSEL.CPY'.
           COPY 'SYSSEL.CPY'.
           SELECT RECEIPT-FILE ASSIGN TO "FERRECIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REC.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'EMPFD.CPY'.

           COPY 'FERFD.CPY'.

           COPY 'FADFD.CPY'.

           COPY 'TRBFD.CPY'.

           COPY 'SYSFD.CPY'.

       FD  RECEIPT-FILE.
       01  RECEIPT-RECORD PIC X(80).

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'EMPWS.CPY'.
           COPY 'FERWS.CPY'.
           COPY 'FADWS.CPY'.
           COPY 'TRBWS.CPY'.
           COPY 'SYSWS.CPY'.
           COPY 'DTCWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
       77 WRK-STATUS-REC     PIC X(02) VALUE SPACES.
       77 WRK-EOF-FER        PIC X(01) VALUE 'N'.
       77 WRK-SW-EMP-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-SW-ALTERADO    PIC X(01) VALUE 'N'.
       77 WRK-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-LIMITE    PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-INICIO    PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-INICIO-R REDEFINES WRK-DATA-INICIO.
           05 WRK-ANOMES-INICIO PIC 9(06).
           05 FILLER            PIC 9(02).
       77 WRK-IDX-PROG       PIC 9(01) VALUE ZEROS.
       77 WRK-DIAS           PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-DIAS     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DOBRO          PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TERCO          PIC 9(07)V99 VALUE ZEROS.
       77 WRK-BRUTO          PIC 9(07)V99 VALUE ZEROS.
       77 WRK-INSS           PIC 9(06)V99 VALUE ZEROS.
       77 WRK-IRRF           PIC S9(06)V99 VALUE ZEROS.
       77 WRK-LIQUIDO        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QT-RECIBOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EM-DOBRO    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DESLIG      PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-BRUTO      PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-INSS       PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-IRRF       PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-LIQUIDO    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-VALOR-ED       PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-LINHA-RPT      PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0040-AUTORIZAR.
           IF WRK-PERM-AUTORIZADO = 'S'
               PERFORM 0100-INICIALIZAR
               IF WRK-QTD-INSS = 0 OR WRK-QTD-IRRF = 0
                   DISPLAY 'TABELA INSSTAB/IRRFTAB AUSENTE OU'
                       ' VAZIA - FERIAS NAO CALCULADAS'
                   MOVE 'CALCULA-FERIAS' TO WRK-EXCP-PROGRAMA
                   MOVE 'TABELA DE FAIXAS AUSENTE'
                       TO WRK-EXCP-MENSAGEM
                   PERFORM 9000-REGISTRAR-EXCECAO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0200-CALCULAR-FERIAS
               END-IF
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA FERIAS'
               MOVE 'CALCULA-FERIAS' TO WRK-EXCP-PROGRAMA
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
           MOVE 'CALCULA-FERIAS' TO WRK-PERM-PROGRAMA.
           MOVE 'FERIAS' TO WRK-PERM-FUNCAO.
           IF LOG-RESULTADO = 'S'
               MOVE LOG-PERFIL TO WRK-PERM-PERFIL
           ELSE
               MOVE SPACES TO WRK-PERM-PERFIL
           END-IF.
           PERFORM 9200-VERIFICAR-PERMISSAO.

       0100-INICIALIZAR.
      * DATA LIMITE ZERADA = HOJE MAIS A ANTECEDENCIA DO RECIBO
      * (SYSPARM FERIAS/ANTECEDENCIA, PADRAO 2 DIAS).
           DISPLAY 'INICIO DO GOZO ATE (AAAAMMDD, ZEROS = HOJE +'
               ' ANTECEDENCIA): '
           ACCEPT WRK-DATA-LIMITE.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           IF WRK-DATA-LIMITE = 0
               MOVE 'FERIAS' TO WRK-PAR-PROGRAMA
               MOVE 'ANTECEDENCIA' TO WRK-PAR-CHAVE
               MOVE 2 TO WRK-PAR-DEFAULT
               PERFORM 9300-OBTER-PARAMETRO
               MOVE WRK-DATA-SISTEMA TO WRK-DTC-DATA
               PERFORM 9400-DATA-PARA-SERIAL
               ADD WRK-PAR-VALOR TO WRK-DTC-SERIAL
               PERFORM 9410-SERIAL-PARA-DATA
               MOVE WRK-DTC-DATA TO WRK-DATA-LIMITE
           END-IF.
           DISPLAY 'RECIBOS DE GOZO COM INICIO ATE ' WRK-DATA-LIMITE.
           PERFORM 9700-CARREGAR-TRIBUTOS.

       0200-CALCULAR-FERIAS.
      * SEM FERIAFIL NAO HA FERIAS AGENDADAS; O FERADIAN
      * ACUMULA OS RECIBOS DE TODAS AS EXECUCOES (EXTEND).
           OPEN I-O VACATION-FILE.
           IF WRK-STATUS-FER NOT = '00'
               DISPLAY 'FERIAFIL AUSENTE - NENHUMA FERIAS AGENDADA'
           ELSE
               OPEN INPUT EMPLOYEE-FILE
               OPEN OUTPUT RECEIPT-FILE
               OPEN EXTEND VACATION-ADVANCE-FILE
               IF WRK-STATUS-FAD NOT = '00'
                   OPEN OUTPUT VACATION-ADVANCE-FILE
               END-IF
               MOVE LOW-VALUES TO FER-CHAVE
               MOVE 'N' TO WRK-EOF-FER
               START VACATION-FILE KEY IS NOT LESS THAN FER-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-EOF-FER
               END-START
               PERFORM 0210-LER-PERIODO
               PERFORM 0220-EXAMINAR-PERIODO
                   UNTIL WRK-EOF-FER = 'S'
               PERFORM 0500-GRAVAR-TOTAIS
               CLOSE EMPLOYEE-FILE
               CLOSE RECEIPT-FILE
               CLOSE VACATION-ADVANCE-FILE
           END-IF.
           CLOSE VACATION-FILE.

       0210-LER-PERIODO.
           IF WRK-EOF-FER = 'N'
               READ VACATION-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EOF-FER
               END-READ
           END-IF.

       0220-EXAMINAR-PERIODO.
      * O DESLIGADO (OU MATRICULA SEM CADASTRO) NAO RECEBE
      * RECIBO: O GOZO AGENDADO FICA COMO ESTA. O REGISTRO DO
      * PERIODO E REGRAVADO UMA VEZ, DEPOIS DE PAGOS TODOS OS
      * SEUS GOZOS.
           MOVE FER-MATRICULA TO EMP-MATRICULA.
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-SW-EMP-ACHADO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-SW-EMP-ACHADO
           END-READ.
           IF WRK-SW-EMP-ACHADO = 'S'
               IF EMP-DESLIGADO
                   ADD 1 TO WRK-QT-DESLIG
               ELSE
                   MOVE 'N' TO WRK-SW-ALTERADO
                   PERFORM 0230-EXAMINAR-GOZO
                       VARYING WRK-IDX-PROG FROM 1 BY 1
                       UNTIL WRK-IDX-PROG > FER-QT-PROG
                   IF WRK-SW-ALTERADO = 'S'
                       REWRITE VACATION-RECORD
                           INVALID KEY
                               DISPLAY 'FALHA AO REGRAVAR FERIAFIL '
                                   FER-CHAVE
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.
           PERFORM 0210-LER-PERIODO.

       0230-EXAMINAR-GOZO.
           IF FER-PROG-AGENDADA(WRK-IDX-PROG)
              AND FER-PROG-INICIO(WRK-IDX-PROG) <= WRK-DATA-LIMITE
               PERFORM 0250-CALCULAR-RECIBO
               PERFORM 0300-GRAVAR-RECIBO
               PERFORM 0400-GRAVAR-ADIANTAMENTO
               MOVE 'P' TO FER-PROG-SITUACAO(WRK-IDX-PROG)
               MOVE 'S' TO WRK-SW-ALTERADO
           END-IF.

       0250-CALCULAR-RECIBO.
      * REMUNERACAO DOS DIAS = SALARIO / 30 X DIAS. GOZO QUE
      * COMECA APOS O LIMITE CONCESSIVO E PAGO EM DOBRO (A
      * DOBRA NAO E DESCONTADA NA FOLHA). O 1/3 INCIDE SOBRE O
      * TOTAL DAS FERIAS; INSS E IRRF SOBRE O BRUTO DO RECIBO,
      * COM O IRRF NA BASE BRUTO - INSS.
           MOVE FER-PROG-DIAS(WRK-IDX-PROG) TO WRK-DIAS.
           COMPUTE WRK-VALOR-DIAS ROUNDED =
               EMP-SALARIO * WRK-DIAS / 30.
           IF FER-PROG-INICIO(WRK-IDX-PROG) > FER-LIMITE
               MOVE WRK-VALOR-DIAS TO WRK-DOBRO
               ADD 1 TO WRK-QT-EM-DOBRO
           ELSE
               MOVE ZEROS TO WRK-DOBRO
           END-IF.
           COMPUTE WRK-TERCO ROUNDED =
               (WRK-VALOR-DIAS + WRK-DOBRO) / 3.
           COMPUTE WRK-BRUTO =
               WRK-VALOR-DIAS + WRK-DOBRO + WRK-TERCO.
           MOVE WRK-BRUTO TO WRK-TRB-BASE-INSS.
           PERFORM 9750-CALCULAR-INSS.
           MOVE WRK-TRB-INSS TO WRK-INSS.
           COMPUTE WRK-TRB-BASE-IRRF = WRK-BRUTO - WRK-INSS.
           PERFORM 9760-CALCULAR-IRRF.
           MOVE WRK-TRB-IRRF TO WRK-IRRF.
           COMPUTE WRK-LIQUIDO = WRK-BRUTO - WRK-INSS - WRK-IRRF.
           ADD 1 TO WRK-QT-RECIBOS.
           ADD WRK-BRUTO   TO WRK-TOT-BRUTO.
           ADD WRK-INSS    TO WRK-TOT-INSS.
           ADD WRK-IRRF    TO WRK-TOT-IRRF.
           ADD WRK-LIQUIDO TO WRK-TOT-LIQUIDO.

       0300-GRAVAR-RECIBO.
           MOVE '=============================================='
               TO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA-REC.
           STRING 'RECIBO DE FERIAS - MATRICULA ' EMP-MATRICULA
               ' DEPTO ' EMP-DEPARTAMENTO
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA-REC.
           STRING 'NOME: ' EMP-NOME
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA-REC.
           STRING 'PERIODO AQUISITIVO: ' FER-PER-INICIO
               ' A ' FER-PER-FIM
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA-REC.
           STRING 'GOZO: ' FER-PROG-INICIO(WRK-IDX-PROG)
               ' A ' FER-PROG-FIM(WRK-IDX-PROG)
               ' (' WRK-DIAS ' DIAS)'
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA-REC.
           MOVE EMP-SALARIO TO WRK-VALOR-ED.
           STRING 'SALARIO BASE:       R' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA-REC.
           MOVE WRK-VALOR-DIAS TO WRK-VALOR-ED.
           STRING 'FERIAS (' WRK-DIAS ' DIAS):   R' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA-REC.
           IF WRK-DOBRO > 0
               MOVE WRK-DOBRO TO WRK-VALOR-ED
               STRING 'DOBRA (APOS LIMITE):R' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0390-GRAVAR-LINHA-REC
           END-IF.
           MOVE WRK-TERCO TO WRK-VALOR-ED.
           STRING '1/3 CONSTITUCIONAL: R' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA-REC.
           MOVE WRK-BRUTO TO WRK-VALOR-ED.
           STRING 'TOTAL BRUTO:        R' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA-REC.
           MOVE WRK-INSS TO WRK-VALOR-ED.
           STRING 'DESCONTO INSS:      R' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA-REC.
           MOVE WRK-IRRF TO WRK-VALOR-ED.
           STRING 'DESCONTO IRRF:      R' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA-REC.
           MOVE WRK-LIQUIDO TO WRK-VALOR-ED.
           STRING 'LIQUIDO A RECEBER:  R' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA-REC.
           PERFORM 0390-GRAVAR-LINHA-REC.
           MOVE 'RECEBI A IMPORTANCIA ACIMA: ____________________'
               TO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA-REC.

       0390-GRAVAR-LINHA-REC.
           MOVE WRK-LINHA-RPT TO RECEIPT-RECORD.
           WRITE RECEIPT-RECORD.
           MOVE SPACES TO WRK-LINHA-RPT.

       0400-GRAVAR-ADIANTAMENTO.
      * A COMPETENCIA DO ADIANTAMENTO E O MES DO INICIO DO GOZO:
      * E NELA QUE O CALCULA-FOLHA DESCONTA OS DIAS JA PAGOS.
           MOVE FER-PROG-INICIO(WRK-IDX-PROG) TO WRK-DATA-INICIO.
           MOVE EMP-MATRICULA     TO FA-MATRICULA.
           MOVE WRK-ANOMES-INICIO TO FA-COMPETENCIA.
           MOVE WRK-DATA-INICIO   TO FA-INICIO.
           MOVE WRK-DIAS          TO FA-DIAS.
           MOVE WRK-VALOR-DIAS    TO FA-VALOR-DIAS.
           MOVE WRK-DOBRO         TO FA-DOBRO.
           MOVE WRK-TERCO         TO FA-TERCO.
           MOVE WRK-INSS          TO FA-INSS.
           MOVE WRK-IRRF          TO FA-IRRF.
           MOVE WRK-LIQUIDO       TO FA-LIQUIDO.
           MOVE WRK-DATA-SISTEMA  TO FA-DATA-RECIBO.
           WRITE VACATION-ADVANCE-RECORD.

       0500-GRAVAR-TOTAIS.
           MOVE '=============================================='
               TO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA-REC.
           STRING 'TOTAIS DOS RECIBOS DE FERIAS - INICIO ATE '
               WRK-DATA-LIMITE
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-TOT.
           STRING 'RECIBOS EMITIDOS: ' WRK-QT-RECIBOS
               ' (EM DOBRO: ' WRK-QT-EM-DOBRO ')'
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-TOT.
           STRING 'PERIODOS DE DESLIGADOS (IGNORADOS): '
               WRK-QT-DESLIG
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-TOT.
           MOVE WRK-TOT-BRUTO TO WRK-TOTAL-ED.
           STRING 'TOTAL BRUTO:   R' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-TOT.
           MOVE WRK-TOT-INSS TO WRK-TOTAL-ED.
           STRING 'TOTAL INSS:    R' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-TOT.
           MOVE WRK-TOT-IRRF TO WRK-TOTAL-ED.
           STRING 'TOTAL IRRF:    R' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-TOT.
           MOVE WRK-TOT-LIQUIDO TO WRK-TOTAL-ED.
           STRING 'TOTAL LIQUIDO: R' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-TOT.

       0590-GRAVAR-LINHA-TOT.
           MOVE WRK-LINHA-RPT TO RECEIPT-RECORD.
           WRITE RECEIPT-RECORD.
           DISPLAY WRK-LINHA-RPT.
           MOVE SPACES TO WRK-LINHA-RPT.

           COPY 'EXCPLOG.CPY'.

           COPY 'PERMCHK.CPY'.

           COPY 'SYSPRM.CPY'.

           COPY 'DTCALC.CPY'.

           COPY 'TRBCALC.CPY'.
