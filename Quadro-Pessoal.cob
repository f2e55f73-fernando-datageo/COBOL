       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUADRO-PESSOAL.
      *********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: QUADRO DE PESSOAL E ROTATIVIDADE DO MES POR
      * DEPARTAMENTO (DEPTFILE), SOBRE O EMPFILE: EFETIVO
      * INICIAL, ADMISSOES, DESLIGAMENTOS POR TIPO, EFETIVO
      * FINAL, ROTATIVIDADE (%) E TEMPO MEDIO DE CASA DO
      * EFETIVO FINAL, COM UMA PAGINA DE EVOLUCAO DOS ULTIMOS
      * DOZE MESES (QUADRRPT). APRESENTADO PELO RH A DIRETORIA.
      * DATA    = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PROGRAMA CRIADO: O QUADRO ERA MONTADO A MAO
      *              CONTANDO LISTAGENS. SO FUNCIONA PORQUE O
      *              DESLIGAMENTO PASSOU A SER REGISTRADO NO
      *              EMPFILE (EMP-DATA-DESLIG / EMP-TIPO-DESLIG) EM
      *              VEZ DE EXCLUIR O FUNCIONARIO.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'EMPSEL.CPY'.
           COPY 'DEPSEL.CPY'.
           SELECT HEADCOUNT-REPORT-FILE ASSIGN TO "QUADRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RPT.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'EMPFD.CPY'.

           COPY 'DEPFD.CPY'.

       FD  HEADCOUNT-REPORT-FILE.
       01  HEADCOUNT-REPORT-RECORD PIC X(80).

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'EMPWS.CPY'.
           COPY 'DEPWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
       77 WRK-STATUS-RPT     PIC X(02) VALUE SPACES.
       77 WRK-EOF-EMP        PIC X(01) VALUE 'N'.
       77 WRK-EOF-DEP        PIC X(01) VALUE 'N'.
       01 WRK-COMPETENCIA-TXT PIC X(06) VALUE SPACES.
       01 WRK-COMPETENCIA-TXT-N REDEFINES WRK-COMPETENCIA-TXT
                             PIC 9(06).
       01 WRK-COMPETENCIA    PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           05 WRK-COMP-ANO   PIC 9(04).
           05 WRK-COMP-MES   PIC 9(02).
       01 WRK-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-SISTEMA-R REDEFINES WRK-DATA-SISTEMA.
           05 WRK-AAAAMM-SISTEMA PIC 9(06).
           05 FILLER         PIC 9(02).
      * MESES CONTADOS COMO ANO * 12 + MES - 1, PARA SOMAR E
      * SUBTRAIR MESES SEM TRATAR A VIRADA DO ANO.
       77 WRK-SEQ-REF        PIC 9(06) COMP VALUE ZEROS.
       77 WRK-SEQ-AVAL       PIC 9(06) COMP VALUE ZEROS.
       77 WRK-SEQ-ENTRADA    PIC 9(06) COMP VALUE ZEROS.
       77 WRK-SEQ-ANO        PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SEQ-RESTO      PIC 9(02) COMP VALUE ZEROS.
       77 WRK-COMP-AVAL      PIC 9(06) VALUE ZEROS.
       77 WRK-COMP-ENTRADA   PIC 9(06) VALUE ZEROS.
       77 WRK-COMP-SAIDA     PIC 9(06) VALUE ZEROS.
       77 WRK-MES-ENTRADA    PIC 9(02) VALUE ZEROS.
       77 WRK-MESES-CASA     PIC 9(05) VALUE ZEROS.
       77 WRK-SW-INICIAL     PIC X(01) VALUE 'N'.
       77 WRK-SW-ADMITIDO    PIC X(01) VALUE 'N'.
       77 WRK-SW-DESLIGADO   PIC X(01) VALUE 'N'.
       77 WRK-SW-FINAL       PIC X(01) VALUE 'N'.
       77 WRK-DEPARTAMENTO   PIC X(04) VALUE SPACES.
       77 WRK-QTD-DEP        PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-DEP        PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-DEP-ACHADO PIC 9(02) VALUE ZEROS.
       77 WRK-SW-DEP-ACHADO  PIC X(01) VALUE 'N'.
       01 WRK-TABELA-DEP.
           05 WRK-TAB-DEP OCCURS 20 TIMES.
               10 WRK-TAB-DEP-COD       PIC X(04).
               10 WRK-TAB-DEP-NOME      PIC X(20).
               10 WRK-TAB-DEP-INICIAL   PIC 9(05).
               10 WRK-TAB-DEP-ADMISSOES PIC 9(05).
               10 WRK-TAB-DEP-DESL-SJC  PIC 9(05).
               10 WRK-TAB-DEP-DESL-PED  PIC 9(05).
               10 WRK-TAB-DEP-DESL-JC   PIC 9(05).
               10 WRK-TAB-DEP-DESL-OUT  PIC 9(05).
               10 WRK-TAB-DEP-FINAL     PIC 9(05).
               10 WRK-TAB-DEP-MESES     PIC 9(09).
       01 WRK-TOTAIS-DEP.
           05 WRK-TOT-INICIAL     PIC 9(05) VALUE ZEROS.
           05 WRK-TOT-ADMISSOES   PIC 9(05) VALUE ZEROS.
           05 WRK-TOT-DESL-SJC    PIC 9(05) VALUE ZEROS.
           05 WRK-TOT-DESL-PED    PIC 9(05) VALUE ZEROS.
           05 WRK-TOT-DESL-JC     PIC 9(05) VALUE ZEROS.
           05 WRK-TOT-DESL-OUT    PIC 9(05) VALUE ZEROS.
           05 WRK-TOT-FINAL       PIC 9(05) VALUE ZEROS.
           05 WRK-TOT-MESES       PIC 9(09) VALUE ZEROS.
       77 WRK-IDX-MES        PIC 9(02) COMP VALUE ZEROS.
       01 WRK-TABELA-MES.
           05 WRK-TAB-MES OCCURS 12 TIMES.
               10 WRK-TAB-MES-COMP      PIC 9(06).
               10 WRK-TAB-MES-INICIAL   PIC 9(05).
               10 WRK-TAB-MES-ADMISSOES PIC 9(05).
               10 WRK-TAB-MES-DESLIG    PIC 9(05).
               10 WRK-TAB-MES-FINAL     PIC 9(05).
      * PARAMETROS DO CALCULO DOS INDICES (0500-CALCULAR-INDICES)
       77 WRK-IND-INICIAL    PIC 9(05) VALUE ZEROS.
       77 WRK-IND-ADMISSOES  PIC 9(05) VALUE ZEROS.
       77 WRK-IND-DESLIG     PIC 9(05) VALUE ZEROS.
       77 WRK-IND-FINAL      PIC 9(05) VALUE ZEROS.
       77 WRK-IND-MESES      PIC 9(09) VALUE ZEROS.
       77 WRK-ROTATIVIDADE   PIC 9(03)V99 VALUE ZEROS.
       77 WRK-TEMPO-MEDIO    PIC 9(03)V9 VALUE ZEROS.
       77 WRK-NOME-CURTO     PIC X(15) VALUE SPACES.
       77 WRK-INICIAL-ED     PIC ZZZZ9 VALUE ZEROS.
       77 WRK-ADMISSOES-ED   PIC ZZZZ9 VALUE ZEROS.
       77 WRK-SJC-ED         PIC ZZZZ9 VALUE ZEROS.
       77 WRK-PED-ED         PIC ZZZZ9 VALUE ZEROS.
       77 WRK-JC-ED          PIC ZZZZ9 VALUE ZEROS.
       77 WRK-OUT-ED         PIC ZZZZ9 VALUE ZEROS.
       77 WRK-FINAL-ED       PIC ZZZZ9 VALUE ZEROS.
       77 WRK-ROTATIV-ED     PIC ZZ9,99 VALUE ZEROS.
       77 WRK-TEMPO-ED       PIC ZZ9,9 VALUE ZEROS.
       77 WRK-LINHA-RPT      PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0040-AUTORIZAR.
           IF WRK-PERM-AUTORIZADO = 'S'
               PERFORM 0100-INICIALIZAR
               IF RETURN-CODE = 0
                   PERFORM 0150-CARREGAR-DEPARTAMENTOS
                   PERFORM 0200-APURAR-QUADRO
                   PERFORM 0300-IMPRIMIR-DEPARTAMENTOS
                   PERFORM 0400-IMPRIMIR-EVOLUCAO
                   CLOSE HEADCOUNT-REPORT-FILE
               END-IF
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA QUADRO'
               MOVE 'QUADRO-PESSOAL' TO WRK-EXCP-PROGRAMA
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
           MOVE 'QUADRO-PESSOAL' TO WRK-PERM-PROGRAMA.
           MOVE 'QUADRO' TO WRK-PERM-FUNCAO.
           IF LOG-RESULTADO = 'S'
               MOVE LOG-PERFIL TO WRK-PERM-PERFIL
           ELSE
               MOVE SPACES TO WRK-PERM-PERFIL
           END-IF.
           PERFORM 9200-VERIFICAR-PERMISSAO.

       0100-INICIALIZAR.
      * O MES DO QUADRO VEM DO SYSIN (AAAAMM) E NAO PODE SER
      * FUTURO. OS DOZE MESES DA EVOLUCAO TERMINAM NELE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           DISPLAY 'MES DO QUADRO (AAAAMM): '
           ACCEPT WRK-COMPETENCIA-TXT.
           IF WRK-COMPETENCIA-TXT NOT NUMERIC
               DISPLAY 'MES DEVE SER NUMERICO'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WRK-COMPETENCIA-TXT-N TO WRK-COMPETENCIA
               IF WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
                  OR WRK-COMPETENCIA > WRK-AAAAMM-SISTEMA
                   DISPLAY 'MES INVALIDO OU FUTURO: ' WRK-COMPETENCIA
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE = 0
               COMPUTE WRK-SEQ-REF =
                   WRK-COMP-ANO * 12 + WRK-COMP-MES - 1
               PERFORM 0110-PREPARAR-MESES
                   VARYING WRK-IDX-MES FROM 1 BY 1
                   UNTIL WRK-IDX-MES > 12
               OPEN OUTPUT HEADCOUNT-REPORT-FILE
           END-IF.

       0110-PREPARAR-MESES.
      * A POSICAO 12 E O MES DO QUADRO; A 1 E ONZE MESES ANTES.
           COMPUTE WRK-SEQ-AVAL = WRK-SEQ-REF - 12 + WRK-IDX-MES.
           PERFORM 0120-CONVERTER-SEQUENCIA.
           MOVE WRK-COMP-AVAL TO WRK-TAB-MES-COMP(WRK-IDX-MES).
           MOVE ZEROS TO WRK-TAB-MES-INICIAL(WRK-IDX-MES).
           MOVE ZEROS TO WRK-TAB-MES-ADMISSOES(WRK-IDX-MES).
           MOVE ZEROS TO WRK-TAB-MES-DESLIG(WRK-IDX-MES).
           MOVE ZEROS TO WRK-TAB-MES-FINAL(WRK-IDX-MES).

       0120-CONVERTER-SEQUENCIA.
      * WRK-SEQ-AVAL (ANO * 12 + MES - 1) PARA AAAAMM.
           DIVIDE WRK-SEQ-AVAL BY 12 GIVING WRK-SEQ-ANO
               REMAINDER WRK-SEQ-RESTO.
           COMPUTE WRK-COMP-AVAL =
               WRK-SEQ-ANO * 100 + WRK-SEQ-RESTO + 1.

       0150-CARREGAR-DEPARTAMENTOS.
      * CARREGA O CADASTRO DE DEPARTAMENTOS (DEPTFILE); QUEM
      * NAO TEM NENHUM FUNCIONARIO SAI COM O QUADRO ZERADO.
           MOVE ZEROS TO WRK-QTD-DEP.
           OPEN INPUT DEPARTMENT-FILE.
           IF WRK-STATUS-DEP = '00'
               MOVE 'N' TO WRK-EOF-DEP
               PERFORM 0160-LER-DEPARTAMENTO
               PERFORM 0170-ARMAZENAR-DEPARTAMENTO
                   UNTIL WRK-EOF-DEP = 'S'
           ELSE
               DISPLAY 'DEPTFILE AUSENTE - DEPARTAMENTOS SEM NOME'
           END-IF.
           CLOSE DEPARTMENT-FILE.

       0160-LER-DEPARTAMENTO.
           READ DEPARTMENT-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-DEP
           END-READ.

       0170-ARMAZENAR-DEPARTAMENTO.
           IF WRK-QTD-DEP < 20
               ADD 1 TO WRK-QTD-DEP
               INITIALIZE WRK-TAB-DEP(WRK-QTD-DEP)
               MOVE DEP-CODIGO TO WRK-TAB-DEP-COD(WRK-QTD-DEP)
               MOVE DEP-NOME   TO WRK-TAB-DEP-NOME(WRK-QTD-DEP)
           ELSE
               DISPLAY 'TABELA DE DEPARTAMENTOS CHEIA - IGNORADO'
           END-IF.
           PERFORM 0160-LER-DEPARTAMENTO.

       0200-APURAR-QUADRO.
           OPEN INPUT EMPLOYEE-FILE.
           MOVE 'N' TO WRK-EOF-EMP.
           PERFORM 0210-LER-EMPREGADO.
           PERFORM 0220-TRATAR-EMPREGADO
               UNTIL WRK-EOF-EMP = 'S'.
           CLOSE EMPLOYEE-FILE.

       0210-LER-EMPREGADO.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-EOF-EMP
           END-READ.

       0220-TRATAR-EMPREGADO.
      * ENTRADA E SAIDA EM AAAAMM. CADASTRO ANTIGO SEM MES DE
      * ENTRADA CONTA COMO JANEIRO. ATIVO NAO TEM SAIDA (999999);
      * DESLIGADO SEM DATA NAO ENTRA EM NENHUM MES.
           MOVE EMP-MESENTRADA TO WRK-MES-ENTRADA.
           IF WRK-MES-ENTRADA < 1 OR WRK-MES-ENTRADA > 12
               MOVE 1 TO WRK-MES-ENTRADA
           END-IF.
           COMPUTE WRK-COMP-ENTRADA =
               EMP-ANOENTRADA * 100 + WRK-MES-ENTRADA.
           COMPUTE WRK-SEQ-ENTRADA =
               EMP-ANOENTRADA * 12 + WRK-MES-ENTRADA - 1.
           IF EMP-DESLIGADO
               DIVIDE EMP-DATA-DESLIG BY 100
                   GIVING WRK-COMP-SAIDA
           ELSE
               MOVE 999999 TO WRK-COMP-SAIDA
           END-IF.
           MOVE WRK-COMPETENCIA TO WRK-COMP-AVAL.
           PERFORM 0230-CLASSIFICAR-MES.
           MOVE EMP-DEPARTAMENTO TO WRK-DEPARTAMENTO.
           PERFORM 0240-LOCALIZAR-DEPARTAMENTO.
           IF WRK-SW-DEP-ACHADO = 'S'
               PERFORM 0250-ACUMULAR-DEPARTAMENTO
           END-IF.
           PERFORM 0260-ACUMULAR-EVOLUCAO
               VARYING WRK-IDX-MES FROM 1 BY 1
               UNTIL WRK-IDX-MES > 12.
           PERFORM 0210-LER-EMPREGADO.

       0230-CLASSIFICAR-MES.
      * SITUACAO DO FUNCIONARIO NO MES WRK-COMP-AVAL: NO QUADRO
      * NO INICIO (ENTROU ANTES E NAO SAIU ANTES), ADMITIDO OU
      * DESLIGADO NO MES, NO QUADRO NO FIM (ENTROU ATE O MES E
      * SAIU DEPOIS). INICIAL + ADMITIDOS - DESLIGADOS = FINAL.
           MOVE 'N' TO WRK-SW-INICIAL.
           MOVE 'N' TO WRK-SW-ADMITIDO.
           MOVE 'N' TO WRK-SW-DESLIGADO.
           MOVE 'N' TO WRK-SW-FINAL.
           IF WRK-COMP-ENTRADA < WRK-COMP-AVAL
              AND WRK-COMP-SAIDA NOT < WRK-COMP-AVAL
               MOVE 'S' TO WRK-SW-INICIAL
           END-IF.
           IF WRK-COMP-ENTRADA = WRK-COMP-AVAL
              AND WRK-COMP-SAIDA NOT < WRK-COMP-AVAL
               MOVE 'S' TO WRK-SW-ADMITIDO
           END-IF.
           IF WRK-COMP-SAIDA = WRK-COMP-AVAL
              AND WRK-COMP-ENTRADA NOT > WRK-COMP-AVAL
               MOVE 'S' TO WRK-SW-DESLIGADO
           END-IF.
           IF WRK-COMP-ENTRADA NOT > WRK-COMP-AVAL
              AND WRK-COMP-SAIDA > WRK-COMP-AVAL
               MOVE 'S' TO WRK-SW-FINAL
           END-IF.

       0240-LOCALIZAR-DEPARTAMENTO.
      * DEPARTAMENTO QUE NAO ESTA NO DEPTFILE E INCLUIDO COMO
      * 'SEM CADASTRO', PARA O QUADRO NAO PERDER NINGUEM. O
      * PERFORM VARYING DEIXA O INDICE UMA POSICAO ALEM DA
      * ENTRADA ENCONTRADA, POR ISSO A POSICAO E GUARDADA EM
      * WRK-IDX-DEP-ACHADO.
           MOVE 'N' TO WRK-SW-DEP-ACHADO.
           PERFORM 0245-COMPARAR-DEPARTAMENTO
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
                   MOVE 'SEM CADASTRO'
                       TO WRK-TAB-DEP-NOME(WRK-IDX-DEP-ACHADO)
                   MOVE 'S' TO WRK-SW-DEP-ACHADO
               ELSE
                   DISPLAY 'TABELA DE DEPARTAMENTOS CHEIA'
               END-IF
           END-IF.

       0245-COMPARAR-DEPARTAMENTO.
           IF WRK-DEPARTAMENTO = WRK-TAB-DEP-COD(WRK-IDX-DEP)
               MOVE 'S' TO WRK-SW-DEP-ACHADO
               MOVE WRK-IDX-DEP TO WRK-IDX-DEP-ACHADO
           END-IF.

       0250-ACUMULAR-DEPARTAMENTO.
      * O TEMPO DE CASA (EM MESES, NO MES DO QUADRO) SO CONTA
      * PARA QUEM FICOU NO QUADRO FINAL.
           IF WRK-SW-INICIAL = 'S'
               ADD 1 TO WRK-TAB-DEP-INICIAL(WRK-IDX-DEP-ACHADO)
           END-IF.
           IF WRK-SW-ADMITIDO = 'S'
               ADD 1 TO WRK-TAB-DEP-ADMISSOES(WRK-IDX-DEP-ACHADO)
           END-IF.
           IF WRK-SW-DESLIGADO = 'S'
               EVALUATE TRUE
                   WHEN EMP-DESLIG-SEM-JUSTA-CAUSA
                       ADD 1
                         TO WRK-TAB-DEP-DESL-SJC(WRK-IDX-DEP-ACHADO)
                   WHEN EMP-DESLIG-PEDIDO
                       ADD 1
                         TO WRK-TAB-DEP-DESL-PED(WRK-IDX-DEP-ACHADO)
                   WHEN EMP-DESLIG-JUSTA-CAUSA
                       ADD 1
                         TO WRK-TAB-DEP-DESL-JC(WRK-IDX-DEP-ACHADO)
                   WHEN OTHER
                       ADD 1
                         TO WRK-TAB-DEP-DESL-OUT(WRK-IDX-DEP-ACHADO)
               END-EVALUATE
           END-IF.
           IF WRK-SW-FINAL = 'S'
               ADD 1 TO WRK-TAB-DEP-FINAL(WRK-IDX-DEP-ACHADO)
               COMPUTE WRK-MESES-CASA =
                   WRK-SEQ-REF - WRK-SEQ-ENTRADA
               ADD WRK-MESES-CASA
                   TO WRK-TAB-DEP-MESES(WRK-IDX-DEP-ACHADO)
           END-IF.

       0260-ACUMULAR-EVOLUCAO.
           MOVE WRK-TAB-MES-COMP(WRK-IDX-MES) TO WRK-COMP-AVAL.
           PERFORM 0230-CLASSIFICAR-MES.
           IF WRK-SW-INICIAL = 'S'
               ADD 1 TO WRK-TAB-MES-INICIAL(WRK-IDX-MES)
           END-IF.
           IF WRK-SW-ADMITIDO = 'S'
               ADD 1 TO WRK-TAB-MES-ADMISSOES(WRK-IDX-MES)
           END-IF.
           IF WRK-SW-DESLIGADO = 'S'
               ADD 1 TO WRK-TAB-MES-DESLIG(WRK-IDX-MES)
           END-IF.
           IF WRK-SW-FINAL = 'S'
               ADD 1 TO WRK-TAB-MES-FINAL(WRK-IDX-MES)
           END-IF.

       0300-IMPRIMIR-DEPARTAMENTOS.
           STRING 'QUADRO DE PESSOAL E ROTATIVIDADE - MES '
               WRK-COMPETENCIA
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           PERFORM 0390-GRAVAR-LINHA.
           STRING 'DEPTO NOME              INIC.  ADM. '
               '          DESLIGADOS    FINAL  ROTAT TEMPO'
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           STRING '                                     '
               ' S/JC  PED.  J/C  OUTR.          %  MESES'
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           PERFORM 0310-IMPRIMIR-UM-DEP
               VARYING WRK-IDX-DEP FROM 1 BY 1
               UNTIL WRK-IDX-DEP > WRK-QTD-DEP.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-TOT-INICIAL TO WRK-IND-INICIAL.
           MOVE WRK-TOT-ADMISSOES TO WRK-IND-ADMISSOES.
           COMPUTE WRK-IND-DESLIG = WRK-TOT-DESL-SJC
               + WRK-TOT-DESL-PED + WRK-TOT-DESL-JC
               + WRK-TOT-DESL-OUT.
           MOVE WRK-TOT-FINAL TO WRK-IND-FINAL.
           MOVE WRK-TOT-MESES TO WRK-IND-MESES.
           PERFORM 0500-CALCULAR-INDICES.
           MOVE 'TOTAL' TO WRK-NOME-CURTO.
           MOVE WRK-TOT-INICIAL TO WRK-INICIAL-ED.
           MOVE WRK-TOT-ADMISSOES TO WRK-ADMISSOES-ED.
           MOVE WRK-TOT-DESL-SJC TO WRK-SJC-ED.
           MOVE WRK-TOT-DESL-PED TO WRK-PED-ED.
           MOVE WRK-TOT-DESL-JC TO WRK-JC-ED.
           MOVE WRK-TOT-DESL-OUT TO WRK-OUT-ED.
           MOVE WRK-TOT-FINAL TO WRK-FINAL-ED.
           STRING '     ' WRK-NOME-CURTO ' '
               WRK-INICIAL-ED ' ' WRK-ADMISSOES-ED ' '
               WRK-SJC-ED ' ' WRK-PED-ED ' ' WRK-JC-ED ' '
               WRK-OUT-ED ' ' WRK-FINAL-ED ' '
               WRK-ROTATIV-ED ' ' WRK-TEMPO-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE 'ROTATIVIDADE = (ADMISSOES + DESLIGAMENTOS) / 2 SOBRE'
               TO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE '  O EFETIVO MEDIO ((INICIAL + FINAL) / 2) X 100'
               TO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE 'TEMPO = TEMPO MEDIO DE CASA DO EFETIVO FINAL, EM MESES'
               TO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.

       0310-IMPRIMIR-UM-DEP.
           ADD WRK-TAB-DEP-INICIAL(WRK-IDX-DEP) TO WRK-TOT-INICIAL.
           ADD WRK-TAB-DEP-ADMISSOES(WRK-IDX-DEP)
               TO WRK-TOT-ADMISSOES.
           ADD WRK-TAB-DEP-DESL-SJC(WRK-IDX-DEP) TO WRK-TOT-DESL-SJC.
           ADD WRK-TAB-DEP-DESL-PED(WRK-IDX-DEP) TO WRK-TOT-DESL-PED.
           ADD WRK-TAB-DEP-DESL-JC(WRK-IDX-DEP) TO WRK-TOT-DESL-JC.
           ADD WRK-TAB-DEP-DESL-OUT(WRK-IDX-DEP) TO WRK-TOT-DESL-OUT.
           ADD WRK-TAB-DEP-FINAL(WRK-IDX-DEP) TO WRK-TOT-FINAL.
           ADD WRK-TAB-DEP-MESES(WRK-IDX-DEP) TO WRK-TOT-MESES.
           MOVE WRK-TAB-DEP-INICIAL(WRK-IDX-DEP) TO WRK-IND-INICIAL.
           MOVE WRK-TAB-DEP-ADMISSOES(WRK-IDX-DEP)
               TO WRK-IND-ADMISSOES.
           COMPUTE WRK-IND-DESLIG =
               WRK-TAB-DEP-DESL-SJC(WRK-IDX-DEP)
               + WRK-TAB-DEP-DESL-PED(WRK-IDX-DEP)
               + WRK-TAB-DEP-DESL-JC(WRK-IDX-DEP)
               + WRK-TAB-DEP-DESL-OUT(WRK-IDX-DEP).
           MOVE WRK-TAB-DEP-FINAL(WRK-IDX-DEP) TO WRK-IND-FINAL.
           MOVE WRK-TAB-DEP-MESES(WRK-IDX-DEP) TO WRK-IND-MESES.
           PERFORM 0500-CALCULAR-INDICES.
           MOVE WRK-TAB-DEP-NOME(WRK-IDX-DEP) TO WRK-NOME-CURTO.
           MOVE WRK-TAB-DEP-INICIAL(WRK-IDX-DEP) TO WRK-INICIAL-ED.
           MOVE WRK-TAB-DEP-ADMISSOES(WRK-IDX-DEP)
               TO WRK-ADMISSOES-ED.
           MOVE WRK-TAB-DEP-DESL-SJC(WRK-IDX-DEP) TO WRK-SJC-ED.
           MOVE WRK-TAB-DEP-DESL-PED(WRK-IDX-DEP) TO WRK-PED-ED.
           MOVE WRK-TAB-DEP-DESL-JC(WRK-IDX-DEP) TO WRK-JC-ED.
           MOVE WRK-TAB-DEP-DESL-OUT(WRK-IDX-DEP) TO WRK-OUT-ED.
           MOVE WRK-TAB-DEP-FINAL(WRK-IDX-DEP) TO WRK-FINAL-ED.
           STRING WRK-TAB-DEP-COD(WRK-IDX-DEP) ' ' WRK-NOME-CURTO ' '
               WRK-INICIAL-ED ' ' WRK-ADMISSOES-ED ' '
               WRK-SJC-ED ' ' WRK-PED-ED ' ' WRK-JC-ED ' '
               WRK-OUT-ED ' ' WRK-FINAL-ED ' '
               WRK-ROTATIV-ED ' ' WRK-TEMPO-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.

       0390-GRAVAR-LINHA.
           MOVE WRK-LINHA-RPT TO HEADCOUNT-REPORT-RECORD.
           WRITE HEADCOUNT-REPORT-RECORD.
           MOVE SPACES TO WRK-LINHA-RPT.

       0400-IMPRIMIR-EVOLUCAO.
      * PAGINA DE EVOLUCAO: A EMPRESA TODA, MES A MES, NOS DOZE
      * MESES QUE TERMINAM NO MES DO QUADRO.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE ALL '=' TO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           STRING 'EVOLUCAO DO QUADRO - DOZE MESES ATE '
               WRK-COMPETENCIA
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE 'MES    INIC.  ADM. DESL. FINAL  ROTAT %'
               TO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           PERFORM 0410-IMPRIMIR-UM-MES
               VARYING WRK-IDX-MES FROM 1 BY 1
               UNTIL WRK-IDX-MES > 12.

       0410-IMPRIMIR-UM-MES.
           MOVE WRK-TAB-MES-INICIAL(WRK-IDX-MES) TO WRK-IND-INICIAL.
           MOVE WRK-TAB-MES-ADMISSOES(WRK-IDX-MES)
               TO WRK-IND-ADMISSOES.
           MOVE WRK-TAB-MES-DESLIG(WRK-IDX-MES) TO WRK-IND-DESLIG.
           MOVE WRK-TAB-MES-FINAL(WRK-IDX-MES) TO WRK-IND-FINAL.
           MOVE ZEROS TO WRK-IND-MESES.
           PERFORM 0500-CALCULAR-INDICES.
           MOVE WRK-TAB-MES-INICIAL(WRK-IDX-MES) TO WRK-INICIAL-ED.
           MOVE WRK-TAB-MES-ADMISSOES(WRK-IDX-MES)
               TO WRK-ADMISSOES-ED.
           MOVE WRK-TAB-MES-DESLIG(WRK-IDX-MES) TO WRK-OUT-ED.
           MOVE WRK-TAB-MES-FINAL(WRK-IDX-MES) TO WRK-FINAL-ED.
           STRING WRK-TAB-MES-COMP(WRK-IDX-MES) ' '
               WRK-INICIAL-ED ' ' WRK-ADMISSOES-ED ' '
               WRK-OUT-ED ' ' WRK-FINAL-ED ' ' WRK-ROTATIV-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.

       0500-CALCULAR-INDICES.
      * ROTATIVIDADE: MEDIA DE ADMISSOES E DESLIGAMENTOS SOBRE O
      * EFETIVO MEDIO DO MES, EM PERCENTUAL. TEMPO MEDIO DE CASA
      * SOBRE O EFETIVO FINAL. SEM EFETIVO, OS INDICES SAO ZERO.
           MOVE ZEROS TO WRK-ROTATIVIDADE.
           MOVE ZEROS TO WRK-TEMPO-MEDIO.
           IF WRK-IND-INICIAL + WRK-IND-FINAL > 0
               COMPUTE WRK-ROTATIVIDADE ROUNDED =
                   (WRK-IND-ADMISSOES + WRK-IND-DESLIG) * 100
                   / (WRK-IND-INICIAL + WRK-IND-FINAL)
                   ON SIZE ERROR
                       MOVE 999,99 TO WRK-ROTATIVIDADE
               END-COMPUTE
           END-IF.
           IF WRK-IND-FINAL > 0
               COMPUTE WRK-TEMPO-MEDIO ROUNDED =
                   WRK-IND-MESES / WRK-IND-FINAL
                   ON SIZE ERROR
                       MOVE 999,9 TO WRK-TEMPO-MEDIO
               END-COMPUTE
           END-IF.
           MOVE WRK-ROTATIVIDADE TO WRK-ROTATIV-ED.
           MOVE WRK-TEMPO-MEDIO TO WRK-TEMPO-ED.

           COPY 'EXCPLOG.CPY'.

           COPY 'PERMCHK.CPY'.
