       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEBE-MENSALIDADE.
      *********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: CONTAS A RECEBER DAS MENSALIDADES ESCOLARES -
      * BAIXA OS PAGAMENTOS DO ARQUIVO DO BANCO (BAIXAMEN)
      * CONTRA OS TITULOS EM ABERTO DO MENSTIT, DO MAIS ANTIGO
      * PARA O MAIS NOVO, E GERA O AGING POR RESPONSAVEL
      * (AGINGMEN): A VENCER / ATE 30 / 31-60 / 61-90 / MAIS DE
      * 90 DIAS. GRAVA NO RECMCTL O TOTAL RECEBIDO NA DATA DE
      * REFERENCIA PARA A INTERFACE CONTABIL
      * DATA    = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PROGRAMA CRIADO JUNTO COM O FATURAMENTO DE
      *              MENSALIDADES (GERA-MENSALIDADE), NOS MOLDES DO
      *              CONTAS-RECEBER DO FRETE: OS TITULOS E O
      *              ARQUIVO DE BAIXAS SAO RELIDOS POR INTEIRO A
      *              CADA EXECUCAO. O BOLETO LEVA A MATRICULA DO
      *              ALUNO; O PAGAMENTO ABATE OS TITULOS DO
      *              RESPONSAVEL DESSE ALUNO (TODOS OS FILHOS) DO
      *              MAIS ANTIGO PARA O MAIS NOVO E A SOBRA VIRA
      *              CREDITO DO RESPONSAVEL. PAGAMENTO DE MATRICULA
      *              DESCONHECIDA E LISTADO A PARTE, VAI PARA O LOG
      *              DE EXCECOES E O PROGRAMA TERMINA COM RC=4. O
      *              TOTAL IDENTIFICADO NA DATA DE REFERENCIA VIRA
      *              O EVENTO RECEB-MENS DO GERA-CONTABIL.
      * 15/10/2026 - TITULOS ALEM DA TABELA (3000) OU RESPONSAVEIS
      *              ALEM DA TABELA (200) RECUSAM A EXECUCAO COM
      *              RC 8 E AVISO NO EXCPLOG, ANTES DE GRAVAR O
      *              AGING E O RECMCTL. ANTES O TITULO QUE NAO
      *              CABIA ERA IGNORADO E O RESPONSAVEL QUE NAO
      *              CABIA HERDAVA OS TITULOS DE OUTRA FAMILIA.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'ALUSEL.CPY'.
           COPY 'MNTSEL.CPY'.
           SELECT TUITION-PAYMENT-FILE ASSIGN TO "BAIXAMEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-BXA.
           SELECT AGING-REPORT-FILE ASSIGN TO "AGINGMEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RPT.
           SELECT RECEIPT-CONTROL-FILE ASSIGN TO "RECMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RMC.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'ALUFD.CPY'.

           COPY 'MNTFD.CPY'.

      * UM PAGAMENTO DE BOLETO DE MENSALIDADE POR REGISTRO: DATA
      * DO CREDITO, MATRICULA DO ALUNO (SEU NUMERO DO BOLETO) E
      * VALOR PAGO.
       FD  TUITION-PAYMENT-FILE.
       01  TUITION-PAYMENT-RECORD.
           05 BXM-DATA       PIC 9(08).
           05 BXM-MATRICULA  PIC X(10).
           05 BXM-VALOR      PIC 9(09)V99.

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-RECORD PIC X(100).

      * CONTROLE DA EXECUCAO PARA O GERA-CONTABIL: RECEBIMENTOS
      * IDENTIFICADOS NA DATA DE REFERENCIA (E, A PARTE, OS NAO
      * IDENTIFICADOS, QUE FICAM FORA DO LANCAMENTO).
       FD  RECEIPT-CONTROL-FILE.
       01  RECEIPT-CONTROL-RECORD.
           05 RMC-DATA          PIC 9(08).
           05 RMC-QT            PIC 9(05).
           05 RMC-TOT-RECEBIDO  PIC 9(11)V99.
           05 RMC-TOT-NAO-IDENT PIC 9(11)V99.

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'ALUWS.CPY'.
           COPY 'MNTWS.CPY'.
           COPY 'DTCWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
       77 WRK-STATUS-BXA     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RPT     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RMC     PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ        PIC X(01) VALUE 'N'.
       77 WRK-DATA-REF       PIC 9(08) VALUE ZEROS.
       77 WRK-SERIAL-REF     PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-ATRASO    PIC S9(05) VALUE ZEROS.
       77 WRK-RSP-PROCURADO  PIC X(25) VALUE SPACES.
       77 WRK-QTD-RSP        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-RSP        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-RSP-ACHADO PIC 9(03) VALUE ZEROS COMP.
       77 WRK-SW-RSP-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-SW-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-QTD-TIT        PIC 9(04) VALUE ZEROS COMP.
       77 WRK-IDX-TIT        PIC 9(04) VALUE ZEROS COMP.
       77 WRK-SW-TIT-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-QTD-NID        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-NID        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-VALOR-BAIXA    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-PARCELA  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QT-RECEB-DIA   PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-RECEB-DIA  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-NAO-IDENT  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-NID-DIA        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-ABERTO     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-CREDITOS   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-ED       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DIAS-ED        PIC ZZZZ9 VALUE ZEROS.
       77 WRK-LINHA-RPT      PIC X(100) VALUE SPACES.
       01 WRK-DATA-ED.
           05 WRK-DATA-ED-DIA PIC 9(02).
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-DATA-ED-MES PIC 9(02).
           05 FILLER          PIC X(01) VALUE '/'.
           05 WRK-DATA-ED-ANO PIC 9(04).
       01 WRK-TABELA-RESPONSAVEIS.
           05 WRK-TAB-RSP OCCURS 200 TIMES.
               10 WRK-TAB-RSP-NOME    PIC X(25).
               10 WRK-TAB-RSP-CREDITO PIC 9(11)V99.
               10 WRK-TAB-RSP-FX1     PIC 9(11)V99.
               10 WRK-TAB-RSP-FX2     PIC 9(11)V99.
               10 WRK-TAB-RSP-FX3     PIC 9(11)V99.
               10 WRK-TAB-RSP-FX4     PIC 9(11)V99.
               10 WRK-TAB-RSP-FX5     PIC 9(11)V99.
               10 WRK-TAB-RSP-ATRASO  PIC 9(05).
      * TITULOS NA ORDEM DO MENSTIT (CRONOLOGICA POR COMPETENCIA).
       01 WRK-TABELA-TITULOS.
           05 WRK-TAB-TIT OCCURS 3000 TIMES.
               10 WRK-TAB-TIT-RSP    PIC 9(03) COMP.
               10 WRK-TAB-TIT-MATR   PIC X(10).
               10 WRK-TAB-TIT-COMP   PIC 9(06).
               10 WRK-TAB-TIT-VENC   PIC 9(07).
               10 WRK-TAB-TIT-SALDO  PIC 9(09)V99.
      * PAGAMENTOS DE MATRICULA DESCONHECIDA, PARA A TESOURARIA
      * IDENTIFICAR O PAGADOR.
       01 WRK-TABELA-NAO-IDENT.
           05 WRK-TAB-NID OCCURS 100 TIMES.
               10 WRK-TAB-NID-DATA   PIC 9(08).
               10 WRK-TAB-NID-MATR   PIC X(10).
               10 WRK-TAB-NID-VALOR  PIC 9(09)V99.
       01 WRK-TOTAIS-FAIXAS.
           05 WRK-TOT-FX1    PIC 9(11)V99 VALUE ZEROS.
           05 WRK-TOT-FX2    PIC 9(11)V99 VALUE ZEROS.
           05 WRK-TOT-FX3    PIC 9(11)V99 VALUE ZEROS.
           05 WRK-TOT-FX4    PIC 9(11)V99 VALUE ZEROS.
           05 WRK-TOT-FX5    PIC 9(11)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0040-AUTORIZAR.
           IF WRK-PERM-AUTORIZADO = 'S'
               PERFORM 0100-INICIALIZAR
               PERFORM 9100-CARREGAR-ALUNOS
               MOVE 'N' TO WRK-SW-TAB-CHEIA
               PERFORM 0200-CARREGAR-TITULOS
               IF WRK-SW-TAB-CHEIA = 'N'
                   PERFORM 0400-CARREGAR-BAIXAS
               END-IF
               IF WRK-SW-TAB-CHEIA = 'N'
                   PERFORM 0600-CLASSIFICAR-ABERTOS
                   PERFORM 0700-GRAVAR-AGING
                   PERFORM 0750-GRAVAR-CONTROLE
                   IF WRK-QTD-NID > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   DISPLAY WRK-EXCP-MENSAGEM ' - BAIXA NAO EXECUTADA'
                   MOVE 'RECEBE-MENSALIDADE' TO WRK-EXCP-PROGRAMA
                   PERFORM 9000-REGISTRAR-EXCECAO
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA MENSALIDADES'
               MOVE 'RECEBE-MENSALIDADE' TO WRK-EXCP-PROGRAMA
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
           MOVE 'RECEBE-MENSALIDADE' TO WRK-PERM-PROGRAMA.
           MOVE 'RECEBER' TO WRK-PERM-FUNCAO.
           IF LOG-RESULTADO = 'S'
               MOVE LOG-PERFIL TO WRK-PERM-PERFIL
           ELSE
               MOVE SPACES TO WRK-PERM-PERFIL
           END-IF.
           PERFORM 9200-VERIFICAR-PERMISSAO.

       0100-INICIALIZAR.
           DISPLAY 'DATA DE REFERENCIA (AAAAMMDD, 0 = HOJE): '
           ACCEPT WRK-DATA-REF.
           IF WRK-DATA-REF = 0
               ACCEPT WRK-DATA-REF FROM DATE YYYYMMDD
           END-IF.
           MOVE WRK-DATA-REF TO WRK-DTC-DATA.
           PERFORM 9400-DATA-PARA-SERIAL.
           MOVE WRK-DTC-SERIAL TO WRK-SERIAL-REF.
           MOVE WRK-DATA-REF(7:2) TO WRK-DATA-ED-DIA.
           MOVE WRK-DATA-REF(5:2) TO WRK-DATA-ED-MES.
           MOVE WRK-DATA-REF(1:4) TO WRK-DATA-ED-ANO.

       0200-CARREGAR-TITULOS.
      * TITULO ZERADO (BOLSA INTEGRAL) NAO ENTRA NA COBRANCA.
           MOVE ZEROS TO WRK-QTD-TIT.
           MOVE ZEROS TO WRK-QTD-RSP.
           OPEN INPUT TUITION-TITLE-FILE.
           IF WRK-STATUS-MNT = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0210-LER-TITULO
               PERFORM 0220-ARMAZENAR-TITULO
                   UNTIL WRK-EOF-ARQ = 'S'
           ELSE
               DISPLAY 'TITULOS DE MENSALIDADE (MENSTIT) AUSENTES'
           END-IF.
           CLOSE TUITION-TITLE-FILE.

       0210-LER-TITULO.
           READ TUITION-TITLE-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0220-ARMAZENAR-TITULO.
           IF MNT-VALOR > 0
               MOVE MNT-RESPONSAVEL TO WRK-RSP-PROCURADO
               PERFORM 0300-LOCALIZAR-RESPONSAVEL
           END-IF.
           EVALUATE TRUE
               WHEN MNT-VALOR NOT > 0
                   CONTINUE
               WHEN WRK-SW-TAB-CHEIA = 'S'
                   MOVE 'S' TO WRK-EOF-ARQ
               WHEN WRK-QTD-TIT NOT < 3000
                   MOVE 'S' TO WRK-SW-TAB-CHEIA
                   MOVE 'MENSTIT EXCEDE A TABELA (3000 TITULOS)'
                       TO WRK-EXCP-MENSAGEM
                   MOVE 'S' TO WRK-EOF-ARQ
               WHEN OTHER
                   ADD 1 TO WRK-QTD-TIT
                   MOVE WRK-IDX-RSP-ACHADO
                       TO WRK-TAB-TIT-RSP(WRK-QTD-TIT)
                   MOVE MNT-MATRICULA
                       TO WRK-TAB-TIT-MATR(WRK-QTD-TIT)
                   MOVE MNT-COMPETENCIA
                       TO WRK-TAB-TIT-COMP(WRK-QTD-TIT)
                   MOVE MNT-VENCIMENTO TO WRK-DTC-DATA
                   PERFORM 9400-DATA-PARA-SERIAL
                   MOVE WRK-DTC-SERIAL
                       TO WRK-TAB-TIT-VENC(WRK-QTD-TIT)
                   MOVE MNT-VALOR TO WRK-TAB-TIT-SALDO(WRK-QTD-TIT)
           END-EVALUATE.
           IF WRK-EOF-ARQ NOT = 'S'
               PERFORM 0210-LER-TITULO
           END-IF.

       0300-LOCALIZAR-RESPONSAVEL.
      * ACHA (OU INCLUI) O RESPONSAVEL NA TABELA. RESPONSAVEL EM
      * BRANCO NO CADASTRO FICA AGRUPADO COMO 'NAO INFORMADO'. O
      * PERFORM VARYING DEIXA O INDICE UMA POSICAO ALEM DA
      * ENTRADA ENCONTRADA, POR ISSO A POSICAO E GUARDADA EM
      * WRK-IDX-RSP-ACHADO.
           IF WRK-RSP-PROCURADO = SPACES
               MOVE 'NAO INFORMADO' TO WRK-RSP-PROCURADO
           END-IF.
           MOVE 'N' TO WRK-SW-RSP-ACHADO.
           PERFORM 0310-COMPARAR-RESPONSAVEL
               VARYING WRK-IDX-RSP FROM 1 BY 1
               UNTIL WRK-IDX-RSP > WRK-QTD-RSP
                  OR WRK-SW-RSP-ACHADO = 'S'.
           IF WRK-SW-RSP-ACHADO = 'N'
               IF WRK-QTD-RSP < 200
                   ADD 1 TO WRK-QTD-RSP
                   MOVE WRK-QTD-RSP TO WRK-IDX-RSP-ACHADO
                   MOVE WRK-RSP-PROCURADO
                       TO WRK-TAB-RSP-NOME(WRK-IDX-RSP-ACHADO)
                   MOVE ZEROS
                       TO WRK-TAB-RSP-CREDITO(WRK-IDX-RSP-ACHADO)
                   MOVE ZEROS
                       TO WRK-TAB-RSP-FX1(WRK-IDX-RSP-ACHADO)
                   MOVE ZEROS
                       TO WRK-TAB-RSP-FX2(WRK-IDX-RSP-ACHADO)
                   MOVE ZEROS
                       TO WRK-TAB-RSP-FX3(WRK-IDX-RSP-ACHADO)
                   MOVE ZEROS
                       TO WRK-TAB-RSP-FX4(WRK-IDX-RSP-ACHADO)
                   MOVE ZEROS
                       TO WRK-TAB-RSP-FX5(WRK-IDX-RSP-ACHADO)
                   MOVE ZEROS
                       TO WRK-TAB-RSP-ATRASO(WRK-IDX-RSP-ACHADO)
               ELSE
                   MOVE 'S' TO WRK-SW-TAB-CHEIA
                   MOVE 'RESPONSAVEIS EXCEDEM A TABELA (200)'
                       TO WRK-EXCP-MENSAGEM
               END-IF
           END-IF.

       0310-COMPARAR-RESPONSAVEL.
           IF WRK-TAB-RSP-NOME(WRK-IDX-RSP) = WRK-RSP-PROCURADO
               MOVE 'S' TO WRK-SW-RSP-ACHADO
               MOVE WRK-IDX-RSP TO WRK-IDX-RSP-ACHADO
           END-IF.

       0400-CARREGAR-BAIXAS.
      * APLICA CADA PAGAMENTO DO ARQUIVO DO BANCO; ARQUIVO
      * AUSENTE = NADA BAIXADO.
           MOVE ZEROS TO WRK-QTD-NID.
           OPEN INPUT TUITION-PAYMENT-FILE.
           IF WRK-STATUS-BXA = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0410-LER-BAIXA
               PERFORM 0420-APLICAR-BAIXA
                   UNTIL WRK-EOF-ARQ = 'S'
           ELSE
               DISPLAY 'ARQUIVO DE BAIXAS (BAIXAMEN) AUSENTE'
           END-IF.
           CLOSE TUITION-PAYMENT-FILE.

       0410-LER-BAIXA.
           READ TUITION-PAYMENT-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0420-APLICAR-BAIXA.
      * O RESPONSAVEL E O DO ULTIMO TITULO DA MATRICULA; ALUNO
      * AINDA SEM TITULO E PROCURADO NO CADASTRO (O PAGAMENTO
      * ANTECIPADO VIRA CREDITO).
           PERFORM 0430-IDENTIFICAR-PAGADOR.
           EVALUATE TRUE
               WHEN WRK-SW-TAB-CHEIA = 'S'
                   MOVE 'S' TO WRK-EOF-ARQ
               WHEN WRK-SW-RSP-ACHADO = 'S'
                   MOVE BXM-VALOR TO WRK-VALOR-BAIXA
                   PERFORM 0440-BAIXAR-TITULO
                       VARYING WRK-IDX-TIT FROM 1 BY 1
                       UNTIL WRK-IDX-TIT > WRK-QTD-TIT
                          OR WRK-VALOR-BAIXA = 0
                   IF WRK-VALOR-BAIXA > 0
                       ADD WRK-VALOR-BAIXA
                           TO WRK-TAB-RSP-CREDITO(WRK-IDX-RSP-ACHADO)
                   END-IF
                   IF BXM-DATA = WRK-DATA-REF
                       ADD 1 TO WRK-QT-RECEB-DIA
                       ADD BXM-VALOR TO WRK-TOT-RECEB-DIA
                   END-IF
               WHEN OTHER
                   PERFORM 0450-REGISTRAR-NAO-IDENT
           END-EVALUATE.
           IF WRK-EOF-ARQ NOT = 'S'
               PERFORM 0410-LER-BAIXA
           END-IF.

       0430-IDENTIFICAR-PAGADOR.
           MOVE 'N' TO WRK-SW-TIT-ACHADO.
           PERFORM 0435-COMPARAR-MATRICULA
               VARYING WRK-IDX-TIT FROM WRK-QTD-TIT BY -1
               UNTIL WRK-IDX-TIT < 1
                  OR WRK-SW-TIT-ACHADO = 'S'.
           IF WRK-SW-TIT-ACHADO = 'S'
               MOVE 'S' TO WRK-SW-RSP-ACHADO
           ELSE
               MOVE BXM-MATRICULA TO WRK-ALU-PROCURADO
               PERFORM 9150-LOCALIZAR-ALUNO
               IF WRK-ALU-SW-ACHADO = 'S'
                   MOVE WRK-ALU-RESPONSAVEL TO WRK-RSP-PROCURADO
                   PERFORM 0300-LOCALIZAR-RESPONSAVEL
                   MOVE 'S' TO WRK-SW-RSP-ACHADO
               ELSE
                   MOVE 'N' TO WRK-SW-RSP-ACHADO
               END-IF
           END-IF.

       0435-COMPARAR-MATRICULA.
           IF WRK-TAB-TIT-MATR(WRK-IDX-TIT) = BXM-MATRICULA
               MOVE 'S' TO WRK-SW-TIT-ACHADO
               MOVE WRK-TAB-TIT-RSP(WRK-IDX-TIT)
                   TO WRK-IDX-RSP-ACHADO
           END-IF.

       0440-BAIXAR-TITULO.
           IF WRK-TAB-TIT-RSP(WRK-IDX-TIT) = WRK-IDX-RSP-ACHADO
              AND WRK-TAB-TIT-SALDO(WRK-IDX-TIT) > 0
               IF WRK-VALOR-BAIXA >= WRK-TAB-TIT-SALDO(WRK-IDX-TIT)
                   MOVE WRK-TAB-TIT-SALDO(WRK-IDX-TIT)
                       TO WRK-VALOR-PARCELA
               ELSE
                   MOVE WRK-VALOR-BAIXA TO WRK-VALOR-PARCELA
               END-IF
               SUBTRACT WRK-VALOR-PARCELA
                   FROM WRK-TAB-TIT-SALDO(WRK-IDX-TIT)
               SUBTRACT WRK-VALOR-PARCELA FROM WRK-VALOR-BAIXA
           END-IF.

       0450-REGISTRAR-NAO-IDENT.
           ADD BXM-VALOR TO WRK-TOT-NAO-IDENT.
           IF BXM-DATA = WRK-DATA-REF
               ADD BXM-VALOR TO WRK-NID-DIA
           END-IF.
           IF WRK-QTD-NID < 100
               ADD 1 TO WRK-QTD-NID
               MOVE BXM-DATA TO WRK-TAB-NID-DATA(WRK-QTD-NID)
               MOVE BXM-MATRICULA TO WRK-TAB-NID-MATR(WRK-QTD-NID)
               MOVE BXM-VALOR TO WRK-TAB-NID-VALOR(WRK-QTD-NID)
           ELSE
               DISPLAY 'TABELA DE NAO IDENTIFICADOS CHEIA'
           END-IF.
           MOVE 'RECEBE-MENSALIDADE' TO WRK-EXCP-PROGRAMA.
           MOVE SPACES TO WRK-EXCP-MENSAGEM.
           STRING 'PAGTO SEM ALUNO ' BXM-MATRICULA
               ' EM ' BXM-DATA
               DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM.
           MOVE 'A' TO WRK-EXCP-SEVERIDADE.
           PERFORM 9000-REGISTRAR-EXCECAO.

       0600-CLASSIFICAR-ABERTOS.
           PERFORM 0610-CLASSIFICAR-UM-TITULO
               VARYING WRK-IDX-TIT FROM 1 BY 1
               UNTIL WRK-IDX-TIT > WRK-QTD-TIT.

       0610-CLASSIFICAR-UM-TITULO.
           IF WRK-TAB-TIT-SALDO(WRK-IDX-TIT) > 0
               MOVE WRK-TAB-TIT-RSP(WRK-IDX-TIT) TO WRK-IDX-RSP
               COMPUTE WRK-DIAS-ATRASO = WRK-SERIAL-REF
                   - WRK-TAB-TIT-VENC(WRK-IDX-TIT)
               ADD WRK-TAB-TIT-SALDO(WRK-IDX-TIT)
                   TO WRK-TOT-ABERTO
               IF WRK-DIAS-ATRASO > WRK-TAB-RSP-ATRASO(WRK-IDX-RSP)
                   MOVE WRK-DIAS-ATRASO
                       TO WRK-TAB-RSP-ATRASO(WRK-IDX-RSP)
               END-IF
               EVALUATE TRUE
                   WHEN WRK-DIAS-ATRASO <= 0
                       ADD WRK-TAB-TIT-SALDO(WRK-IDX-TIT)
                           TO WRK-TAB-RSP-FX1(WRK-IDX-RSP)
                       ADD WRK-TAB-TIT-SALDO(WRK-IDX-TIT)
                           TO WRK-TOT-FX1
                   WHEN WRK-DIAS-ATRASO <= 30
                       ADD WRK-TAB-TIT-SALDO(WRK-IDX-TIT)
                           TO WRK-TAB-RSP-FX2(WRK-IDX-RSP)
                       ADD WRK-TAB-TIT-SALDO(WRK-IDX-TIT)
                           TO WRK-TOT-FX2
                   WHEN WRK-DIAS-ATRASO <= 60
                       ADD WRK-TAB-TIT-SALDO(WRK-IDX-TIT)
                           TO WRK-TAB-RSP-FX3(WRK-IDX-RSP)
                       ADD WRK-TAB-TIT-SALDO(WRK-IDX-TIT)
                           TO WRK-TOT-FX3
                   WHEN WRK-DIAS-ATRASO <= 90
                       ADD WRK-TAB-TIT-SALDO(WRK-IDX-TIT)
                           TO WRK-TAB-RSP-FX4(WRK-IDX-RSP)
                       ADD WRK-TAB-TIT-SALDO(WRK-IDX-TIT)
                           TO WRK-TOT-FX4
                   WHEN OTHER
                       ADD WRK-TAB-TIT-SALDO(WRK-IDX-TIT)
                           TO WRK-TAB-RSP-FX5(WRK-IDX-RSP)
                       ADD WRK-TAB-TIT-SALDO(WRK-IDX-TIT)
                           TO WRK-TOT-FX5
               END-EVALUATE
           END-IF.

       0700-GRAVAR-AGING.
           OPEN OUTPUT AGING-REPORT-FILE.
           STRING 'AGING DE MENSALIDADES POR RESPONSAVEL EM '
               WRK-DATA-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 'RESPONSAVEL / A VENCER / 30 / 60 / 90 / MAIS DE 90'
               TO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           PERFORM 0710-GRAVAR-UM-RESPONSAVEL
               VARYING WRK-IDX-RSP FROM 1 BY 1
               UNTIL WRK-IDX-RSP > WRK-QTD-RSP.
           IF WRK-QTD-NID > 0
               MOVE 'PAGAMENTOS NAO IDENTIFICADOS (DATA/MATRICULA)'
                   TO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
               PERFORM 0720-GRAVAR-NAO-IDENT
                   VARYING WRK-IDX-NID FROM 1 BY 1
                   UNTIL WRK-IDX-NID > WRK-QTD-NID
           END-IF.
           MOVE WRK-TOT-ABERTO TO WRK-VALOR-ED.
           STRING 'TOTAL EM ABERTO: R' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-TOT-FX2 TO WRK-VALOR-ED.
           STRING 'VENCIDO ATE 30:  R' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-TOT-FX5 TO WRK-VALOR-ED.
           STRING 'VENCIDO 90 MAIS: R' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-TOT-CREDITOS TO WRK-VALOR-ED.
           STRING 'CREDITOS:        R' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE WRK-TOT-RECEB-DIA TO WRK-VALOR-ED.
           STRING 'RECEBIDO NO DIA: R' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           IF WRK-TOT-NAO-IDENT > 0
               MOVE WRK-TOT-NAO-IDENT TO WRK-VALOR-ED
               STRING 'NAO IDENTIFIC.:  R' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
           END-IF.
           CLOSE AGING-REPORT-FILE.

       0710-GRAVAR-UM-RESPONSAVEL.
           ADD WRK-TAB-RSP-CREDITO(WRK-IDX-RSP) TO WRK-TOT-CREDITOS.
           IF WRK-TAB-RSP-FX1(WRK-IDX-RSP) > 0
              OR WRK-TAB-RSP-FX2(WRK-IDX-RSP) > 0
              OR WRK-TAB-RSP-FX3(WRK-IDX-RSP) > 0
              OR WRK-TAB-RSP-FX4(WRK-IDX-RSP) > 0
              OR WRK-TAB-RSP-FX5(WRK-IDX-RSP) > 0
               MOVE WRK-TAB-RSP-ATRASO(WRK-IDX-RSP) TO WRK-DIAS-ED
               STRING WRK-TAB-RSP-NOME(WRK-IDX-RSP)
                   '  MAIOR ATRASO (DIAS): ' WRK-DIAS-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
               MOVE WRK-TAB-RSP-FX1(WRK-IDX-RSP) TO WRK-VALOR-ED
               STRING '  A VENCER R' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
               MOVE WRK-TAB-RSP-FX2(WRK-IDX-RSP) TO WRK-VALOR-ED
               STRING '  ATE 30   R' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
               MOVE WRK-TAB-RSP-FX3(WRK-IDX-RSP) TO WRK-VALOR-ED
               STRING '  31 A 60  R' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
               MOVE WRK-TAB-RSP-FX4(WRK-IDX-RSP) TO WRK-VALOR-ED
               STRING '  61 A 90  R' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
               MOVE WRK-TAB-RSP-FX5(WRK-IDX-RSP) TO WRK-VALOR-ED
               STRING '  90 MAIS  R' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
           END-IF.
           IF WRK-TAB-RSP-CREDITO(WRK-IDX-RSP) > 0
               MOVE WRK-TAB-RSP-CREDITO(WRK-IDX-RSP) TO WRK-VALOR-ED
               STRING WRK-TAB-RSP-NOME(WRK-IDX-RSP)
                   '  CREDITO  R' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
           END-IF.

       0720-GRAVAR-NAO-IDENT.
           MOVE WRK-TAB-NID-VALOR(WRK-IDX-NID) TO WRK-VALOR-ED.
           STRING '  ' WRK-TAB-NID-DATA(WRK-IDX-NID) ' '
               WRK-TAB-NID-MATR(WRK-IDX-NID) ' R' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.

       0750-GRAVAR-CONTROLE.
      * UM REGISTRO POR EXECUCAO, REFEITO A CADA VEZ: AS BAIXAS
      * SAO RELIDAS POR INTEIRO, ENTAO REPETIR A DATA NAO DOBRA
      * O LANCAMENTO.
           OPEN OUTPUT RECEIPT-CONTROL-FILE.
           MOVE WRK-DATA-REF TO RMC-DATA.
           MOVE WRK-QT-RECEB-DIA TO RMC-QT.
           MOVE WRK-TOT-RECEB-DIA TO RMC-TOT-RECEBIDO.
           MOVE WRK-NID-DIA TO RMC-TOT-NAO-IDENT.
           WRITE RECEIPT-CONTROL-RECORD.
           CLOSE RECEIPT-CONTROL-FILE.

       0800-GRAVAR-LINHA.
           MOVE WRK-LINHA-RPT TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           DISPLAY WRK-LINHA-RPT.
           MOVE SPACES TO WRK-LINHA-RPT.

           COPY 'EXCPLOG.CPY'.

           COPY 'PERMCHK.CPY'.

           COPY 'ALUCHK.CPY'.

           COPY 'DTCALC.CPY'.
