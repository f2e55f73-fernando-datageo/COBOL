       IDENTIFICATION DIVISION.
       PROGRAM-ID. CURVA-ABC.
      *********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: CURVA ABC E MARGEM BRUTA MENSAL POR PRODUTO -
      * APURA NO SALESTXN DO MES (PRECIFICADO PELO PRODFILE,
      * DEVOLUCOES DESCONTADAS) A QUANTIDADE, A RECEITA LIQUIDA,
      * O CUSTO (PRD-CUSTO VEZES QUANTIDADE), A MARGEM BRUTA E O
      * PERCENTUAL DE MARGEM DE CADA PRODUTO; ORDENA PELA
      * RECEITA E CLASSIFICA EM A/B/C PELA PARTICIPACAO
      * ACUMULADA (CORTES NO SYSPARM). A CLASSE DO MES ANTERIOR
      * VEM DO HISTORICO ABCHIST E A QUEDA DE CLASSE SAI
      * MARCADA. RELATORIO EM ABCRPT E, OPCIONALMENTE, CSV EM
      * ABCCSV PARA A PLANILHA DO COMERCIAL.
      * DATA    = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PROGRAMA CRIADO: O RESUMO-VENDAS DA O TOTAL
      *              POR DIA E O META-VENDAS POR VENDEDOR, MAS
      *              NINGUEM SABIA QUAIS PRODUTOS TRAZEM O
      *              DINHEIRO. A APURACAO SEGUE A REGRA DO
      *              FECHAMENTO: DEVOLUCAO SO ABATE QUANDO CASA
      *              COM UMA VENDA VISTA NO ARQUIVO; PRODUTO SEM
      *              CADASTRO E VALOR NEGATIVO NAO ENTRAM.
      * 15/10/2026 - CABECALHO E RESUMO POR CLASSE MONTADOS NUM
      *              SO STRING, COM UM CAMPO EDITADO POR VALOR, EM
      *              VEZ DE REAPROVEITAR A PROPRIA LINHA COMO
      *              ORIGEM DO STRING.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'STXSEL.CPY'.
           COPY 'PRDSEL.CPY'.
           SELECT ABC-HISTORY-FILE ASSIGN TO "ABCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-HIS.
           SELECT ABC-REPORT-FILE ASSIGN TO "ABCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RPT.
           SELECT ABC-CSV-FILE ASSIGN TO "ABCCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CSV.
           COPY 'SYSSEL.CPY'.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'STXFD.CPY'.

           COPY 'PRDFD.CPY'.

      * CLASSE DE CADA PRODUTO POR MES APURADO. ARQUIVO
      * ACUMULADO; MES APURADO MAIS DE UMA VEZ VALE O ULTIMO
      * REGISTRO DO PRODUTO.
       FD  ABC-HISTORY-FILE.
       01  ABC-HISTORY-RECORD.
           05 ABH-ANOMES       PIC 9(06).
           05 ABH-PRODUTO      PIC X(10).
           05 ABH-CLASSE       PIC X(01).
           05 ABH-RECEITA      PIC S9(11)V99.

       FD  ABC-REPORT-FILE.
       01  ABC-REPORT-RECORD PIC X(132).

       FD  ABC-CSV-FILE.
       01  ABC-CSV-RECORD PIC X(132).

           COPY 'SYSFD.CPY'.

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'STXWS.CPY'.
           COPY 'PRDWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
           COPY 'SYSWS.CPY'.
       77 WRK-STATUS-HIS     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RPT     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-CSV     PIC X(02) VALUE SPACES.
       77 WRK-SW-CSV         PIC X(01) VALUE 'N'.
       77 WRK-EOF-ARQ        PIC X(01) VALUE 'N'.
       01 WRK-ANOMES         PIC 9(06) VALUE ZEROS.
       01 WRK-ANOMES-R REDEFINES WRK-ANOMES.
           05 WRK-ANO        PIC 9(04).
           05 WRK-MES        PIC 9(02).
       01 WRK-ANOMES-ANT     PIC 9(06) VALUE ZEROS.
       01 WRK-ANOMES-ANT-R REDEFINES WRK-ANOMES-ANT.
           05 WRK-ANO-ANT    PIC 9(04).
           05 WRK-MES-ANT    PIC 9(02).
       77 WRK-CORTE-A        PIC 9(03)V99 VALUE ZEROS.
       77 WRK-CORTE-B        PIC 9(03)V99 VALUE ZEROS.
       77 WRK-VALOR-LINHA    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CUSTO-LINHA    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-RECEITA-TOTAL  PIC S9(13)V99 VALUE ZEROS.
       77 WRK-CUSTO-TOTAL    PIC S9(13)V99 VALUE ZEROS.
       77 WRK-MARGEM-TOTAL   PIC S9(13)V99 VALUE ZEROS.
       77 WRK-BASE-CURVA     PIC S9(13)V99 VALUE ZEROS.
       77 WRK-ACUM-ANTERIOR  PIC S9(13)V99 VALUE ZEROS.
       77 WRK-PCT-ANTERIOR   PIC S9(05)V99 VALUE ZEROS.
       77 WRK-PCT-ACUM       PIC S9(05)V99 VALUE ZEROS.
       77 WRK-MARGEM         PIC S9(11)V99 VALUE ZEROS.
       77 WRK-PCT-MARGEM     PIC S9(05)V99 VALUE ZEROS.
       77 WRK-QT-A           PIC 9(03) VALUE ZEROS.
       77 WRK-QT-B           PIC 9(03) VALUE ZEROS.
       77 WRK-QT-C           PIC 9(03) VALUE ZEROS.
       77 WRK-QT-QUEDAS      PIC 9(03) VALUE ZEROS.
       77 WRK-QT-CSV         PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-GERACAO   PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-GERACAO   PIC 9(08) VALUE ZEROS.
      * VENDAS VISTAS NO MES, PARA CASAR AS DEVOLUCOES.
       77 WRK-QTD-NUM        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-NUM        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-SW-NUM-ACHADO  PIC X(01) VALUE 'N'.
       01 WRK-TABELA-NUMEROS.
           05 WRK-TAB-NUM OCCURS 200 TIMES.
               10 WRK-TAB-NUM-VENDA PIC 9(06).
      * PRODUTOS DO CADASTRO COM A APURACAO DO MES. A ORDEM POR
      * RECEITA FICA EM WRK-TAB-ORDEM (POSICAO -> PRODUTO).
       77 WRK-QTD-PRD        PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-PRD        PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-PRD-ACHADO PIC 9(02) VALUE ZEROS.
       77 WRK-SW-PRD-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-COD-PRODUTO    PIC X(10) VALUE SPACES.
       77 WRK-IDX-ORDEM      PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-MAIOR      PIC 9(02) VALUE ZEROS.
       01 WRK-TABELA-PRODUTOS.
           05 WRK-TAB-PRD OCCURS 50 TIMES.
               10 WRK-TAB-PRD-COD        PIC X(10).
               10 WRK-TAB-PRD-DESCRICAO  PIC X(30).
               10 WRK-TAB-PRD-PRECO      PIC 9(07)V99.
               10 WRK-TAB-PRD-CUSTO      PIC 9(07)V99.
               10 WRK-TAB-PRD-QTD        PIC S9(07).
               10 WRK-TAB-PRD-RECEITA    PIC S9(11)V99.
               10 WRK-TAB-PRD-CUSTO-TOT  PIC S9(11)V99.
               10 WRK-TAB-PRD-CLASSE     PIC X(01).
               10 WRK-TAB-PRD-CLASSE-ANT PIC X(01).
               10 WRK-TAB-PRD-SW-ORDEM   PIC X(01).
       01 WRK-TABELA-ORDEM.
           05 WRK-TAB-ORDEM OCCURS 50 TIMES PIC 9(02).
       77 WRK-POSICAO-ED     PIC Z9 VALUE ZEROS.
       77 WRK-QTD-ED         PIC -.---.--9 VALUE ZEROS.
       77 WRK-VALOR-ED       PIC --.---.---.--9,99 VALUE ZEROS.
       77 WRK-CUSTO-ED       PIC --.---.---.--9,99 VALUE ZEROS.
       77 WRK-MARGEM-ED      PIC --.---.---.--9,99 VALUE ZEROS.
       77 WRK-PCT-ED         PIC ---9,99 VALUE ZEROS.
       77 WRK-PCT-ACUM-ED    PIC ZZ9,99 VALUE ZEROS.
       77 WRK-QT-ED          PIC ZZ9 VALUE ZEROS.
       77 WRK-CORTE-B-ED     PIC ZZ9,99 VALUE ZEROS.
       77 WRK-QT-B-ED        PIC ZZ9 VALUE ZEROS.
       77 WRK-QT-C-ED        PIC ZZ9 VALUE ZEROS.
       77 WRK-QT-QUEDAS-ED   PIC ZZ9 VALUE ZEROS.
       77 WRK-MARCA-QUEDA    PIC X(08) VALUE SPACES.
       77 WRK-CSV-QTD        PIC -9(07) VALUE ZEROS.
       77 WRK-CSV-VALOR      PIC -9(11),99 VALUE ZEROS.
       77 WRK-CSV-CUSTO      PIC -9(11),99 VALUE ZEROS.
       77 WRK-CSV-MARGEM     PIC -9(11),99 VALUE ZEROS.
       77 WRK-CSV-PCT        PIC -9(04),99 VALUE ZEROS.
       77 WRK-CSV-PCT-ACUM   PIC 9(03),99 VALUE ZEROS.
       77 WRK-CSV-TOTAL      PIC -9(13),99 VALUE ZEROS.
       77 WRK-LINHA-RPT      PIC X(132) VALUE SPACES.
       77 WRK-LINHA-CSV      PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0040-AUTORIZAR.
           IF WRK-PERM-AUTORIZADO = 'S'
               PERFORM 0100-INICIALIZAR
               PERFORM 0150-CARREGAR-PRODUTOS
               IF WRK-QTD-PRD > 0
                   PERFORM 0200-CARREGAR-CLASSE-ANTERIOR
                   PERFORM 0300-ACUMULAR-VENDAS
                   PERFORM 0400-ORDENAR-PRODUTOS
                   PERFORM 0450-CLASSIFICAR-PRODUTOS
                   PERFORM 0500-GRAVAR-RELATORIO
                   IF WRK-SW-CSV = 'S'
                       PERFORM 0600-GRAVAR-CSV
                   END-IF
                   PERFORM 0700-GRAVAR-HISTORICO
               ELSE
                   DISPLAY 'SEM PRODUTOS NO CADASTRO - NADA A APURAR'
                   MOVE 'CURVA-ABC' TO WRK-EXCP-PROGRAMA
                   MOVE 'PRODFILE AUSENTE OU VAZIO'
                       TO WRK-EXCP-MENSAGEM
                   PERFORM 9000-REGISTRAR-EXCECAO
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA CURVA ABC'
               MOVE 'CURVA-ABC' TO WRK-EXCP-PROGRAMA
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
           MOVE 'CURVA-ABC' TO WRK-PERM-PROGRAMA.
           MOVE 'ABC' TO WRK-PERM-FUNCAO.
           IF LOG-RESULTADO = 'S'
               MOVE LOG-PERFIL TO WRK-PERM-PERFIL
           ELSE
               MOVE SPACES TO WRK-PERM-PERFIL
           END-IF.
           PERFORM 9200-VERIFICAR-PERMISSAO.

       0100-INICIALIZAR.
      * OS CORTES DA CURVA SAO PERCENTUAIS DA RECEITA ACUMULADA:
      * PADRAO 80 PARA A CLASSE A E 95 PARA A B.
           DISPLAY 'ANO E MES DA APURACAO (AAAAMM): '
           ACCEPT WRK-ANOMES.
           DISPLAY 'GERAR EXPORTACAO CSV (ABCCSV)? (S/N): '
           ACCEPT WRK-SW-CSV.
           IF WRK-MES = 1
               COMPUTE WRK-ANO-ANT = WRK-ANO - 1
               MOVE 12 TO WRK-MES-ANT
           ELSE
               MOVE WRK-ANO TO WRK-ANO-ANT
               COMPUTE WRK-MES-ANT = WRK-MES - 1
           END-IF.
           MOVE 'CURVA-ABC' TO WRK-PAR-PROGRAMA.
           MOVE 'CORTE-A' TO WRK-PAR-CHAVE.
           MOVE 80 TO WRK-PAR-DEFAULT.
           PERFORM 9300-OBTER-PARAMETRO.
           MOVE WRK-PAR-VALOR TO WRK-CORTE-A.
           MOVE 'CORTE-B' TO WRK-PAR-CHAVE.
           MOVE 95 TO WRK-PAR-DEFAULT.
           PERFORM 9300-OBTER-PARAMETRO.
           MOVE WRK-PAR-VALOR TO WRK-CORTE-B.
           IF WRK-CORTE-B < WRK-CORTE-A
               DISPLAY 'CORTE-B MENOR QUE CORTE-A NO SYSPARM -'
                   ' USANDO O CORTE-A'
               MOVE WRK-CORTE-A TO WRK-CORTE-B
           END-IF.

       0150-CARREGAR-PRODUTOS.
           MOVE ZEROS TO WRK-QTD-PRD.
           OPEN INPUT PRODUCT-FILE.
           IF WRK-STATUS-PRD = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0160-LER-PRODUTO
               PERFORM 0170-ARMAZENAR-PRODUTO
                   UNTIL WRK-EOF-ARQ = 'S'
           ELSE
               DISPLAY 'CADASTRO PRODFILE AUSENTE'
           END-IF.
           CLOSE PRODUCT-FILE.

       0160-LER-PRODUTO.
           READ PRODUCT-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0170-ARMAZENAR-PRODUTO.
           IF WRK-QTD-PRD < 50
               ADD 1 TO WRK-QTD-PRD
               MOVE PRD-CODIGO TO WRK-TAB-PRD-COD(WRK-QTD-PRD)
               MOVE PRD-DESCRICAO
                   TO WRK-TAB-PRD-DESCRICAO(WRK-QTD-PRD)
               MOVE PRD-PRECO  TO WRK-TAB-PRD-PRECO(WRK-QTD-PRD)
               MOVE PRD-CUSTO  TO WRK-TAB-PRD-CUSTO(WRK-QTD-PRD)
               MOVE ZEROS TO WRK-TAB-PRD-QTD(WRK-QTD-PRD)
               MOVE ZEROS TO WRK-TAB-PRD-RECEITA(WRK-QTD-PRD)
               MOVE ZEROS TO WRK-TAB-PRD-CUSTO-TOT(WRK-QTD-PRD)
               MOVE SPACES TO WRK-TAB-PRD-CLASSE(WRK-QTD-PRD)
               MOVE SPACES TO WRK-TAB-PRD-CLASSE-ANT(WRK-QTD-PRD)
               MOVE 'N' TO WRK-TAB-PRD-SW-ORDEM(WRK-QTD-PRD)
           ELSE
               DISPLAY 'TABELA DE PRODUTOS CHEIA - IGNORADO: '
                   PRD-CODIGO
           END-IF.
           PERFORM 0160-LER-PRODUTO.

       0180-LOCALIZAR-PRODUTO.
           MOVE 'N' TO WRK-SW-PRD-ACHADO.
           PERFORM 0185-COMPARAR-PRODUTO
               VARYING WRK-IDX-PRD FROM 1 BY 1
               UNTIL WRK-IDX-PRD > WRK-QTD-PRD
                  OR WRK-SW-PRD-ACHADO = 'S'.

       0185-COMPARAR-PRODUTO.
           IF WRK-COD-PRODUTO = WRK-TAB-PRD-COD(WRK-IDX-PRD)
               MOVE 'S' TO WRK-SW-PRD-ACHADO
               MOVE WRK-IDX-PRD TO WRK-IDX-PRD-ACHADO
           END-IF.

       0200-CARREGAR-CLASSE-ANTERIOR.
      * SEM HISTORICO (PRIMEIRO MES APURADO) A CLASSE ANTERIOR
      * FICA EM BRANCO E NADA SAI COMO QUEDA.
           OPEN INPUT ABC-HISTORY-FILE.
           IF WRK-STATUS-HIS = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0210-LER-HISTORICO
               PERFORM 0220-APLICAR-HISTORICO
                   UNTIL WRK-EOF-ARQ = 'S'
           ELSE
               DISPLAY 'ABCHIST AUSENTE - SEM CLASSE ANTERIOR'
           END-IF.
           CLOSE ABC-HISTORY-FILE.

       0210-LER-HISTORICO.
           READ ABC-HISTORY-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0220-APLICAR-HISTORICO.
           IF ABH-ANOMES = WRK-ANOMES-ANT
               MOVE ABH-PRODUTO TO WRK-COD-PRODUTO
               PERFORM 0180-LOCALIZAR-PRODUTO
               IF WRK-SW-PRD-ACHADO = 'S'
                   MOVE ABH-CLASSE
                       TO WRK-TAB-PRD-CLASSE-ANT(WRK-IDX-PRD-ACHADO)
               END-IF
           END-IF.
           PERFORM 0210-LER-HISTORICO.

       0300-ACUMULAR-VENDAS.
      * ACUMULA O MES POR PRODUTO COM A MESMA REGRA DO
      * FECHAMENTO: LINHA PRECIFICADA PELO CADASTRO, VENDA SOMA
      * E DEVOLUCAO SO SUBTRAI QUANDO CASA COM UMA VENDA VISTA
      * NO ARQUIVO; PRODUTO SEM CADASTRO, VALOR NEGATIVO E
      * QUANTIDADE EM BRANCO NAO ENTRAM.
           OPEN INPUT SALES-TRANSACTION-FILE.
           IF WRK-STATUS-TXN = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0310-LER-TRANSACAO
               PERFORM 0320-ACUMULAR-TRANSACAO
                   UNTIL WRK-EOF-ARQ = 'S'
           ELSE
               DISPLAY 'ARQUIVO SALESTXN AUSENTE OU VAZIO'
           END-IF.
           CLOSE SALES-TRANSACTION-FILE.

       0310-LER-TRANSACAO.
           READ SALES-TRANSACTION-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0320-ACUMULAR-TRANSACAO.
           IF STX-ANOMES = WRK-ANOMES
              AND STX-VALOR >= 0
              AND STX-QUANTIDADE NUMERIC
               MOVE STX-PRODUTO TO WRK-COD-PRODUTO
               PERFORM 0180-LOCALIZAR-PRODUTO
               IF WRK-SW-PRD-ACHADO = 'S'
                   COMPUTE WRK-VALOR-LINHA =
                       WRK-TAB-PRD-PRECO(WRK-IDX-PRD-ACHADO)
                       * STX-QUANTIDADE
                   COMPUTE WRK-CUSTO-LINHA =
                       WRK-TAB-PRD-CUSTO(WRK-IDX-PRD-ACHADO)
                       * STX-QUANTIDADE
                   IF STX-DEVOLUCAO
                       PERFORM 0330-ABATER-DEVOLUCAO
                   ELSE
                       IF WRK-QTD-NUM < 200
                          AND STX-NUMERO NUMERIC
                           ADD 1 TO WRK-QTD-NUM
                           MOVE STX-NUMERO
                               TO WRK-TAB-NUM-VENDA(WRK-QTD-NUM)
                       END-IF
                       ADD STX-QUANTIDADE
                           TO WRK-TAB-PRD-QTD(WRK-IDX-PRD-ACHADO)
                       ADD WRK-VALOR-LINHA
                           TO WRK-TAB-PRD-RECEITA(WRK-IDX-PRD-ACHADO)
                       ADD WRK-CUSTO-LINHA TO
                           WRK-TAB-PRD-CUSTO-TOT(WRK-IDX-PRD-ACHADO)
                   END-IF
               END-IF
           END-IF.
           PERFORM 0310-LER-TRANSACAO.

       0330-ABATER-DEVOLUCAO.
           MOVE 'N' TO WRK-SW-NUM-ACHADO.
           PERFORM 0335-COMPARAR-NUMERO
               VARYING WRK-IDX-NUM FROM 1 BY 1
               UNTIL WRK-IDX-NUM > WRK-QTD-NUM
                  OR WRK-SW-NUM-ACHADO = 'S'.
           IF WRK-SW-NUM-ACHADO = 'S'
               SUBTRACT STX-QUANTIDADE
                   FROM WRK-TAB-PRD-QTD(WRK-IDX-PRD-ACHADO)
               SUBTRACT WRK-VALOR-LINHA
                   FROM WRK-TAB-PRD-RECEITA(WRK-IDX-PRD-ACHADO)
               SUBTRACT WRK-CUSTO-LINHA
                   FROM WRK-TAB-PRD-CUSTO-TOT(WRK-IDX-PRD-ACHADO)
           END-IF.

       0335-COMPARAR-NUMERO.
           IF STX-REF NUMERIC
              AND STX-REF = WRK-TAB-NUM-VENDA(WRK-IDX-NUM)
               MOVE 'S' TO WRK-SW-NUM-ACHADO
           END-IF.

       0400-ORDENAR-PRODUTOS.
      * ORDEM DECRESCENTE DE RECEITA LIQUIDA POR SELECAO: A CADA
      * POSICAO, O MAIOR PRODUTO AINDA NAO ORDENADO. EMPATE
      * FICA NA ORDEM DO CADASTRO.
           PERFORM 0410-ESCOLHER-MAIOR
               VARYING WRK-IDX-ORDEM FROM 1 BY 1
               UNTIL WRK-IDX-ORDEM > WRK-QTD-PRD.

       0410-ESCOLHER-MAIOR.
           MOVE ZEROS TO WRK-IDX-MAIOR.
           PERFORM 0420-COMPARAR-RECEITA
               VARYING WRK-IDX-PRD FROM 1 BY 1
               UNTIL WRK-IDX-PRD > WRK-QTD-PRD.
           MOVE WRK-IDX-MAIOR TO WRK-TAB-ORDEM(WRK-IDX-ORDEM).
           MOVE 'S' TO WRK-TAB-PRD-SW-ORDEM(WRK-IDX-MAIOR).

       0420-COMPARAR-RECEITA.
           IF WRK-TAB-PRD-SW-ORDEM(WRK-IDX-PRD) = 'N'
               IF WRK-IDX-MAIOR = 0
                   MOVE WRK-IDX-PRD TO WRK-IDX-MAIOR
               ELSE
                   IF WRK-TAB-PRD-RECEITA(WRK-IDX-PRD)
                      > WRK-TAB-PRD-RECEITA(WRK-IDX-MAIOR)
                       MOVE WRK-IDX-PRD TO WRK-IDX-MAIOR
                   END-IF
               END-IF
           END-IF.

       0450-CLASSIFICAR-PRODUTOS.
      * A BASE DA CURVA E A SOMA DAS RECEITAS POSITIVAS. O
      * PRODUTO E A QUANDO A PARTICIPACAO ACUMULADA ANTES DELE
      * AINDA NAO CHEGOU AO CORTE-A (ASSIM O PRIMEIRO DA LISTA E
      * SEMPRE A), B ATE O CORTE-B E C DAI EM DIANTE. PRODUTO
      * SEM RECEITA LIQUIDA NO MES E C.
           MOVE ZEROS TO WRK-BASE-CURVA.
           PERFORM 0455-SOMAR-BASE
               VARYING WRK-IDX-PRD FROM 1 BY 1
               UNTIL WRK-IDX-PRD > WRK-QTD-PRD.
           MOVE ZEROS TO WRK-ACUM-ANTERIOR.
           PERFORM 0460-CLASSIFICAR-UM-PRODUTO
               VARYING WRK-IDX-ORDEM FROM 1 BY 1
               UNTIL WRK-IDX-ORDEM > WRK-QTD-PRD.

       0455-SOMAR-BASE.
           IF WRK-TAB-PRD-RECEITA(WRK-IDX-PRD) > 0
               ADD WRK-TAB-PRD-RECEITA(WRK-IDX-PRD) TO WRK-BASE-CURVA
           END-IF.

       0460-CLASSIFICAR-UM-PRODUTO.
           MOVE WRK-TAB-ORDEM(WRK-IDX-ORDEM) TO WRK-IDX-PRD.
           IF WRK-TAB-PRD-RECEITA(WRK-IDX-PRD) > 0
               COMPUTE WRK-PCT-ANTERIOR ROUNDED =
                   WRK-ACUM-ANTERIOR * 100 / WRK-BASE-CURVA
               EVALUATE TRUE
                   WHEN WRK-PCT-ANTERIOR < WRK-CORTE-A
                       MOVE 'A' TO WRK-TAB-PRD-CLASSE(WRK-IDX-PRD)
                   WHEN WRK-PCT-ANTERIOR < WRK-CORTE-B
                       MOVE 'B' TO WRK-TAB-PRD-CLASSE(WRK-IDX-PRD)
                   WHEN OTHER
                       MOVE 'C' TO WRK-TAB-PRD-CLASSE(WRK-IDX-PRD)
               END-EVALUATE
               ADD WRK-TAB-PRD-RECEITA(WRK-IDX-PRD)
                   TO WRK-ACUM-ANTERIOR
           ELSE
               MOVE 'C' TO WRK-TAB-PRD-CLASSE(WRK-IDX-PRD)
           END-IF.
           EVALUATE WRK-TAB-PRD-CLASSE(WRK-IDX-PRD)
               WHEN 'A'
                   ADD 1 TO WRK-QT-A
               WHEN 'B'
                   ADD 1 TO WRK-QT-B
               WHEN OTHER
                   ADD 1 TO WRK-QT-C
           END-EVALUATE.
           IF WRK-TAB-PRD-CLASSE-ANT(WRK-IDX-PRD) NOT = SPACES
              AND WRK-TAB-PRD-CLASSE(WRK-IDX-PRD)
                  > WRK-TAB-PRD-CLASSE-ANT(WRK-IDX-PRD)
               ADD 1 TO WRK-QT-QUEDAS
           END-IF.

       0470-CALCULAR-LINHA.
      * MARGEM E PARTICIPACAO ACUMULADA DO PRODUTO DA POSICAO
      * WRK-IDX-ORDEM, PARA O RELATORIO E O CSV.
           MOVE WRK-TAB-ORDEM(WRK-IDX-ORDEM) TO WRK-IDX-PRD.
           COMPUTE WRK-MARGEM =
               WRK-TAB-PRD-RECEITA(WRK-IDX-PRD)
               - WRK-TAB-PRD-CUSTO-TOT(WRK-IDX-PRD).
           IF WRK-TAB-PRD-RECEITA(WRK-IDX-PRD) > 0
               COMPUTE WRK-PCT-MARGEM ROUNDED =
                   WRK-MARGEM * 100 / WRK-TAB-PRD-RECEITA(WRK-IDX-PRD)
               ADD WRK-TAB-PRD-RECEITA(WRK-IDX-PRD)
                   TO WRK-ACUM-ANTERIOR
           ELSE
               MOVE ZEROS TO WRK-PCT-MARGEM
           END-IF.
           IF WRK-BASE-CURVA > 0
               COMPUTE WRK-PCT-ACUM ROUNDED =
                   WRK-ACUM-ANTERIOR * 100 / WRK-BASE-CURVA
           ELSE
               MOVE ZEROS TO WRK-PCT-ACUM
           END-IF.
           MOVE SPACES TO WRK-MARCA-QUEDA.
           IF WRK-TAB-PRD-CLASSE-ANT(WRK-IDX-PRD) NOT = SPACES
              AND WRK-TAB-PRD-CLASSE(WRK-IDX-PRD)
                  > WRK-TAB-PRD-CLASSE-ANT(WRK-IDX-PRD)
               MOVE '*CAIU' TO WRK-MARCA-QUEDA
           END-IF.

       0500-GRAVAR-RELATORIO.
           OPEN OUTPUT ABC-REPORT-FILE.
           MOVE WRK-CORTE-A TO WRK-PCT-ACUM-ED.
           MOVE WRK-CORTE-B TO WRK-CORTE-B-ED.
           STRING 'CURVA ABC E MARGEM BRUTA POR PRODUTO - '
               WRK-ANOMES ' (CORTE A ' WRK-PCT-ACUM-ED
               ' CORTE B ' WRK-CORTE-B-ED
               ' PCT; CLASSE ANTERIOR ' WRK-ANOMES-ANT ')'
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA.
           STRING 'PO PRODUTO    DESCRICAO            '
               '      QTDE           RECEITA             CUSTO'
               '            MARGEM  MARG%  ACUM% CL ANT'
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE ZEROS TO WRK-ACUM-ANTERIOR.
           MOVE ZEROS TO WRK-RECEITA-TOTAL.
           MOVE ZEROS TO WRK-CUSTO-TOTAL.
           PERFORM 0510-GRAVAR-UM-PRODUTO
               VARYING WRK-IDX-ORDEM FROM 1 BY 1
               UNTIL WRK-IDX-ORDEM > WRK-QTD-PRD.
           COMPUTE WRK-MARGEM-TOTAL =
               WRK-RECEITA-TOTAL - WRK-CUSTO-TOTAL.
           MOVE WRK-RECEITA-TOTAL TO WRK-VALOR-ED.
           MOVE WRK-CUSTO-TOTAL TO WRK-CUSTO-ED.
           MOVE WRK-MARGEM-TOTAL TO WRK-MARGEM-ED.
           STRING 'TOTAL DO MES                              '
               WRK-VALOR-ED ' ' WRK-CUSTO-ED ' ' WRK-MARGEM-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE WRK-QT-A TO WRK-QT-ED.
           MOVE WRK-QT-B TO WRK-QT-B-ED.
           MOVE WRK-QT-C TO WRK-QT-C-ED.
           MOVE WRK-QT-QUEDAS TO WRK-QT-QUEDAS-ED.
           STRING 'PRODUTOS CLASSE A: ' WRK-QT-ED
               '  B: ' WRK-QT-B-ED '  C: ' WRK-QT-C-ED
               '  QUEDAS DE CLASSE (*CAIU): ' WRK-QT-QUEDAS-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA.
           CLOSE ABC-REPORT-FILE.

       0510-GRAVAR-UM-PRODUTO.
           PERFORM 0470-CALCULAR-LINHA.
           ADD WRK-TAB-PRD-RECEITA(WRK-IDX-PRD) TO WRK-RECEITA-TOTAL.
           ADD WRK-TAB-PRD-CUSTO-TOT(WRK-IDX-PRD) TO WRK-CUSTO-TOTAL.
           MOVE WRK-IDX-ORDEM TO WRK-POSICAO-ED.
           MOVE WRK-TAB-PRD-QTD(WRK-IDX-PRD) TO WRK-QTD-ED.
           MOVE WRK-TAB-PRD-RECEITA(WRK-IDX-PRD) TO WRK-VALOR-ED.
           MOVE WRK-TAB-PRD-CUSTO-TOT(WRK-IDX-PRD) TO WRK-CUSTO-ED.
           MOVE WRK-MARGEM TO WRK-MARGEM-ED.
           MOVE WRK-PCT-MARGEM TO WRK-PCT-ED.
           MOVE WRK-PCT-ACUM TO WRK-PCT-ACUM-ED.
           STRING WRK-POSICAO-ED ' ' WRK-TAB-PRD-COD(WRK-IDX-PRD)
               ' ' WRK-TAB-PRD-DESCRICAO(WRK-IDX-PRD)(1:20)
               ' ' WRK-QTD-ED ' ' WRK-VALOR-ED
               ' ' WRK-CUSTO-ED ' ' WRK-MARGEM-ED
               ' ' WRK-PCT-ED ' ' WRK-PCT-ACUM-ED
               '  ' WRK-TAB-PRD-CLASSE(WRK-IDX-PRD)
               '  ' WRK-TAB-PRD-CLASSE-ANT(WRK-IDX-PRD)
               ' ' WRK-MARCA-QUEDA
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA.

       0590-GRAVAR-LINHA.
           MOVE WRK-LINHA-RPT TO ABC-REPORT-RECORD.
           WRITE ABC-REPORT-RECORD.
           DISPLAY WRK-LINHA-RPT.
           MOVE SPACES TO WRK-LINHA-RPT.

       0600-GRAVAR-CSV.
      * MESMA CONVENCAO DOS DEMAIS CSV: LINHA 'GERADO', COLUNAS,
      * UMA LINHA POR PRODUTO NA ORDEM DA CURVA E A LINHA 'TOTAL'
      * (QUANTIDADE DE LINHAS E RECEITA) DE CONFERENCIA.
           OPEN OUTPUT ABC-CSV-FILE.
           ACCEPT WRK-DATA-GERACAO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-GERACAO FROM TIME.
           STRING 'GERADO;' WRK-DATA-GERACAO ';' WRK-HORA-GERACAO
               ';CURVA-ABC;' WRK-ANOMES
               DELIMITED BY SIZE INTO WRK-LINHA-CSV.
           PERFORM 0690-GRAVAR-LINHA-CSV.
           STRING 'POSICAO;PRODUTO;DESCRICAO;QUANTIDADE;RECEITA;'
               'CUSTO;MARGEM;MARGEM_PCT;ACUM_PCT;CLASSE;'
               'CLASSE_ANT;QUEDA'
               DELIMITED BY SIZE INTO WRK-LINHA-CSV.
           PERFORM 0690-GRAVAR-LINHA-CSV.
           MOVE ZEROS TO WRK-ACUM-ANTERIOR.
           MOVE ZEROS TO WRK-QT-CSV.
           PERFORM 0610-GRAVAR-UM-PRODUTO-CSV
               VARYING WRK-IDX-ORDEM FROM 1 BY 1
               UNTIL WRK-IDX-ORDEM > WRK-QTD-PRD.
           MOVE WRK-RECEITA-TOTAL TO WRK-CSV-TOTAL.
           STRING 'TOTAL;' WRK-QT-CSV ';' WRK-CSV-TOTAL
               DELIMITED BY SIZE INTO WRK-LINHA-CSV.
           PERFORM 0690-GRAVAR-LINHA-CSV.
           CLOSE ABC-CSV-FILE.

       0610-GRAVAR-UM-PRODUTO-CSV.
           PERFORM 0470-CALCULAR-LINHA.
           ADD 1 TO WRK-QT-CSV.
           MOVE WRK-TAB-PRD-QTD(WRK-IDX-PRD) TO WRK-CSV-QTD.
           MOVE WRK-TAB-PRD-RECEITA(WRK-IDX-PRD) TO WRK-CSV-VALOR.
           MOVE WRK-TAB-PRD-CUSTO-TOT(WRK-IDX-PRD) TO WRK-CSV-CUSTO.
           MOVE WRK-MARGEM TO WRK-CSV-MARGEM.
           MOVE WRK-PCT-MARGEM TO WRK-CSV-PCT.
           MOVE WRK-PCT-ACUM TO WRK-CSV-PCT-ACUM.
           STRING WRK-IDX-ORDEM ';' WRK-TAB-PRD-COD(WRK-IDX-PRD)
               ';' WRK-TAB-PRD-DESCRICAO(WRK-IDX-PRD)
               ';' WRK-CSV-QTD ';' WRK-CSV-VALOR
               ';' WRK-CSV-CUSTO ';' WRK-CSV-MARGEM
               ';' WRK-CSV-PCT ';' WRK-CSV-PCT-ACUM
               ';' WRK-TAB-PRD-CLASSE(WRK-IDX-PRD)
               ';' WRK-TAB-PRD-CLASSE-ANT(WRK-IDX-PRD)
               ';' WRK-MARCA-QUEDA
               DELIMITED BY SIZE INTO WRK-LINHA-CSV.
           PERFORM 0690-GRAVAR-LINHA-CSV.

       0690-GRAVAR-LINHA-CSV.
           MOVE WRK-LINHA-CSV TO ABC-CSV-RECORD.
           WRITE ABC-CSV-RECORD.
           MOVE SPACES TO WRK-LINHA-CSV.

       0700-GRAVAR-HISTORICO.
      * A CLASSE DO MES VAI PARA O ABCHIST, DE ONDE A APURACAO
      * DO MES SEGUINTE TIRA A CLASSE ANTERIOR.
           OPEN EXTEND ABC-HISTORY-FILE.
           IF WRK-STATUS-HIS NOT = '00'
               OPEN OUTPUT ABC-HISTORY-FILE
               CLOSE ABC-HISTORY-FILE
               OPEN EXTEND ABC-HISTORY-FILE
           END-IF.
           PERFORM 0710-GRAVAR-UM-HISTORICO
               VARYING WRK-IDX-PRD FROM 1 BY 1
               UNTIL WRK-IDX-PRD > WRK-QTD-PRD.
           CLOSE ABC-HISTORY-FILE.

       0710-GRAVAR-UM-HISTORICO.
           MOVE WRK-ANOMES TO ABH-ANOMES.
           MOVE WRK-TAB-PRD-COD(WRK-IDX-PRD) TO ABH-PRODUTO.
           MOVE WRK-TAB-PRD-CLASSE(WRK-IDX-PRD) TO ABH-CLASSE.
           MOVE WRK-TAB-PRD-RECEITA(WRK-IDX-PRD) TO ABH-RECEITA.
           WRITE ABC-HISTORY-RECORD.

           COPY 'EXCPLOG.CPY'.

           COPY 'PERMCHK.CPY'.

           COPY 'SYSPRM.CPY'.
