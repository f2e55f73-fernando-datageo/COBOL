      *              LINHA 'TOTAL'), DEIXANDO DE SER ACUMULATIVO:
      *              O CLOSERPT CONTINUA SENDO O HISTORICO; O CSV
      *              E A REMESSA DA VEZ PARA A PLANILHA.
      * 15/10/2026 - LAYOUT DO SELLMAST PASSOU PARA OS COPYBOOKS
      *              VNDSEL/VNDFD/VNDWS, COMPARTILHADOS COM A
      *              MANUTENCAO DO CADASTRO DE VENDEDORES.
      * 15/10/2026 - O LOTE PASSOU A MOVIMENTAR O SALDO DE ESTOQUE
      *              POR PRODUTO (ESTOQUE): A VENDA BAIXA
      *              STX-QUANTIDADE E A DEVOLUCAO CASADA DEVOLVE.
      *              VENDA MAIOR QUE O SALDO ENTRA (A MERCADORIA
      *              JA SAIU), MAS FICA NO LOG DE EXCECOES E
      *              CONTADA NO FECHAMENTO (CLS-QT-SEM-EST), COM
      *              OS PRODUTOS NEGATIVOS LISTADOS NO COMISRPT.
      *              O CHECKPOINT DE LOTE GUARDA O MOVIMENTO DE
      *              ESTOQUE PARA A RETOMADA NAO BAIXAR DUAS
      *              VEZES.
      * 15/10/2026 - VENDA DE PRODUTO INATIVO NO CADASTRO
      *              (PRD-SITUACAO 'I') E RECUSADA E VAI PARA O LOG
      *              DE EXCECOES COM O MOTIVO; A DEVOLUCAO DE UMA
      *              VENDA ANTERIOR DO PRODUTO CONTINUA ACEITA.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           COPY 'STXSEL.CPY'.
           COPY 'PRDSEL.CPY'.
           COPY 'ESTSEL.CPY'.
           SELECT CHECKPOINT-FILE ASSIGN TO "CHECKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CKPT.
           SELECT CLOSEOUT-CSV-FILE ASSIGN TO "CLOSECSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-CSV.
           COPY 'VNDSEL.CPY'.
           SELECT COMMISSION-REPORT-FILE ASSIGN TO "COMISRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-COM.

           COPY 'PRDFD.CPY'.

           COPY 'ESTFD.CPY'.

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05 CKP-QT    PIC 9(05).
           05 BKP-QT-NUM    PIC 9(03).
           05 BKP-NUM-ITEM OCCURS 200 TIMES.
               10 BKP-NUM-VENDA PIC 9(06).
           05 BKP-QT-SEM-EST PIC 9(05).
           05 BKP-QT-EST    PIC 9(02).
           05 BKP-EST-ITEM OCCURS 50 TIMES.
               10 BKP-EST-PRODUTO    PIC X(10).
               10 BKP-EST-SALDO      PIC S9(07).
               10 BKP-EST-SAIDAS     PIC 9(07).
               10 BKP-EST-DEVOLUCOES PIC 9(07).

           COPY 'VNDFD.CPY'.

       FD  COMMISSION-REPORT-FILE.
       01  COMMISSION-REPORT-RECORD PIC X(80).
           COPY 'BOOK.COB'.
           COPY 'STXWS.CPY'.
           COPY 'PRDWS.CPY'.
           COPY 'ESTWS.CPY'.
           COPY 'CMIWS.CPY'.
           COPY 'CLSWS.CPY'.
           COPY 'LOGPRM.CPY'.
       77 WRK-HORA-GERACAO    PIC 9(08) VALUE ZEROS.
       77 WRK-QT-CIN          PIC 9(07) VALUE ZEROS.
       77 WRK-HASH-CIN        PIC 9(13)V99 VALUE ZEROS.
           COPY 'VNDWS.CPY'.
       77 WRK-STATUS-COM      PIC X(02) VALUE SPACES.
       77 WRK-EOF-VEND        PIC X(01) VALUE 'N'.
       77 WRK-QTD-VEND-CAD    PIC 9(02) VALUE ZEROS.
               10 WRK-TAB-PCAD-COD   PIC X(10).
               10 WRK-TAB-PCAD-PRECO PIC 9(07)V99.
               10 WRK-TAB-PCAD-CUSTO PIC 9(07)V99.
               10 WRK-TAB-PCAD-SIT   PIC X(01).
      * SALDO DE ESTOQUE POR PRODUTO, NO LAYOUT DO REGISTRO DO
      * ESTOQUE. PRODUTO VENDIDO SEM REGISTRO ENTRA COM SALDO
      * ZERO E O MINIMO PADRAO DO SYSPARM. ARQUIVO MAIOR QUE A
      * TABELA NAO E REGRAVADO, PARA NAO PERDER PRODUTOS.
       77 WRK-EOF-EST         PIC X(01) VALUE 'N'.
       77 WRK-SW-EST-ESTOUROU PIC X(01) VALUE 'N'.
       77 WRK-QTD-EST         PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-EST         PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-EST-ACHADO  PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-EST-CKPT    PIC 9(02) VALUE ZEROS.
       77 WRK-SW-EST-ACHADO   PIC X(01) VALUE 'N'.
       77 WRK-EST-MINIMO-PAD  PIC 9(07) VALUE ZEROS.
       77 WRK-QT-SEM-EST      PIC 9(05) VALUE ZEROS.
       77 WRK-SALDO-ED        PIC -.---.--9 VALUE ZEROS.
       01 WRK-TABELA-ESTOQUE.
           05 WRK-TAB-EST OCCURS 50 TIMES.
               10 WRK-TAB-EST-PRODUTO    PIC X(10).
               10 WRK-TAB-EST-SALDO-INI  PIC S9(07).
               10 WRK-TAB-EST-ENTRADAS   PIC 9(07).
               10 WRK-TAB-EST-DEVOLUCOES PIC 9(07).
               10 WRK-TAB-EST-SAIDAS     PIC 9(07).
               10 WRK-TAB-EST-SALDO      PIC S9(07).
               10 WRK-TAB-EST-MINIMO     PIC 9(07).
               10 WRK-TAB-EST-DATA-FECH  PIC 9(08).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 10 TO WRK-PAR-DEFAULT.
           PERFORM 9300-OBTER-PARAMETRO.
           MOVE WRK-PAR-VALOR TO WRK-CKPT-INTERVALO.
      * ESTOQUE MINIMO DO PRODUTO QUE ENTRA NO ESTOQUE PELA
      * PRIMEIRA VENDA; O MESMO PADRAO DA POSICAO DE ESTOQUE.
           MOVE 'POSICAO-ESTOQUE' TO WRK-PAR-PROGRAMA.
           MOVE 'ESTOQUE-MINIMO' TO WRK-PAR-CHAVE.
           MOVE ZEROS TO WRK-PAR-DEFAULT.
           PERFORM 9300-OBTER-PARAMETRO.
           MOVE WRK-PAR-VALOR TO WRK-EST-MINIMO-PAD.

       0060-PROCESSAR-MODO.
           DISPLAY 'MODO (1-INTERATIVO  2-LOTE ARQ. DE VENDAS): '
           PERFORM 0258-SALVAR-NUMERO
               VARYING WRK-IDX-NUM FROM 1 BY 1
               UNTIL WRK-IDX-NUM > WRK-QTD-NUM.
           MOVE WRK-QT-SEM-EST    TO BKP-QT-SEM-EST.
           MOVE WRK-QTD-EST       TO BKP-QT-EST.
           PERFORM 0259-SALVAR-ESTOQUE
               VARYING WRK-IDX-EST FROM 1 BY 1
               UNTIL WRK-IDX-EST > WRK-QTD-EST.
           WRITE BATCH-CHECKPOINT-RECORD.
           CLOSE BATCH-CHECKPOINT-FILE.

           MOVE WRK-TAB-NUM-VENDA(WRK-IDX-NUM)
               TO BKP-NUM-VENDA(WRK-IDX-NUM).

       0259-SALVAR-ESTOQUE.
           MOVE WRK-TAB-EST-PRODUTO(WRK-IDX-EST)
               TO BKP-EST-PRODUTO(WRK-IDX-EST).
           MOVE WRK-TAB-EST-SALDO(WRK-IDX-EST)
               TO BKP-EST-SALDO(WRK-IDX-EST).
           MOVE WRK-TAB-EST-SAIDAS(WRK-IDX-EST)
               TO BKP-EST-SAIDAS(WRK-IDX-EST).
           MOVE WRK-TAB-EST-DEVOLUCOES(WRK-IDX-EST)
               TO BKP-EST-DEVOLUCOES(WRK-IDX-EST).

       0257-SALVAR-PRODUTO.
           MOVE WRK-TAB-PROD-COD(WRK-IDX-PROD)
               TO BKP-PROD-COD(WRK-IDX-PROD).
      * AUTOMATICAMENTE.
           PERFORM 0430-CARREGAR-VENDEDORES.
           PERFORM 0435-CARREGAR-PRODUTOS.
           PERFORM 0470-CARREGAR-ESTOQUE.
           PERFORM 0075-OFERECER-RETOMADA-LOTE.
           OPEN INPUT SALES-TRANSACTION-FILE.
           MOVE 'N' TO WRK-EOF-VENDA.
           END-IF.
           CLOSE SALES-TRANSACTION-FILE.
           PERFORM 0460-GRAVAR-COMISSOES.
           PERFORM 0480-GRAVAR-ESTOQUE.
           PERFORM 0260-LIMPAR-CHECKPOINT-LOTE.

       0075-OFERECER-RETOMADA-LOTE.
                       VARYING WRK-IDX-NUM FROM 1 BY 1
                       UNTIL WRK-IDX-NUM > WRK-QTD-NUM
               END-IF
      * CHECKPOINT ANTERIOR AO ESTOQUE NAO TRAZ O MOVIMENTO: O
      * SALDO FICA O DO ARQUIVO.
               IF BKP-QT-EST NUMERIC
                   MOVE BKP-QT-SEM-EST TO WRK-QT-SEM-EST
                   PERFORM 0079-RESTAURAR-ESTOQUE
                       VARYING WRK-IDX-EST-CKPT FROM 1 BY 1
                       UNTIL WRK-IDX-EST-CKPT > BKP-QT-EST
               END-IF
               DISPLAY 'RETOMANDO LOTE - REGISTROS JA PROCESSADOS: '
                   WRK-REGLIDOS-LOTE
           END-IF.
           MOVE BKP-NUM-VENDA(WRK-IDX-NUM)
               TO WRK-TAB-NUM-VENDA(WRK-IDX-NUM).

       0079-RESTAURAR-ESTOQUE.
      * O ESTOQUE JA FOI CARREGADO DO ARQUIVO, QUE SO E
      * REGRAVADO NO FIM DO LOTE: O SALDO E O MOVIMENTO DO
      * CHECKPOINT SUBSTITUEM OS DO ARQUIVO PRODUTO A PRODUTO.
           MOVE BKP-EST-PRODUTO(WRK-IDX-EST-CKPT)
               TO WRK-COD-PRODUTO.
           PERFORM 0471-LOCALIZAR-ESTOQUE.
           IF WRK-SW-EST-ACHADO = 'S'
               MOVE BKP-EST-SALDO(WRK-IDX-EST-CKPT)
                   TO WRK-TAB-EST-SALDO(WRK-IDX-EST-ACHADO)
               MOVE BKP-EST-SAIDAS(WRK-IDX-EST-CKPT)
                   TO WRK-TAB-EST-SAIDAS(WRK-IDX-EST-ACHADO)
               MOVE BKP-EST-DEVOLUCOES(WRK-IDX-EST-CKPT)
                   TO WRK-TAB-EST-DEVOLUCOES(WRK-IDX-EST-ACHADO)
           END-IF.

       0077-RESTAURAR-PRODUTO.
           MOVE BKP-PROD-COD(WRK-IDX-PROD)
               TO WRK-TAB-PROD-COD(WRK-IDX-PROD).
                   PERFORM 9000-REGISTRAR-EXCECAO
               WHEN WRK-TIPO-TXN = 'D'
                   PERFORM 0450-PROCESSAR-DEVOLUCAO
      * PRODUTO INATIVADO NO CADASTRO NAO PODE MAIS SER VENDIDO.
               WHEN WRK-TAB-PCAD-SIT(WRK-IDX-PCAD-ACHADO) = 'I'
                   MOVE 'PERFORM-UNTIL-BOOK' TO WRK-EXCP-PROGRAMA
                   STRING 'PRODUTO INATIVO: ' WRK-COD-PRODUTO
                       DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM
                   MOVE 'A' TO WRK-EXCP-SEVERIDADE
                   PERFORM 9000-REGISTRAR-EXCECAO
               WHEN OTHER
      * A LINHA E PRECIFICADA PELO CADASTRO: PRECO VEZES
      * QUANTIDADE; A MARGEM DA LINHA E (PRECO - CUSTO) VEZES
                       - WRK-TAB-PCAD-CUSTO(WRK-IDX-PCAD-ACHADO))
                       * WRK-QUANTIDADE
                   PERFORM 0455-GUARDAR-NUMERO-VENDA
                   PERFORM 0475-BAIXAR-ESTOQUE
                   PERFORM 0230-ACUMULAR-VENDA
                   PERFORM 0440-ACUMULAR-VENDEDOR
                   PERFORM 0445-ACUMULAR-PRODUTO
               SUBTRACT WRK-VENDAS FROM WRK-ACUM
               PERFORM 0458-ESTORNAR-VENDEDOR
               PERFORM 0459-ESTORNAR-PRODUTO
               PERFORM 0477-DEVOLVER-ESTOQUE
           END-IF.

       0455-GUARDAR-NUMERO-VENDA.
                   TO WRK-TAB-PCAD-PRECO(WRK-QTD-PRD-CAD)
               MOVE PRD-CUSTO
                   TO WRK-TAB-PCAD-CUSTO(WRK-QTD-PRD-CAD)
               MOVE PRD-SITUACAO
                   TO WRK-TAB-PCAD-SIT(WRK-QTD-PRD-CAD)
           END-IF.
           PERFORM 0437-LER-PRODUTO.

               MOVE WRK-IDX-PRD-CAD TO WRK-IDX-PCAD-ACHADO
           END-IF.

       0470-CARREGAR-ESTOQUE.
      * CARREGA O SALDO DE ESTOQUE (ESTOQUE) POR PRODUTO. SEM O
      * ARQUIVO, TODOS OS PRODUTOS COMECAM COM SALDO ZERO.
           MOVE ZEROS TO WRK-QTD-EST.
           MOVE 'N' TO WRK-SW-EST-ESTOUROU.
           OPEN INPUT STOCK-FILE.
           IF WRK-STATUS-EST = '00'
               MOVE 'N' TO WRK-EOF-EST
               PERFORM 0472-LER-ESTOQUE
               PERFORM 0473-ARMAZENAR-ESTOQUE
                   UNTIL WRK-EOF-EST = 'S'
           ELSE
               DISPLAY 'ESTOQUE AUSENTE - SALDOS COMECAM EM ZERO'
           END-IF.
           CLOSE STOCK-FILE.
           IF WRK-SW-EST-ESTOUROU = 'S'
               DISPLAY 'ESTOQUE MAIOR QUE A TABELA - NAO SERA'
                   ' ATUALIZADO'
               MOVE 'PERFORM-UNTIL-BOOK' TO WRK-EXCP-PROGRAMA
               MOVE 'ESTOQUE MAIOR QUE A TABELA - NAO BAIXADO'
                   TO WRK-EXCP-MENSAGEM
               PERFORM 9000-REGISTRAR-EXCECAO
           END-IF.

       0471-LOCALIZAR-ESTOQUE.
      * PROCURA WRK-COD-PRODUTO NA TABELA DE ESTOQUE; PRODUTO
      * SEM REGISTRO GANHA UMA ENTRADA NOVA COM SALDO ZERO.
           MOVE 'N' TO WRK-SW-EST-ACHADO.
           PERFORM 0474-COMPARAR-ESTOQUE
               VARYING WRK-IDX-EST FROM 1 BY 1
               UNTIL WRK-IDX-EST > WRK-QTD-EST
                  OR WRK-SW-EST-ACHADO = 'S'.
           IF WRK-SW-EST-ACHADO = 'N'
               IF WRK-QTD-EST < 50
                   ADD 1 TO WRK-QTD-EST
                   MOVE WRK-QTD-EST TO WRK-IDX-EST-ACHADO
                   MOVE WRK-COD-PRODUTO
                       TO WRK-TAB-EST-PRODUTO(WRK-IDX-EST-ACHADO)
                   MOVE ZEROS
                       TO WRK-TAB-EST-SALDO-INI(WRK-IDX-EST-ACHADO)
                          WRK-TAB-EST-ENTRADAS(WRK-IDX-EST-ACHADO)
                          WRK-TAB-EST-DEVOLUCOES(WRK-IDX-EST-ACHADO)
                          WRK-TAB-EST-SAIDAS(WRK-IDX-EST-ACHADO)
                          WRK-TAB-EST-SALDO(WRK-IDX-EST-ACHADO)
                          WRK-TAB-EST-DATA-FECH(WRK-IDX-EST-ACHADO)
                   MOVE WRK-EST-MINIMO-PAD
                       TO WRK-TAB-EST-MINIMO(WRK-IDX-EST-ACHADO)
                   MOVE 'S' TO WRK-SW-EST-ACHADO
               ELSE
                   DISPLAY 'TABELA DE ESTOQUE CHEIA - IGNORADO'
               END-IF
           END-IF.

       0472-LER-ESTOQUE.
           READ STOCK-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-EST
           END-READ.

       0473-ARMAZENAR-ESTOQUE.
           IF WRK-QTD-EST < 50
               ADD 1 TO WRK-QTD-EST
               MOVE STOCK-RECORD TO WRK-TAB-EST(WRK-QTD-EST)
           ELSE
               MOVE 'S' TO WRK-SW-EST-ESTOUROU
           END-IF.
           PERFORM 0472-LER-ESTOQUE.

       0474-COMPARAR-ESTOQUE.
           IF WRK-COD-PRODUTO = WRK-TAB-EST-PRODUTO(WRK-IDX-EST)
               MOVE 'S' TO WRK-SW-EST-ACHADO
               MOVE WRK-IDX-EST TO WRK-IDX-EST-ACHADO
           END-IF.

       0475-BAIXAR-ESTOQUE.
      * A VENDA BAIXA A QUANTIDADE DO SALDO. VENDA MAIOR QUE O
      * SALDO NAO E RECUSADA (A MERCADORIA JA SAIU E O VALOR JA
      * ENTROU): O SALDO FICA NEGATIVO, A VENDA VAI PARA O LOG DE
      * EXCECOES E E CONTADA NO FECHAMENTO.
           IF WRK-SW-EST-ESTOUROU = 'N'
               PERFORM 0471-LOCALIZAR-ESTOQUE
               IF WRK-SW-EST-ACHADO = 'S'
                   IF WRK-TAB-EST-SALDO(WRK-IDX-EST-ACHADO)
                          < WRK-QUANTIDADE
                       ADD 1 TO WRK-QT-SEM-EST
                       MOVE 'PERFORM-UNTIL-BOOK' TO WRK-EXCP-PROGRAMA
                       MOVE SPACES TO WRK-EXCP-MENSAGEM
                       STRING 'VENDA SEM ESTOQUE: ' WRK-COD-PRODUTO
                           ' ' WRK-NUM-TXN
                           DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM
                       MOVE 'A' TO WRK-EXCP-SEVERIDADE
                       PERFORM 9000-REGISTRAR-EXCECAO
                   END-IF
                   SUBTRACT WRK-QUANTIDADE
                       FROM WRK-TAB-EST-SALDO(WRK-IDX-EST-ACHADO)
                   ADD WRK-QUANTIDADE
                       TO WRK-TAB-EST-SAIDAS(WRK-IDX-EST-ACHADO)
               END-IF
           END-IF.

       0477-DEVOLVER-ESTOQUE.
      * A DEVOLUCAO CASADA COM A VENDA VOLTA A MERCADORIA PARA
      * O SALDO.
           IF WRK-SW-EST-ESTOUROU = 'N'
               PERFORM 0471-LOCALIZAR-ESTOQUE
               IF WRK-SW-EST-ACHADO = 'S'
                   ADD WRK-QUANTIDADE
                       TO WRK-TAB-EST-SALDO(WRK-IDX-EST-ACHADO)
                   ADD WRK-QUANTIDADE
                       TO WRK-TAB-EST-DEVOLUCOES(WRK-IDX-EST-ACHADO)
               END-IF
           END-IF.

       0480-GRAVAR-ESTOQUE.
      * REGRAVA O ESTOQUE COM OS SALDOS DO LOTE. O MOVIMENTO
      * FICA ACUMULADO NO REGISTRO ATE A POSICAO DE ESTOQUE DA
      * NOITE, QUE O RELATA E O ZERA.
           IF WRK-SW-EST-ESTOUROU = 'N'
               OPEN OUTPUT STOCK-FILE
               PERFORM 0482-GRAVAR-UM-ESTOQUE
                   VARYING WRK-IDX-EST FROM 1 BY 1
                   UNTIL WRK-IDX-EST > WRK-QTD-EST
               CLOSE STOCK-FILE
           END-IF.

       0482-GRAVAR-UM-ESTOQUE.
           MOVE WRK-TAB-EST(WRK-IDX-EST) TO STOCK-RECORD.
           WRITE STOCK-RECORD.

       0430-CARREGAR-VENDEDORES.
      * CARREGA O CADASTRO DE VENDEDORES (SELLMAST) COM O
      * PERCENTUAL DE COMISSAO DE CADA UM.
           PERFORM 0463-GRAVAR-UM-PRODUTO
               VARYING WRK-IDX-PROD FROM 1 BY 1
               UNTIL WRK-IDX-PROD > WRK-QTD-PROD.
           IF WRK-QT-SEM-EST > 0
               STRING 'VENDAS SEM ESTOQUE: ' WRK-QT-SEM-EST
                   ' - PRODUTOS COM SALDO NEGATIVO'
                   DELIMITED BY SIZE INTO WRK-LINHA-COM
               PERFORM 0465-GRAVAR-LINHA-COM
               PERFORM 0467-GRAVAR-UM-NEGATIVO
                   VARYING WRK-IDX-EST FROM 1 BY 1
                   UNTIL WRK-IDX-EST > WRK-QTD-EST
           END-IF.
           CLOSE COMMISSION-REPORT-FILE.
           MOVE SPACES TO COMMISSION-INTERFACE-RECORD.
           MOVE '9' TO CIN-TIPO.
               DELIMITED BY SIZE INTO WRK-LINHA-COM.
           PERFORM 0465-GRAVAR-LINHA-COM.

       0467-GRAVAR-UM-NEGATIVO.
           IF WRK-TAB-EST-SALDO(WRK-IDX-EST) < 0
               MOVE WRK-TAB-EST-SALDO(WRK-IDX-EST) TO WRK-SALDO-ED
               STRING WRK-TAB-EST-PRODUTO(WRK-IDX-EST)
                   ' SALDO ' WRK-SALDO-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-COM
               PERFORM 0465-GRAVAR-LINHA-COM
           END-IF.

       0464-LOCALIZAR-CADASTRO.
           IF WRK-COD-VENDEDOR =
                  WRK-TAB-VCAD-COD(WRK-IDX-VEND-CAD)
           IF WRK-QT-DEV > 0
               DISPLAY 'DEVOLUCOES: ' WRK-QT-DEV
           END-IF
           IF WRK-QT-SEM-EST > 0
               DISPLAY 'VENDAS SEM ESTOQUE (VER EXCPLOG): '
                   WRK-QT-SEM-EST
           END-IF
           IF WRK-ACUM > 0
               DISPLAY 'ACUMULADO: R' WRK-ACUM-ED
           ELSE
           MOVE WRK-ACUM            TO CLS-ACUM.
           MOVE WRK-QT-DEV          TO CLS-QT-DEV.
           MOVE WRK-TOT-DEV         TO CLS-TOT-DEV.
           MOVE WRK-QT-SEM-EST      TO CLS-QT-SEM-EST.
           WRITE CLOSEOUT-REPORT-RECORD.
           CLOSE CLOSEOUT-REPORT-FILE.
           DISPLAY 'GERAR EXPORTACAO CSV (CLOSECSV)? (S/N): '
