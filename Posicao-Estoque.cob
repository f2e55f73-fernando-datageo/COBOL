       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSICAO-ESTOQUE.
      *********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: POSICAO DIARIA DO ESTOQUE POR PRODUTO. APLICA
      * NO SALDO (ESTOQUE) OS RECEBIMENTOS DE MERCADORIA DAS
      * COMPRAS (RECEBMER), EMITE O RELATORIO DE MOVIMENTO
      * (ESTQRPT) COM ABERTURA, ENTRADAS, DEVOLUCOES, SAIDAS E
      * SALDO DE CADA PRODUTO, VALORIZADO PELO CUSTO DO PRODFILE
      * (PRD-CUSTO), E O RELATORIO DE REPOSICAO (REPORRPT) COM
      * OS PRODUTOS ATIVOS ABAIXO DO ESTOQUE MINIMO. NO FIM O
      * MOVIMENTO E ZERADO E O SALDO VIRA A ABERTURA DO DIA
      * SEGUINTE. AS SAIDAS E DEVOLUCOES SAO BAIXADAS DURANTE O
      * DIA PELO LOTE DE VENDAS (PERFORM-UNTIL-BOOK).
      * DATA    = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PROGRAMA CRIADO: O PRODFILE TINHA PRECO E
      *              CUSTO MAS NENHUMA QUANTIDADE, E AS VENDAS
      *              SAIAM SEM NINGUEM SABER SE HAVIA MERCADORIA.
      *              A POSICAO DE UMA DATA SO PODE SER FECHADA
      *              UMA VEZ (EST-DATA-FECH), PARA UMA REEXECUCAO
      *              NAO APLICAR OS RECEBIMENTOS EM DOBRO.
      * 15/10/2026 - RECEBIMENTO SO ENTRA NA POSICAO QUANDO A
      *              DATA DA NOTA (RCB-DATA) CAI DEPOIS DO ULTIMO
      *              FECHAMENTO E ATE A DATA DA POSICAO; FORA DA
      *              JANELA VAI PARA O EXCPLOG, PARA O RECEBMER
      *              ACUMULADO NAO SOMAR A MESMA NOTA DUAS VEZES.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'PRDSEL.CPY'.
           COPY 'ESTSEL.CPY'.
           COPY 'RCBSEL.CPY'.
           SELECT STOCK-REPORT-FILE ASSIGN TO "ESTQRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RPT.
           SELECT REORDER-REPORT-FILE ASSIGN TO "REPORRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-REP.
           COPY 'SYSSEL.CPY'.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.
           COPY 'RUNSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'PRDFD.CPY'.

           COPY 'ESTFD.CPY'.

           COPY 'RCBFD.CPY'.

       FD  STOCK-REPORT-FILE.
       01  STOCK-REPORT-RECORD PIC X(80).

       FD  REORDER-REPORT-FILE.
       01  REORDER-REPORT-RECORD PIC X(80).

           COPY 'SYSFD.CPY'.

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

           COPY 'RUNFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'PRDWS.CPY'.
           COPY 'ESTWS.CPY'.
           COPY 'RCBWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
           COPY 'SYSWS.CPY'.
           COPY 'RUNWS.CPY'.
       77 WRK-STATUS-RPT     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-REP     PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ        PIC X(01) VALUE 'N'.
       77 WRK-DATA-POSICAO   PIC 9(08) VALUE ZEROS.
       77 WRK-EST-MINIMO-PAD PIC 9(07) VALUE ZEROS.
       77 WRK-COD-PRODUTO    PIC X(10) VALUE SPACES.
       77 WRK-QT-RCB-LIDOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-RCB-ACEITOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-RCB-REJEIT  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-NEGATIVOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REPOSICAO   PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-PRODUTO  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-TOTAL    PIC 9(13)V99 VALUE ZEROS.
       77 WRK-FALTA          PIC 9(08) VALUE ZEROS.
      * CADASTRO DE PRODUTOS: DESCRICAO, CUSTO E SITUACAO.
       77 WRK-QTD-PRD        PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-PRD        PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-PRD-ACHADO PIC 9(02) VALUE ZEROS.
       77 WRK-SW-PRD-ACHADO  PIC X(01) VALUE 'N'.
       01 WRK-TABELA-PRODUTOS.
           05 WRK-TAB-PRD OCCURS 50 TIMES.
               10 WRK-TAB-PRD-COD       PIC X(10).
               10 WRK-TAB-PRD-DESCRICAO PIC X(30).
               10 WRK-TAB-PRD-CUSTO     PIC 9(07)V99.
               10 WRK-TAB-PRD-SITUACAO  PIC X(01).
      * SALDO DE ESTOQUE, NO LAYOUT DO REGISTRO DO ESTOQUE.
      * ARQUIVO MAIOR QUE A TABELA NAO E PROCESSADO (RC=8), PARA
      * O REGRAVADO NAO PERDER PRODUTOS.
       77 WRK-SW-EST-ESTOUROU PIC X(01) VALUE 'N'.
       77 WRK-DATA-FECH-MAIOR PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-EST        PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-EST        PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-EST-ACHADO PIC 9(02) VALUE ZEROS.
       77 WRK-SW-EST-ACHADO  PIC X(01) VALUE 'N'.
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
       77 WRK-SALDO-INI-ED   PIC -------9 VALUE ZEROS.
       77 WRK-SALDO-ED       PIC -------9 VALUE ZEROS.
       77 WRK-ENTRADAS-ED    PIC ZZZZZZ9 VALUE ZEROS.
       77 WRK-DEVOLUCOES-ED  PIC ZZZZZZ9 VALUE ZEROS.
       77 WRK-SAIDAS-ED      PIC ZZZZZZ9 VALUE ZEROS.
       77 WRK-MINIMO-ED      PIC ZZZZZZ9 VALUE ZEROS.
       77 WRK-FALTA-ED       PIC ZZZZZZZ9 VALUE ZEROS.
       77 WRK-VALOR-ED       PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-TOT-ED   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QT-ED          PIC ZZZZ9 VALUE ZEROS.
       77 WRK-LINHA-RPT      PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 9500-INICIAR-RUNHIST.
           PERFORM 0040-AUTORIZAR.
           IF WRK-PERM-AUTORIZADO = 'S'
               PERFORM 0100-INICIALIZAR
               IF RETURN-CODE = 0
                   PERFORM 0300-APLICAR-RECEBIMENTOS
                   PERFORM 0500-GRAVAR-MOVIMENTO
                   PERFORM 0600-GRAVAR-REPOSICAO
                   PERFORM 0700-FECHAR-ESTOQUE
                   IF WRK-QT-RCB-REJEIT > 0
                      OR WRK-QT-NEGATIVOS > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA POSICAO DE'
                   ' ESTOQUE'
               MOVE 'POSICAO-ESTOQUE' TO WRK-EXCP-PROGRAMA
               MOVE 'ACESSO NAO AUTORIZADO' TO WRK-EXCP-MENSAGEM
               PERFORM 9000-REGISTRAR-EXCECAO
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE 'NIGHTRUN' TO WRK-RUN-JOB.
           MOVE 'POSICAO-ESTOQUE' TO WRK-RUN-PROGRAMA.
           MOVE WRK-QT-RCB-LIDOS TO WRK-RUN-QT-LIDOS.
           MOVE WRK-QTD-EST TO WRK-RUN-QT-GRAVADOS.
           PERFORM 9510-GRAVAR-RUNHIST.

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
           MOVE 'POSICAO-ESTOQUE' TO WRK-PERM-PROGRAMA.
           MOVE 'ESTOQUE' TO WRK-PERM-FUNCAO.
           IF LOG-RESULTADO = 'S'
               MOVE LOG-PERFIL TO WRK-PERM-PERFIL
           ELSE
               MOVE SPACES TO WRK-PERM-PERFIL
           END-IF.
           PERFORM 9200-VERIFICAR-PERMISSAO.

       0100-INICIALIZAR.
      * ZERO NA DATA DA POSICAO E HOJE. SEM O CADASTRO DE
      * PRODUTOS NAO HA COMO VALORIZAR NEM CONFERIR OS
      * RECEBIMENTOS (RC=8); DATA JA FECHADA TAMBEM E RC=8.
           MOVE 0 TO RETURN-CODE.
           DISPLAY 'DATA DA POSICAO (AAAAMMDD, 0 = HOJE): '.
           ACCEPT WRK-DATA-POSICAO.
           IF WRK-DATA-POSICAO = 0
               ACCEPT WRK-DATA-POSICAO FROM DATE YYYYMMDD
           END-IF.
           MOVE 'POSICAO-ESTOQUE' TO WRK-PAR-PROGRAMA.
           MOVE 'ESTOQUE-MINIMO' TO WRK-PAR-CHAVE.
           MOVE ZEROS TO WRK-PAR-DEFAULT.
           PERFORM 9300-OBTER-PARAMETRO.
           MOVE WRK-PAR-VALOR TO WRK-EST-MINIMO-PAD.
           PERFORM 0110-CARREGAR-PRODUTOS.
           IF RETURN-CODE = 0
               PERFORM 0150-CARREGAR-ESTOQUE
           END-IF.
           IF RETURN-CODE = 0
               IF WRK-DATA-FECH-MAIOR >= WRK-DATA-POSICAO
                   DISPLAY 'POSICAO DE ESTOQUE JA FECHADA EM '
                       WRK-DATA-FECH-MAIOR
                   MOVE 'POSICAO-ESTOQUE' TO WRK-EXCP-PROGRAMA
                   MOVE SPACES TO WRK-EXCP-MENSAGEM
                   STRING 'POSICAO JA FECHADA EM '
                       WRK-DATA-FECH-MAIOR
                       DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM
                   PERFORM 9000-REGISTRAR-EXCECAO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0170-INCLUIR-PRODUTO-NOVO
                       VARYING WRK-IDX-PRD FROM 1 BY 1
                       UNTIL WRK-IDX-PRD > WRK-QTD-PRD
               END-IF
           END-IF.

       0110-CARREGAR-PRODUTOS.
           MOVE ZEROS TO WRK-QTD-PRD.
           OPEN INPUT PRODUCT-FILE.
           IF WRK-STATUS-PRD = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0115-LER-PRODUTO
               PERFORM 0120-ARMAZENAR-PRODUTO
                   UNTIL WRK-EOF-ARQ = 'S'
           ELSE
               DISPLAY 'CADASTRO PRODFILE AUSENTE'
               MOVE 'POSICAO-ESTOQUE' TO WRK-EXCP-PROGRAMA
               MOVE 'PRODFILE AUSENTE' TO WRK-EXCP-MENSAGEM
               PERFORM 9000-REGISTRAR-EXCECAO
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE PRODUCT-FILE.

       0115-LER-PRODUTO.
           READ PRODUCT-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0120-ARMAZENAR-PRODUTO.
           IF WRK-QTD-PRD < 50
               ADD 1 TO WRK-QTD-PRD
               MOVE PRD-CODIGO    TO WRK-TAB-PRD-COD(WRK-QTD-PRD)
               MOVE PRD-DESCRICAO
                   TO WRK-TAB-PRD-DESCRICAO(WRK-QTD-PRD)
               MOVE PRD-CUSTO     TO WRK-TAB-PRD-CUSTO(WRK-QTD-PRD)
               MOVE PRD-SITUACAO
                   TO WRK-TAB-PRD-SITUACAO(WRK-QTD-PRD)
           ELSE
               DISPLAY 'TABELA DE PRODUTOS CHEIA - IGNORADO: '
                   PRD-CODIGO
           END-IF.
           PERFORM 0115-LER-PRODUTO.

       0150-CARREGAR-ESTOQUE.
      * SEM O ESTOQUE (PRIMEIRA EXECUCAO) TODOS OS PRODUTOS
      * COMECAM COM SALDO ZERO.
           MOVE ZEROS TO WRK-QTD-EST.
           MOVE ZEROS TO WRK-DATA-FECH-MAIOR.
           MOVE 'N' TO WRK-SW-EST-ESTOUROU.
           OPEN INPUT STOCK-FILE.
           IF WRK-STATUS-EST = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0155-LER-ESTOQUE
               PERFORM 0160-ARMAZENAR-ESTOQUE
                   UNTIL WRK-EOF-ARQ = 'S'
           ELSE
               DISPLAY 'ESTOQUE AUSENTE - SALDOS COMECAM EM ZERO'
           END-IF.
           CLOSE STOCK-FILE.
           IF WRK-SW-EST-ESTOUROU = 'S'
               DISPLAY 'ESTOQUE MAIOR QUE A TABELA - NAO PROCESSADO'
               MOVE 'POSICAO-ESTOQUE' TO WRK-EXCP-PROGRAMA
               MOVE 'ESTOQUE MAIOR QUE A TABELA'
                   TO WRK-EXCP-MENSAGEM
               PERFORM 9000-REGISTRAR-EXCECAO
               MOVE 8 TO RETURN-CODE
           END-IF.

       0155-LER-ESTOQUE.
           READ STOCK-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0160-ARMAZENAR-ESTOQUE.
           IF WRK-QTD-EST < 50
               ADD 1 TO WRK-QTD-EST
               MOVE STOCK-RECORD TO WRK-TAB-EST(WRK-QTD-EST)
               IF EST-DATA-FECH NUMERIC
                   IF EST-DATA-FECH > WRK-DATA-FECH-MAIOR
                       MOVE EST-DATA-FECH TO WRK-DATA-FECH-MAIOR
                   END-IF
               ELSE
                   MOVE ZEROS
                       TO WRK-TAB-EST-DATA-FECH(WRK-QTD-EST)
               END-IF
           ELSE
               MOVE 'S' TO WRK-SW-EST-ESTOUROU
           END-IF.
           PERFORM 0155-LER-ESTOQUE.

       0170-INCLUIR-PRODUTO-NOVO.
      * PRODUTO ATIVO DO CADASTRO SEM REGISTRO NO ESTOQUE ENTRA
      * COM SALDO ZERO E O MINIMO PADRAO, PARA SAIR NA POSICAO
      * (E NA REPOSICAO, SE O MINIMO FOR MAIOR QUE ZERO).
           IF WRK-TAB-PRD-SITUACAO(WRK-IDX-PRD) NOT = 'I'
               MOVE WRK-TAB-PRD-COD(WRK-IDX-PRD) TO WRK-COD-PRODUTO
               PERFORM 0180-LOCALIZAR-ESTOQUE
           END-IF.

       0180-LOCALIZAR-ESTOQUE.
      * PROCURA WRK-COD-PRODUTO NA TABELA DE ESTOQUE; PRODUTO
      * SEM REGISTRO GANHA UMA ENTRADA NOVA COM SALDO ZERO.
           MOVE 'N' TO WRK-SW-EST-ACHADO.
           PERFORM 0185-COMPARAR-ESTOQUE
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
                   DISPLAY 'TABELA DE ESTOQUE CHEIA - IGNORADO: '
                       WRK-COD-PRODUTO
               END-IF
           END-IF.

       0185-COMPARAR-ESTOQUE.
           IF WRK-COD-PRODUTO = WRK-TAB-EST-PRODUTO(WRK-IDX-EST)
               MOVE 'S' TO WRK-SW-EST-ACHADO
               MOVE WRK-IDX-EST TO WRK-IDX-EST-ACHADO
           END-IF.

       0190-LOCALIZAR-PRODUTO.
           MOVE 'N' TO WRK-SW-PRD-ACHADO.
           PERFORM 0195-COMPARAR-PRODUTO
               VARYING WRK-IDX-PRD FROM 1 BY 1
               UNTIL WRK-IDX-PRD > WRK-QTD-PRD
                  OR WRK-SW-PRD-ACHADO = 'S'.

       0195-COMPARAR-PRODUTO.
           IF WRK-COD-PRODUTO = WRK-TAB-PRD-COD(WRK-IDX-PRD)
               MOVE 'S' TO WRK-SW-PRD-ACHADO
               MOVE WRK-IDX-PRD TO WRK-IDX-PRD-ACHADO
           END-IF.

       0300-APLICAR-RECEBIMENTOS.
      * CADA RECEBIMENTO SOMA A QUANTIDADE NAS ENTRADAS E NO
      * SALDO DO PRODUTO. PRODUTO FORA DO CADASTRO OU QUANTIDADE
      * INVALIDA E REJEITADO PARA O LOG DE EXCECOES. SEM O
      * ARQUIVO, O DIA FECHA SEM ENTRADAS DE COMPRA.
           OPEN INPUT GOODS-RECEIPT-FILE.
           IF WRK-STATUS-RCB = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0310-LER-RECEBIMENTO
               PERFORM 0320-PROCESSAR-RECEBIMENTO
                   UNTIL WRK-EOF-ARQ = 'S'
           ELSE
               DISPLAY 'RECEBMER AUSENTE - SEM ENTRADAS DE COMPRA'
           END-IF.
           CLOSE GOODS-RECEIPT-FILE.

       0310-LER-RECEBIMENTO.
           READ GOODS-RECEIPT-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0320-PROCESSAR-RECEBIMENTO.
           ADD 1 TO WRK-QT-RCB-LIDOS.
           MOVE RCB-PRODUTO TO WRK-COD-PRODUTO.
           PERFORM 0190-LOCALIZAR-PRODUTO.
           MOVE SPACES TO WRK-EXCP-MENSAGEM.
           EVALUATE TRUE
               WHEN RCB-QUANTIDADE NOT NUMERIC
                   MOVE 'POSICAO-ESTOQUE' TO WRK-EXCP-PROGRAMA
                   STRING 'RECEBIMENTO QTD INVALIDA: '
                       WRK-COD-PRODUTO
                       DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM
                   PERFORM 0330-REJEITAR-RECEBIMENTO
               WHEN RCB-QUANTIDADE = 0
                   MOVE 'POSICAO-ESTOQUE' TO WRK-EXCP-PROGRAMA
                   STRING 'RECEBIMENTO QTD ZERO: '
                       WRK-COD-PRODUTO
                       DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM
                   PERFORM 0330-REJEITAR-RECEBIMENTO
               WHEN RCB-DATA NOT NUMERIC
                    OR RCB-DATA NOT > WRK-DATA-FECH-MAIOR
                    OR RCB-DATA > WRK-DATA-POSICAO
                   MOVE 'POSICAO-ESTOQUE' TO WRK-EXCP-PROGRAMA
                   STRING 'RECEBIMENTO FORA DA DATA: '
                       WRK-COD-PRODUTO
                       DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM
                   PERFORM 0330-REJEITAR-RECEBIMENTO
               WHEN WRK-SW-PRD-ACHADO = 'N'
                   MOVE 'POSICAO-ESTOQUE' TO WRK-EXCP-PROGRAMA
                   STRING 'RECEBIMENTO SEM CADASTRO: '
                       WRK-COD-PRODUTO
                       DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM
                   PERFORM 0330-REJEITAR-RECEBIMENTO
               WHEN OTHER
                   PERFORM 0180-LOCALIZAR-ESTOQUE
                   IF WRK-SW-EST-ACHADO = 'S'
                       ADD RCB-QUANTIDADE
                           TO WRK-TAB-EST-ENTRADAS(WRK-IDX-EST-ACHADO)
                       ADD RCB-QUANTIDADE
                           TO WRK-TAB-EST-SALDO(WRK-IDX-EST-ACHADO)
                       ADD 1 TO WRK-QT-RCB-ACEITOS
                   ELSE
                       MOVE 'POSICAO-ESTOQUE' TO WRK-EXCP-PROGRAMA
                       STRING 'RECEBIMENTO S/ LUGAR NA TABELA: '
                           WRK-COD-PRODUTO
                           DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM
                       PERFORM 0330-REJEITAR-RECEBIMENTO
                   END-IF
           END-EVALUATE.
           PERFORM 0310-LER-RECEBIMENTO.

       0330-REJEITAR-RECEBIMENTO.
           DISPLAY 'RECEBIMENTO REJEITADO - NOTA ' RCB-NOTA
               ' PRODUTO ' RCB-PRODUTO.
           MOVE 'A' TO WRK-EXCP-SEVERIDADE.
           PERFORM 9000-REGISTRAR-EXCECAO.
           ADD 1 TO WRK-QT-RCB-REJEIT.

       0500-GRAVAR-MOVIMENTO.
      * UMA LINHA POR PRODUTO DO ESTOQUE. O VALOR E O SALDO
      * VEZES O CUSTO DO CADASTRO; SALDO NEGATIVO (VENDA SEM
      * ESTOQUE) NAO TEM VALOR E SAI MARCADO 'NEG'.
           OPEN OUTPUT STOCK-REPORT-FILE.
           MOVE ZEROS TO WRK-VALOR-TOTAL.
           MOVE ZEROS TO WRK-QT-NEGATIVOS.
           STRING 'POSICAO DE ESTOQUE EM ' WRK-DATA-POSICAO
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-MOV.
           STRING 'PRODUTO    ABERTURA ENTRADA DEVOLUC  SAIDAS'
               '    SALDO VALOR (CUSTO)'
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-MOV.
           PERFORM 0510-GRAVAR-UM-MOVIMENTO
               VARYING WRK-IDX-EST FROM 1 BY 1
               UNTIL WRK-IDX-EST > WRK-QTD-EST.
           MOVE WRK-VALOR-TOTAL TO WRK-VALOR-TOT-ED.
           STRING 'VALOR TOTAL DO ESTOQUE R' WRK-VALOR-TOT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-MOV.
           MOVE WRK-QT-RCB-ACEITOS TO WRK-QT-ED.
           STRING 'RECEBIMENTOS APLICADOS: ' WRK-QT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-MOV.
           MOVE WRK-QT-RCB-REJEIT TO WRK-QT-ED.
           STRING 'RECEBIMENTOS REJEITADOS (VER EXCPLOG): '
               WRK-QT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-MOV.
           MOVE WRK-QT-NEGATIVOS TO WRK-QT-ED.
           STRING 'PRODUTOS COM SALDO NEGATIVO: ' WRK-QT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA-MOV.
           CLOSE STOCK-REPORT-FILE.

       0510-GRAVAR-UM-MOVIMENTO.
           MOVE WRK-TAB-EST-PRODUTO(WRK-IDX-EST) TO WRK-COD-PRODUTO.
           PERFORM 0190-LOCALIZAR-PRODUTO.
           MOVE ZEROS TO WRK-VALOR-PRODUTO.
           IF WRK-SW-PRD-ACHADO = 'S'
              AND WRK-TAB-EST-SALDO(WRK-IDX-EST) > 0
               COMPUTE WRK-VALOR-PRODUTO =
                   WRK-TAB-EST-SALDO(WRK-IDX-EST)
                   * WRK-TAB-PRD-CUSTO(WRK-IDX-PRD-ACHADO)
           END-IF.
           ADD WRK-VALOR-PRODUTO TO WRK-VALOR-TOTAL.
           MOVE WRK-TAB-EST-SALDO-INI(WRK-IDX-EST)
               TO WRK-SALDO-INI-ED.
           MOVE WRK-TAB-EST-ENTRADAS(WRK-IDX-EST) TO WRK-ENTRADAS-ED.
           MOVE WRK-TAB-EST-DEVOLUCOES(WRK-IDX-EST)
               TO WRK-DEVOLUCOES-ED.
           MOVE WRK-TAB-EST-SAIDAS(WRK-IDX-EST) TO WRK-SAIDAS-ED.
           MOVE WRK-TAB-EST-SALDO(WRK-IDX-EST) TO WRK-SALDO-ED.
           MOVE WRK-VALOR-PRODUTO TO WRK-VALOR-ED.
           STRING WRK-TAB-EST-PRODUTO(WRK-IDX-EST)
               WRK-SALDO-INI-ED ' ' WRK-ENTRADAS-ED
               ' ' WRK-DEVOLUCOES-ED ' ' WRK-SAIDAS-ED
               ' ' WRK-SALDO-ED ' ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           IF WRK-TAB-EST-SALDO(WRK-IDX-EST) < 0
               MOVE 'NEG' TO WRK-LINHA-RPT(75:3)
               ADD 1 TO WRK-QT-NEGATIVOS
           END-IF.
           IF WRK-SW-PRD-ACHADO = 'N'
               MOVE 'S/CAD' TO WRK-LINHA-RPT(75:5)
           END-IF.
           PERFORM 0590-GRAVAR-LINHA-MOV.

       0590-GRAVAR-LINHA-MOV.
           MOVE WRK-LINHA-RPT TO STOCK-REPORT-RECORD.
           WRITE STOCK-REPORT-RECORD.
           MOVE SPACES TO WRK-LINHA-RPT.

       0600-GRAVAR-REPOSICAO.
      * PRODUTOS ATIVOS COM SALDO ABAIXO DO MINIMO, COM A
      * QUANTIDADE QUE FALTA PARA VOLTAR AO MINIMO. MINIMO ZERO
      * E PRODUTO SEM REPOSICAO.
           OPEN OUTPUT REORDER-REPORT-FILE.
           MOVE ZEROS TO WRK-QT-REPOSICAO.
           STRING 'REPOSICAO DE ESTOQUE EM ' WRK-DATA-POSICAO
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0690-GRAVAR-LINHA-REP.
           STRING 'PRODUTO    DESCRICAO                     '
               '   SALDO  MINIMO    FALTA'
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0690-GRAVAR-LINHA-REP.
           PERFORM 0610-GRAVAR-UMA-REPOSICAO
               VARYING WRK-IDX-EST FROM 1 BY 1
               UNTIL WRK-IDX-EST > WRK-QTD-EST.
           MOVE WRK-QT-REPOSICAO TO WRK-QT-ED.
           STRING 'PRODUTOS ABAIXO DO MINIMO: ' WRK-QT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0690-GRAVAR-LINHA-REP.
           CLOSE REORDER-REPORT-FILE.

       0610-GRAVAR-UMA-REPOSICAO.
           MOVE WRK-TAB-EST-PRODUTO(WRK-IDX-EST) TO WRK-COD-PRODUTO.
           PERFORM 0190-LOCALIZAR-PRODUTO.
           IF WRK-SW-PRD-ACHADO = 'S'
              AND WRK-TAB-PRD-SITUACAO(WRK-IDX-PRD-ACHADO) NOT = 'I'
              AND WRK-TAB-EST-SALDO(WRK-IDX-EST)
                  < WRK-TAB-EST-MINIMO(WRK-IDX-EST)
               ADD 1 TO WRK-QT-REPOSICAO
               COMPUTE WRK-FALTA =
                   WRK-TAB-EST-MINIMO(WRK-IDX-EST)
                   - WRK-TAB-EST-SALDO(WRK-IDX-EST)
               MOVE WRK-TAB-EST-SALDO(WRK-IDX-EST) TO WRK-SALDO-ED
               MOVE WRK-TAB-EST-MINIMO(WRK-IDX-EST) TO WRK-MINIMO-ED
               MOVE WRK-FALTA TO WRK-FALTA-ED
               STRING WRK-TAB-EST-PRODUTO(WRK-IDX-EST) ' '
                   WRK-TAB-PRD-DESCRICAO(WRK-IDX-PRD-ACHADO)
                   WRK-SALDO-ED ' ' WRK-MINIMO-ED ' ' WRK-FALTA-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0690-GRAVAR-LINHA-REP
           END-IF.

       0690-GRAVAR-LINHA-REP.
           MOVE WRK-LINHA-RPT TO REORDER-REPORT-RECORD.
           WRITE REORDER-REPORT-RECORD.
           MOVE SPACES TO WRK-LINHA-RPT.

       0700-FECHAR-ESTOQUE.
      * O SALDO VIRA A ABERTURA DO PROXIMO PERIODO, O MOVIMENTO
      * E ZERADO E A DATA DA POSICAO FICA GRAVADA EM CADA
      * REGISTRO.
           OPEN OUTPUT STOCK-FILE.
           PERFORM 0710-FECHAR-UM-PRODUTO
               VARYING WRK-IDX-EST FROM 1 BY 1
               UNTIL WRK-IDX-EST > WRK-QTD-EST.
           CLOSE STOCK-FILE.
           DISPLAY 'POSICAO DE ESTOQUE FECHADA EM ' WRK-DATA-POSICAO
               ' - PRODUTOS: ' WRK-QTD-EST.

       0710-FECHAR-UM-PRODUTO.
           MOVE WRK-TAB-EST-SALDO(WRK-IDX-EST)
               TO WRK-TAB-EST-SALDO-INI(WRK-IDX-EST).
           MOVE ZEROS TO WRK-TAB-EST-ENTRADAS(WRK-IDX-EST).
           MOVE ZEROS TO WRK-TAB-EST-DEVOLUCOES(WRK-IDX-EST).
           MOVE ZEROS TO WRK-TAB-EST-SAIDAS(WRK-IDX-EST).
           MOVE WRK-DATA-POSICAO
               TO WRK-TAB-EST-DATA-FECH(WRK-IDX-EST).
           MOVE WRK-TAB-EST(WRK-IDX-EST) TO STOCK-RECORD.
           WRITE STOCK-RECORD.

           COPY 'EXCPLOG.CPY'.

           COPY 'PERMCHK.CPY'.

           COPY 'SYSPRM.CPY'.

           COPY 'RUNLOG.CPY'.
