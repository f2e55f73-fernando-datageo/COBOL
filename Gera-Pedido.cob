       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERA-PEDIDO.
      *********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: GERAR OS PEDIDOS DE FRETE (ORDFILE) DAS VENDAS
      * DO DIA. CADA VENDA DO SALESTXN COM CLIENTE (STX-CLIENTE)
      * ENTRA NO PEDIDO DO CLIENTE E CEP DE ENTREGA (STX-CEP):
      * CABECALHO COM A UF DO CADASTRO DE CLIENTES (CLIFILE) E
      * UM ITEM POR PRODUTO, COM O VALOR DA VENDA (PRECO DO
      * PRODFILE VEZES A QUANTIDADE, COMO NO FECHAMENTO) E O
      * PESO (PRD-PESO VEZES A QUANTIDADE). O RASTRO VENDA X
      * PEDIDO FICA NO VENDPED, LIDO PELA CONSULTA-PEDIDO. OS
      * PEDIDOS SEGUEM NO LOTE NOTURNO PELA CRITICA PREVIA,
      * COTACAO E MONTAGEM DE CARGA COMO OS DIGITADOS.
      * DATA    = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PROGRAMA CRIADO: A VENDA LANCADA NO SALESTXN
      *              ERA REDIGITADA PELA EXPEDICAO NO ORDFILE PARA
      *              O FRETE COTAR. VENDA DE BALCAO (SEM CLIENTE)
      *              NAO GERA PEDIDO; VENDA DEVOLVIDA NO MESMO DIA
      *              TAMBEM NAO. A NUMERACAO DOS PEDIDOS GERADOS
      *              COMECA EM 900001 (FAIXA FORA DA DIGITADA PELA
      *              EXPEDICAO) E SEGUE O MAIOR NUMERO DO VENDPED;
      *              VENDA QUE JA ESTA NO VENDPED NAO E GERADA DE
      *              NOVO, PARA A REEXECUCAO DO DIA NAO DUPLICAR
      *              PEDIDOS.
      * 15/10/2026 - O ORDFILE PASSOU PARA OS COPYBOOKS ORDSEL/
      *              ORDFD/ORDWS, COMPARTILHADOS POR FRETE,
      *              GERA-PEDIDO E MONTA-CARGA.
      * 15/10/2026 - VENDA DE VENDEDOR INATIVO NO SELLMAST
      *              (VD-SITUACAO) E REJEITADA COM O MOTIVO NO
      *              EXCPLOG E NAO VIRA PEDIDO. SEM O SELLMAST A
      *              CRITICA DO VENDEDOR NAO E FEITA (AVISO).
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'STXSEL.CPY'.
           COPY 'PRDSEL.CPY'.
           COPY 'CLISEL.CPY'.
           COPY 'VPDSEL.CPY'.
           COPY 'ORDSEL.CPY'.
           COPY 'VNDSEL.CPY'.
           SELECT ORDER-GEN-REPORT-FILE ASSIGN TO "GERPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RPT.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.
           COPY 'RUNSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'STXFD.CPY'.

           COPY 'PRDFD.CPY'.

           COPY 'CLIFD.CPY'.

           COPY 'VPDFD.CPY'.

           COPY 'ORDFD.CPY'.

           COPY 'VNDFD.CPY'.

       FD  ORDER-GEN-REPORT-FILE.
       01  ORDER-GEN-REPORT-RECORD PIC X(80).

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

           COPY 'RUNFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'STXWS.CPY'.
           COPY 'PRDWS.CPY'.
           COPY 'CLIWS.CPY'.
           COPY 'VPDWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
           COPY 'RUNWS.CPY'.
           COPY 'ORDWS.CPY'.
           COPY 'VNDWS.CPY'.
       77 WRK-STATUS-RPT     PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ        PIC X(01) VALUE 'N'.
       77 WRK-DATA-VENDAS    PIC 9(08) VALUE ZEROS.
       77 WRK-ULTIMO-PEDIDO  PIC 9(06) VALUE ZEROS.
       77 WRK-COD-PRODUTO    PIC X(10) VALUE SPACES.
       77 WRK-COD-CLIENTE    PIC 9(05) VALUE ZEROS.
       77 WRK-CLIENTE-TXT    PIC X(05) VALUE SPACES.
       77 WRK-CEP-TXT        PIC X(08) VALUE SPACES.
       77 WRK-CEP            PIC 9(08) VALUE ZEROS.
       77 WRK-VALOR-LINHA    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PESO-LINHA     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-PEDIDO   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PESO-PEDIDO    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-TOTAL    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QT-LIDAS       PIC 9(05) VALUE ZEROS.
       77 WRK-QT-BALCAO      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-DEVOLVIDAS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-JA-GERADAS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REJEITADAS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EMBARCADAS  PIC 9(05) VALUE ZEROS.
      * CADASTRO DE PRODUTOS: PRECO E PESO UNITARIO.
       77 WRK-QTD-PRD        PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-PRD        PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-PRD-ACHADO PIC 9(02) VALUE ZEROS.
       77 WRK-SW-PRD-ACHADO  PIC X(01) VALUE 'N'.
       01 WRK-TABELA-PRODUTOS.
           05 WRK-TAB-PRD OCCURS 50 TIMES.
               10 WRK-TAB-PRD-COD        PIC X(10).
               10 WRK-TAB-PRD-PRECO      PIC 9(07)V99.
               10 WRK-TAB-PRD-PESO       PIC 9(05)V99.
      * CADASTRO DE CLIENTES: A UF DO PEDIDO. A SITUACAO E O
      * CREDITO DO CLIENTE SAO CRITICADOS DEPOIS, NA CRITICA
      * PREVIA DO ORDFILE, COMO NOS PEDIDOS DIGITADOS.
       77 WRK-QTD-CLI        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-CLI        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-CLI-ACHADO PIC 9(03) VALUE ZEROS COMP.
       77 WRK-SW-CLI-ACHADO  PIC X(01) VALUE 'N'.
       01 WRK-TABELA-CLIENTES.
           05 WRK-TAB-CLI OCCURS 100 TIMES.
               10 WRK-TAB-CLI-CODIGO     PIC 9(05).
               10 WRK-TAB-CLI-UF         PIC X(02).
      * VENDEDORES INATIVOS DO SELLMAST: A VENDA DELES NAO
      * EMBARCA.
       77 WRK-QTD-VIN        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-VIN        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-SW-VIN-ACHADO  PIC X(01) VALUE 'N'.
       01 WRK-TABELA-VEND-INATIVOS.
           05 WRK-TAB-VIN OCCURS 200 TIMES.
               10 WRK-TAB-VIN-CODIGO     PIC X(08).
      * VENDAS DO DIA QUE JA ESTAO NO VENDPED (EXECUCAO
      * ANTERIOR DA MESMA DATA).
       77 WRK-QTD-GER        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-GER        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-SW-GER-ACHADO  PIC X(01) VALUE 'N'.
       01 WRK-TABELA-GERADAS.
           05 WRK-TAB-GER OCCURS 500 TIMES.
               10 WRK-TAB-GER-VENDA      PIC 9(06).
      * VENDAS DO DIA COM ENTREGA. SITUACAO: V = VAI PARA O
      * PEDIDO, D = DEVOLVIDA NO MESMO DIA.
       77 WRK-QTD-VND        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-VND        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-VND-ACHADO PIC 9(03) VALUE ZEROS COMP.
       77 WRK-SW-VND-ACHADO  PIC X(01) VALUE 'N'.
       01 WRK-TABELA-VENDAS.
           05 WRK-TAB-VND OCCURS 500 TIMES.
               10 WRK-TAB-VND-NUMERO     PIC 9(06).
               10 WRK-TAB-VND-PRODUTO    PIC X(10).
               10 WRK-TAB-VND-CLIENTE    PIC 9(05).
               10 WRK-TAB-VND-UF         PIC X(02).
               10 WRK-TAB-VND-CEP        PIC 9(08).
               10 WRK-TAB-VND-QTD        PIC 9(05).
               10 WRK-TAB-VND-VALOR      PIC 9(06)V99.
               10 WRK-TAB-VND-PESO       PIC 9(05)V99.
               10 WRK-TAB-VND-SITUACAO   PIC X(01).
               10 WRK-TAB-VND-PEDIDO     PIC 9(03) COMP.
      * PEDIDOS GERADOS: UM POR CLIENTE E CEP DE ENTREGA.
       77 WRK-QTD-PED        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-PED        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-PED-ACHADO PIC 9(03) VALUE ZEROS COMP.
       77 WRK-SW-PED-ACHADO  PIC X(01) VALUE 'N'.
       01 WRK-TABELA-PEDIDOS.
           05 WRK-TAB-PED OCCURS 100 TIMES.
               10 WRK-TAB-PED-NUMERO     PIC 9(06).
               10 WRK-TAB-PED-CLIENTE    PIC 9(05).
               10 WRK-TAB-PED-UF         PIC X(02).
               10 WRK-TAB-PED-CEP        PIC 9(08).
      * ITENS DOS PEDIDOS: UM POR PEDIDO E PRODUTO. ITEM QUE NAO
      * CABE MAIS NO LAYOUT DO ORDFILE (VALOR OU PESO) CONTINUA
      * NUMA SEGUNDA LINHA DO MESMO PRODUTO.
       77 WRK-QTD-ITE        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-ITE        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-ITE-ACHADO PIC 9(03) VALUE ZEROS COMP.
       77 WRK-SW-ITE-ACHADO  PIC X(01) VALUE 'N'.
       01 WRK-TABELA-ITENS.
           05 WRK-TAB-ITE OCCURS 300 TIMES.
               10 WRK-TAB-ITE-PEDIDO     PIC 9(03) COMP.
               10 WRK-TAB-ITE-PRODUTO    PIC X(10).
               10 WRK-TAB-ITE-VALOR      PIC 9(06)V99.
               10 WRK-TAB-ITE-PESO       PIC 9(05)V99.
       77 WRK-SW-ESTOUROU    PIC X(01) VALUE 'N'.
       77 WRK-VALOR-ED       PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-TOT-ED   PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PESO-ED        PIC ZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QT-ED          PIC ZZZZ9 VALUE ZEROS.
       77 WRK-LINHA-RPT      PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 9500-INICIAR-RUNHIST.
           PERFORM 0040-AUTORIZAR.
           IF WRK-PERM-AUTORIZADO = 'S'
               PERFORM 0100-INICIALIZAR
               IF RETURN-CODE = 0
                   PERFORM 0200-LER-VENDAS
               END-IF
               IF RETURN-CODE = 0
                   PERFORM 0300-MONTAR-PEDIDOS
               END-IF
               IF RETURN-CODE = 0
                   PERFORM 0400-GRAVAR-PEDIDOS
                   PERFORM 0500-GRAVAR-RELATORIO
                   IF WRK-QT-REJEITADAS > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA GERACAO DE'
                   ' PEDIDOS'
               MOVE 'GERA-PEDIDO' TO WRK-EXCP-PROGRAMA
               MOVE 'ACESSO NAO AUTORIZADO' TO WRK-EXCP-MENSAGEM
               PERFORM 9000-REGISTRAR-EXCECAO
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE 'NIGHTRUN' TO WRK-RUN-JOB.
           MOVE 'GERA-PEDIDO' TO WRK-RUN-PROGRAMA.
           MOVE WRK-QT-LIDAS TO WRK-RUN-QT-LIDOS.
           MOVE WRK-QTD-PED TO WRK-RUN-QT-GRAVADOS.
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
           MOVE 'GERA-PEDIDO' TO WRK-PERM-PROGRAMA.
           MOVE 'GERACAO' TO WRK-PERM-FUNCAO.
           IF LOG-RESULTADO = 'S'
               MOVE LOG-PERFIL TO WRK-PERM-PERFIL
           ELSE
               MOVE SPACES TO WRK-PERM-PERFIL
           END-IF.
           PERFORM 9200-VERIFICAR-PERMISSAO.

       0100-INICIALIZAR.
      * ZERO NA DATA DAS VENDAS E HOJE. SEM PRODUTOS OU SEM
      * CLIENTES NAO HA COMO MONTAR O PEDIDO (RC=8).
           MOVE 0 TO RETURN-CODE.
           DISPLAY 'DATA DAS VENDAS (AAAAMMDD, 0 = HOJE): '.
           ACCEPT WRK-DATA-VENDAS.
           IF WRK-DATA-VENDAS = 0
               ACCEPT WRK-DATA-VENDAS FROM DATE YYYYMMDD
           END-IF.
           PERFORM 0110-CARREGAR-PRODUTOS.
           IF RETURN-CODE = 0
               PERFORM 0130-CARREGAR-CLIENTES
           END-IF.
           IF RETURN-CODE = 0
               PERFORM 0170-CARREGAR-VEND-INATIVOS
           END-IF.
           IF RETURN-CODE = 0
               PERFORM 0150-CARREGAR-RASTRO
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
               MOVE 'GERA-PEDIDO' TO WRK-EXCP-PROGRAMA
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
      * PRODUTO SEM PESO CADASTRADO (REGISTRO ANTIGO) PESA ZERO.
           IF WRK-QTD-PRD < 50
               ADD 1 TO WRK-QTD-PRD
               MOVE PRD-CODIGO TO WRK-TAB-PRD-COD(WRK-QTD-PRD)
               MOVE PRD-PRECO  TO WRK-TAB-PRD-PRECO(WRK-QTD-PRD)
               IF PRD-PESO NUMERIC
                   MOVE PRD-PESO TO WRK-TAB-PRD-PESO(WRK-QTD-PRD)
               ELSE
                   MOVE ZEROS TO WRK-TAB-PRD-PESO(WRK-QTD-PRD)
               END-IF
           ELSE
               DISPLAY 'TABELA DE PRODUTOS CHEIA - IGNORADO: '
                   PRD-CODIGO
           END-IF.
           PERFORM 0115-LER-PRODUTO.

       0130-CARREGAR-CLIENTES.
           MOVE ZEROS TO WRK-QTD-CLI.
           OPEN INPUT CUSTOMER-FILE.
           IF WRK-STATUS-CLI = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0135-LER-CLIENTE
               PERFORM 0140-ARMAZENAR-CLIENTE
                   UNTIL WRK-EOF-ARQ = 'S'
           ELSE
               DISPLAY 'CADASTRO CLIFILE AUSENTE'
               MOVE 'GERA-PEDIDO' TO WRK-EXCP-PROGRAMA
               MOVE 'CLIFILE AUSENTE' TO WRK-EXCP-MENSAGEM
               PERFORM 9000-REGISTRAR-EXCECAO
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE CUSTOMER-FILE.

       0135-LER-CLIENTE.
           READ CUSTOMER-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0140-ARMAZENAR-CLIENTE.
           IF WRK-QTD-CLI < 100
               ADD 1 TO WRK-QTD-CLI
               MOVE CLI-CODIGO TO WRK-TAB-CLI-CODIGO(WRK-QTD-CLI)
               MOVE CLI-UF     TO WRK-TAB-CLI-UF(WRK-QTD-CLI)
           ELSE
               DISPLAY 'TABELA DE CLIENTES CHEIA - IGNORADO: '
                   CLI-CODIGO
           END-IF.
           PERFORM 0135-LER-CLIENTE.

       0150-CARREGAR-RASTRO.
      * O VENDPED DA O MAIOR NUMERO DE PEDIDO JA GERADO E AS
      * VENDAS DA DATA QUE JA VIRARAM PEDIDO. SEM O ARQUIVO, E
      * A PRIMEIRA GERACAO.
           MOVE 900000 TO WRK-ULTIMO-PEDIDO.
           MOVE ZEROS TO WRK-QTD-GER.
           OPEN INPUT SALE-ORDER-FILE.
           IF WRK-STATUS-VPD = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0155-LER-RASTRO
               PERFORM 0160-ARMAZENAR-RASTRO
                   UNTIL WRK-EOF-ARQ = 'S'
           ELSE
               DISPLAY 'VENDPED AUSENTE - PRIMEIRA GERACAO'
           END-IF.
           CLOSE SALE-ORDER-FILE.
           IF RETURN-CODE = 0
              AND WRK-QTD-GER > 0
               DISPLAY 'VENDAS DE ' WRK-DATA-VENDAS
                   ' JA GERADAS ANTES: ' WRK-QTD-GER
           END-IF.

       0155-LER-RASTRO.
           READ SALE-ORDER-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0160-ARMAZENAR-RASTRO.
           IF VPD-PEDIDO > WRK-ULTIMO-PEDIDO
               MOVE VPD-PEDIDO TO WRK-ULTIMO-PEDIDO
           END-IF.
           IF VPD-DATA = WRK-DATA-VENDAS
               IF WRK-QTD-GER < 500
                   ADD 1 TO WRK-QTD-GER
                   MOVE VPD-VENDA TO WRK-TAB-GER-VENDA(WRK-QTD-GER)
               ELSE
                   DISPLAY 'RASTRO DA DATA EXCEDE A TABELA (500)'
                   MOVE 'GERA-PEDIDO' TO WRK-EXCP-PROGRAMA
                   MOVE 'VENDPED DA DATA EXCEDE A TABELA'
                       TO WRK-EXCP-MENSAGEM
                   PERFORM 9000-REGISTRAR-EXCECAO
                   MOVE 8 TO RETURN-CODE
                   MOVE 'S' TO WRK-EOF-ARQ
               END-IF
           END-IF.
           IF WRK-EOF-ARQ NOT = 'S'
               PERFORM 0155-LER-RASTRO
           END-IF.

       0170-CARREGAR-VEND-INATIVOS.
      * SO OS INATIVOS INTERESSAM. VENDEDOR SEM CADASTRO E
      * ASSUNTO DO FECHAMENTO DE COMISSOES, NAO DO PEDIDO.
           MOVE ZEROS TO WRK-QTD-VIN.
           OPEN INPUT SELLER-MASTER-FILE.
           IF WRK-STATUS-VEND = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0175-LER-VENDEDOR
               PERFORM 0177-ARMAZENAR-VENDEDOR
                   UNTIL WRK-EOF-ARQ = 'S'
           ELSE
               DISPLAY 'CADASTRO SELLMAST AUSENTE - VENDEDOR NAO'
                   ' CRITICADO'
               MOVE 'GERA-PEDIDO' TO WRK-EXCP-PROGRAMA
               MOVE 'SELLMAST AUSENTE - VENDEDOR NAO CRITICADO'
                   TO WRK-EXCP-MENSAGEM
               MOVE 'A' TO WRK-EXCP-SEVERIDADE
               PERFORM 9000-REGISTRAR-EXCECAO
           END-IF.
           CLOSE SELLER-MASTER-FILE.

       0175-LER-VENDEDOR.
           READ SELLER-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0177-ARMAZENAR-VENDEDOR.
           IF VD-INATIVO
               IF WRK-QTD-VIN < 200
                   ADD 1 TO WRK-QTD-VIN
                   MOVE VD-CODIGO TO WRK-TAB-VIN-CODIGO(WRK-QTD-VIN)
               ELSE
                   DISPLAY 'VENDEDORES INATIVOS EXCEDEM A TABELA'
                       ' (200)'
                   MOVE 'GERA-PEDIDO' TO WRK-EXCP-PROGRAMA
                   MOVE 'SELLMAST INATIVOS EXCEDEM A TABELA'
                       TO WRK-EXCP-MENSAGEM
                   PERFORM 9000-REGISTRAR-EXCECAO
                   MOVE 8 TO RETURN-CODE
                   MOVE 'S' TO WRK-EOF-ARQ
               END-IF
           END-IF.
           IF WRK-EOF-ARQ NOT = 'S'
               PERFORM 0175-LER-VENDEDOR
           END-IF.

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

       0178-LOCALIZAR-VEND-INATIVO.
           MOVE 'N' TO WRK-SW-VIN-ACHADO.
           PERFORM 0179-COMPARAR-VEND-INATIVO
               VARYING WRK-IDX-VIN FROM 1 BY 1
               UNTIL WRK-IDX-VIN > WRK-QTD-VIN
                  OR WRK-SW-VIN-ACHADO = 'S'.

       0179-COMPARAR-VEND-INATIVO.
           IF STX-VENDEDOR = WRK-TAB-VIN-CODIGO(WRK-IDX-VIN)
               MOVE 'S' TO WRK-SW-VIN-ACHADO
           END-IF.

       0190-LOCALIZAR-CLIENTE.
           MOVE 'N' TO WRK-SW-CLI-ACHADO.
           PERFORM 0195-COMPARAR-CLIENTE
               VARYING WRK-IDX-CLI FROM 1 BY 1
               UNTIL WRK-IDX-CLI > WRK-QTD-CLI
                  OR WRK-SW-CLI-ACHADO = 'S'.

       0195-COMPARAR-CLIENTE.
           IF WRK-COD-CLIENTE = WRK-TAB-CLI-CODIGO(WRK-IDX-CLI)
               MOVE 'S' TO WRK-SW-CLI-ACHADO
               MOVE WRK-IDX-CLI TO WRK-IDX-CLI-ACHADO
           END-IF.

       0200-LER-VENDAS.
      * SO AS TRANSACOES DA DATA. SEM O SALESTXN NAO HA VENDAS
      * A EMBARCAR E NADA E GERADO.
           MOVE ZEROS TO WRK-QTD-VND.
           OPEN INPUT SALES-TRANSACTION-FILE.
           IF WRK-STATUS-TXN = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0210-LER-TRANSACAO
               PERFORM 0220-PROCESSAR-TRANSACAO
                   UNTIL WRK-EOF-ARQ = 'S'
           ELSE
               DISPLAY 'ARQUIVO SALESTXN AUSENTE OU VAZIO'
           END-IF.
           CLOSE SALES-TRANSACTION-FILE.

       0210-LER-TRANSACAO.
           READ SALES-TRANSACTION-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0220-PROCESSAR-TRANSACAO.
           IF STX-DATA = WRK-DATA-VENDAS
               IF STX-DEVOLUCAO
                   PERFORM 0260-APLICAR-DEVOLUCAO
               ELSE
                   ADD 1 TO WRK-QT-LIDAS
                   PERFORM 0230-CRITICAR-VENDA
               END-IF
           END-IF.
           IF WRK-EOF-ARQ NOT = 'S'
               PERFORM 0210-LER-TRANSACAO
           END-IF.

       0230-CRITICAR-VENDA.
      * CLIENTE EM BRANCO OU ZERO E VENDA DE BALCAO. CEP EM
      * BRANCO VALE COMO SEM ZONA (ZERO), COMO NA CRITICA PREVIA.
           MOVE STX-CLIENTE TO WRK-CLIENTE-TXT.
           MOVE STX-CEP TO WRK-CEP-TXT.
           MOVE STX-PRODUTO TO WRK-COD-PRODUTO.
           MOVE 'N' TO WRK-SW-GER-ACHADO.
           MOVE 'N' TO WRK-SW-CLI-ACHADO.
           IF WRK-CLIENTE-TXT NUMERIC
              AND STX-NUMERO NUMERIC
               PERFORM 0250-VERIFICAR-GERADA
               MOVE STX-CLIENTE TO WRK-COD-CLIENTE
               PERFORM 0190-LOCALIZAR-CLIENTE
           END-IF.
           PERFORM 0180-LOCALIZAR-PRODUTO.
           PERFORM 0178-LOCALIZAR-VEND-INATIVO.
           MOVE SPACES TO WRK-EXCP-MENSAGEM.
           EVALUATE TRUE
               WHEN WRK-CLIENTE-TXT = SPACES
                   ADD 1 TO WRK-QT-BALCAO
               WHEN WRK-CLIENTE-TXT NOT NUMERIC
                   STRING 'VENDA ' STX-NUMERO ' CLIENTE INVALIDO'
                       DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM
               WHEN STX-CLIENTE = 0
                   ADD 1 TO WRK-QT-BALCAO
               WHEN STX-NUMERO NOT NUMERIC
                   STRING 'VENDA SEM NUMERO: ' STX-PRODUTO
                       DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM
               WHEN WRK-SW-GER-ACHADO = 'S'
                   ADD 1 TO WRK-QT-JA-GERADAS
               WHEN WRK-SW-CLI-ACHADO = 'N'
                   STRING 'VENDA ' STX-NUMERO ' CLIENTE S/ CADASTRO'
                       DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM
               WHEN WRK-CEP-TXT NOT = SPACES
                    AND WRK-CEP-TXT NOT NUMERIC
                   STRING 'VENDA ' STX-NUMERO ' CEP INVALIDO'
                       DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM
               WHEN WRK-SW-PRD-ACHADO = 'N'
                   STRING 'VENDA ' STX-NUMERO ' PRODUTO S/ CADASTRO'
                       DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM
               WHEN WRK-SW-VIN-ACHADO = 'S'
                   STRING 'VENDA ' STX-NUMERO ' VENDEDOR INATIVO '
                       STX-VENDEDOR
                       DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM
               WHEN STX-QUANTIDADE NOT NUMERIC
                    OR STX-QUANTIDADE = 0
                   STRING 'VENDA ' STX-NUMERO ' QUANTIDADE INVALIDA'
                       DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM
               WHEN OTHER
                   COMPUTE WRK-VALOR-LINHA =
                       WRK-TAB-PRD-PRECO(WRK-IDX-PRD-ACHADO)
                       * STX-QUANTIDADE
                   COMPUTE WRK-PESO-LINHA =
                       WRK-TAB-PRD-PESO(WRK-IDX-PRD-ACHADO)
                       * STX-QUANTIDADE
                   IF WRK-VALOR-LINHA > 999999,99
                      OR WRK-PESO-LINHA > 99999,99
                       STRING 'VENDA ' STX-NUMERO
                           ' ACIMA DO LIMITE DO ITEM'
                           DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM
                   ELSE
                       PERFORM 0240-ARMAZENAR-VENDA
                   END-IF
           END-EVALUATE.
           IF WRK-EXCP-MENSAGEM NOT = SPACES
               PERFORM 0290-REJEITAR-VENDA
           END-IF.

       0240-ARMAZENAR-VENDA.
           IF WRK-QTD-VND NOT < 500
               DISPLAY 'VENDAS DO DIA EXCEDEM A TABELA (500)'
               MOVE 'GERA-PEDIDO' TO WRK-EXCP-PROGRAMA
               MOVE 'VENDAS DO DIA EXCEDEM A TABELA (500)'
                   TO WRK-EXCP-MENSAGEM
               PERFORM 9000-REGISTRAR-EXCECAO
               MOVE 8 TO RETURN-CODE
               MOVE 'S' TO WRK-EOF-ARQ
           ELSE
               IF WRK-CEP-TXT = SPACES
                   MOVE ZEROS TO WRK-CEP
               ELSE
                   MOVE STX-CEP TO WRK-CEP
               END-IF
               ADD 1 TO WRK-QTD-VND
               MOVE STX-NUMERO  TO WRK-TAB-VND-NUMERO(WRK-QTD-VND)
               MOVE STX-PRODUTO TO WRK-TAB-VND-PRODUTO(WRK-QTD-VND)
               MOVE STX-CLIENTE TO WRK-TAB-VND-CLIENTE(WRK-QTD-VND)
               MOVE WRK-TAB-CLI-UF(WRK-IDX-CLI-ACHADO)
                   TO WRK-TAB-VND-UF(WRK-QTD-VND)
               MOVE WRK-CEP     TO WRK-TAB-VND-CEP(WRK-QTD-VND)
               MOVE STX-QUANTIDADE TO WRK-TAB-VND-QTD(WRK-QTD-VND)
               MOVE WRK-VALOR-LINHA
                   TO WRK-TAB-VND-VALOR(WRK-QTD-VND)
               MOVE WRK-PESO-LINHA TO WRK-TAB-VND-PESO(WRK-QTD-VND)
               MOVE 'V' TO WRK-TAB-VND-SITUACAO(WRK-QTD-VND)
               MOVE ZEROS TO WRK-TAB-VND-PEDIDO(WRK-QTD-VND)
           END-IF.

       0250-VERIFICAR-GERADA.
           MOVE 'N' TO WRK-SW-GER-ACHADO.
           PERFORM 0255-COMPARAR-GERADA
               VARYING WRK-IDX-GER FROM 1 BY 1
               UNTIL WRK-IDX-GER > WRK-QTD-GER
                  OR WRK-SW-GER-ACHADO = 'S'.

       0255-COMPARAR-GERADA.
           IF STX-NUMERO = WRK-TAB-GER-VENDA(WRK-IDX-GER)
               MOVE 'S' TO WRK-SW-GER-ACHADO
           END-IF.

       0260-APLICAR-DEVOLUCAO.
      * DEVOLUCAO NO MESMO DIA DE UMA VENDA AINDA NAO EMBARCADA
      * TIRA A VENDA DO PEDIDO. DEVOLUCAO DE VENDA DE OUTRO DIA
      * (JA EMBARCADA) E ASSUNTO DO CANCELAMENTO DE PEDIDO.
           MOVE 'N' TO WRK-SW-VND-ACHADO.
           IF STX-REF NUMERIC
               PERFORM 0265-COMPARAR-VENDA
                   VARYING WRK-IDX-VND FROM 1 BY 1
                   UNTIL WRK-IDX-VND > WRK-QTD-VND
                      OR WRK-SW-VND-ACHADO = 'S'
           END-IF.
           IF WRK-SW-VND-ACHADO = 'S'
               MOVE 'D' TO WRK-TAB-VND-SITUACAO(WRK-IDX-VND-ACHADO)
               ADD 1 TO WRK-QT-DEVOLVIDAS
           END-IF.

       0265-COMPARAR-VENDA.
           IF STX-REF = WRK-TAB-VND-NUMERO(WRK-IDX-VND)
              AND WRK-TAB-VND-SITUACAO(WRK-IDX-VND) = 'V'
               MOVE 'S' TO WRK-SW-VND-ACHADO
               MOVE WRK-IDX-VND TO WRK-IDX-VND-ACHADO
           END-IF.

       0290-REJEITAR-VENDA.
           DISPLAY 'VENDA NAO EMBARCADA - ' WRK-EXCP-MENSAGEM.
           MOVE 'GERA-PEDIDO' TO WRK-EXCP-PROGRAMA.
           MOVE 'A' TO WRK-EXCP-SEVERIDADE.
           PERFORM 9000-REGISTRAR-EXCECAO.
           ADD 1 TO WRK-QT-REJEITADAS.

       0300-MONTAR-PEDIDOS.
      * CADA VENDA VALIDA ENTRA NO PEDIDO DO SEU CLIENTE E CEP
      * E NO ITEM DO SEU PRODUTO DENTRO DELE.
           MOVE ZEROS TO WRK-QTD-PED.
           MOVE ZEROS TO WRK-QTD-ITE.
           MOVE 'N' TO WRK-SW-ESTOUROU.
           PERFORM 0310-MONTAR-UMA-VENDA
               VARYING WRK-IDX-VND FROM 1 BY 1
               UNTIL WRK-IDX-VND > WRK-QTD-VND
                  OR WRK-SW-ESTOUROU = 'S'.
           IF WRK-SW-ESTOUROU = 'S'
               DISPLAY 'PEDIDOS OU ITENS EXCEDEM A TABELA OU A'
                   ' FAIXA DE NUMERACAO - NADA GRAVADO'
               MOVE 'GERA-PEDIDO' TO WRK-EXCP-PROGRAMA
               MOVE 'PEDIDOS/ITENS EXCEDEM TABELA OU FAIXA'
                   TO WRK-EXCP-MENSAGEM
               PERFORM 9000-REGISTRAR-EXCECAO
               MOVE 8 TO RETURN-CODE
           END-IF.

       0310-MONTAR-UMA-VENDA.
           IF WRK-TAB-VND-SITUACAO(WRK-IDX-VND) = 'V'
               PERFORM 0320-LOCALIZAR-PEDIDO
               IF WRK-SW-ESTOUROU = 'N'
                   MOVE WRK-IDX-PED-ACHADO
                       TO WRK-TAB-VND-PEDIDO(WRK-IDX-VND)
                   PERFORM 0330-LOCALIZAR-ITEM
               END-IF
               IF WRK-SW-ESTOUROU = 'N'
                   ADD WRK-TAB-VND-VALOR(WRK-IDX-VND)
                       TO WRK-TAB-ITE-VALOR(WRK-IDX-ITE-ACHADO)
                   ADD WRK-TAB-VND-PESO(WRK-IDX-VND)
                       TO WRK-TAB-ITE-PESO(WRK-IDX-ITE-ACHADO)
                   ADD 1 TO WRK-QT-EMBARCADAS
               END-IF
           END-IF.

       0320-LOCALIZAR-PEDIDO.
      * PEDIDO NOVO RECEBE O PROXIMO NUMERO DA FAIXA; 999999 E
      * O FIM DA CONSULTA DE PEDIDOS E NAO E USADO.
           MOVE 'N' TO WRK-SW-PED-ACHADO.
           PERFORM 0325-COMPARAR-PEDIDO
               VARYING WRK-IDX-PED FROM 1 BY 1
               UNTIL WRK-IDX-PED > WRK-QTD-PED
                  OR WRK-SW-PED-ACHADO = 'S'.
           IF WRK-SW-PED-ACHADO = 'N'
               IF WRK-QTD-PED NOT < 100
                  OR WRK-ULTIMO-PEDIDO NOT < 999998
                   MOVE 'S' TO WRK-SW-ESTOUROU
               ELSE
                   ADD 1 TO WRK-QTD-PED
                   ADD 1 TO WRK-ULTIMO-PEDIDO
                   MOVE WRK-ULTIMO-PEDIDO
                       TO WRK-TAB-PED-NUMERO(WRK-QTD-PED)
                   MOVE WRK-TAB-VND-CLIENTE(WRK-IDX-VND)
                       TO WRK-TAB-PED-CLIENTE(WRK-QTD-PED)
                   MOVE WRK-TAB-VND-UF(WRK-IDX-VND)
                       TO WRK-TAB-PED-UF(WRK-QTD-PED)
                   MOVE WRK-TAB-VND-CEP(WRK-IDX-VND)
                       TO WRK-TAB-PED-CEP(WRK-QTD-PED)
                   MOVE WRK-QTD-PED TO WRK-IDX-PED-ACHADO
               END-IF
           END-IF.

       0325-COMPARAR-PEDIDO.
           IF WRK-TAB-PED-CLIENTE(WRK-IDX-PED)
              = WRK-TAB-VND-CLIENTE(WRK-IDX-VND)
              AND WRK-TAB-PED-CEP(WRK-IDX-PED)
              = WRK-TAB-VND-CEP(WRK-IDX-VND)
               MOVE 'S' TO WRK-SW-PED-ACHADO
               MOVE WRK-IDX-PED TO WRK-IDX-PED-ACHADO
           END-IF.

       0330-LOCALIZAR-ITEM.
           MOVE 'N' TO WRK-SW-ITE-ACHADO.
           PERFORM 0335-COMPARAR-ITEM
               VARYING WRK-IDX-ITE FROM 1 BY 1
               UNTIL WRK-IDX-ITE > WRK-QTD-ITE
                  OR WRK-SW-ITE-ACHADO = 'S'.
           IF WRK-SW-ITE-ACHADO = 'N'
               IF WRK-QTD-ITE NOT < 300
                   MOVE 'S' TO WRK-SW-ESTOUROU
               ELSE
                   ADD 1 TO WRK-QTD-ITE
                   MOVE WRK-IDX-PED-ACHADO
                       TO WRK-TAB-ITE-PEDIDO(WRK-QTD-ITE)
                   MOVE WRK-TAB-VND-PRODUTO(WRK-IDX-VND)
                       TO WRK-TAB-ITE-PRODUTO(WRK-QTD-ITE)
                   MOVE ZEROS TO WRK-TAB-ITE-VALOR(WRK-QTD-ITE)
                   MOVE ZEROS TO WRK-TAB-ITE-PESO(WRK-QTD-ITE)
                   MOVE WRK-QTD-ITE TO WRK-IDX-ITE-ACHADO
               END-IF
           END-IF.

       0335-COMPARAR-ITEM.
           IF WRK-TAB-ITE-PEDIDO(WRK-IDX-ITE) = WRK-IDX-PED-ACHADO
              AND WRK-TAB-ITE-PRODUTO(WRK-IDX-ITE)
                  = WRK-TAB-VND-PRODUTO(WRK-IDX-VND)
              AND WRK-TAB-ITE-VALOR(WRK-IDX-ITE)
                  + WRK-TAB-VND-VALOR(WRK-IDX-VND) NOT > 999999,99
              AND WRK-TAB-ITE-PESO(WRK-IDX-ITE)
                  + WRK-TAB-VND-PESO(WRK-IDX-VND) NOT > 99999,99
               MOVE 'S' TO WRK-SW-ITE-ACHADO
               MOVE WRK-IDX-ITE TO WRK-IDX-ITE-ACHADO
           END-IF.

       0400-GRAVAR-PEDIDOS.
      * OS PEDIDOS VAO NO FIM DO ORDFILE DA NOITE, DEPOIS DOS
      * DIGITADOS, E O RASTRO DE CADA VENDA NO FIM DO VENDPED.
           OPEN EXTEND ORDER-FILE.
           IF WRK-STATUS-ORDER NOT = '00'
               OPEN OUTPUT ORDER-FILE
           END-IF.
           OPEN OUTPUT ORDER-GEN-REPORT-FILE.
           STRING 'PEDIDOS DE FRETE GERADOS DAS VENDAS DE '
               WRK-DATA-VENDAS
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA.
           PERFORM 0410-GRAVAR-UM-PEDIDO
               VARYING WRK-IDX-PED FROM 1 BY 1
               UNTIL WRK-IDX-PED > WRK-QTD-PED.
           CLOSE ORDER-FILE.
           OPEN EXTEND SALE-ORDER-FILE.
           IF WRK-STATUS-VPD NOT = '00'
               OPEN OUTPUT SALE-ORDER-FILE
           END-IF.
           PERFORM 0430-GRAVAR-RASTRO
               VARYING WRK-IDX-VND FROM 1 BY 1
               UNTIL WRK-IDX-VND > WRK-QTD-VND.
           CLOSE SALE-ORDER-FILE.

       0410-GRAVAR-UM-PEDIDO.
           MOVE SPACES TO ORDER-RECORD.
           MOVE '1' TO OR-TIPO.
           MOVE WRK-TAB-PED-NUMERO(WRK-IDX-PED)  TO OR-NUMERO.
           MOVE WRK-TAB-PED-UF(WRK-IDX-PED)      TO OR-UF.
           MOVE WRK-TAB-PED-CLIENTE(WRK-IDX-PED) TO OR-CLIENTE.
           MOVE 'N' TO OR-EXPRESSO.
           MOVE WRK-TAB-PED-CEP(WRK-IDX-PED)     TO OR-CEP.
           MOVE WRK-DATA-VENDAS TO OR-DATA.
           WRITE ORDER-RECORD.
           MOVE ZEROS TO WRK-VALOR-PEDIDO.
           MOVE ZEROS TO WRK-PESO-PEDIDO.
           PERFORM 0420-GRAVAR-ITEM
               VARYING WRK-IDX-ITE FROM 1 BY 1
               UNTIL WRK-IDX-ITE > WRK-QTD-ITE.
           ADD WRK-VALOR-PEDIDO TO WRK-VALOR-TOTAL.
           MOVE WRK-VALOR-PEDIDO TO WRK-VALOR-TOT-ED.
           MOVE WRK-PESO-PEDIDO TO WRK-PESO-ED.
           STRING 'PEDIDO ' WRK-TAB-PED-NUMERO(WRK-IDX-PED)
               ' CLIENTE ' WRK-TAB-PED-CLIENTE(WRK-IDX-PED)
               ' ' WRK-TAB-PED-UF(WRK-IDX-PED)
               ' CEP ' WRK-TAB-PED-CEP(WRK-IDX-PED)
               ' R$' WRK-VALOR-TOT-ED ' KG' WRK-PESO-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA.
           PERFORM 0440-LISTAR-VENDA
               VARYING WRK-IDX-VND FROM 1 BY 1
               UNTIL WRK-IDX-VND > WRK-QTD-VND.

       0420-GRAVAR-ITEM.
           IF WRK-TAB-ITE-PEDIDO(WRK-IDX-ITE) = WRK-IDX-PED
               MOVE SPACES TO ORDER-RECORD
               MOVE '2' TO OR-TIPO
               MOVE WRK-TAB-ITE-PRODUTO(WRK-IDX-ITE) TO OR-PRODUTO
               MOVE WRK-TAB-ITE-VALOR(WRK-IDX-ITE)   TO OR-VALOR
               MOVE WRK-TAB-ITE-PESO(WRK-IDX-ITE)    TO OR-PESO
               WRITE ORDER-RECORD
               ADD WRK-TAB-ITE-VALOR(WRK-IDX-ITE) TO WRK-VALOR-PEDIDO
               ADD WRK-TAB-ITE-PESO(WRK-IDX-ITE) TO WRK-PESO-PEDIDO
           END-IF.

       0430-GRAVAR-RASTRO.
           IF WRK-TAB-VND-SITUACAO(WRK-IDX-VND) = 'V'
              AND WRK-TAB-VND-PEDIDO(WRK-IDX-VND) > 0
               MOVE WRK-TAB-VND-NUMERO(WRK-IDX-VND) TO VPD-VENDA
               MOVE WRK-TAB-VND-PEDIDO(WRK-IDX-VND) TO WRK-IDX-PED
               MOVE WRK-TAB-PED-NUMERO(WRK-IDX-PED) TO VPD-PEDIDO
               MOVE WRK-DATA-VENDAS TO VPD-DATA
               MOVE WRK-TAB-VND-CLIENTE(WRK-IDX-VND) TO VPD-CLIENTE
               MOVE WRK-TAB-VND-PRODUTO(WRK-IDX-VND) TO VPD-PRODUTO
               MOVE WRK-TAB-VND-QTD(WRK-IDX-VND) TO VPD-QUANTIDADE
               WRITE SALE-ORDER-RECORD
           END-IF.

       0440-LISTAR-VENDA.
           IF WRK-TAB-VND-SITUACAO(WRK-IDX-VND) = 'V'
              AND WRK-TAB-VND-PEDIDO(WRK-IDX-VND) = WRK-IDX-PED
               MOVE WRK-TAB-VND-QTD(WRK-IDX-VND) TO WRK-QT-ED
               MOVE WRK-TAB-VND-VALOR(WRK-IDX-VND) TO WRK-VALOR-ED
               STRING '  VENDA ' WRK-TAB-VND-NUMERO(WRK-IDX-VND)
                   ' ' WRK-TAB-VND-PRODUTO(WRK-IDX-VND)
                   ' QT ' WRK-QT-ED ' R$' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0590-GRAVAR-LINHA
           END-IF.

       0500-GRAVAR-RELATORIO.
           MOVE WRK-QT-LIDAS TO WRK-QT-ED.
           STRING 'VENDAS DA DATA....................: ' WRK-QT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE WRK-QT-EMBARCADAS TO WRK-QT-ED.
           STRING 'EMBARCADAS EM PEDIDO..............: ' WRK-QT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE WRK-QT-BALCAO TO WRK-QT-ED.
           STRING 'BALCAO (SEM CLIENTE)..............: ' WRK-QT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE WRK-QT-DEVOLVIDAS TO WRK-QT-ED.
           STRING 'DEVOLVIDAS NO DIA.................: ' WRK-QT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE WRK-QT-JA-GERADAS TO WRK-QT-ED.
           STRING 'JA GERADAS EM EXECUCAO ANTERIOR...: ' WRK-QT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE WRK-QT-REJEITADAS TO WRK-QT-ED.
           STRING 'REJEITADAS (VER EXCPLOG)..........: ' WRK-QT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA.
           MOVE WRK-QTD-PED TO WRK-QT-ED.
           MOVE WRK-VALOR-TOTAL TO WRK-VALOR-TOT-ED.
           STRING 'PEDIDOS GERADOS...................: ' WRK-QT-ED
               '  R$' WRK-VALOR-TOT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0590-GRAVAR-LINHA.
           CLOSE ORDER-GEN-REPORT-FILE.

       0590-GRAVAR-LINHA.
           MOVE WRK-LINHA-RPT TO ORDER-GEN-REPORT-RECORD.
           WRITE ORDER-GEN-REPORT-RECORD.
           DISPLAY WRK-LINHA-RPT.
           MOVE SPACES TO WRK-LINHA-RPT.

           COPY 'EXCPLOG.CPY'.

           COPY 'PERMCHK.CPY'.

           COPY 'RUNLOG.CPY'.
