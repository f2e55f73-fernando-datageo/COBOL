       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITA-FRETE.
      *********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: AUDITAR AS FATURAS MENSAIS DAS TRANSPORTADORAS
      * (FATTRANS: TRANSPORTADORA, FATURA, PEDIDO, VALOR) CONTRA
      * O FRETE COTADO NO JORNAL FRETEJRN. CADA LINHA COBRADA E
      * APROVADA PARA PAGAMENTO (FRETAPRV) OU CONTESTADA:
      * TRANSPORTADORA FORA DO TRANSPMS, PEDIDO NAO COTADO,
      * PEDIDO COBRADO DUAS VEZES (NA MESMA REMESSA OU JA PAGO
      * EM OUTRA FATURA, HISTORICO FRETPAGO), TRANSPORTADORA
      * DIFERENTE DA COTADA E VALOR ACIMA DO COTADO MAIS A
      * TOLERANCIA DO SYSPARM. CONTESTACOES POR TRANSPORTADORA
      * NO AUDFRRPT.
      * DATA    = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PROGRAMA CRIADO: AS FATURAS DAS
      *              TRANSPORTADORAS ERAM PAGAS PELO VALOR
      *              COBRADO, SEM CONFERENCIA COM A COTACAO.
      * 15/10/2026 - CADASTRO TRANSPMS DECLARADO PELOS COPYBOOKS
      *              TRPSEL/TRPFD/TRPWS.
      * 15/10/2026 - O COTADO PASSA A SER O FRETE MAIS O SEGURO AD
      *              VALOREM E O GRIS DA COTACAO (JR-ADVALOREM,
      *              JR-GRIS; EM BRANCO NOS REGISTROS ANTIGOS, VALEM
      *              ZERO): A TRANSPORTADORA COBRA O TOTAL E A LINHA
      *              ERA CONTESTADA POR "ACIMA DO COTADO". PEDIDO
      *              CUJO ULTIMO REGISTRO NO JORNAL E O ESTORNO DO
      *              CANCELAMENTO (ORIGEM 'C') E CONTESTADO COMO
      *              PEDIDO CANCELADO. JORNAL COM MAIS PEDIDOS QUE A
      *              TABELA DE COTACOES (2000) ENCERRA A AUDITORIA
      *              COM RC=8 E REGISTRO NO EXCPLOG, EM VEZ DE
      *              CONTESTAR COMO NAO COTADOS OS QUE NAO COUBERAM.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'FJRSEL.CPY'.
           COPY 'SYSSEL.CPY'.
           COPY 'TRPSEL.CPY'.
           SELECT CARRIER-INVOICE-FILE ASSIGN TO "FATTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FTR.
           SELECT FREIGHT-PAID-FILE ASSIGN TO "FRETPAGO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPG-PEDIDO
               FILE STATUS IS WRK-STATUS-FPG.
           SELECT APPROVED-FREIGHT-FILE ASSIGN TO "FRETAPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-APR.
           SELECT AUDIT-REPORT-FILE ASSIGN TO "AUDFRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RPT.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FJRFD.CPY'.

           COPY 'SYSFD.CPY'.

           COPY 'TRPFD.CPY'.

      * LINHA DA FATURA DA TRANSPORTADORA: UM PEDIDO TRANSPORTADO
      * E O VALOR COBRADO POR ELE.
       FD  CARRIER-INVOICE-FILE.
       01  CARRIER-INVOICE-RECORD.
           05 FTR-TRANSP       PIC X(03).
           05 FTR-FATURA       PIC X(10).
           05 FTR-PEDIDO       PIC 9(06).
           05 FTR-VALOR        PIC 9(09)V99.

      * HISTORICO DOS PEDIDOS JA APROVADOS PARA PAGAMENTO, POR
      * PEDIDO: E O QUE PEGA A COBRANCA REPETIDA EM OUTRO MES.
       FD  FREIGHT-PAID-FILE.
       01  FREIGHT-PAID-RECORD.
           05 FPG-PEDIDO       PIC 9(06).
           05 FPG-TRANSP       PIC X(03).
           05 FPG-FATURA       PIC X(10).
           05 FPG-VALOR        PIC 9(09)V99.
           05 FPG-DATA         PIC 9(08).
           05 FILLER           PIC X(10).

      * APROVADOS PARA PAGAMENTO: '0' = CABECALHO, '1' = LINHA
      * APROVADA, '9' = TRAILER (QUANTIDADE E SOMA COBRADA).
       FD  APPROVED-FREIGHT-FILE.
       01  APPROVED-FREIGHT-RECORD.
           05 APR-TIPO         PIC X(01).
           05 APR-RESTO        PIC X(49).
           05 APR-RESTO-DET REDEFINES APR-RESTO.
               10 APR-TRANSP       PIC X(03).
               10 APR-FATURA       PIC X(10).
               10 APR-PEDIDO       PIC 9(06).
               10 APR-VALOR        PIC 9(09)V99.
               10 APR-COTADO       PIC 9(09)V99.
               10 FILLER           PIC X(08).
           05 APR-RESTO-HDR REDEFINES APR-RESTO.
               10 APR-HDR-DATA     PIC 9(08).
               10 APR-HDR-HORA     PIC 9(08).
               10 APR-HDR-SERVICO  PIC X(20).
               10 FILLER           PIC X(13).
           05 APR-RESTO-TRL REDEFINES APR-RESTO.
               10 APR-TRL-QT       PIC 9(07).
               10 APR-TRL-HASH     PIC 9(13)V99.
               10 FILLER           PIC X(27).

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-RECORD PIC X(80).

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'FJRWS.CPY'.
           COPY 'SYSWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
           COPY 'TRPWS.CPY'.
       77 WRK-STATUS-FTR     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-FPG     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-APR     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RPT     PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ        PIC X(01) VALUE 'N'.
       77 WRK-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WRK-TOLERANCIA     PIC 9(03)V99 VALUE ZEROS.
       77 WRK-LIMITE         PIC 9(09)V99 VALUE ZEROS.
       77 WRK-COTADO         PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MOTIVO         PIC X(40) VALUE SPACES.
       77 WRK-SW-FPG-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-QT-LINHAS      PIC 9(07) VALUE ZEROS.
       77 WRK-QT-APROVADAS   PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-APROVADO   PIC 9(13)V99 VALUE ZEROS.
       77 WRK-QT-CONTESTADAS PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-CONTESTADO PIC 9(13)V99 VALUE ZEROS.
      * CADASTRO DE TRANSPORTADORAS COM OS TOTAIS DA AUDITORIA;
      * TRANSPORTADORA QUE FATURA SEM CADASTRO ENTRA NO FIM.
       77 WRK-QTD-TRP        PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-TRP        PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-TRP-ACHADA PIC 9(02) VALUE ZEROS.
       77 WRK-SW-TRP-ACHADA  PIC X(01) VALUE 'N'.
       01 WRK-TABELA-TRANSP.
           05 WRK-TAB-TRP OCCURS 20 TIMES.
               10 WRK-TAB-TRP-COD       PIC X(03).
               10 WRK-TAB-TRP-NOME      PIC X(20).
               10 WRK-TAB-TRP-SW-CAD    PIC X(01).
               10 WRK-TAB-TRP-QT-APROV  PIC 9(05).
               10 WRK-TAB-TRP-VL-APROV  PIC 9(11)V99.
               10 WRK-TAB-TRP-QT-CONT   PIC 9(05).
               10 WRK-TAB-TRP-VL-CONT   PIC 9(11)V99.
      * COTACOES DO JORNAL POR PEDIDO (O ULTIMO REGISTRO VALE):
      * FRETE = FRETE + AD VALOREM + GRIS; SW-CANC = 'S' QUANDO O
      * ULTIMO REGISTRO DO PEDIDO E O ESTORNO DO CANCELAMENTO.
       77 WRK-SW-COT-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-QTD-COT        PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IDX-COT        PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IDX-COT-ACHADA PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SW-COT-ACHADA  PIC X(01) VALUE 'N'.
       77 WRK-PEDIDO         PIC 9(06) VALUE ZEROS.
       01 WRK-TABELA-COTACOES.
           05 WRK-TAB-COT OCCURS 2000 TIMES.
               10 WRK-TAB-COT-PEDIDO PIC 9(06).
               10 WRK-TAB-COT-TRANSP PIC X(03).
               10 WRK-TAB-COT-FRETE  PIC 9(09)V99.
               10 WRK-TAB-COT-SW-CANC PIC X(01).
      * PEDIDOS JA VISTOS NESTA REMESSA DE FATURAS.
       77 WRK-QTD-VISTO      PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IDX-VISTO      PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SW-VISTO       PIC X(01) VALUE 'N'.
       01 WRK-TABELA-VISTOS.
           05 WRK-TAB-VISTO-PEDIDO OCCURS 2000 TIMES PIC 9(06).
      * CONTESTACOES, IMPRESSAS AGRUPADAS POR TRANSPORTADORA.
       77 WRK-QTD-CONT       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-CONT       PIC 9(03) COMP VALUE ZEROS.
       01 WRK-TABELA-CONTESTACOES.
           05 WRK-TAB-CONT OCCURS 500 TIMES.
               10 WRK-TAB-CONT-IDX-TRP PIC 9(02).
               10 WRK-TAB-CONT-FATURA  PIC X(10).
               10 WRK-TAB-CONT-PEDIDO  PIC 9(06).
               10 WRK-TAB-CONT-VALOR   PIC 9(09)V99.
               10 WRK-TAB-CONT-COTADO  PIC 9(09)V99.
               10 WRK-TAB-CONT-MOTIVO  PIC X(40).
       77 WRK-VALOR-ED       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-COTADO-ED      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOLERANCIA-ED  PIC ZZ9,99 VALUE ZEROS.
       77 WRK-LINHA-RPT      PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0040-AUTORIZAR.
           IF WRK-PERM-AUTORIZADO = 'S'
               PERFORM 0100-INICIALIZAR
               IF RETURN-CODE = 0
                   PERFORM 0200-AUDITAR-FATURAS
                   PERFORM 0400-GRAVAR-RELATORIO
               END-IF
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA AUDITORIA'
               MOVE 'AUDITA-FRETE' TO WRK-EXCP-PROGRAMA
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
           MOVE 'AUDITA-FRETE' TO WRK-PERM-PROGRAMA.
           MOVE 'AUDITFRETE' TO WRK-PERM-FUNCAO.
           IF LOG-RESULTADO = 'S'
               MOVE LOG-PERFIL TO WRK-PERM-PERFIL
           ELSE
               MOVE SPACES TO WRK-PERM-PERFIL
           END-IF.
           PERFORM 9200-VERIFICAR-PERMISSAO.

       0100-INICIALIZAR.
      * SEM O ARQUIVO DE FATURAS NAO HA O QUE AUDITAR (RC=8).
      * A TOLERANCIA SOBRE O FRETE COTADO E PERCENTUAL
      * (SYSPARM AUDITA-FRETE/TOLERANCIA-PERC).
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           OPEN INPUT CARRIER-INVOICE-FILE.
           IF WRK-STATUS-FTR NOT = '00'
               DISPLAY 'ARQUIVO DE FATURAS FATTRANS AUSENTE'
               MOVE 'AUDITA-FRETE' TO WRK-EXCP-PROGRAMA
               MOVE 'FATTRANS AUSENTE' TO WRK-EXCP-MENSAGEM
               PERFORM 9000-REGISTRAR-EXCECAO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'AUDITA-FRETE' TO WRK-PAR-PROGRAMA
               MOVE 'TOLERANCIA-PERC' TO WRK-PAR-CHAVE
               MOVE 2 TO WRK-PAR-DEFAULT
               PERFORM 9300-OBTER-PARAMETRO
               MOVE WRK-PAR-VALOR TO WRK-TOLERANCIA
               PERFORM 0110-CARREGAR-TRANSPORTADORAS
               PERFORM 0130-CARREGAR-COTACOES
           END-IF.
           IF RETURN-CODE = 0
               OPEN I-O FREIGHT-PAID-FILE
               IF WRK-STATUS-FPG NOT = '00'
                   OPEN OUTPUT FREIGHT-PAID-FILE
                   CLOSE FREIGHT-PAID-FILE
                   OPEN I-O FREIGHT-PAID-FILE
               END-IF
               OPEN OUTPUT APPROVED-FREIGHT-FILE
               MOVE SPACES TO APPROVED-FREIGHT-RECORD
               MOVE '0' TO APR-TIPO
               MOVE WRK-DATA-SISTEMA TO APR-HDR-DATA
               MOVE WRK-HORA-SISTEMA TO APR-HDR-HORA
               MOVE 'FRETE APROVADO' TO APR-HDR-SERVICO
               WRITE APPROVED-FREIGHT-RECORD
           END-IF.

       0110-CARREGAR-TRANSPORTADORAS.
           MOVE ZEROS TO WRK-QTD-TRP.
           OPEN INPUT CARRIER-MASTER-FILE.
           IF WRK-STATUS-TRP = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0115-LER-TRANSPORTADORA
               PERFORM 0120-ARMAZENAR-TRANSPORTADORA
                   UNTIL WRK-EOF-ARQ = 'S'
           ELSE
               DISPLAY 'TRANSPMS AUSENTE - TODAS SEM CADASTRO'
           END-IF.
           CLOSE CARRIER-MASTER-FILE.

       0115-LER-TRANSPORTADORA.
           READ CARRIER-MASTER-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0120-ARMAZENAR-TRANSPORTADORA.
           IF WRK-QTD-TRP < 20
               ADD 1 TO WRK-QTD-TRP
               INITIALIZE WRK-TAB-TRP(WRK-QTD-TRP)
               MOVE TRP-CODIGO TO WRK-TAB-TRP-COD(WRK-QTD-TRP)
               MOVE TRP-NOME   TO WRK-TAB-TRP-NOME(WRK-QTD-TRP)
               MOVE 'S' TO WRK-TAB-TRP-SW-CAD(WRK-QTD-TRP)
           END-IF.
           PERFORM 0115-LER-TRANSPORTADORA.

       0130-CARREGAR-COTACOES.
      * SO AS COTACOES DE PEDIDO ATENDIDAS VALEM COMO FRETE
      * COTADO. PEDIDO RECOTADO FICA COM A ULTIMA COTACAO DO
      * JORNAL (O ARQUIVO E GRAVADO EM ORDEM DE DATA). TABELA
      * CHEIA ENCERRA A AUDITORIA: AS FATURAS NAO SAO CONFERIDAS
      * CONTRA UM JORNAL CARREGADO PELA METADE.
           MOVE ZEROS TO WRK-QTD-COT.
           MOVE 'N' TO WRK-SW-COT-CHEIA.
           OPEN INPUT QUOTE-JOURNAL-FILE.
           IF WRK-STATUS-JRN = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0135-LER-JORNAL
               PERFORM 0140-ARMAZENAR-COTACAO
                   UNTIL WRK-EOF-ARQ = 'S'
                      OR WRK-SW-COT-CHEIA = 'S'
           ELSE
               DISPLAY 'JORNAL FRETEJRN AUSENTE OU VAZIO'
           END-IF.
           CLOSE QUOTE-JOURNAL-FILE.
           IF WRK-SW-COT-CHEIA = 'S'
               CLOSE CARRIER-INVOICE-FILE
               DISPLAY 'TABELA DE COTACOES CHEIA (2000) - AUDITORIA'
                   ' NAO FEITA'
               MOVE 'AUDITA-FRETE' TO WRK-EXCP-PROGRAMA
               MOVE 'TABELA DE COTACOES CHEIA - NAO AUDITADO'
                   TO WRK-EXCP-MENSAGEM
               PERFORM 9000-REGISTRAR-EXCECAO
               MOVE 8 TO RETURN-CODE
           END-IF.

       0135-LER-JORNAL.
           READ QUOTE-JOURNAL-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0140-ARMAZENAR-COTACAO.
      * COTACAO ATENDIDA GRAVA O TOTAL COTADO; O ESTORNO DO
      * CANCELAMENTO SO MARCA O PEDIDO (O COTADO ANTERIOR FICA
      * PARA O RELATORIO). UMA RECOTACAO DEPOIS DO ESTORNO
      * DESMARCA.
           IF JR-PEDIDO > 0
              AND (JR-SW-ATENDIDO = 'S' OR JR-ORIGEM = 'C')
               MOVE JR-PEDIDO TO WRK-PEDIDO
               PERFORM 0250-LOCALIZAR-COTACAO
               IF WRK-SW-COT-ACHADA = 'N'
                   IF WRK-QTD-COT < 2000
                       ADD 1 TO WRK-QTD-COT
                       MOVE WRK-QTD-COT TO WRK-IDX-COT-ACHADA
                       MOVE 'S' TO WRK-SW-COT-ACHADA
                       MOVE JR-PEDIDO
                           TO WRK-TAB-COT-PEDIDO(WRK-IDX-COT-ACHADA)
                       MOVE JR-TRANSP
                           TO WRK-TAB-COT-TRANSP(WRK-IDX-COT-ACHADA)
                       MOVE ZEROS
                           TO WRK-TAB-COT-FRETE(WRK-IDX-COT-ACHADA)
                   ELSE
                       MOVE 'S' TO WRK-SW-COT-CHEIA
                   END-IF
               END-IF
               IF WRK-SW-COT-ACHADA = 'S'
                   IF JR-ORIGEM = 'C'
                       MOVE 'S'
                           TO WRK-TAB-COT-SW-CANC(WRK-IDX-COT-ACHADA)
                   ELSE
                       PERFORM 0145-SOMAR-COTADO
                   END-IF
               END-IF
           END-IF.
           PERFORM 0135-LER-JORNAL.

       0145-SOMAR-COTADO.
           MOVE 'N' TO WRK-TAB-COT-SW-CANC(WRK-IDX-COT-ACHADA).
           MOVE JR-TRANSP TO WRK-TAB-COT-TRANSP(WRK-IDX-COT-ACHADA).
           MOVE ZEROS TO WRK-TAB-COT-FRETE(WRK-IDX-COT-ACHADA).
           IF JR-FRETE IS NUMERIC
               ADD JR-FRETE TO WRK-TAB-COT-FRETE(WRK-IDX-COT-ACHADA)
           END-IF.
           IF JR-ADVALOREM IS NUMERIC
               ADD JR-ADVALOREM
                   TO WRK-TAB-COT-FRETE(WRK-IDX-COT-ACHADA)
           END-IF.
           IF JR-GRIS IS NUMERIC
               ADD JR-GRIS TO WRK-TAB-COT-FRETE(WRK-IDX-COT-ACHADA)
           END-IF.

       0200-AUDITAR-FATURAS.
           MOVE 'N' TO WRK-EOF-ARQ.
           PERFORM 0210-LER-FATURA.
           PERFORM 0220-CONFERIR-LINHA
               UNTIL WRK-EOF-ARQ = 'S'.
           CLOSE CARRIER-INVOICE-FILE.
           CLOSE FREIGHT-PAID-FILE.
           MOVE SPACES TO APPROVED-FREIGHT-RECORD.
           MOVE '9' TO APR-TIPO.
           MOVE WRK-QT-APROVADAS TO APR-TRL-QT.
           MOVE WRK-TOT-APROVADO TO APR-TRL-HASH.
           WRITE APPROVED-FREIGHT-RECORD.
           CLOSE APPROVED-FREIGHT-FILE.

       0210-LER-FATURA.
           READ CARRIER-INVOICE-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0220-CONFERIR-LINHA.
      * AS CRITICAS SAO FEITAS NESTA ORDEM E A LINHA SAI COM O
      * PRIMEIRO MOTIVO ENCONTRADO. O COTADO JA INCLUI O AD
      * VALOREM E O GRIS (0145). COBRANCA REPETIDA E A
      * SEGUNDA LINHA DO MESMO PEDIDO NESTA REMESSA, OU PEDIDO
      * JA PAGO EM OUTRA FATURA; A MESMA FATURA REPROCESSADA
      * NAO E DUPLICIDADE.
           ADD 1 TO WRK-QT-LINHAS.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE ZEROS TO WRK-COTADO.
           PERFORM 0230-LOCALIZAR-TRANSPORTADORA.
           MOVE FTR-PEDIDO TO WRK-PEDIDO.
           PERFORM 0250-LOCALIZAR-COTACAO.
           IF WRK-SW-COT-ACHADA = 'S'
               MOVE WRK-TAB-COT-FRETE(WRK-IDX-COT-ACHADA)
                   TO WRK-COTADO
           END-IF.
           PERFORM 0260-VERIFICAR-VISTO.
           MOVE FTR-PEDIDO TO FPG-PEDIDO.
           READ FREIGHT-PAID-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-SW-FPG-ACHADO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-SW-FPG-ACHADO
           END-READ.
           COMPUTE WRK-LIMITE ROUNDED =
               WRK-COTADO * (100 + WRK-TOLERANCIA) / 100.
           EVALUATE TRUE
               WHEN WRK-TAB-TRP-SW-CAD(WRK-IDX-TRP-ACHADA) NOT = 'S'
                   MOVE 'TRANSPORTADORA NAO CADASTRADA'
                       TO WRK-MOTIVO
               WHEN WRK-SW-COT-ACHADA = 'S'
                AND WRK-TAB-COT-SW-CANC(WRK-IDX-COT-ACHADA) = 'S'
                   MOVE 'PEDIDO CANCELADO' TO WRK-MOTIVO
               WHEN WRK-SW-COT-ACHADA = 'N'
                   MOVE 'PEDIDO NAO COTADO' TO WRK-MOTIVO
               WHEN WRK-SW-VISTO = 'S'
                   MOVE 'PEDIDO COBRADO DUAS VEZES NA REMESSA'
                       TO WRK-MOTIVO
               WHEN WRK-SW-FPG-ACHADO = 'S'
                AND (FPG-TRANSP NOT = FTR-TRANSP
                  OR FPG-FATURA NOT = FTR-FATURA)
                   STRING 'PEDIDO JA PAGO NA FATURA ' FPG-TRANSP
                       '/' FPG-FATURA
                       DELIMITED BY SIZE INTO WRK-MOTIVO
               WHEN WRK-TAB-COT-TRANSP(WRK-IDX-COT-ACHADA)
                    NOT = FTR-TRANSP
                   STRING 'COTADO PARA OUTRA TRANSPORTADORA ('
                       WRK-TAB-COT-TRANSP(WRK-IDX-COT-ACHADA) ')'
                       DELIMITED BY SIZE INTO WRK-MOTIVO
               WHEN FTR-VALOR > WRK-LIMITE
                   MOVE 'COBRADO ACIMA DO COTADO + TOLERANCIA'
                       TO WRK-MOTIVO
           END-EVALUATE.
           IF WRK-MOTIVO = SPACES
               PERFORM 0270-APROVAR-LINHA
           ELSE
               PERFORM 0280-CONTESTAR-LINHA
           END-IF.
           PERFORM 0210-LER-FATURA.

       0230-LOCALIZAR-TRANSPORTADORA.
      * TRANSPORTADORA SEM CADASTRO E INCLUIDA NA TABELA SO PARA
      * AGRUPAR AS CONTESTACOES; O PERFORM VARYING DEIXA O
      * INDICE UMA POSICAO ALEM DA ENTRADA ENCONTRADA, POR ISSO
      * A POSICAO E GUARDADA EM WRK-IDX-TRP-ACHADA.
           MOVE 'N' TO WRK-SW-TRP-ACHADA.
           PERFORM 0235-COMPARAR-TRANSPORTADORA
               VARYING WRK-IDX-TRP FROM 1 BY 1
               UNTIL WRK-IDX-TRP > WRK-QTD-TRP
                  OR WRK-SW-TRP-ACHADA = 'S'.
           IF WRK-SW-TRP-ACHADA = 'N'
               IF WRK-QTD-TRP < 20
                   ADD 1 TO WRK-QTD-TRP
                   MOVE WRK-QTD-TRP TO WRK-IDX-TRP-ACHADA
                   INITIALIZE WRK-TAB-TRP(WRK-IDX-TRP-ACHADA)
                   MOVE FTR-TRANSP
                       TO WRK-TAB-TRP-COD(WRK-IDX-TRP-ACHADA)
                   MOVE 'SEM CADASTRO'
                       TO WRK-TAB-TRP-NOME(WRK-IDX-TRP-ACHADA)
                   MOVE 'N' TO WRK-TAB-TRP-SW-CAD(WRK-IDX-TRP-ACHADA)
               ELSE
                   DISPLAY 'TABELA DE TRANSPORTADORAS CHEIA'
                   MOVE WRK-QTD-TRP TO WRK-IDX-TRP-ACHADA
               END-IF
           END-IF.

       0235-COMPARAR-TRANSPORTADORA.
           IF FTR-TRANSP = WRK-TAB-TRP-COD(WRK-IDX-TRP)
               MOVE 'S' TO WRK-SW-TRP-ACHADA
               MOVE WRK-IDX-TRP TO WRK-IDX-TRP-ACHADA
           END-IF.

       0250-LOCALIZAR-COTACAO.
      * PROCURA WRK-PEDIDO NA TABELA DE COTACOES; A POSICAO
      * ENCONTRADA FICA EM WRK-IDX-COT-ACHADA.
           MOVE 'N' TO WRK-SW-COT-ACHADA.
           PERFORM 0255-COMPARAR-COTACAO
               VARYING WRK-IDX-COT FROM 1 BY 1
               UNTIL WRK-IDX-COT > WRK-QTD-COT
                  OR WRK-SW-COT-ACHADA = 'S'.

       0255-COMPARAR-COTACAO.
           IF WRK-PEDIDO = WRK-TAB-COT-PEDIDO(WRK-IDX-COT)
               MOVE 'S' TO WRK-SW-COT-ACHADA
               MOVE WRK-IDX-COT TO WRK-IDX-COT-ACHADA
           END-IF.

       0260-VERIFICAR-VISTO.
      * O PEDIDO JA APARECEU NESTA REMESSA? SE NAO, PASSA A
      * CONSTAR DOS VISTOS.
           MOVE 'N' TO WRK-SW-VISTO.
           PERFORM 0265-COMPARAR-VISTO
               VARYING WRK-IDX-VISTO FROM 1 BY 1
               UNTIL WRK-IDX-VISTO > WRK-QTD-VISTO
                  OR WRK-SW-VISTO = 'S'.
           IF WRK-SW-VISTO = 'N'
               IF WRK-QTD-VISTO < 2000
                   ADD 1 TO WRK-QTD-VISTO
                   MOVE FTR-PEDIDO
                       TO WRK-TAB-VISTO-PEDIDO(WRK-QTD-VISTO)
               ELSE
                   DISPLAY 'TABELA DE PEDIDOS CHEIA - SEM CONTROLE'
                       ' DE DUPLICIDADE NA REMESSA'
               END-IF
           END-IF.

       0265-COMPARAR-VISTO.
           IF FTR-PEDIDO = WRK-TAB-VISTO-PEDIDO(WRK-IDX-VISTO)
               MOVE 'S' TO WRK-SW-VISTO
           END-IF.

       0270-APROVAR-LINHA.
      * LINHA APROVADA VAI PARA O PAGAMENTO E PARA O HISTORICO
      * DE PEDIDOS PAGOS (REPROCESSAMENTO DA MESMA FATURA
      * REGRAVA O REGISTRO).
           ADD 1 TO WRK-QT-APROVADAS.
           ADD FTR-VALOR TO WRK-TOT-APROVADO.
           ADD 1 TO WRK-TAB-TRP-QT-APROV(WRK-IDX-TRP-ACHADA).
           ADD FTR-VALOR TO WRK-TAB-TRP-VL-APROV(WRK-IDX-TRP-ACHADA).
           MOVE SPACES TO APPROVED-FREIGHT-RECORD.
           MOVE '1' TO APR-TIPO.
           MOVE FTR-TRANSP TO APR-TRANSP.
           MOVE FTR-FATURA TO APR-FATURA.
           MOVE FTR-PEDIDO TO APR-PEDIDO.
           MOVE FTR-VALOR TO APR-VALOR.
           MOVE WRK-COTADO TO APR-COTADO.
           WRITE APPROVED-FREIGHT-RECORD.
           MOVE SPACES TO FREIGHT-PAID-RECORD.
           MOVE FTR-PEDIDO TO FPG-PEDIDO.
           MOVE FTR-TRANSP TO FPG-TRANSP.
           MOVE FTR-FATURA TO FPG-FATURA.
           MOVE FTR-VALOR TO FPG-VALOR.
           MOVE WRK-DATA-SISTEMA TO FPG-DATA.
           IF WRK-SW-FPG-ACHADO = 'S'
               REWRITE FREIGHT-PAID-RECORD
           ELSE
               WRITE FREIGHT-PAID-RECORD
           END-IF.

       0280-CONTESTAR-LINHA.
           ADD 1 TO WRK-QT-CONTESTADAS.
           ADD FTR-VALOR TO WRK-TOT-CONTESTADO.
           ADD 1 TO WRK-TAB-TRP-QT-CONT(WRK-IDX-TRP-ACHADA).
           ADD FTR-VALOR TO WRK-TAB-TRP-VL-CONT(WRK-IDX-TRP-ACHADA).
           IF WRK-QTD-CONT < 500
               ADD 1 TO WRK-QTD-CONT
               MOVE WRK-IDX-TRP-ACHADA
                   TO WRK-TAB-CONT-IDX-TRP(WRK-QTD-CONT)
               MOVE FTR-FATURA TO WRK-TAB-CONT-FATURA(WRK-QTD-CONT)
               MOVE FTR-PEDIDO TO WRK-TAB-CONT-PEDIDO(WRK-QTD-CONT)
               MOVE FTR-VALOR TO WRK-TAB-CONT-VALOR(WRK-QTD-CONT)
               MOVE WRK-COTADO TO WRK-TAB-CONT-COTADO(WRK-QTD-CONT)
               MOVE WRK-MOTIVO TO WRK-TAB-CONT-MOTIVO(WRK-QTD-CONT)
           ELSE
               DISPLAY 'TABELA DE CONTESTACOES CHEIA - PEDIDO '
                   FTR-PEDIDO ' FORA DO RELATORIO'
           END-IF.

       0400-GRAVAR-RELATORIO.
      * UM BLOCO POR TRANSPORTADORA QUE FATUROU: AS LINHAS
      * CONTESTADAS COM O MOTIVO E OS TOTAIS APROVADO E
      * CONTESTADO. CONTESTACAO TERMINA COM RC=4.
           OPEN OUTPUT AUDIT-REPORT-FILE.
           MOVE WRK-TOLERANCIA TO WRK-TOLERANCIA-ED.
           STRING 'AUDITORIA DE FATURAS DE FRETE - ' WRK-DATA-SISTEMA
               ' - TOLERANCIA ' WRK-TOLERANCIA-ED '%'
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0490-GRAVAR-LINHA.
           PERFORM 0410-GRAVAR-TRANSPORTADORA
               VARYING WRK-IDX-TRP FROM 1 BY 1
               UNTIL WRK-IDX-TRP > WRK-QTD-TRP.
           PERFORM 0490-GRAVAR-LINHA.
           STRING 'LINHAS COBRADAS: ' WRK-QT-LINHAS
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0490-GRAVAR-LINHA.
           MOVE WRK-TOT-APROVADO TO WRK-TOTAL-ED.
           STRING 'APROVADAS:   ' WRK-QT-APROVADAS ' R' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0490-GRAVAR-LINHA.
           MOVE WRK-TOT-CONTESTADO TO WRK-TOTAL-ED.
           STRING 'CONTESTADAS: ' WRK-QT-CONTESTADAS ' R'
               WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0490-GRAVAR-LINHA.
           CLOSE AUDIT-REPORT-FILE.
           IF WRK-QT-CONTESTADAS > 0
               MOVE 'AUDITA-FRETE' TO WRK-EXCP-PROGRAMA
               STRING 'LINHAS DE FRETE CONTESTADAS: '
                   WRK-QT-CONTESTADAS
                   DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM
               MOVE 'A' TO WRK-EXCP-SEVERIDADE
               PERFORM 9000-REGISTRAR-EXCECAO
               MOVE 4 TO RETURN-CODE
           END-IF.

       0410-GRAVAR-TRANSPORTADORA.
           IF WRK-TAB-TRP-QT-APROV(WRK-IDX-TRP) > 0
              OR WRK-TAB-TRP-QT-CONT(WRK-IDX-TRP) > 0
               PERFORM 0490-GRAVAR-LINHA
               STRING 'TRANSPORTADORA ' WRK-TAB-TRP-COD(WRK-IDX-TRP)
                   ' ' WRK-TAB-TRP-NOME(WRK-IDX-TRP)
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0490-GRAVAR-LINHA
               IF WRK-TAB-TRP-QT-CONT(WRK-IDX-TRP) > 0
                   STRING '  FATURA     PEDIDO        COBRADO'
                       '         COTADO  MOTIVO'
                       DELIMITED BY SIZE INTO WRK-LINHA-RPT
                   PERFORM 0490-GRAVAR-LINHA
                   PERFORM 0420-GRAVAR-CONTESTACAO
                       VARYING WRK-IDX-CONT FROM 1 BY 1
                       UNTIL WRK-IDX-CONT > WRK-QTD-CONT
               END-IF
               MOVE WRK-TAB-TRP-VL-APROV(WRK-IDX-TRP) TO WRK-TOTAL-ED
               STRING '  APROVADO:   ' WRK-TAB-TRP-QT-APROV(WRK-IDX-TRP)
                   ' R' WRK-TOTAL-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0490-GRAVAR-LINHA
               MOVE WRK-TAB-TRP-VL-CONT(WRK-IDX-TRP) TO WRK-TOTAL-ED
               STRING '  CONTESTADO: ' WRK-TAB-TRP-QT-CONT(WRK-IDX-TRP)
                   ' R' WRK-TOTAL-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0490-GRAVAR-LINHA
           END-IF.

       0420-GRAVAR-CONTESTACAO.
      * O MOTIVO VAI NUMA SEGUNDA LINHA PARA CABER EM 80 COLUNAS.
           IF WRK-TAB-CONT-IDX-TRP(WRK-IDX-CONT) = WRK-IDX-TRP
               MOVE WRK-TAB-CONT-VALOR(WRK-IDX-CONT) TO WRK-VALOR-ED
               MOVE WRK-TAB-CONT-COTADO(WRK-IDX-CONT)
                   TO WRK-COTADO-ED
               STRING '  ' WRK-TAB-CONT-FATURA(WRK-IDX-CONT) ' '
                   WRK-TAB-CONT-PEDIDO(WRK-IDX-CONT) ' '
                   WRK-VALOR-ED ' ' WRK-COTADO-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0490-GRAVAR-LINHA
               STRING '             ' WRK-TAB-CONT-MOTIVO(WRK-IDX-CONT)
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0490-GRAVAR-LINHA
           END-IF.

       0490-GRAVAR-LINHA.
           MOVE WRK-LINHA-RPT TO AUDIT-REPORT-RECORD.
           WRITE AUDIT-REPORT-RECORD.
           MOVE SPACES TO WRK-LINHA-RPT.

           COPY 'EXCPLOG.CPY'.

           COPY 'PERMCHK.CPY'.

           COPY 'SYSPRM.CPY'.
