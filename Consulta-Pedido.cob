      *              DESDE A DIMENSAO DE TRANSPORTADORA). CADA
      *              CONSULTA DA SESSAO TAMBEM SAI NO RELATORIO
      *              PEDIDRPT.
      * 15/10/2026 - PEDIDO EMBARCADO MOSTRA A CARGA (ROMANEIO) E A
      *              TRANSPORTADORA EM QUE SAIU, PELO ARQUIVO
      *              CARGAPED GRAVADO NA MONTAGEM DE CARGAS.
      * 15/10/2026 - PEDIDO CANCELADO MOSTRA A DATA, O USUARIO E O
      *              MOTIVO DO CANCELAMENTO, PELO ARQUIVO PEDCANC
      *              GRAVADO POR CANCELA-PEDIDO.
      * 15/10/2026 - DETALHE DE JUROS E MULTA (FAT-COMPONENTE 'J')
      *              NAO CONTA COMO FATURAMENTO DO PEDIDO.
      * 15/10/2026 - PEDIDO GERADO DAS VENDAS (GERA-PEDIDO) MOSTRA AS
      *              VENDAS DE ORIGEM, PELO ARQUIVO VENDPED; O
      *              NUMERO DIGITADO TAMBEM E PROCURADO COMO VENDA,
      *              MOSTRANDO O PEDIDO EM QUE ELA EMBARCOU (VENDA
      *              -> FRETE -> FATURA).
      * 15/10/2026 - O CARGAPED E O PEDCANC PASSARAM PARA OS
      *              COPYBOOKS CGPSEL/CGPFD/CGPWS E PCNSEL/PCNFD/
      *              PCNWS, COMPARTILHADOS COM MONTA-CARGA E
      *              CANCELA-PEDIDO.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           COPY 'FJRSEL.CPY'.
           COPY 'FATSEL.CPY'.
           COPY 'VPDSEL.CPY'.
           SELECT ORD-REJEITO-FILE ASSIGN TO "ORDREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ORDR.
           COPY 'CGPSEL.CPY'.
           COPY 'PCNSEL.CPY'.
           SELECT PEDIDO-REPORT-FILE ASSIGN TO "PEDIDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RPT.

           COPY 'FATFD.CPY'.

           COPY 'VPDFD.CPY'.

       FD  ORD-REJEITO-FILE.
       01  ORD-REJEITO-RECORD.
           05 ORR-MOTIVO           PIC X(03).
               10 ORR-NUMERO       PIC X(06).
               10 FILLER           PIC X(29).

           COPY 'CGPFD.CPY'.

           COPY 'PCNFD.CPY'.

       FD  PEDIDO-REPORT-FILE.
       01  PEDIDO-REPORT-RECORD PIC X(80).

           COPY 'EXCPWS.CPY'.
           COPY 'FJRWS.CPY'.
           COPY 'FATWS.CPY'.
           COPY 'VPDWS.CPY'.
           COPY 'CGPWS.CPY'.
           COPY 'PCNWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
       77 WRK-JR-TRANSP      PIC X(03) VALUE SPACES.
       77 WRK-JR-ATENDIDO    PIC X(01) VALUE SPACES.
       77 WRK-SW-FATURADO    PIC X(01) VALUE 'N'.
       77 WRK-SW-EMBARCADO   PIC X(01) VALUE 'N'.
       77 WRK-CGP-CARGA      PIC 9(11) VALUE ZEROS.
       77 WRK-CGP-TRANSP     PIC X(03) VALUE SPACES.
       77 WRK-CGP-DATA       PIC 9(08) VALUE ZEROS.
       77 WRK-SW-CANCELADO   PIC X(01) VALUE 'N'.
       77 WRK-QTD-ED         PIC ZZZZ9 VALUE ZEROS.
       77 WRK-PCN-DATA       PIC 9(08) VALUE ZEROS.
       77 WRK-PCN-USUARIO    PIC X(20) VALUE SPACES.
       77 WRK-PCN-MOTIVO     PIC X(30) VALUE SPACES.
       77 WRK-FRETE-ED       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-LINHA-RPT      PIC X(80) VALUE SPACES.

           PERFORM 9200-VERIFICAR-PERMISSAO.

       0100-CONSULTAR.
           DISPLAY 'NUMERO DO PEDIDO OU DA VENDA (999999 = SAIR): '
           ACCEPT WRK-PEDIDO.
           IF WRK-PEDIDO NOT = 999999
               MOVE 'N' TO WRK-SW-ACHOU-ALGO
               STRING 'PEDIDO ' WRK-PEDIDO ':'
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
               PERFORM 0700-PROCURAR-VENDAS
               PERFORM 0200-PROCURAR-REJEICAO
               PERFORM 0300-PROCURAR-COTACAO
               IF WRK-SW-COTADO = 'S'
                  AND WRK-JR-ATENDIDO = 'S'
                   PERFORM 0400-PROCURAR-FATURAMENTO
                   PERFORM 0600-PROCURAR-CANCELAMENTO
                   IF WRK-SW-CANCELADO = 'N'
                       PERFORM 0500-PROCURAR-CARGA
                   END-IF
               END-IF
               IF WRK-SW-ACHOU-ALGO = 'N'
                   MOVE '  NAO CONSTA EM ORDREJ, FRETEJRN'
                       TO WRK-LINHA-RPT
                   PERFORM 0800-GRAVAR-LINHA
                   MOVE '  NEM FATINTF E VENDPED' TO WRK-LINHA-RPT
                   PERFORM 0800-GRAVAR-LINHA
               END-IF
           END-IF.

       0420-COMPARAR-FATURAMENTO.
           IF FAT-REG-DETALHE
              AND NOT FAT-COMP-ENCARGO
              AND FAT-CLIENTE = WRK-JR-CLIENTE
              AND FAT-DATA = WRK-JR-DATA
               MOVE 'S' TO WRK-SW-FATURADO
           END-IF.
           PERFORM 0410-LER-FATURAMENTO.

       0500-PROCURAR-CARGA.
      * PEDIDO REEMBARCADO (MONTAGEM REPROCESSADA) FICA COM A
      * ULTIMA CARGA DO CARGAPED.
           MOVE 'N' TO WRK-SW-EMBARCADO.
           OPEN INPUT LOAD-ORDER-FILE.
           IF WRK-STATUS-CGP = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0510-LER-CARGA
               PERFORM 0520-COMPARAR-CARGA
                   UNTIL WRK-EOF-ARQ = 'S'
           END-IF.
           CLOSE LOAD-ORDER-FILE.
           IF WRK-SW-EMBARCADO = 'S'
               STRING '  EMBARCADO NA CARGA ' WRK-CGP-CARGA
                   ' T' WRK-CGP-TRANSP ' EM ' WRK-CGP-DATA
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
           ELSE
               MOVE '  AINDA SEM CARGA (ROMANEIO) MONTADA'
                   TO WRK-LINHA-RPT
           END-IF.
           PERFORM 0800-GRAVAR-LINHA.

       0510-LER-CARGA.
           READ LOAD-ORDER-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0520-COMPARAR-CARGA.
           IF CGP-PEDIDO = WRK-PEDIDO
               MOVE 'S' TO WRK-SW-EMBARCADO
               MOVE CGP-CARGA  TO WRK-CGP-CARGA
               MOVE CGP-TRANSP TO WRK-CGP-TRANSP
               MOVE CGP-DATA   TO WRK-CGP-DATA
           END-IF.
           PERFORM 0510-LER-CARGA.

       0600-PROCURAR-CANCELAMENTO.
           MOVE 'N' TO WRK-SW-CANCELADO.
           OPEN INPUT ORDER-CANCEL-FILE.
           IF WRK-STATUS-PCN = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0610-LER-CANCELAMENTO
               PERFORM 0620-COMPARAR-CANCELAMENTO
                   UNTIL WRK-EOF-ARQ = 'S'
           END-IF.
           CLOSE ORDER-CANCEL-FILE.
           IF WRK-SW-CANCELADO = 'S'
               STRING '  CANCELADO EM ' WRK-PCN-DATA
                   ' POR ' WRK-PCN-USUARIO
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
               STRING '  MOTIVO: ' WRK-PCN-MOTIVO
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
           END-IF.

       0610-LER-CANCELAMENTO.
           READ ORDER-CANCEL-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0620-COMPARAR-CANCELAMENTO.
           IF PCN-PEDIDO = WRK-PEDIDO
               MOVE 'S' TO WRK-SW-CANCELADO
               MOVE PCN-DATA    TO WRK-PCN-DATA
               MOVE PCN-USUARIO TO WRK-PCN-USUARIO
               MOVE PCN-MOTIVO  TO WRK-PCN-MOTIVO
           END-IF.
           PERFORM 0610-LER-CANCELAMENTO.

       0700-PROCURAR-VENDAS.
      * O VENDPED LIGA A VENDA DO SALESTXN AO PEDIDO GERADO DELA:
      * LISTA AS VENDAS DE ORIGEM DO PEDIDO E, SE O NUMERO FOR DE
      * UMA VENDA, O PEDIDO EM QUE ELA EMBARCOU.
           OPEN INPUT SALE-ORDER-FILE.
           IF WRK-STATUS-VPD = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0710-LER-VENDA-PEDIDO
               PERFORM 0720-COMPARAR-VENDA-PEDIDO
                   UNTIL WRK-EOF-ARQ = 'S'
           END-IF.
           CLOSE SALE-ORDER-FILE.

       0710-LER-VENDA-PEDIDO.
           READ SALE-ORDER-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0720-COMPARAR-VENDA-PEDIDO.
           IF VPD-PEDIDO = WRK-PEDIDO
               MOVE 'S' TO WRK-SW-ACHOU-ALGO
               MOVE VPD-QUANTIDADE TO WRK-QTD-ED
               STRING '  GERADO DA VENDA ' VPD-VENDA
                   ' DE ' VPD-DATA ' ' VPD-PRODUTO
                   ' QT ' WRK-QTD-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
           END-IF.
           IF VPD-VENDA = WRK-PEDIDO
               MOVE 'S' TO WRK-SW-ACHOU-ALGO
               STRING '  VENDA ' VPD-VENDA ' DE ' VPD-DATA
                   ' EMBARCADA NO PEDIDO ' VPD-PEDIDO
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
           END-IF.
           PERFORM 0710-LER-VENDA-PEDIDO.

       0800-GRAVAR-LINHA.
      * O RELATORIO PEDIDRPT E ABERTO NA PRIMEIRA LINHA GRAVADA
      * E ACUMULA AS CONSULTAS DA SESSAO (MESMO ESQUEMA DO
