      *********************************************
      * COPYBOOK  = RVSCHK.CPY
      * OBJETIVO  = PARAGRAFOS PADRAO DA CAMPANHA DE REVISAO DE
      *             ACESSOS (REVACESS): 9060 CARREGA O ARQUIVO EM
      *             TABELA, DEVOLVENDO EM WRK-RVS-QTD-ABERTOS OS
      *             ITENS DA CAMPANHA AINDA ABERTA E EM
      *             WRK-RVS-CAMPANHA/WRK-RVS-PRAZO O CODIGO E O
      *             PRAZO DA CAMPANHA DO ARQUIVO; 9080 REGRAVA O
      *             ARQUIVO INTEIRO A PARTIR DA TABELA. COPIAR
      *             DENTRO DA PROCEDURE DIVISION, APOS OS DEMAIS
      *             PARAGRAFOS. REQUER RVSSEL.CPY, RVSFD.CPY E
      *             RVSWS.CPY NO MESMO PROGRAMA.
      * DATA      = 15/10/2026
      *********************************************
       9060-CARREGAR-REVISAO.
           MOVE ZEROS TO WRK-RVS-QTD.
           MOVE ZEROS TO WRK-RVS-QTD-ABERTOS.
           MOVE SPACES TO WRK-RVS-CAMPANHA.
           MOVE ZEROS TO WRK-RVS-PRAZO.
           MOVE 'N' TO WRK-RVS-SW-CHEIA.
           OPEN INPUT ACCESS-REVIEW-FILE.
           IF WRK-STATUS-RVS = '00'
               MOVE 'N' TO WRK-RVS-EOF
               PERFORM 9065-LER-REVISAO
               PERFORM 9068-ARMAZENAR-REVISAO
                   UNTIL WRK-RVS-EOF = 'S'
           END-IF.
           CLOSE ACCESS-REVIEW-FILE.

       9065-LER-REVISAO.
           READ ACCESS-REVIEW-FILE
               AT END
                   MOVE 'S' TO WRK-RVS-EOF
           END-READ.

       9068-ARMAZENAR-REVISAO.
           IF WRK-RVS-QTD < 300
               ADD 1 TO WRK-RVS-QTD
               MOVE ACCESS-REVIEW-RECORD TO WRK-TAB-RVS(WRK-RVS-QTD)
               MOVE RV-CAMPANHA TO WRK-RVS-CAMPANHA
               MOVE RV-PRAZO TO WRK-RVS-PRAZO
               IF RV-ABERTA
                   ADD 1 TO WRK-RVS-QTD-ABERTOS
               END-IF
           ELSE
               DISPLAY 'TABELA DA CAMPANHA CHEIA - IGNORADO: '
                   RV-USUARIO
               MOVE 'S' TO WRK-RVS-SW-CHEIA
           END-IF.
           PERFORM 9065-LER-REVISAO.

       9080-REGRAVAR-REVISAO.
      * REGRAVA O REVACESS INTEIRO A PARTIR DA TABELA. SO PODE
      * SER USADO COM A TABELA COMPLETA (WRK-RVS-SW-CHEIA = 'N').
           OPEN OUTPUT ACCESS-REVIEW-FILE.
           PERFORM 9085-GRAVAR-REVISAO
               VARYING WRK-RVS-IDX FROM 1 BY 1
               UNTIL WRK-RVS-IDX > WRK-RVS-QTD.
           CLOSE ACCESS-REVIEW-FILE.

       9085-GRAVAR-REVISAO.
           MOVE WRK-TAB-RVS(WRK-RVS-IDX) TO ACCESS-REVIEW-RECORD.
           WRITE ACCESS-REVIEW-RECORD.
