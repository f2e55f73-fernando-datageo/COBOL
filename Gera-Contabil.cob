      *              COMISSOES PASSOU A CONFERIR OS TRAILERS DO
      *              COMISINT ANTES DE SOMAR: BLOCO QUE NAO BATE
      *              (OU SEM TRAILER) DERRUBA A APURACAO COM RC=8.
      * 15/10/2026 - INCLUIDO O EVENTO DECIMO: O BRUTO DA PARCELA
      *              DO 13O SALARIO VEM DO CONTROLE DECIMCTL
      *              GRAVADO POR CALCULA-DECIMO E E LANCADO SO NA
      *              DATA DO CALCULO (DCC-DATA), COM CONTA PROPRIA
      *              DO CONTAMAP.
      * 15/10/2026 - INCLUIDOS OS EVENTOS DA FOLHA MENSAL (FOLHA,
      *              INSS-RET, IRRF-RET, DESC-FOLHA, SAL-FAMIL) E
      *              DOS ENCARGOS E PROVISOES (FGTS, INSS-EMPR,
      *              PROV-FER, PROV-13), LIDOS DO CONTROLE
      *              ENCARCTL DE ENCARGOS-FOLHA E LANCADOS SO NA
      *              DATA DO CALCULO (ECT-DATA). TABELA DO
      *              CONTAMAP AMPLIADA DE 20 PARA 40 EVENTOS.
      * 15/10/2026 - INCLUIDO O EVENTO EST-FRETE: ESTORNO DO FRETE
      *              DE PEDIDO CANCELADO (FRETEJRN ORIGEM 'C',
      *              GRAVADO POR CANCELA-PEDIDO), LANCADO NA DATA
      *              DO ESTORNO.
      * 15/10/2026 - INCLUIDOS OS EVENTOS ADVALOREM E GRIS: SEGURO
      *              AD VALOREM E GRIS DAS COTACOES DE LOTE
      *              ATENDIDAS, EM CONTAS PROPRIAS DE RECEITA. O
      *              ESTORNO DE PEDIDO CANCELADO (EST-FRETE) PASSA
      *              A INCLUIR AS DUAS PARCELAS.
      * 15/10/2026 - INCLUIDOS OS EVENTOS DAS MENSALIDADES ESCOLARES:
      *              MENSALID (TITULOS EMITIDOS NO DIA NO MENSTIT
      *              PELO GERA-MENSALIDADE, VALOR LIQUIDO DOS
      *              DESCONTOS) E RECEB-MENS (RECEBIMENTOS
      *              IDENTIFICADOS NO DIA, DO CONTROLE RECMCTL
      *              GRAVADO PELO RECEBE-MENSALIDADE), COM CONTAS
      *              PROPRIAS NO CONTAMAP.
      * 15/10/2026 - INCLUIDO O EVENTO FERIAS: AS FERIAS PAGAS EM
      *              RECIBO NA COMPETENCIA (ECT-TOT-FERIAS DO
      *              ENCARCTL, APURADO DO FERADIAN) BAIXAM A
      *              PROVISAO DE FERIAS CONTRA FERIAS A PAGAR, COMO
      *              O DECIMO BAIXA A PROVISAO DE 13O.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY 'FJRSEL.CPY'.
           COPY 'CLSSEL.CPY'.
           COPY 'CMISEL.CPY'.
           COPY 'MNTSEL.CPY'.
           SELECT DISSIDIO-CONTROL-FILE ASSIGN TO "DISSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DCT.
           SELECT DECIMO-CONTROL-FILE ASSIGN TO "DECIMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DCC.
           SELECT CHARGES-CONTROL-FILE ASSIGN TO "ENCARCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ECT.
           SELECT RECEIPT-CONTROL-FILE ASSIGN TO "RECMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RMC.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO "CONTAMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-MAP.

           COPY 'CMIFD.CPY'.

           COPY 'MNTFD.CPY'.

       FD  DISSIDIO-CONTROL-FILE.
       01  DISSIDIO-CONTROL-RECORD.
           05 DCT-ANO          PIC 9(04).
           05 DCT-QT-HIST      PIC 9(05).
           05 DCT-TOT-AUMENTO  PIC 9(10)V99.

       FD  DECIMO-CONTROL-FILE.
       01  DECIMO-CONTROL-RECORD.
           05 DCC-DATA         PIC 9(08).
           05 DCC-ANO          PIC 9(04).
           05 DCC-PARCELA      PIC 9(01).
           05 DCC-QT-FUNC      PIC 9(05).
           05 DCC-TOT-PARCELA  PIC 9(10)V99.
           05 DCC-TOT-INSS     PIC 9(10)V99.
           05 DCC-TOT-IRRF     PIC 9(10)V99.
           05 DCC-TOT-LIQUIDO  PIC 9(10)V99.

       FD  CHARGES-CONTROL-FILE.
       01  CHARGES-CONTROL-RECORD.
           05 ECT-DATA          PIC 9(08).
           05 ECT-COMPETENCIA   PIC 9(06).
           05 ECT-QT-FUNC       PIC 9(05).
           05 ECT-TOT-BRUTO     PIC 9(10)V99.
           05 ECT-TOT-INSS      PIC 9(10)V99.
           05 ECT-TOT-IRRF      PIC 9(10)V99.
           05 ECT-TOT-DESCONTOS PIC 9(10)V99.
           05 ECT-TOT-SALFAM    PIC 9(10)V99.
           05 ECT-TOT-FGTS      PIC 9(10)V99.
           05 ECT-TOT-INSS-EMPR PIC 9(10)V99.
           05 ECT-TOT-PROV-FER  PIC 9(10)V99.
           05 ECT-TOT-PROV-13   PIC 9(10)V99.
           05 ECT-TOT-FERIAS    PIC 9(10)V99.

       FD  RECEIPT-CONTROL-FILE.
       01  RECEIPT-CONTROL-RECORD.
           05 RMC-DATA          PIC 9(08).
           05 RMC-QT            PIC 9(05).
           05 RMC-TOT-RECEBIDO  PIC 9(11)V99.
           05 RMC-TOT-NAO-IDENT PIC 9(11)V99.

       FD  ACCOUNT-MAP-FILE.
       01  ACCOUNT-MAP-RECORD.
           05 CM-EVENTO PIC X(10).
           COPY 'FJRWS.CPY'.
           COPY 'CLSWS.CPY'.
           COPY 'CMIWS.CPY'.
           COPY 'MNTWS.CPY'.
           COPY 'RUNWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
       77 WRK-STATUS-MAP     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-DCT     PIC X(02) VALUE SPACES.
       77 WRK-TOT-DISSIDIO   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-STATUS-DCC     PIC X(02) VALUE SPACES.
       77 WRK-TOT-DECIMO     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-STATUS-ECT     PIC X(02) VALUE SPACES.
       77 WRK-TOT-FOLHA      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-INSS-RET   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-IRRF-RET   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-DESC-FOLHA PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-SALFAM     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-FGTS       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-INSS-EMPR  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-PROV-FER   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-PROV-13    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-FERIAS     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-STATUS-RMC     PIC X(02) VALUE SPACES.
       77 WRK-TOT-MENSALID   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-RECEB-MENS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-STATUS-LED     PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ        PIC X(01) VALUE 'N'.
       77 WRK-DATA-MOVTO     PIC 9(08) VALUE ZEROS.
       77 WRK-TOT-AUMENTO    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-FRETE      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-EST-FRETE  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-ADVALOREM  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-GRIS       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-VENDAS     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-DEVOLUCAO  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-COMISSAO   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CMI-SOMA       PIC 9(13)V99 VALUE ZEROS.
       77 WRK-SW-SEM-CONTA   PIC X(01) VALUE 'N'.
       01 WRK-TABELA-MAPA.
           05 WRK-TAB-MAPA OCCURS 40 TIMES.
               10 WRK-TAB-MAPA-EVENTO PIC X(10).
               10 WRK-TAB-MAPA-CONTA  PIC X(10).
               10 WRK-TAB-MAPA-CONTRA PIC X(10).
           END-READ.

       0130-ARMAZENAR-MAPA.
           IF WRK-QTD-MAP < 40
               ADD 1 TO WRK-QTD-MAP
               MOVE CM-EVENTO TO WRK-TAB-MAPA-EVENTO(WRK-QTD-MAP)
               MOVE CM-CONTA  TO WRK-TAB-MAPA-CONTA(WRK-QTD-MAP)
       0200-APURAR-TOTAIS.
           PERFORM 0210-APURAR-AUMENTOS.
           PERFORM 0215-APURAR-DISSIDIO.
           PERFORM 0217-APURAR-DECIMO.
           PERFORM 0218-APURAR-ENCARGOS.
           PERFORM 0220-APURAR-FRETE.
           PERFORM 0230-APURAR-VENDAS.
           PERFORM 0240-APURAR-COMISSOES.
           PERFORM 0250-APURAR-MENSALIDADES.

       0240-APURAR-COMISSOES.
      * SOMA OS ACERTOS DE COMISSAO DO DIA NA INTERFACE
           END-EVALUATE.
           PERFORM 0242-LER-ACERTO.

       0250-APURAR-MENSALIDADES.
      * OS TITULOS DE MENSALIDADE EMITIDOS NO DIA (VALOR JA
      * LIQUIDO DE BOLSA/IRMAO) E OS RECEBIMENTOS IDENTIFICADOS
      * NA DATA DO CONTROLE RECMCTL; CONTROLE DE OUTRA DATA NAO
      * ENTRA.
           MOVE ZEROS TO WRK-TOT-MENSALID.
           MOVE ZEROS TO WRK-TOT-RECEB-MENS.
           OPEN INPUT TUITION-TITLE-FILE.
           IF WRK-STATUS-MNT = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0252-LER-MENSALIDADE
               PERFORM 0254-SOMAR-MENSALIDADE
                   UNTIL WRK-EOF-ARQ = 'S'
           END-IF.
           CLOSE TUITION-TITLE-FILE.
           OPEN INPUT RECEIPT-CONTROL-FILE.
           IF WRK-STATUS-RMC = '00'
               READ RECEIPT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RMC-DATA = WRK-DATA-MOVTO
                           MOVE RMC-TOT-RECEBIDO
                               TO WRK-TOT-RECEB-MENS
                       END-IF
               END-READ
           END-IF.
           CLOSE RECEIPT-CONTROL-FILE.

       0252-LER-MENSALIDADE.
           READ TUITION-TITLE-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0254-SOMAR-MENSALIDADE.
           IF MNT-DATA-EMISSAO = WRK-DATA-MOVTO
               ADD MNT-VALOR TO WRK-TOT-MENSALID
           END-IF.
           PERFORM 0252-LER-MENSALIDADE.

       0215-APURAR-DISSIDIO.
      * O TOTAL DO AJUSTE COLETIVO VEM DO CONTROLE DISSCTL
      * GRAVADO PELA PROPRIA EXECUCAO DO DISSIDIO.
           END-IF.
           CLOSE DISSIDIO-CONTROL-FILE.

       0217-APURAR-DECIMO.
      * O BRUTO DA PARCELA DO 13O VEM DO CONTROLE DECIMCTL
      * GRAVADO PELO CALCULO; SO ENTRA NO MOVIMENTO DO DIA DO
      * CALCULO, PARA NAO SER LANCADO DE NOVO NAS NOITES
      * SEGUINTES.
           MOVE ZEROS TO WRK-TOT-DECIMO.
           OPEN INPUT DECIMO-CONTROL-FILE.
           IF WRK-STATUS-DCC = '00'
               READ DECIMO-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DCC-DATA = WRK-DATA-MOVTO
                           MOVE DCC-TOT-PARCELA TO WRK-TOT-DECIMO
                       END-IF
               END-READ
           END-IF.
           CLOSE DECIMO-CONTROL-FILE.

       0218-APURAR-ENCARGOS.
      * A FOLHA DO MES (BRUTO, RETENCOES, DESCONTOS E SALARIO-
      * FAMILIA), OS ENCARGOS DO EMPREGADOR E AS PROVISOES VEM DO
      * CONTROLE ENCARCTL DE ENCARGOS-FOLHA; COMO O DECIMO, SO
      * ENTRAM NO MOVIMENTO DO DIA DO CALCULO.
           MOVE ZEROS TO WRK-TOT-FOLHA.
           MOVE ZEROS TO WRK-TOT-INSS-RET.
           MOVE ZEROS TO WRK-TOT-IRRF-RET.
           MOVE ZEROS TO WRK-TOT-DESC-FOLHA.
           MOVE ZEROS TO WRK-TOT-SALFAM.
           MOVE ZEROS TO WRK-TOT-FGTS.
           MOVE ZEROS TO WRK-TOT-INSS-EMPR.
           MOVE ZEROS TO WRK-TOT-PROV-FER.
           MOVE ZEROS TO WRK-TOT-PROV-13.
           MOVE ZEROS TO WRK-TOT-FERIAS.
           OPEN INPUT CHARGES-CONTROL-FILE.
           IF WRK-STATUS-ECT = '00'
               READ CHARGES-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ECT-DATA = WRK-DATA-MOVTO
                           PERFORM 0219-CARREGAR-ENCARGOS
                       END-IF
               END-READ
           END-IF.
           CLOSE CHARGES-CONTROL-FILE.

       0219-CARREGAR-ENCARGOS.
           MOVE ECT-TOT-BRUTO     TO WRK-TOT-FOLHA.
           MOVE ECT-TOT-INSS      TO WRK-TOT-INSS-RET.
           MOVE ECT-TOT-IRRF      TO WRK-TOT-IRRF-RET.
           MOVE ECT-TOT-DESCONTOS TO WRK-TOT-DESC-FOLHA.
           MOVE ECT-TOT-SALFAM    TO WRK-TOT-SALFAM.
           MOVE ECT-TOT-FGTS      TO WRK-TOT-FGTS.
           MOVE ECT-TOT-INSS-EMPR TO WRK-TOT-INSS-EMPR.
           MOVE ECT-TOT-PROV-FER  TO WRK-TOT-PROV-FER.
           MOVE ECT-TOT-PROV-13   TO WRK-TOT-PROV-13.
           MOVE ECT-TOT-FERIAS    TO WRK-TOT-FERIAS.

       0210-APURAR-AUMENTOS.
      * O TOTAL DE AUMENTOS DA NOITE VEM DO CONTROLE RAISECTL
      * GRAVADO PELO PROPRIO LOTE.
           CLOSE RAISE-CONTROL-FILE.

       0220-APURAR-FRETE.
      * SOMA AS COTACOES DE LOTE ATENDIDAS DO DIA NO JORNAL E,
      * A PARTE, OS ESTORNOS DE PEDIDOS CANCELADOS NO DIA. O
      * SEGURO AD VALOREM E O GRIS SO EXISTEM NAS COTACOES MAIS
      * NOVAS; NAS ANTIGAS OS CAMPOS VEM EM BRANCO.
           MOVE ZEROS TO WRK-TOT-FRETE.
           MOVE ZEROS TO WRK-TOT-EST-FRETE.
           MOVE ZEROS TO WRK-TOT-ADVALOREM.
           MOVE ZEROS TO WRK-TOT-GRIS.
           OPEN INPUT QUOTE-JOURNAL-FILE.
           IF WRK-STATUS-JRN = '00'
               MOVE 'N' TO WRK-EOF-ARQ
              AND JR-ORIGEM = 'L'
              AND JR-SW-ATENDIDO = 'S'
               ADD JR-FRETE TO WRK-TOT-FRETE
               IF JR-ADVALOREM NUMERIC
                   ADD JR-ADVALOREM TO WRK-TOT-ADVALOREM
               END-IF
               IF JR-GRIS NUMERIC
                   ADD JR-GRIS TO WRK-TOT-GRIS
               END-IF
           END-IF.
           IF JR-DATA = WRK-DATA-MOVTO
              AND JR-ORIGEM = 'C'
               ADD JR-FRETE TO WRK-TOT-EST-FRETE
               IF JR-ADVALOREM NUMERIC
                   ADD JR-ADVALOREM TO WRK-TOT-EST-FRETE
               END-IF
               IF JR-GRIS NUMERIC
                   ADD JR-GRIS TO WRK-TOT-EST-FRETE
               END-IF
           END-IF.
           PERFORM 0222-LER-JORNAL.

               MOVE WRK-TOT-DISSIDIO TO WRK-VALOR-EVENTO
               PERFORM 0310-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-TOT-DECIMO > 0
               MOVE 'DECIMO' TO WRK-EVENTO
               MOVE WRK-TOT-DECIMO TO WRK-VALOR-EVENTO
               PERFORM 0310-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-TOT-FRETE > 0
               MOVE 'FRETE' TO WRK-EVENTO
               MOVE WRK-TOT-FRETE TO WRK-VALOR-EVENTO
               PERFORM 0310-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-TOT-ADVALOREM > 0
               MOVE 'ADVALOREM' TO WRK-EVENTO
               MOVE WRK-TOT-ADVALOREM TO WRK-VALOR-EVENTO
               PERFORM 0310-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-TOT-GRIS > 0
               MOVE 'GRIS' TO WRK-EVENTO
               MOVE WRK-TOT-GRIS TO WRK-VALOR-EVENTO
               PERFORM 0310-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-TOT-EST-FRETE > 0
               MOVE 'EST-FRETE' TO WRK-EVENTO
               MOVE WRK-TOT-EST-FRETE TO WRK-VALOR-EVENTO
               PERFORM 0310-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-SW-TEM-VENDAS = 'S'
               MOVE 'VENDAS' TO WRK-EVENTO
               MOVE WRK-TOT-VENDAS TO WRK-VALOR-EVENTO
               MOVE WRK-TOT-COMISSAO TO WRK-VALOR-EVENTO
               PERFORM 0310-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-TOT-MENSALID > 0
               MOVE 'MENSALID' TO WRK-EVENTO
               MOVE WRK-TOT-MENSALID TO WRK-VALOR-EVENTO
               PERFORM 0310-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-TOT-RECEB-MENS > 0
               MOVE 'RECEB-MENS' TO WRK-EVENTO
               MOVE WRK-TOT-RECEB-MENS TO WRK-VALOR-EVENTO
               PERFORM 0310-GRAVAR-LANCAMENTO
           END-IF.
           PERFORM 0302-GRAVAR-FOLHA.
           PERFORM 0320-GRAVAR-TRAILER.
           CLOSE LEDGER-INTERFACE-FILE.
           DISPLAY 'INTERFACE CONTABIL GERADA - LANCAMENTOS: '
               WRK-QT-LANCAMENTOS.

       0302-GRAVAR-FOLHA.
      * A FOLHA BRUTA VAI PARA SALARIOS A PAGAR; AS RETENCOES E
      * OS DESCONTOS SAEM DE SALARIOS A PAGAR PARA AS CONTAS A
      * RECOLHER; O SALARIO-FAMILIA ENTRA NO LIQUIDO E E
      * COMPENSADO NO INSS A RECOLHER. O SALDO DE SALARIOS A
      * PAGAR FICA IGUAL AO LIQUIDO DA REMESSA BANCARIA.
           IF WRK-TOT-FOLHA > 0
               MOVE 'FOLHA' TO WRK-EVENTO
               MOVE WRK-TOT-FOLHA TO WRK-VALOR-EVENTO
               PERFORM 0310-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-TOT-INSS-RET > 0
               MOVE 'INSS-RET' TO WRK-EVENTO
               MOVE WRK-TOT-INSS-RET TO WRK-VALOR-EVENTO
               PERFORM 0310-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-TOT-IRRF-RET > 0
               MOVE 'IRRF-RET' TO WRK-EVENTO
               MOVE WRK-TOT-IRRF-RET TO WRK-VALOR-EVENTO
               PERFORM 0310-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-TOT-DESC-FOLHA > 0
               MOVE 'DESC-FOLHA' TO WRK-EVENTO
               MOVE WRK-TOT-DESC-FOLHA TO WRK-VALOR-EVENTO
               PERFORM 0310-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-TOT-SALFAM > 0
               MOVE 'SAL-FAMIL' TO WRK-EVENTO
               MOVE WRK-TOT-SALFAM TO WRK-VALOR-EVENTO
               PERFORM 0310-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-TOT-FGTS > 0
               MOVE 'FGTS' TO WRK-EVENTO
               MOVE WRK-TOT-FGTS TO WRK-VALOR-EVENTO
               PERFORM 0310-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-TOT-INSS-EMPR > 0
               MOVE 'INSS-EMPR' TO WRK-EVENTO
               MOVE WRK-TOT-INSS-EMPR TO WRK-VALOR-EVENTO
               PERFORM 0310-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-TOT-PROV-FER > 0
               MOVE 'PROV-FER' TO WRK-EVENTO
               MOVE WRK-TOT-PROV-FER TO WRK-VALOR-EVENTO
               PERFORM 0310-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-TOT-PROV-13 > 0
               MOVE 'PROV-13' TO WRK-EVENTO
               MOVE WRK-TOT-PROV-13 TO WRK-VALOR-EVENTO
               PERFORM 0310-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-TOT-FERIAS > 0
               MOVE 'FERIAS' TO WRK-EVENTO
               MOVE WRK-TOT-FERIAS TO WRK-VALOR-EVENTO
               PERFORM 0310-GRAVAR-LANCAMENTO
           END-IF.

       0305-RESSUBMETER-FILA.
      * REEMITE OS LANCAMENTOS DA FILA CONTARSB (REJEITADOS OU
      * SEM RESPOSTA DO RAZAO) COM A DATA ORIGINAL DO MOVIMENTO,
