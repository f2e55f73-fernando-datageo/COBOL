      *              FATURAMENTO SEM NINGUEM PERCEBER. O APARO DA
      *              RETOMADA DO CSV PASSOU A PRESERVAR AS DUAS
      *              LINHAS DE CABECALHO.
      * 15/10/2026 - O CADASTRO TRANSPMS PASSA A SER DECLARADO
      *              PELOS COPYBOOKS TRPSEL/TRPFD/TRPWS, AGORA
      *              COMPARTILHADOS COM A AUDITORIA DE FATURAS E
      *              A MONTAGEM DE CARGAS (O REGISTRO GANHOU A
      *              CAPACIDADE DO VEICULO, QUE A COTACAO NAO USA).
      * 15/10/2026 - UFRATE, TRPRATE E UFZONAS PASSARAM PARA OS
      *              COPYBOOKS UFR/TRT/ZON (SEL/FD/WS) E GANHARAM
      *              INICIO E FIM DE VIGENCIA POR REGISTRO: A
      *              TABELA DO MES SEGUINTE E CARREGADA COM
      *              ANTECEDENCIA. O PEDIDO E COTADO PELA VERSAO
      *              VIGENTE NA DATA DO PEDIDO (OR-DATA, NO
      *              CABECALHO; EM BRANCO = DATA DO PROCESSAMENTO);
      *              A COTACAO INTERATIVA, PELA DATA DE HOJE.
      *              TABELAS EM MEMORIA AMPLIADAS PARA AS VERSOES.
      * 15/10/2026 - INCLUIDOS O SEGURO AD VALOREM E O GRIS: AS
      *              TRANSPORTADORAS COBRAM UM PERCENTUAL SOBRE O
      *              VALOR DA MERCADORIA (COM MINIMO) E A EMPRESA
      *              ABSORVIA OS DOIS. PERCENTUAIS E MINIMOS VEM
      *              DO TRPRATE (POR TRANSPORTADORA E UF) OU DO
      *              UFRATE (COTACAO SEM TRANSPORTADORA). SAEM
      *              SEPARADOS DO FRETE NA COTACAO, NO FRETERPT
      *              (LINHA PROPRIA ABAIXO DO PEDIDO E TOTAIS), NO
      *              FRETECSV (DUAS COLUNAS NO FIM), NO JORNAL
      *              (JR-ADVALOREM/JR-GRIS) E NO FATINTF (DETALHE
      *              PROPRIO POR COMPONENTE). A MAIS BARATA PASSA
      *              A SER A DE MENOR FRETE MAIS SEGURO MAIS GRIS.
      *              O CHECKPOINT GUARDA OS NOVOS TOTAIS.
      * 15/10/2026 - O ORDFILE PASSOU PARA OS COPYBOOKS ORDSEL/
      *              ORDFD/ORDWS, COMPARTILHADOS POR FRETE,
      *              GERA-PEDIDO E MONTA-CARGA.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'UFRSEL.CPY'.
           COPY 'TRPSEL.CPY'.
           COPY 'TRTSEL.CPY'.
           COPY 'ZONSEL.CPY'.
           COPY 'ORDSEL.CPY'.
           SELECT FREIGHT-REPORT-FILE ASSIGN TO "FRETERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RPT.

       DATA DIVISION.
       FILE SECTION.
           COPY 'UFRFD.CPY'.

           COPY 'TRPFD.CPY'.

           COPY 'TRTFD.CPY'.

           COPY 'ZONFD.CPY'.

           COPY 'ORDFD.CPY'.

       FD  FREIGHT-REPORT-FILE.
       01  FREIGHT-REPORT-RECORD PIC X(80).
           05 FKP-QT-LINHAS    PIC 9(07).
           05 FKP-JRN-BASE     PIC 9(07).
           05 FKP-FAT-BASE     PIC 9(07).
           05 FKP-TOTAL-ADVAL  PIC 9(09)V99.
           05 FKP-TOTAL-GRIS   PIC 9(09)V99.
           05 FKP-SW-CSV       PIC X(01).
           05 FKP-QT-CLI       PIC 9(03).
           05 FKP-CLI-ITEM OCCURS 100 TIMES.
               10 FKP-CLI-CODIGO PIC 9(05).
               10 FKP-CLI-TOTAL  PIC 9(09)V99.
               10 FKP-CLI-ADVAL  PIC 9(09)V99.
               10 FKP-CLI-GRIS   PIC 9(09)V99.

           COPY 'CLIFD.CPY'.

       77 WRK-SOBRETAXA-N2   PIC 9(05)V99 VALUE 10.
       77 WRK-SOBRETAXA-N3   PIC 9(05)V99 VALUE 25.
       77 WRK-SOBRETAXA-N4   PIC 9(05)V99 VALUE 50.
           COPY 'UFRWS.CPY'.
       77 WRK-EOF-UF       PIC X(01) VALUE 'N'.
       77 WRK-QTD-UF       PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-UF       PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-UF-ACHADA PIC 9(02) VALUE ZEROS.
       77 WRK-SW-UF-ACHADA PIC X(01) VALUE 'N'.
       01 WRK-TABELA-UF.
           05 WRK-TAB-UF OCCURS 90 TIMES.
               10 WRK-TAB-UF-COD   PIC X(02).
               10 WRK-TAB-UF-TAXA  PIC 9V999.
               10 WRK-TAB-UF-PRAZO PIC 9(02).
               10 WRK-TAB-UF-VIG-INI PIC 9(08).
               10 WRK-TAB-UF-VIG-FIM PIC 9(08).
               10 WRK-TAB-UF-ADVAL-PCT PIC 9(02)V999.
               10 WRK-TAB-UF-ADVAL-MIN PIC 9(05)V99.
               10 WRK-TAB-UF-GRIS-PCT  PIC 9(02)V999.
               10 WRK-TAB-UF-GRIS-MIN  PIC 9(05)V99.
           COPY 'TRPWS.CPY'.
           COPY 'TRTWS.CPY'.
       77 WRK-EOF-TRP        PIC X(01) VALUE 'N'.
       77 WRK-QTD-TRP        PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-TRP        PIC 9(02) VALUE ZEROS.
       77 WRK-SW-TRP-ACHADA  PIC X(01) VALUE 'N'.
       77 WRK-QTD-TRT        PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-TRT        PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-TRT-OUTRA  PIC 9(03) VALUE ZEROS.
       77 WRK-SW-SUPERADA    PIC X(01) VALUE 'N'.
       77 WRK-QTD-COT        PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-COT        PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-BARATA     PIC 9(02) VALUE ZEROS.
               10 WRK-TAB-TRP-NOME  PIC X(20).
               10 WRK-TAB-TRP-ATIVA PIC X(01).
       01 WRK-TABELA-TRT.
           05 WRK-TAB-TRT OCCURS 600 TIMES.
               10 WRK-TAB-TRT-TRANSP PIC X(03).
               10 WRK-TAB-TRT-UF     PIC X(02).
               10 WRK-TAB-TRT-TAXA   PIC 9V999.
               10 WRK-TAB-TRT-PRAZO  PIC 9(02).
               10 WRK-TAB-TRT-VIG-INI PIC 9(08).
               10 WRK-TAB-TRT-VIG-FIM PIC 9(08).
               10 WRK-TAB-TRT-ADVAL-PCT PIC 9(02)V999.
               10 WRK-TAB-TRT-ADVAL-MIN PIC 9(05)V99.
               10 WRK-TAB-TRT-GRIS-PCT  PIC 9(02)V999.
               10 WRK-TAB-TRT-GRIS-MIN  PIC 9(05)V99.
           COPY 'ZONWS.CPY'.
       77 WRK-EOF-ZON        PIC X(01) VALUE 'N'.
       77 WRK-QTD-ZON        PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-ZON        PIC 9(03) VALUE ZEROS.
       77 WRK-CEP            PIC 9(08) VALUE ZEROS.
       77 WRK-FRETE-ZONA     PIC 9(09)V99 VALUE ZEROS.
       01 WRK-TABELA-ZONAS.
           05 WRK-TAB-ZON OCCURS 300 TIMES.
               10 WRK-TAB-ZON-UF     PIC X(02).
               10 WRK-TAB-ZON-INI    PIC 9(08).
               10 WRK-TAB-ZON-FIM    PIC 9(08).
               10 WRK-TAB-ZON-MULT   PIC 9V999.
               10 WRK-TAB-ZON-PRAZO  PIC 9(02).
               10 WRK-TAB-ZON-VIG-INI PIC 9(08).
               10 WRK-TAB-ZON-VIG-FIM PIC 9(08).
      * VIGENCIA DAS TABELAS DE FRETE: DATA DE REFERENCIA DA
      * COTACAO E A VERSAO TESTADA EM 0290-VERIFICAR-VIGENCIA.
       77 WRK-DATA-VIGENCIA  PIC 9(08) VALUE ZEROS.
       77 WRK-VIG-INI        PIC 9(08) VALUE ZEROS.
       77 WRK-VIG-FIM        PIC 9(08) VALUE ZEROS.
       77 WRK-SW-VIGENTE     PIC X(01) VALUE 'N'.
       01 WRK-TABELA-COTACOES.
           05 WRK-TAB-COT OCCURS 10 TIMES.
               10 WRK-TAB-COT-TRANSP PIC X(03).
               10 WRK-TAB-COT-NOME   PIC X(20).
               10 WRK-TAB-COT-FRETE  PIC 9(09)V99.
               10 WRK-TAB-COT-PRAZO  PIC 9(02).
               10 WRK-TAB-COT-ADVAL  PIC 9(07)V99.
               10 WRK-TAB-COT-GRIS   PIC 9(07)V99.
               10 WRK-TAB-COT-CUSTO  PIC 9(09)V99.
      * SEGURO AD VALOREM E GRIS: PERCENTUAL SOBRE O VALOR DA
      * MERCADORIA E MINIMO DA TAXA ESCOLHIDA (0280) E OS VALORES
      * COBRADOS, FORA DO FRETE.
       77 WRK-ADVAL-PCT      PIC 9(02)V999 VALUE ZEROS.
       77 WRK-ADVAL-MIN      PIC 9(05)V99 VALUE ZEROS.
       77 WRK-GRIS-PCT       PIC 9(02)V999 VALUE ZEROS.
       77 WRK-GRIS-MIN       PIC 9(05)V99 VALUE ZEROS.
       77 WRK-ADVALOREM      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-GRIS           PIC 9(07)V99 VALUE ZEROS.
       77 WRK-CUSTO-COT      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-COBRAR   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-ADVAL    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-GRIS     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-COMPONENTE-ED  PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-GRIS-ED        PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.

       77 WRK-PRODUTO  PIC X(20)       VALUE SPACES.
       77 WRK-UF       PIC X(02)       VALUE SPACES.
       77 WRK-JRN-PRAZO         PIC 9(02)    VALUE ZEROS.
       77 WRK-JRN-CLIENTE       PIC 9(05)    VALUE ZEROS.
       77 WRK-JRN-DATA          PIC 9(08)    VALUE ZEROS.
       77 WRK-JRN-ADVALOREM     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-JRN-GRIS          PIC 9(07)V99 VALUE ZEROS.
       77 WRK-STATUS-CSV        PIC X(02)    VALUE SPACES.
       77 WRK-SW-CSV            PIC X(01)    VALUE 'N'.
       77 WRK-LINHA-CSV         PIC X(100)   VALUE SPACES.
       77 WRK-CSV-VALOR         PIC 9(08),99 VALUE ZEROS.
       77 WRK-CSV-FRETE         PIC 9(09),99 VALUE ZEROS.
       77 WRK-CSV-ADVAL         PIC 9(07),99 VALUE ZEROS.
       77 WRK-CSV-GRIS          PIC 9(07),99 VALUE ZEROS.

       77 WRK-MODO          PIC 9(01)       VALUE ZEROS.
           COPY 'ORDWS.CPY'.
       77 WRK-STATUS-RPT    PIC X(02)       VALUE SPACES.
       77 WRK-EOF-ORDER     PIC X(01)       VALUE 'N'.
       77 WRK-LINHA-RPT     PIC X(80)       VALUE SPACES.
       77 WRK-DATA-SISTEMA   PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-SISTEMA   PIC 9(08)      VALUE ZEROS.
       77 WRK-FAT-HASH       PIC 9(13)V99   VALUE ZEROS.
       77 WRK-FAT-QT         PIC 9(07)      VALUE ZEROS.
       77 WRK-DATA-PROMETIDA PIC 9(08)      VALUE ZEROS.
       77 WRK-CSV-QT         PIC 9(07)      VALUE ZEROS.
       77 WRK-CSV-HASH       PIC 9(13),99   VALUE ZEROS.
           05 WRK-TAB-CLI-FAT OCCURS 100 TIMES.
               10 WRK-TAB-CLI-COD   PIC 9(05).
               10 WRK-TAB-CLI-TOTAL PIC 9(09)V99.
               10 WRK-TAB-CLI-ADVAL PIC 9(09)V99.
               10 WRK-TAB-CLI-GRIS  PIC 9(09)V99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           END-READ.

       0052-ARMAZENAR-UF.
      * VIGENCIA EM BRANCO (REGISTRO ANTIGO) VALE ZERO: SEM
      * LIMITE.
           IF WRK-QTD-UF < 90
               ADD 1 TO WRK-QTD-UF
               MOVE UR-UF    TO WRK-TAB-UF-COD(WRK-QTD-UF)
               MOVE UR-TAXA  TO WRK-TAB-UF-TAXA(WRK-QTD-UF)
               MOVE UR-PRAZO TO WRK-TAB-UF-PRAZO(WRK-QTD-UF)
               IF UR-VIG-INI NUMERIC
                   MOVE UR-VIG-INI TO WRK-TAB-UF-VIG-INI(WRK-QTD-UF)
               ELSE
                   MOVE ZEROS TO WRK-TAB-UF-VIG-INI(WRK-QTD-UF)
               END-IF
               IF UR-VIG-FIM NUMERIC
                   MOVE UR-VIG-FIM TO WRK-TAB-UF-VIG-FIM(WRK-QTD-UF)
               ELSE
                   MOVE ZEROS TO WRK-TAB-UF-VIG-FIM(WRK-QTD-UF)
               END-IF
      * SEGURO AD VALOREM E GRIS EM BRANCO = NAO COBRADOS.
               IF UR-ADVAL-PCT NUMERIC AND UR-ADVAL-MIN NUMERIC
                  AND UR-GRIS-PCT NUMERIC AND UR-GRIS-MIN NUMERIC
                   MOVE UR-ADVAL-PCT
                       TO WRK-TAB-UF-ADVAL-PCT(WRK-QTD-UF)
                   MOVE UR-ADVAL-MIN
                       TO WRK-TAB-UF-ADVAL-MIN(WRK-QTD-UF)
                   MOVE UR-GRIS-PCT
                       TO WRK-TAB-UF-GRIS-PCT(WRK-QTD-UF)
                   MOVE UR-GRIS-MIN
                       TO WRK-TAB-UF-GRIS-MIN(WRK-QTD-UF)
               ELSE
                   MOVE ZEROS TO WRK-TAB-UF-ADVAL-PCT(WRK-QTD-UF)
                   MOVE ZEROS TO WRK-TAB-UF-ADVAL-MIN(WRK-QTD-UF)
                   MOVE ZEROS TO WRK-TAB-UF-GRIS-PCT(WRK-QTD-UF)
                   MOVE ZEROS TO WRK-TAB-UF-GRIS-MIN(WRK-QTD-UF)
               END-IF
           ELSE
               DISPLAY 'TABELA DE UF CHEIA - IGNORADO'
           END-IF.
           PERFORM 0051-LER-UF.

       0055-CARREGAR-TRANSPORTADORAS.
           END-READ.

       0059-ARMAZENAR-TAXA-TRANSP.
           IF WRK-QTD-TRT < 600
               ADD 1 TO WRK-QTD-TRT
               MOVE TRT-TRANSP
                   TO WRK-TAB-TRT-TRANSP(WRK-QTD-TRT)
               MOVE TRT-UF    TO WRK-TAB-TRT-UF(WRK-QTD-TRT)
               MOVE TRT-TAXA  TO WRK-TAB-TRT-TAXA(WRK-QTD-TRT)
               MOVE TRT-PRAZO TO WRK-TAB-TRT-PRAZO(WRK-QTD-TRT)
               IF TRT-VIG-INI NUMERIC
                   MOVE TRT-VIG-INI
                       TO WRK-TAB-TRT-VIG-INI(WRK-QTD-TRT)
               ELSE
                   MOVE ZEROS TO WRK-TAB-TRT-VIG-INI(WRK-QTD-TRT)
               END-IF
               IF TRT-VIG-FIM NUMERIC
                   MOVE TRT-VIG-FIM
                       TO WRK-TAB-TRT-VIG-FIM(WRK-QTD-TRT)
               ELSE
                   MOVE ZEROS TO WRK-TAB-TRT-VIG-FIM(WRK-QTD-TRT)
               END-IF
               IF TRT-ADVAL-PCT NUMERIC AND TRT-ADVAL-MIN NUMERIC
                  AND TRT-GRIS-PCT NUMERIC AND TRT-GRIS-MIN NUMERIC
                   MOVE TRT-ADVAL-PCT
                       TO WRK-TAB-TRT-ADVAL-PCT(WRK-QTD-TRT)
                   MOVE TRT-ADVAL-MIN
                       TO WRK-TAB-TRT-ADVAL-MIN(WRK-QTD-TRT)
                   MOVE TRT-GRIS-PCT
                       TO WRK-TAB-TRT-GRIS-PCT(WRK-QTD-TRT)
                   MOVE TRT-GRIS-MIN
                       TO WRK-TAB-TRT-GRIS-MIN(WRK-QTD-TRT)
               ELSE
                   MOVE ZEROS TO WRK-TAB-TRT-ADVAL-PCT(WRK-QTD-TRT)
                   MOVE ZEROS TO WRK-TAB-TRT-ADVAL-MIN(WRK-QTD-TRT)
                   MOVE ZEROS TO WRK-TAB-TRT-GRIS-PCT(WRK-QTD-TRT)
                   MOVE ZEROS TO WRK-TAB-TRT-GRIS-MIN(WRK-QTD-TRT)
               END-IF
           END-IF.
           PERFORM 0058-LER-TAXA-TRANSP.

           END-READ.

       0067-ARMAZENAR-ZONA.
           IF WRK-QTD-ZON < 300
               ADD 1 TO WRK-QTD-ZON
               MOVE ZON-UF      TO WRK-TAB-ZON-UF(WRK-QTD-ZON)
               MOVE ZON-CEP-INI TO WRK-TAB-ZON-INI(WRK-QTD-ZON)
               MOVE ZON-CEP-FIM TO WRK-TAB-ZON-FIM(WRK-QTD-ZON)
               MOVE ZON-MULT    TO WRK-TAB-ZON-MULT(WRK-QTD-ZON)
               MOVE ZON-PRAZO   TO WRK-TAB-ZON-PRAZO(WRK-QTD-ZON)
               IF ZON-VIG-INI NUMERIC
                   MOVE ZON-VIG-INI
                       TO WRK-TAB-ZON-VIG-INI(WRK-QTD-ZON)
               ELSE
                   MOVE ZEROS TO WRK-TAB-ZON-VIG-INI(WRK-QTD-ZON)
               END-IF
               IF ZON-VIG-FIM NUMERIC
                   MOVE ZON-VIG-FIM
                       TO WRK-TAB-ZON-VIG-FIM(WRK-QTD-ZON)
               ELSE
                   MOVE ZEROS TO WRK-TAB-ZON-VIG-FIM(WRK-QTD-ZON)
               END-IF
           END-IF.
           PERFORM 0066-LER-ZONA.

      * DA ZONA SOBRE O FRETE JA COTADO (WRK-FRETE-ZONA); O
      * PRAZO DA ZONA PREVALECE SOBRE O DA UF/TRANSPORTADORA,
      * REDUZIDO A METADE NO EXPRESSO. CEP ZERADO = SEM ZONA.
      * A TABELA INTEIRA E PERCORRIDA: ENTRE AS FAIXAS VIGENTES
      * QUE COBREM O CEP, VALE A DE INICIO DE VIGENCIA MAIS
      * RECENTE.
           MOVE 'N' TO WRK-SW-ZONA-ACHADA.
           IF WRK-CEP > 0
               PERFORM 0262-COMPARAR-ZONA
                   VARYING WRK-IDX-ZON FROM 1 BY 1
                   UNTIL WRK-IDX-ZON > WRK-QTD-ZON
           END-IF.
           IF WRK-SW-ZONA-ACHADA = 'S'
               COMPUTE WRK-FRETE-ZONA ROUNDED = WRK-FRETE-ZONA
           IF WRK-UF = WRK-TAB-ZON-UF(WRK-IDX-ZON)
              AND WRK-CEP >= WRK-TAB-ZON-INI(WRK-IDX-ZON)
              AND WRK-CEP <= WRK-TAB-ZON-FIM(WRK-IDX-ZON)
               MOVE WRK-TAB-ZON-VIG-INI(WRK-IDX-ZON) TO WRK-VIG-INI
               MOVE WRK-TAB-ZON-VIG-FIM(WRK-IDX-ZON) TO WRK-VIG-FIM
               PERFORM 0290-VERIFICAR-VIGENCIA
               IF WRK-SW-VIGENTE = 'S'
                   IF WRK-SW-ZONA-ACHADA = 'N'
                      OR WRK-TAB-ZON-VIG-INI(WRK-IDX-ZON)
                         > WRK-TAB-ZON-VIG-INI(WRK-IDX-ZON-ACHADA)
                       MOVE 'S' TO WRK-SW-ZONA-ACHADA
                       MOVE WRK-IDX-ZON TO WRK-IDX-ZON-ACHADA
                   END-IF
               END-IF
           END-IF.

       0290-VERIFICAR-VIGENCIA.
      * A VERSAO (WRK-VIG-INI/WRK-VIG-FIM) ESTA EM VIGOR NA DATA
      * DA COTACAO QUANDO JA COMECOU E AINDA NAO TERMINOU; ZERO
      * = SEM LIMITE.
           MOVE 'N' TO WRK-SW-VIGENTE.
           IF WRK-VIG-INI <= WRK-DATA-VIGENCIA
               IF WRK-VIG-FIM = 0
                  OR WRK-VIG-FIM >= WRK-DATA-VIGENCIA
                   MOVE 'S' TO WRK-SW-VIGENTE
               END-IF
           END-IF.

       0280-CALCULAR-SEGURO.
      * SEGURO AD VALOREM E GRIS SOBRE O VALOR DA MERCADORIA
      * (WRK-BASE-FRETE), CADA UM COM SUA COBRANCA MINIMA. O
      * CHAMADOR PREENCHE WRK-ADVAL-/WRK-GRIS- PCT E MIN COM A
      * TAXA QUE COTOU O FRETE. NAO SOFREM EXPRESSO NEM ZONA.
           COMPUTE WRK-ADVALOREM ROUNDED =
               WRK-BASE-FRETE * WRK-ADVAL-PCT / 100.
           IF WRK-ADVALOREM < WRK-ADVAL-MIN
               MOVE WRK-ADVAL-MIN TO WRK-ADVALOREM
           END-IF.
           COMPUTE WRK-GRIS ROUNDED =
               WRK-BASE-FRETE * WRK-GRIS-PCT / 100.
           IF WRK-GRIS < WRK-GRIS-MIN
               MOVE WRK-GRIS-MIN TO WRK-GRIS
           END-IF.

       0285-SEGURO-DA-UF.
      * COTACAO PELA TAXA UNICA DO UFRATE: SEGURO E GRIS DA UF.
           MOVE WRK-TAB-UF-ADVAL-PCT(WRK-IDX-UF-ACHADA)
               TO WRK-ADVAL-PCT.
           MOVE WRK-TAB-UF-ADVAL-MIN(WRK-IDX-UF-ACHADA)
               TO WRK-ADVAL-MIN.
           MOVE WRK-TAB-UF-GRIS-PCT(WRK-IDX-UF-ACHADA)
               TO WRK-GRIS-PCT.
           MOVE WRK-TAB-UF-GRIS-MIN(WRK-IDX-UF-ACHADA)
               TO WRK-GRIS-MIN.
           PERFORM 0280-CALCULAR-SEGURO.

       0270-CALCULAR-PROMETIDA.
      * DATA PROMETIDA: HOJE MAIS WRK-PRAZO-ENTREGA DIAS UTEIS
      * PELO CALENDARIO CENTRAL.
       0240-COTAR-TRANSPORTADORAS.
      * COTA WRK-BASE-FRETE (MAIS A SOBRETAXA DE PESO JA
      * CALCULADA) CONTRA TODAS AS TRANSPORTADORAS ATIVAS COM
      * TAXA PARA WRK-UF, GUARDANDO A MAIS BARATA EM FRETE MAIS
      * SEGURO E GRIS (WRK-IDX-BARATA) E A MAIS RAPIDA
      * (WRK-IDX-RAPIDA). A
      * OPCAO EXPRESSA APLICA A SOBRETAXA E REDUZ O PRAZO DE
      * CADA CANDIDATA.
           MOVE ZEROS TO WRK-QTD-COT.
               UNTIL WRK-IDX-TRT > WRK-QTD-TRT.

       0245-COTAR-UMA-TAXA.
      * SO A VERSAO VIGENTE E NAO SUPERADA DA TAXA DE CADA
      * TRANSPORTADORA NA UF ENTRA NA COTACAO.
           MOVE 'N' TO WRK-SW-SUPERADA.
           IF WRK-TAB-TRT-UF(WRK-IDX-TRT) = WRK-UF
               MOVE WRK-TAB-TRT-VIG-INI(WRK-IDX-TRT) TO WRK-VIG-INI
               MOVE WRK-TAB-TRT-VIG-FIM(WRK-IDX-TRT) TO WRK-VIG-FIM
               PERFORM 0290-VERIFICAR-VIGENCIA
               IF WRK-SW-VIGENTE = 'S'
                   PERFORM 0246-VERIFICAR-SUPERADA
                       VARYING WRK-IDX-TRT-OUTRA FROM 1 BY 1
                       UNTIL WRK-IDX-TRT-OUTRA > WRK-QTD-TRT
                          OR WRK-SW-SUPERADA = 'S'
               ELSE
                   MOVE 'S' TO WRK-SW-SUPERADA
               END-IF
           END-IF.
           IF WRK-TAB-TRT-UF(WRK-IDX-TRT) = WRK-UF
              AND WRK-SW-SUPERADA = 'N'
               MOVE WRK-TAB-TRT-TRANSP(WRK-IDX-TRT)
                   TO WRK-TRANSP-DIGITADA
               PERFORM 0248-LOCALIZAR-TRANSPORTADORA
                           MOVE 1 TO WRK-PRAZO-COT
                       END-IF
                   END-IF
                   MOVE WRK-TAB-TRT-ADVAL-PCT(WRK-IDX-TRT)
                       TO WRK-ADVAL-PCT
                   MOVE WRK-TAB-TRT-ADVAL-MIN(WRK-IDX-TRT)
                       TO WRK-ADVAL-MIN
                   MOVE WRK-TAB-TRT-GRIS-PCT(WRK-IDX-TRT)
                       TO WRK-GRIS-PCT
                   MOVE WRK-TAB-TRT-GRIS-MIN(WRK-IDX-TRT)
                       TO WRK-GRIS-MIN
                   PERFORM 0280-CALCULAR-SEGURO
                   COMPUTE WRK-CUSTO-COT = WRK-FRETE-COT
                       + WRK-ADVALOREM + WRK-GRIS
                   ADD 1 TO WRK-QTD-COT
                   MOVE WRK-TAB-TRT-TRANSP(WRK-IDX-TRT)
                       TO WRK-TAB-COT-TRANSP(WRK-QTD-COT)
                       TO WRK-TAB-COT-FRETE(WRK-QTD-COT)
                   MOVE WRK-PRAZO-COT
                       TO WRK-TAB-COT-PRAZO(WRK-QTD-COT)
                   MOVE WRK-ADVALOREM
                       TO WRK-TAB-COT-ADVAL(WRK-QTD-COT)
                   MOVE WRK-GRIS
                       TO WRK-TAB-COT-GRIS(WRK-QTD-COT)
                   MOVE WRK-CUSTO-COT
                       TO WRK-TAB-COT-CUSTO(WRK-QTD-COT)
                   IF WRK-IDX-BARATA = 0
                      OR WRK-CUSTO-COT
                         < WRK-TAB-COT-CUSTO(WRK-IDX-BARATA)
                       MOVE WRK-QTD-COT TO WRK-IDX-BARATA
                   END-IF
                   IF WRK-IDX-RAPIDA = 0
               END-IF
           END-IF.

       0246-VERIFICAR-SUPERADA.
      * OUTRA VERSAO VIGENTE DA MESMA TRANSPORTADORA NA UF, COM
      * INICIO MAIS RECENTE, SUPERA A VERSAO EM WRK-IDX-TRT.
           IF WRK-TAB-TRT-TRANSP(WRK-IDX-TRT-OUTRA)
                 = WRK-TAB-TRT-TRANSP(WRK-IDX-TRT)
              AND WRK-TAB-TRT-UF(WRK-IDX-TRT-OUTRA) = WRK-UF
              AND WRK-TAB-TRT-VIG-INI(WRK-IDX-TRT-OUTRA)
                 > WRK-TAB-TRT-VIG-INI(WRK-IDX-TRT)
               MOVE WRK-TAB-TRT-VIG-INI(WRK-IDX-TRT-OUTRA)
                   TO WRK-VIG-INI
               MOVE WRK-TAB-TRT-VIG-FIM(WRK-IDX-TRT-OUTRA)
                   TO WRK-VIG-FIM
               PERFORM 0290-VERIFICAR-VIGENCIA
               IF WRK-SW-VIGENTE = 'S'
                   MOVE 'S' TO WRK-SW-SUPERADA
               END-IF
           END-IF.

       0248-LOCALIZAR-TRANSPORTADORA.
      * O PERFORM VARYING DEIXA O INDICE UMA POSICAO ALEM DA
      * ENTRADA ENCONTRADA, POR ISSO A POSICAO E GUARDADA EM
               WRK-TAB-COT-NOME(WRK-IDX-COT)
               ' R' WRK-FRETE-COT-ED ' PRAZO '
               WRK-TAB-COT-PRAZO(WRK-IDX-COT) ' DIA(S)'.
           IF WRK-TAB-COT-ADVAL(WRK-IDX-COT) > 0
              OR WRK-TAB-COT-GRIS(WRK-IDX-COT) > 0
               MOVE WRK-TAB-COT-ADVAL(WRK-IDX-COT)
                   TO WRK-COMPONENTE-ED
               MOVE WRK-TAB-COT-GRIS(WRK-IDX-COT) TO WRK-GRIS-ED
               DISPLAY '    SEGURO AD VALOREM ' WRK-COMPONENTE-ED
                   '  GRIS ' WRK-GRIS-ED
           END-IF.

       0254-PROCURAR-ESCOLHIDA.
           PERFORM 0255-COMPARAR-ESCOLHIDA
           MOVE WRK-TAB-COT-FRETE(WRK-IDX-COT) TO WRK-FRETE.
           MOVE WRK-TAB-COT-PRAZO(WRK-IDX-COT)
               TO WRK-PRAZO-ENTREGA.
           MOVE WRK-TAB-COT-ADVAL(WRK-IDX-COT) TO WRK-ADVALOREM.
           MOVE WRK-TAB-COT-GRIS(WRK-IDX-COT) TO WRK-GRIS.

       0100-INICIAR.
           DISPLAY 'PRODUTO: '
           ACCEPT WRK-CEP.

       0200-PROCESSAR.
      * A COTACAO INTERATIVA USA AS TABELAS VIGENTES HOJE.
           ACCEPT WRK-DATA-VIGENCIA FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-SOBRETAXA-PESO.
           MOVE ZEROS TO WRK-ADVALOREM.
           MOVE ZEROS TO WRK-GRIS.
           MOVE 'N' TO WRK-SW-UF-ACHADA.
           PERFORM 0210-LOCALIZAR-UF
               VARYING WRK-IDX-UF FROM 1 BY 1
               UNTIL WRK-IDX-UF > WRK-QTD-UF.
           IF WRK-SW-UF-ACHADA = 'S'
               IF WRK-SW-INFORMAR-PESO = 'S'
                   PERFORM 0220-CALCULAR-SOBRETAXA-PESO
                   IF WRK-SW-EXPRESSO = 'S'
                       PERFORM 0230-APLICAR-EXPRESSO-AVULSO
                   END-IF
                   PERFORM 0285-SEGURO-DA-UF
               END-IF
               MOVE WRK-FRETE TO WRK-FRETE-ZONA
               PERFORM 0260-APLICAR-ZONA
               MOVE WRK-FRETE TO WRK-FRETE-ED
               PERFORM 0270-CALCULAR-PROMETIDA
               DISPLAY 'FRETE COM O PRODUTO: ' WRK-FRETE-ED
               IF WRK-ADVALOREM > 0 OR WRK-GRIS > 0
                   MOVE WRK-ADVALOREM TO WRK-COMPONENTE-ED
                   DISPLAY 'SEGURO AD VALOREM:   ' WRK-COMPONENTE-ED
                   MOVE WRK-GRIS TO WRK-COMPONENTE-ED
                   DISPLAY 'GRIS:                ' WRK-COMPONENTE-ED
                   COMPUTE WRK-TOTAL-COBRAR = WRK-FRETE
                       + WRK-ADVALOREM + WRK-GRIS
                   MOVE WRK-TOTAL-COBRAR TO WRK-FRETE-PED-ED
                   DISPLAY 'TOTAL A COBRAR:    ' WRK-FRETE-PED-ED
               END-IF
               DISPLAY 'PRAZO DE ENTREGA: ' WRK-PRAZO-ENTREGA
                   ' DIA(S) UTEIS  TRANSP: ' WRK-TRANSP-ESCOLHIDA
               DISPLAY 'ENTREGA PREVISTA: ' WRK-DATA-PROMETIDA
           MOVE WRK-TRANSP-ESCOLHIDA TO WRK-JRN-TRANSP.
           MOVE WRK-PRAZO-ENTREGA TO WRK-JRN-PRAZO.
           MOVE ZEROS TO WRK-JRN-CLIENTE.
           MOVE WRK-ADVALOREM TO WRK-JRN-ADVALOREM.
           MOVE WRK-GRIS TO WRK-JRN-GRIS.
           PERFORM 0500-GRAVAR-JORNAL.

       0210-LOCALIZAR-UF.
      * O PERFORM VARYING DEIXA O INDICE UMA POSICAO ALEM DA UF
      * ENCONTRADA, POR ISSO A POSICAO E GUARDADA EM
      * WRK-IDX-UF-ACHADA NO MOMENTO DO ACHADO. A TABELA
      * INTEIRA E PERCORRIDA: ENTRE AS VERSOES VIGENTES DA UF,
      * VALE A DE INICIO MAIS RECENTE.
           IF WRK-UF = WRK-TAB-UF-COD(WRK-IDX-UF)
               MOVE WRK-TAB-UF-VIG-INI(WRK-IDX-UF) TO WRK-VIG-INI
               MOVE WRK-TAB-UF-VIG-FIM(WRK-IDX-UF) TO WRK-VIG-FIM
               PERFORM 0290-VERIFICAR-VIGENCIA
               IF WRK-SW-VIGENTE = 'S'
                   IF WRK-SW-UF-ACHADA = 'N'
                      OR WRK-TAB-UF-VIG-INI(WRK-IDX-UF)
                         > WRK-TAB-UF-VIG-INI(WRK-IDX-UF-ACHADA)
                       MOVE 'S' TO WRK-SW-UF-ACHADA
                       MOVE WRK-IDX-UF TO WRK-IDX-UF-ACHADA
                   END-IF
               END-IF
           END-IF.

       0500-GRAVAR-JORNAL.
           MOVE WRK-JRN-TRANSP    TO JR-TRANSP.
           MOVE WRK-JRN-PRAZO     TO JR-PRAZO.
           MOVE WRK-JRN-CLIENTE   TO JR-CLIENTE.
           MOVE WRK-JRN-ADVALOREM TO JR-ADVALOREM.
           MOVE WRK-JRN-GRIS      TO JR-GRIS.
           WRITE QUOTE-JOURNAL-RECORD.
           CLOSE QUOTE-JOURNAL-FILE.

           ACCEPT WRK-SW-CSV.
           MOVE 'N' TO WRK-SW-INFORMAR-PESO.
           MOVE ZEROS TO WRK-TOTAL-FRETE.
           MOVE ZEROS TO WRK-TOTAL-ADVAL.
           MOVE ZEROS TO WRK-TOTAL-GRIS.
           MOVE ZEROS TO WRK-QTD-PEDIDOS.
           MOVE ZEROS TO WRK-QTD-CLI-FAT.
           MOVE ZEROS TO WRK-QT-LINHAS-RPT.
                   WRITE FREIGHT-CSV-RECORD
                   MOVE SPACES TO FREIGHT-CSV-RECORD
                   STRING 'PEDIDO;UF;CLIENTE;ITENS;VALOR;FRETE;'
                       'PRAZO;PREVISTA;TRANSP;SITUACAO;'
                       'ADVALOREM;GRIS'
                       DELIMITED BY SIZE INTO FREIGHT-CSV-RECORD
                   WRITE FREIGHT-CSV-RECORD
               END-IF
           STRING 'TOTAL GERAL DE FRETE: ' WRK-TOTAL-FRETE-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           WRITE FREIGHT-REPORT-RECORD FROM WRK-LINHA-RPT.
           IF WRK-TOTAL-ADVAL > 0 OR WRK-TOTAL-GRIS > 0
               MOVE WRK-TOTAL-ADVAL TO WRK-TOTAL-FRETE-ED
               MOVE SPACES TO WRK-LINHA-RPT
               STRING 'TOTAL SEGURO AD VALOREM: ' WRK-TOTAL-FRETE-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               WRITE FREIGHT-REPORT-RECORD FROM WRK-LINHA-RPT
               MOVE WRK-TOTAL-GRIS TO WRK-TOTAL-FRETE-ED
               MOVE SPACES TO WRK-LINHA-RPT
               STRING 'TOTAL GRIS:              ' WRK-TOTAL-FRETE-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               WRITE FREIGHT-REPORT-RECORD FROM WRK-LINHA-RPT
           END-IF.
           CLOSE ORDER-FILE.
           CLOSE FREIGHT-REPORT-FILE.
           IF WRK-SW-CSV = 'S'
           ELSE
               MOVE ZEROS TO WRK-CEP
           END-IF.
      * AS TABELAS DE FRETE VALEM NA DATA DO PEDIDO; PEDIDO SEM
      * DATA (BRANCOS OU ZERO) E COTADO PELA DATA DO LOTE.
           IF OR-DATA NUMERIC AND OR-DATA > 0
               MOVE OR-DATA TO WRK-DATA-VIGENCIA
           ELSE
               MOVE WRK-DATA-SISTEMA TO WRK-DATA-VIGENCIA
           END-IF.
           PERFORM 0475-CONFERIR-CLIENTE.
           MOVE ZEROS TO WRK-VALOR-PEDIDO.
           MOVE ZEROS TO WRK-PESO-PEDIDO.
      * PEDIDO NO FRETERPT.
           ADD 1 TO WRK-QTD-PEDIDOS.
           MOVE ZEROS TO WRK-SOBRETAXA-PESO.
           MOVE ZEROS TO WRK-ADVALOREM.
           MOVE ZEROS TO WRK-GRIS.
           MOVE WRK-UF-PEDIDO TO WRK-UF.
           MOVE 'N' TO WRK-SW-UF-ACHADA.
           PERFORM 0210-LOCALIZAR-UF
               VARYING WRK-IDX-UF FROM 1 BY 1
               UNTIL WRK-IDX-UF > WRK-QTD-UF.
           PERFORM 0445-GRAVAR-LINHAS-ITEM
               VARYING WRK-IDX-LIN-ITEM FROM 1 BY 1
               UNTIL WRK-IDX-LIN-ITEM > WRK-QTD-LIN-ITEM.
                       TO WRK-FRETE-PEDIDO
                   MOVE WRK-TAB-COT-PRAZO(WRK-IDX-COT)
                       TO WRK-PRAZO-ENTREGA
                   MOVE WRK-TAB-COT-ADVAL(WRK-IDX-COT)
                       TO WRK-ADVALOREM
                   MOVE WRK-TAB-COT-GRIS(WRK-IDX-COT) TO WRK-GRIS
               ELSE
                   MOVE SPACES TO WRK-TRANSP-ESCOLHIDA
                   COMPUTE WRK-FRETE-PEDIDO = WRK-VALOR-PEDIDO
                           * (1 + WRK-TAXA-EXPRESSO)
                       PERFORM 0235-REDUZIR-PRAZO
                   END-IF
                   PERFORM 0285-SEGURO-DA-UF
               END-IF
               MOVE WRK-FRETE-PEDIDO TO WRK-FRETE-ZONA
               PERFORM 0260-APLICAR-ZONA
               MOVE WRK-FRETE-ZONA TO WRK-FRETE-PEDIDO
               ADD WRK-FRETE-PEDIDO TO WRK-TOTAL-FRETE
               ADD WRK-ADVALOREM TO WRK-TOTAL-ADVAL
               ADD WRK-GRIS TO WRK-TOTAL-GRIS
               PERFORM 0478-ACUMULAR-CLIENTE
               PERFORM 0270-CALCULAR-PROMETIDA
               MOVE WRK-FRETE-PEDIDO TO WRK-FRETE-PED-ED
           WRITE FREIGHT-REPORT-RECORD FROM WRK-LINHA-RPT.
           ADD 1 TO WRK-QT-LINHAS-RPT.
           MOVE SPACES TO WRK-LINHA-RPT.
      * SEGURO E GRIS EM LINHA PROPRIA ABAIXO DO PEDIDO, COM O
      * TOTAL COBRADO DO CLIENTE.
           IF WRK-ADVALOREM > 0 OR WRK-GRIS > 0
               MOVE WRK-ADVALOREM TO WRK-COMPONENTE-ED
               MOVE WRK-GRIS TO WRK-GRIS-ED
               COMPUTE WRK-TOTAL-COBRAR = WRK-FRETE-PEDIDO
                   + WRK-ADVALOREM + WRK-GRIS
               MOVE WRK-TOTAL-COBRAR TO WRK-FRETE-PED-ED
               STRING '       SEGURO ' WRK-COMPONENTE-ED
                   ' GRIS ' WRK-GRIS-ED
                   ' TOTAL ' WRK-FRETE-PED-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               WRITE FREIGHT-REPORT-RECORD FROM WRK-LINHA-RPT
               ADD 1 TO WRK-QT-LINHAS-RPT
               MOVE SPACES TO WRK-LINHA-RPT
           END-IF.
           MOVE 'L' TO WRK-JRN-ORIGEM.
           MOVE WRK-NUM-PEDIDO TO WRK-JRN-PEDIDO.
           MOVE SPACES TO WRK-JRN-PRODUTO.
           MOVE WRK-VALOR-PEDIDO TO WRK-JRN-VALOR.
           MOVE WRK-SOBRETAXA-PESO TO WRK-JRN-SOBRETAXA.
           MOVE WRK-CLI-PEDIDO TO WRK-JRN-CLIENTE.
           MOVE WRK-ADVALOREM TO WRK-JRN-ADVALOREM.
           MOVE WRK-GRIS TO WRK-JRN-GRIS.
           IF WRK-SW-UF-ACHADA = 'S'
               MOVE WRK-FRETE-PEDIDO TO WRK-JRN-FRETE
               MOVE 'S' TO WRK-JRN-ATENDIDO

       0485-GRAVAR-CSV-PEDIDO.
      * UM REGISTRO DELIMITADO POR PEDIDO NA EXPORTACAO, COM A
      * SITUACAO (COTADO/NAO ATENDIDO); SEGURO AD VALOREM E GRIS
      * FORAM ACRESCENTADOS DEPOIS DELA, PARA NAO DESLOCAR AS
      * COLUNAS JA USADAS NAS PLANILHAS.
           MOVE SPACES TO WRK-LINHA-CSV.
           MOVE WRK-VALOR-PEDIDO TO WRK-CSV-VALOR.
           MOVE WRK-ADVALOREM TO WRK-CSV-ADVAL.
           MOVE WRK-GRIS TO WRK-CSV-GRIS.
           IF WRK-SW-UF-ACHADA = 'S'
               MOVE WRK-FRETE-PEDIDO TO WRK-CSV-FRETE
               STRING WRK-NUM-PEDIDO ';' WRK-UF-PEDIDO ';'
                   WRK-CSV-VALOR ';' WRK-CSV-FRETE ';'
                   WRK-PRAZO-ENTREGA ';' WRK-DATA-PROMETIDA
                   ';' WRK-TRANSP-ESCOLHIDA
                   ';COTADO;' WRK-CSV-ADVAL ';' WRK-CSV-GRIS
                   DELIMITED BY SIZE INTO WRK-LINHA-CSV
           ELSE
               MOVE ZEROS TO WRK-CSV-FRETE
               STRING WRK-NUM-PEDIDO ';' WRK-UF-PEDIDO ';'
                   WRK-CLI-PEDIDO ';' WRK-QTD-ITENS ';'
                   WRK-CSV-VALOR ';' WRK-CSV-FRETE ';00'
                   ';00000000;   ;NAO ATENDIDO;'
                   WRK-CSV-ADVAL ';' WRK-CSV-GRIS
                   DELIMITED BY SIZE INTO WRK-LINHA-CSV
           END-IF.
           MOVE WRK-LINHA-CSV TO FREIGHT-CSV-RECORD.
                          AND FKP-QT-LINHAS NUMERIC
                          AND FKP-JRN-BASE NUMERIC
                          AND FKP-FAT-BASE NUMERIC
                          AND FKP-TOTAL-ADVAL NUMERIC
                          AND FKP-TOTAL-GRIS NUMERIC
                           MOVE 'S' TO WRK-SW-CKPT-EXISTE
                       ELSE
                           DISPLAY 'CHECKPOINT DE VERSAO'
               MOVE FKP-QT-LINHAS   TO WRK-QT-LINHAS-RPT
               MOVE FKP-JRN-BASE    TO WRK-JRN-BASE
               MOVE FKP-FAT-BASE    TO WRK-FAT-BASE
               MOVE FKP-TOTAL-ADVAL TO WRK-TOTAL-ADVAL
               MOVE FKP-TOTAL-GRIS  TO WRK-TOTAL-GRIS
      * NA RETOMADA VALE A ESCOLHA DE CSV DA EXECUCAO
      * INTERROMPIDA, NAO A DO CARTAO RELIDO.
               MOVE FKP-SW-CSV      TO WRK-SW-CSV
               TO WRK-TAB-CLI-COD(WRK-IDX-CLI-FAT).
           MOVE FKP-CLI-TOTAL(WRK-IDX-CLI-FAT)
               TO WRK-TAB-CLI-TOTAL(WRK-IDX-CLI-FAT).
           MOVE FKP-CLI-ADVAL(WRK-IDX-CLI-FAT)
               TO WRK-TAB-CLI-ADVAL(WRK-IDX-CLI-FAT).
           MOVE FKP-CLI-GRIS(WRK-IDX-CLI-FAT)
               TO WRK-TAB-CLI-GRIS(WRK-IDX-CLI-FAT).

       0435-PULAR-PEDIDOS.
      * PULA OS REGISTROS DO ORDFILE JA PROCESSADOS EM UMA
           MOVE WRK-QT-LINHAS-RPT TO FKP-QT-LINHAS.
           MOVE WRK-JRN-BASE      TO FKP-JRN-BASE.
           MOVE WRK-FAT-BASE      TO FKP-FAT-BASE.
           MOVE WRK-TOTAL-ADVAL   TO FKP-TOTAL-ADVAL.
           MOVE WRK-TOTAL-GRIS    TO FKP-TOTAL-GRIS.
           MOVE WRK-SW-CSV        TO FKP-SW-CSV.
           MOVE WRK-QTD-CLI-FAT   TO FKP-QT-CLI.
           PERFORM 0452-SALVAR-CLIENTE
               TO FKP-CLI-CODIGO(WRK-IDX-CLI-FAT).
           MOVE WRK-TAB-CLI-TOTAL(WRK-IDX-CLI-FAT)
               TO FKP-CLI-TOTAL(WRK-IDX-CLI-FAT).
           MOVE WRK-TAB-CLI-ADVAL(WRK-IDX-CLI-FAT)
               TO FKP-CLI-ADVAL(WRK-IDX-CLI-FAT).
           MOVE WRK-TAB-CLI-GRIS(WRK-IDX-CLI-FAT)
               TO FKP-CLI-GRIS(WRK-IDX-CLI-FAT).

       0460-LIMPAR-CHECKPOINT-LOTE.
      * ZERA O CHECKPOINT AO FINAL DE UM PROCESSAMENTO COMPLETO,
                       TO WRK-TAB-CLI-COD(WRK-IDX-CLI-ACHADO)
                   MOVE ZEROS
                       TO WRK-TAB-CLI-TOTAL(WRK-IDX-CLI-ACHADO)
                   MOVE ZEROS
                       TO WRK-TAB-CLI-ADVAL(WRK-IDX-CLI-ACHADO)
                   MOVE ZEROS
                       TO WRK-TAB-CLI-GRIS(WRK-IDX-CLI-ACHADO)
                   MOVE 'S' TO WRK-SW-CLI-ACHADO
               ELSE
                   DISPLAY 'TABELA DE CLIENTES CHEIA - IGNORADO'
           IF WRK-SW-CLI-ACHADO = 'S'
               ADD WRK-FRETE-PEDIDO
                   TO WRK-TAB-CLI-TOTAL(WRK-IDX-CLI-ACHADO)
               ADD WRK-ADVALOREM
                   TO WRK-TAB-CLI-ADVAL(WRK-IDX-CLI-ACHADO)
               ADD WRK-GRIS
                   TO WRK-TAB-CLI-GRIS(WRK-IDX-CLI-ACHADO)
           END-IF.

       0479-COMPARAR-CLI-FAT.
      * GRAVA A INTERFACE DE FATURAMENTO COMO UM BLOCO POR
      * EXECUCAO: CABECALHO (TIPO 0) COM DATA/HORA/PROGRAMA, UM
      * DETALHE (TIPO 1) POR CLIENTE E TRAILER (TIPO 9) COM
      * QUANTIDADE E SOMA, CONFERIDO PELOS CONSUMIDORES. SEGURO
      * AD VALOREM E GRIS SAEM EM DETALHES PROPRIOS DO CLIENTE
      * (FAT-COMPONENTE), SO QUANDO HOUVER VALOR.
           OPEN EXTEND BILLING-INTERFACE-FILE.
           IF WRK-STATUS-FAT NOT = '00'
               OPEN OUTPUT BILLING-INTERFACE-FILE
           MOVE 'FRETE' TO FAT-HDR-PROGRAMA.
           WRITE BILLING-INTERFACE-RECORD.
           MOVE ZEROS TO WRK-FAT-HASH.
           MOVE ZEROS TO WRK-FAT-QT.
           PERFORM 0482-GRAVAR-UM-CLIENTE
               VARYING WRK-IDX-CLI-FAT FROM 1 BY 1
               UNTIL WRK-IDX-CLI-FAT > WRK-QTD-CLI-FAT.
           MOVE SPACES TO BILLING-INTERFACE-RECORD.
           MOVE '9' TO FAT-TIPO.
           MOVE WRK-FAT-QT TO FAT-TRL-QT.
           MOVE WRK-FAT-HASH TO FAT-TRL-HASH.
           WRITE BILLING-INTERFACE-RECORD.
           CLOSE BILLING-INTERFACE-FILE.
           MOVE WRK-TAB-CLI-COD(WRK-IDX-CLI-FAT) TO FAT-CLIENTE.
           MOVE WRK-TAB-CLI-TOTAL(WRK-IDX-CLI-FAT)
               TO FAT-TOTAL-FRETE.
           MOVE 'F' TO FAT-COMPONENTE.
           ADD WRK-TAB-CLI-TOTAL(WRK-IDX-CLI-FAT)
               TO WRK-FAT-HASH.
           WRITE BILLING-INTERFACE-RECORD.
           ADD 1 TO WRK-FAT-QT.
           IF WRK-TAB-CLI-ADVAL(WRK-IDX-CLI-FAT) > 0
               MOVE WRK-TAB-CLI-ADVAL(WRK-IDX-CLI-FAT)
                   TO FAT-TOTAL-FRETE
               MOVE 'A' TO FAT-COMPONENTE
               ADD WRK-TAB-CLI-ADVAL(WRK-IDX-CLI-FAT)
                   TO WRK-FAT-HASH
               WRITE BILLING-INTERFACE-RECORD
               ADD 1 TO WRK-FAT-QT
           END-IF.
           IF WRK-TAB-CLI-GRIS(WRK-IDX-CLI-FAT) > 0
               MOVE WRK-TAB-CLI-GRIS(WRK-IDX-CLI-FAT)
                   TO FAT-TOTAL-FRETE
               MOVE 'G' TO FAT-COMPONENTE
               ADD WRK-TAB-CLI-GRIS(WRK-IDX-CLI-FAT)
                   TO WRK-FAT-HASH
               WRITE BILLING-INTERFACE-RECORD
               ADD 1 TO WRK-FAT-QT
           END-IF.

           COPY 'EXCPLOG.CPY'.

