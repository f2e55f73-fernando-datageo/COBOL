       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPARA-TARIFA.
      *********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: COMPARACAO DAS VERSOES PROGRAMADAS DAS TABELAS
      * DE FRETE ANTES DE ENTRAREM EM VIGOR. PARA CADA VERSAO DO
      * UFRATE (TAXA UNICA POR UF), DO TRPRATE (TAXA POR
      * TRANSPORTADORA E UF) E DO UFZONAS (MULTIPLICADOR DA
      * FAIXA DE CEP) COM INICIO DE VIGENCIA POSTERIOR A DATA DE
      * REFERENCIA, MOSTRA A TAXA QUE VALE NA VESPERA, A TAXA
      * NOVA, A VARIACAO PERCENTUAL E O PRAZO ANTES/DEPOIS; E
      * LISTA AS TAXAS QUE TERMINAM SEM SUCESSORA. SAI EM
      * TARIFRPT E NO TERMINAL.
      * DATA    = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PROGRAMA CRIADO JUNTO COM A VIGENCIA DAS
      *              TABELAS DE FRETE: O COMERCIAL AVISA OS
      *              CLIENTES DO REAJUSTE ANTES DA VIRADA.
      * 15/10/2026 - O UFRATE E O TRPRATE TRAZEM O SEGURO AD
      *              VALOREM E O GRIS (PERCENTUAL E MINIMO): A TAXA
      *              COMPARADA PASSA A SER A TAXA DO FRETE MAIS OS
      *              DOIS PERCENTUAIS (TUDO SOBRE O VALOR DA
      *              MERCADORIA), E CADA ALTERACAO MOSTRA ABAIXO O
      *              AD VALOREM E O GRIS ANTES E DEPOIS, COM OS
      *              MINIMOS. UM REAJUSTE SO NO SEGURO SAIA COMO
      *              VARIACAO ZERO.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'UFRSEL.CPY'.
           COPY 'TRTSEL.CPY'.
           COPY 'ZONSEL.CPY'.
           SELECT TARIFF-REPORT-FILE ASSIGN TO "TARIFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RPT.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'UFRFD.CPY'.

           COPY 'TRTFD.CPY'.

           COPY 'ZONFD.CPY'.

       FD  TARIFF-REPORT-FILE.
       01  TARIFF-REPORT-RECORD PIC X(80).

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'UFRWS.CPY'.
           COPY 'TRTWS.CPY'.
           COPY 'ZONWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
           COPY 'DTCWS.CPY'.
       77 WRK-STATUS-RPT     PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ        PIC X(01) VALUE 'N'.
       77 WRK-DATA-REF       PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-TESTE     PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM-ED    PIC 9(08) VALUE ZEROS.
       77 WRK-TIPO-SECAO     PIC X(01) VALUE SPACES.
       77 WRK-QT-LINHAS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SECAO       PIC 9(05) VALUE ZEROS.
       77 WRK-VARIACAO       PIC S9(04)V99 VALUE ZEROS.
       77 WRK-TAXA-ANT-ED    PIC 9,99999 VALUE ZEROS.
       77 WRK-TAXA-NOVA-ED   PIC 9,99999 VALUE ZEROS.
       77 WRK-PCT-ANT-ED     PIC Z9,999 VALUE ZEROS.
       77 WRK-PCT-NOVO-ED    PIC Z9,999 VALUE ZEROS.
       77 WRK-MIN-ANT-ED     PIC ZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-MIN-NOVO-ED    PIC ZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PCT-ANT        PIC 9(02)V999 VALUE ZEROS.
       77 WRK-MIN-ANT        PIC 9(05)V99 VALUE ZEROS.
       77 WRK-VARIACAO-ED    PIC -ZZZ9,99 VALUE ZEROS.
       77 WRK-LINHA-RPT      PIC X(80) VALUE SPACES.
      * AS TRES TABELAS NUMA SO, PELO TIPO: 'U' = UFRATE, 'T' =
      * TRPRATE (COMPLEMENTO = TRANSPORTADORA), 'Z' = UFZONAS
      * (COMPLEMENTO = FAIXA DE CEP INICIO-FIM). UF MAIS
      * COMPLEMENTO IDENTIFICAM A TAXA ENTRE AS VERSOES. TOTAL =
      * TAXA + (AD VALOREM + GRIS) / 100, A FRACAO DO VALOR DA
      * MERCADORIA COBRADA (SEM OS MINIMOS); NO UFZONAS = TAXA.
       77 WRK-QTD-TAR        PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IDX-TAR        PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IDX-OUTRA      PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IDX-VIGENTE    PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SW-VIGENTE     PIC X(01) VALUE 'N'.
       01 WRK-COMPL-ZONA.
           05 WRK-CZN-INI    PIC 9(08).
           05 FILLER         PIC X(01) VALUE '-'.
           05 WRK-CZN-FIM    PIC 9(08).
       01 WRK-TABELA-TARIFAS.
           05 WRK-TAB-TAR OCCURS 990 TIMES.
               10 WRK-TAB-TAR-TIPO    PIC X(01).
               10 WRK-TAB-TAR-UF      PIC X(02).
               10 WRK-TAB-TAR-COMPL   PIC X(17).
               10 WRK-TAB-TAR-TAXA    PIC 9V999.
               10 WRK-TAB-TAR-PRAZO   PIC 9(02).
               10 WRK-TAB-TAR-VIG-INI PIC 9(08).
               10 WRK-TAB-TAR-VIG-FIM PIC 9(08).
               10 WRK-TAB-TAR-ADVAL-PCT PIC 9(02)V999.
               10 WRK-TAB-TAR-ADVAL-MIN PIC 9(05)V99.
               10 WRK-TAB-TAR-GRIS-PCT  PIC 9(02)V999.
               10 WRK-TAB-TAR-GRIS-MIN  PIC 9(05)V99.
               10 WRK-TAB-TAR-TOTAL     PIC 9V99999.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0040-AUTORIZAR.
           IF WRK-PERM-AUTORIZADO = 'S'
               PERFORM 0100-INICIALIZAR
               PERFORM 0200-CARREGAR-UFRATE
               PERFORM 0300-CARREGAR-TRPRATE
               PERFORM 0400-CARREGAR-UFZONAS
               PERFORM 0500-GRAVAR-COMPARACAO
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA TARIFAS'
               MOVE 'COMPARA-TARIFA' TO WRK-EXCP-PROGRAMA
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
           MOVE 'COMPARA-TARIFA' TO WRK-PERM-PROGRAMA.
           MOVE 'TARIFA' TO WRK-PERM-FUNCAO.
           IF LOG-RESULTADO = 'S'
               MOVE LOG-PERFIL TO WRK-PERM-PERFIL
           ELSE
               MOVE SPACES TO WRK-PERM-PERFIL
           END-IF.
           PERFORM 9200-VERIFICAR-PERMISSAO.

       0100-INICIALIZAR.
      * ENTRAM NA COMPARACAO AS VERSOES QUE COMECAM DEPOIS DA
      * DATA DE REFERENCIA (ZERO = HOJE).
           DISPLAY 'VERSOES A PARTIR DE (AAAAMMDD, 0 = HOJE): '
           ACCEPT WRK-DATA-REF.
           IF WRK-DATA-REF = 0
               ACCEPT WRK-DATA-REF FROM DATE YYYYMMDD
           END-IF.
           MOVE ZEROS TO WRK-QTD-TAR.
           MOVE ZEROS TO WRK-QT-LINHAS.

       0200-CARREGAR-UFRATE.
           OPEN INPUT UF-RATE-FILE.
           IF WRK-STATUS-UF = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0210-LER-UFRATE
               PERFORM 0220-ARMAZENAR-UFRATE
                   UNTIL WRK-EOF-ARQ = 'S'
           ELSE
               DISPLAY 'UFRATE AUSENTE'
           END-IF.
           CLOSE UF-RATE-FILE.

       0210-LER-UFRATE.
           READ UF-RATE-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0220-ARMAZENAR-UFRATE.
      * VIGENCIA EM BRANCO (REGISTRO ANTIGO) VALE ZERO: SEM
      * LIMITE. O MESMO VALE PARA AS OUTRAS DUAS TABELAS.
           IF WRK-QTD-TAR < 990
               ADD 1 TO WRK-QTD-TAR
               MOVE 'U'      TO WRK-TAB-TAR-TIPO(WRK-QTD-TAR)
               MOVE UR-UF    TO WRK-TAB-TAR-UF(WRK-QTD-TAR)
               MOVE SPACES   TO WRK-TAB-TAR-COMPL(WRK-QTD-TAR)
               MOVE UR-TAXA  TO WRK-TAB-TAR-TAXA(WRK-QTD-TAR)
               MOVE UR-PRAZO TO WRK-TAB-TAR-PRAZO(WRK-QTD-TAR)
               IF UR-VIG-INI NUMERIC
                   MOVE UR-VIG-INI
                       TO WRK-TAB-TAR-VIG-INI(WRK-QTD-TAR)
               ELSE
                   MOVE ZEROS TO WRK-TAB-TAR-VIG-INI(WRK-QTD-TAR)
               END-IF
               IF UR-VIG-FIM NUMERIC
                   MOVE UR-VIG-FIM
                       TO WRK-TAB-TAR-VIG-FIM(WRK-QTD-TAR)
               ELSE
                   MOVE ZEROS TO WRK-TAB-TAR-VIG-FIM(WRK-QTD-TAR)
               END-IF
               PERFORM 0230-ARMAZENAR-SEGURO-UF
           ELSE
               DISPLAY 'TABELA DE TARIFAS CHEIA - IGNORADO'
           END-IF.
           PERFORM 0210-LER-UFRATE.

       0230-ARMAZENAR-SEGURO-UF.
      * AD VALOREM E GRIS EM BRANCO (REGISTRO ANTIGO) = NAO
      * COBRADOS, COMO NA COTACAO.
           MOVE ZEROS TO WRK-TAB-TAR-ADVAL-PCT(WRK-QTD-TAR).
           MOVE ZEROS TO WRK-TAB-TAR-ADVAL-MIN(WRK-QTD-TAR).
           MOVE ZEROS TO WRK-TAB-TAR-GRIS-PCT(WRK-QTD-TAR).
           MOVE ZEROS TO WRK-TAB-TAR-GRIS-MIN(WRK-QTD-TAR).
           IF UR-ADVAL-PCT NUMERIC
               MOVE UR-ADVAL-PCT
                   TO WRK-TAB-TAR-ADVAL-PCT(WRK-QTD-TAR)
           END-IF.
           IF UR-ADVAL-MIN NUMERIC
               MOVE UR-ADVAL-MIN
                   TO WRK-TAB-TAR-ADVAL-MIN(WRK-QTD-TAR)
           END-IF.
           IF UR-GRIS-PCT NUMERIC
               MOVE UR-GRIS-PCT TO WRK-TAB-TAR-GRIS-PCT(WRK-QTD-TAR)
           END-IF.
           IF UR-GRIS-MIN NUMERIC
               MOVE UR-GRIS-MIN TO WRK-TAB-TAR-GRIS-MIN(WRK-QTD-TAR)
           END-IF.
           PERFORM 0290-CALCULAR-TOTAL.

       0290-CALCULAR-TOTAL.
           COMPUTE WRK-TAB-TAR-TOTAL(WRK-QTD-TAR) =
               WRK-TAB-TAR-TAXA(WRK-QTD-TAR)
               + (WRK-TAB-TAR-ADVAL-PCT(WRK-QTD-TAR)
                  + WRK-TAB-TAR-GRIS-PCT(WRK-QTD-TAR)) / 100.

       0300-CARREGAR-TRPRATE.
           OPEN INPUT CARRIER-RATE-FILE.
           IF WRK-STATUS-TRT = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0310-LER-TRPRATE
               PERFORM 0320-ARMAZENAR-TRPRATE
                   UNTIL WRK-EOF-ARQ = 'S'
           END-IF.
           CLOSE CARRIER-RATE-FILE.

       0310-LER-TRPRATE.
           READ CARRIER-RATE-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0320-ARMAZENAR-TRPRATE.
           IF WRK-QTD-TAR < 990
               ADD 1 TO WRK-QTD-TAR
               MOVE 'T'        TO WRK-TAB-TAR-TIPO(WRK-QTD-TAR)
               MOVE TRT-UF     TO WRK-TAB-TAR-UF(WRK-QTD-TAR)
               MOVE TRT-TRANSP TO WRK-TAB-TAR-COMPL(WRK-QTD-TAR)
               MOVE TRT-TAXA   TO WRK-TAB-TAR-TAXA(WRK-QTD-TAR)
               MOVE TRT-PRAZO  TO WRK-TAB-TAR-PRAZO(WRK-QTD-TAR)
               IF TRT-VIG-INI NUMERIC
                   MOVE TRT-VIG-INI
                       TO WRK-TAB-TAR-VIG-INI(WRK-QTD-TAR)
               ELSE
                   MOVE ZEROS TO WRK-TAB-TAR-VIG-INI(WRK-QTD-TAR)
               END-IF
               IF TRT-VIG-FIM NUMERIC
                   MOVE TRT-VIG-FIM
                       TO WRK-TAB-TAR-VIG-FIM(WRK-QTD-TAR)
               ELSE
                   MOVE ZEROS TO WRK-TAB-TAR-VIG-FIM(WRK-QTD-TAR)
               END-IF
               PERFORM 0330-ARMAZENAR-SEGURO-TRP
           ELSE
               DISPLAY 'TABELA DE TARIFAS CHEIA - IGNORADO'
           END-IF.
           PERFORM 0310-LER-TRPRATE.

       0330-ARMAZENAR-SEGURO-TRP.
           MOVE ZEROS TO WRK-TAB-TAR-ADVAL-PCT(WRK-QTD-TAR).
           MOVE ZEROS TO WRK-TAB-TAR-ADVAL-MIN(WRK-QTD-TAR).
           MOVE ZEROS TO WRK-TAB-TAR-GRIS-PCT(WRK-QTD-TAR).
           MOVE ZEROS TO WRK-TAB-TAR-GRIS-MIN(WRK-QTD-TAR).
           IF TRT-ADVAL-PCT NUMERIC
               MOVE TRT-ADVAL-PCT
                   TO WRK-TAB-TAR-ADVAL-PCT(WRK-QTD-TAR)
           END-IF.
           IF TRT-ADVAL-MIN NUMERIC
               MOVE TRT-ADVAL-MIN
                   TO WRK-TAB-TAR-ADVAL-MIN(WRK-QTD-TAR)
           END-IF.
           IF TRT-GRIS-PCT NUMERIC
               MOVE TRT-GRIS-PCT
                   TO WRK-TAB-TAR-GRIS-PCT(WRK-QTD-TAR)
           END-IF.
           IF TRT-GRIS-MIN NUMERIC
               MOVE TRT-GRIS-MIN
                   TO WRK-TAB-TAR-GRIS-MIN(WRK-QTD-TAR)
           END-IF.
           PERFORM 0290-CALCULAR-TOTAL.

       0400-CARREGAR-UFZONAS.
           OPEN INPUT ZONE-FILE.
           IF WRK-STATUS-ZON = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0410-LER-UFZONAS
               PERFORM 0420-ARMAZENAR-UFZONAS
                   UNTIL WRK-EOF-ARQ = 'S'
           END-IF.
           CLOSE ZONE-FILE.

       0410-LER-UFZONAS.
           READ ZONE-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0420-ARMAZENAR-UFZONAS.
           IF WRK-QTD-TAR < 990
               ADD 1 TO WRK-QTD-TAR
               MOVE ZON-CEP-INI TO WRK-CZN-INI
               MOVE ZON-CEP-FIM TO WRK-CZN-FIM
               MOVE 'Z'       TO WRK-TAB-TAR-TIPO(WRK-QTD-TAR)
               MOVE ZON-UF    TO WRK-TAB-TAR-UF(WRK-QTD-TAR)
               MOVE WRK-COMPL-ZONA
                   TO WRK-TAB-TAR-COMPL(WRK-QTD-TAR)
               MOVE ZON-MULT  TO WRK-TAB-TAR-TAXA(WRK-QTD-TAR)
               MOVE ZON-PRAZO TO WRK-TAB-TAR-PRAZO(WRK-QTD-TAR)
               MOVE ZEROS TO WRK-TAB-TAR-ADVAL-PCT(WRK-QTD-TAR)
               MOVE ZEROS TO WRK-TAB-TAR-ADVAL-MIN(WRK-QTD-TAR)
               MOVE ZEROS TO WRK-TAB-TAR-GRIS-PCT(WRK-QTD-TAR)
               MOVE ZEROS TO WRK-TAB-TAR-GRIS-MIN(WRK-QTD-TAR)
               MOVE ZON-MULT TO WRK-TAB-TAR-TOTAL(WRK-QTD-TAR)
               IF ZON-VIG-INI NUMERIC
                   MOVE ZON-VIG-INI
                       TO WRK-TAB-TAR-VIG-INI(WRK-QTD-TAR)
               ELSE
                   MOVE ZEROS TO WRK-TAB-TAR-VIG-INI(WRK-QTD-TAR)
               END-IF
               IF ZON-VIG-FIM NUMERIC
                   MOVE ZON-VIG-FIM
                       TO WRK-TAB-TAR-VIG-FIM(WRK-QTD-TAR)
               ELSE
                   MOVE ZEROS TO WRK-TAB-TAR-VIG-FIM(WRK-QTD-TAR)
               END-IF
           ELSE
               DISPLAY 'TABELA DE TARIFAS CHEIA - IGNORADO'
           END-IF.
           PERFORM 0410-LER-UFZONAS.

       0500-GRAVAR-COMPARACAO.
           OPEN OUTPUT TARIFF-REPORT-FILE.
           STRING 'COMPARACAO DE TABELAS DE FRETE - VERSOES APOS '
               WRK-DATA-REF
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ALL '=' TO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 'UF TRANSP/FAIXA CEP  INICIO   TX ANT    TX NOVA'
               TO WRK-LINHA-RPT.
           MOVE 'VARIACAO PRAZO' TO WRK-LINHA-RPT(50:14).
           PERFORM 0800-GRAVAR-LINHA.
           MOVE 'U' TO WRK-TIPO-SECAO.
           MOVE 'TAXA UNICA POR UF (UFRATE)' TO WRK-LINHA-RPT.
           PERFORM 0510-GRAVAR-SECAO.
           MOVE 'T' TO WRK-TIPO-SECAO.
           MOVE 'TAXA POR TRANSPORTADORA E UF (TRPRATE)'
               TO WRK-LINHA-RPT.
           PERFORM 0510-GRAVAR-SECAO.
           MOVE 'Z' TO WRK-TIPO-SECAO.
           MOVE 'MULTIPLICADOR POR FAIXA DE CEP (UFZONAS)'
               TO WRK-LINHA-RPT.
           PERFORM 0510-GRAVAR-SECAO.
           MOVE ALL '=' TO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           IF WRK-QT-LINHAS = 0
               STRING 'NENHUMA ALTERACAO PROGRAMADA APOS '
                   WRK-DATA-REF
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
           ELSE
               STRING 'ALTERACOES PROGRAMADAS: ' WRK-QT-LINHAS
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
           END-IF.
           PERFORM 0800-GRAVAR-LINHA.
           CLOSE TARIFF-REPORT-FILE.

       0510-GRAVAR-SECAO.
      * O TITULO DA SECAO JA VEM EM WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.
           MOVE ZEROS TO WRK-QT-SECAO.
           PERFORM 0520-COMPARAR-VERSAO
               VARYING WRK-IDX-TAR FROM 1 BY 1
               UNTIL WRK-IDX-TAR > WRK-QTD-TAR.
           IF WRK-QT-SECAO = 0
               MOVE '  SEM ALTERACAO PROGRAMADA' TO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
           END-IF.

       0520-COMPARAR-VERSAO.
      * VERSAO QUE AINDA VAI COMECAR: COMPARA COM A QUE VALE NA
      * VESPERA DO INICIO. VERSAO COM FIM PROGRAMADO: SE NADA
      * VALER NO DIA SEGUINTE, A TAXA DEIXA DE EXISTIR.
           IF WRK-TAB-TAR-TIPO(WRK-IDX-TAR) = WRK-TIPO-SECAO
               IF WRK-TAB-TAR-VIG-INI(WRK-IDX-TAR) > WRK-DATA-REF
                   MOVE WRK-TAB-TAR-VIG-INI(WRK-IDX-TAR)
                       TO WRK-DTC-DATA
                   PERFORM 9400-DATA-PARA-SERIAL
                   SUBTRACT 1 FROM WRK-DTC-SERIAL
                   PERFORM 9410-SERIAL-PARA-DATA
                   MOVE WRK-DTC-DATA TO WRK-DATA-TESTE
                   PERFORM 0530-LOCALIZAR-VIGENTE
                   PERFORM 0540-GRAVAR-ALTERACAO
               END-IF
               IF WRK-TAB-TAR-VIG-FIM(WRK-IDX-TAR) > 0
                  AND WRK-TAB-TAR-VIG-FIM(WRK-IDX-TAR)
                      >= WRK-DATA-REF
                   MOVE WRK-TAB-TAR-VIG-FIM(WRK-IDX-TAR)
                       TO WRK-DTC-DATA
                   PERFORM 9400-DATA-PARA-SERIAL
                   ADD 1 TO WRK-DTC-SERIAL
                   PERFORM 9410-SERIAL-PARA-DATA
                   MOVE WRK-DTC-DATA TO WRK-DATA-TESTE
                   PERFORM 0530-LOCALIZAR-VIGENTE
                   IF WRK-SW-VIGENTE = 'N'
                       PERFORM 0550-GRAVAR-ENCERRAMENTO
                   END-IF
               END-IF
           END-IF.

       0530-LOCALIZAR-VIGENTE.
      * VERSAO DA MESMA TAXA (TIPO, UF E COMPLEMENTO) EM VIGOR
      * EM WRK-DATA-TESTE; COM MAIS DE UMA, A DE INICIO MAIS
      * RECENTE, COMO NA COTACAO.
           MOVE 'N' TO WRK-SW-VIGENTE.
           MOVE ZEROS TO WRK-IDX-VIGENTE.
           PERFORM 0535-COMPARAR-VIGENTE
               VARYING WRK-IDX-OUTRA FROM 1 BY 1
               UNTIL WRK-IDX-OUTRA > WRK-QTD-TAR.

       0535-COMPARAR-VIGENTE.
           IF WRK-TAB-TAR-TIPO(WRK-IDX-OUTRA)
                 = WRK-TAB-TAR-TIPO(WRK-IDX-TAR)
              AND WRK-TAB-TAR-UF(WRK-IDX-OUTRA)
                 = WRK-TAB-TAR-UF(WRK-IDX-TAR)
              AND WRK-TAB-TAR-COMPL(WRK-IDX-OUTRA)
                 = WRK-TAB-TAR-COMPL(WRK-IDX-TAR)
              AND WRK-TAB-TAR-VIG-INI(WRK-IDX-OUTRA)
                 <= WRK-DATA-TESTE
              AND (WRK-TAB-TAR-VIG-FIM(WRK-IDX-OUTRA) = 0
                   OR WRK-TAB-TAR-VIG-FIM(WRK-IDX-OUTRA)
                      >= WRK-DATA-TESTE)
               IF WRK-SW-VIGENTE = 'N'
                  OR WRK-TAB-TAR-VIG-INI(WRK-IDX-OUTRA)
                     > WRK-TAB-TAR-VIG-INI(WRK-IDX-VIGENTE)
                   MOVE 'S' TO WRK-SW-VIGENTE
                   MOVE WRK-IDX-OUTRA TO WRK-IDX-VIGENTE
               END-IF
           END-IF.

       0540-GRAVAR-ALTERACAO.
      * SEM VERSAO NA VESPERA, A TAXA E NOVA (UF, TRANSPORTADORA
      * OU FAIXA PASSA A SER ATENDIDA). A COMPARACAO E PELO TOTAL
      * (FRETE + AD VALOREM + GRIS).
           ADD 1 TO WRK-QT-LINHAS.
           ADD 1 TO WRK-QT-SECAO.
           MOVE WRK-TAB-TAR-TOTAL(WRK-IDX-TAR) TO WRK-TAXA-NOVA-ED.
           IF WRK-SW-VIGENTE = 'S'
               MOVE WRK-TAB-TAR-TOTAL(WRK-IDX-VIGENTE)
                   TO WRK-TAXA-ANT-ED
               IF WRK-TAB-TAR-TOTAL(WRK-IDX-VIGENTE) > 0
                   COMPUTE WRK-VARIACAO ROUNDED =
                       (WRK-TAB-TAR-TOTAL(WRK-IDX-TAR)
                        - WRK-TAB-TAR-TOTAL(WRK-IDX-VIGENTE))
                       * 100 / WRK-TAB-TAR-TOTAL(WRK-IDX-VIGENTE)
               ELSE
                   MOVE ZEROS TO WRK-VARIACAO
               END-IF
               MOVE WRK-VARIACAO TO WRK-VARIACAO-ED
               STRING WRK-TAB-TAR-UF(WRK-IDX-TAR) ' '
                   WRK-TAB-TAR-COMPL(WRK-IDX-TAR) ' '
                   WRK-TAB-TAR-VIG-INI(WRK-IDX-TAR) ' '
                   WRK-TAXA-ANT-ED '   '
                   WRK-TAXA-NOVA-ED ' '
                   WRK-VARIACAO-ED '% '
                   WRK-TAB-TAR-PRAZO(WRK-IDX-VIGENTE) '>'
                   WRK-TAB-TAR-PRAZO(WRK-IDX-TAR)
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
           ELSE
               STRING WRK-TAB-TAR-UF(WRK-IDX-TAR) ' '
                   WRK-TAB-TAR-COMPL(WRK-IDX-TAR) ' '
                   WRK-TAB-TAR-VIG-INI(WRK-IDX-TAR) ' '
                   ' NOVA     '
                   WRK-TAXA-NOVA-ED ' '
                   '   NOVA   '
                   WRK-TAB-TAR-PRAZO(WRK-IDX-TAR)
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
           END-IF.
           PERFORM 0800-GRAVAR-LINHA.
           IF WRK-TIPO-SECAO NOT = 'Z'
               PERFORM 0545-GRAVAR-SEGUROS
           END-IF.

       0545-GRAVAR-SEGUROS.
      * AD VALOREM E GRIS ANTES > DEPOIS (PERCENTUAL E MINIMO),
      * SO QUANDO COBRADOS EM UMA DAS DUAS VERSOES.
           MOVE ZEROS TO WRK-PCT-ANT.
           MOVE ZEROS TO WRK-MIN-ANT.
           IF WRK-SW-VIGENTE = 'S'
               MOVE WRK-TAB-TAR-ADVAL-PCT(WRK-IDX-VIGENTE)
                   TO WRK-PCT-ANT
               MOVE WRK-TAB-TAR-ADVAL-MIN(WRK-IDX-VIGENTE)
                   TO WRK-MIN-ANT
           END-IF.
           IF WRK-PCT-ANT > 0 OR WRK-MIN-ANT > 0
              OR WRK-TAB-TAR-ADVAL-PCT(WRK-IDX-TAR) > 0
              OR WRK-TAB-TAR-ADVAL-MIN(WRK-IDX-TAR) > 0
               MOVE WRK-PCT-ANT TO WRK-PCT-ANT-ED
               MOVE WRK-MIN-ANT TO WRK-MIN-ANT-ED
               MOVE WRK-TAB-TAR-ADVAL-PCT(WRK-IDX-TAR)
                   TO WRK-PCT-NOVO-ED
               MOVE WRK-TAB-TAR-ADVAL-MIN(WRK-IDX-TAR)
                   TO WRK-MIN-NOVO-ED
               STRING '     AD VALOREM ' WRK-PCT-ANT-ED '% MIN '
                   WRK-MIN-ANT-ED ' > ' WRK-PCT-NOVO-ED '% MIN '
                   WRK-MIN-NOVO-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
           END-IF.
           MOVE ZEROS TO WRK-PCT-ANT.
           MOVE ZEROS TO WRK-MIN-ANT.
           IF WRK-SW-VIGENTE = 'S'
               MOVE WRK-TAB-TAR-GRIS-PCT(WRK-IDX-VIGENTE)
                   TO WRK-PCT-ANT
               MOVE WRK-TAB-TAR-GRIS-MIN(WRK-IDX-VIGENTE)
                   TO WRK-MIN-ANT
           END-IF.
           IF WRK-PCT-ANT > 0 OR WRK-MIN-ANT > 0
              OR WRK-TAB-TAR-GRIS-PCT(WRK-IDX-TAR) > 0
              OR WRK-TAB-TAR-GRIS-MIN(WRK-IDX-TAR) > 0
               MOVE WRK-PCT-ANT TO WRK-PCT-ANT-ED
               MOVE WRK-MIN-ANT TO WRK-MIN-ANT-ED
               MOVE WRK-TAB-TAR-GRIS-PCT(WRK-IDX-TAR)
                   TO WRK-PCT-NOVO-ED
               MOVE WRK-TAB-TAR-GRIS-MIN(WRK-IDX-TAR)
                   TO WRK-MIN-NOVO-ED
               STRING '     GRIS       ' WRK-PCT-ANT-ED '% MIN '
                   WRK-MIN-ANT-ED ' > ' WRK-PCT-NOVO-ED '% MIN '
                   WRK-MIN-NOVO-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0800-GRAVAR-LINHA
           END-IF.

       0550-GRAVAR-ENCERRAMENTO.
           ADD 1 TO WRK-QT-LINHAS.
           ADD 1 TO WRK-QT-SECAO.
           MOVE WRK-TAB-TAR-TOTAL(WRK-IDX-TAR) TO WRK-TAXA-ANT-ED.
           STRING WRK-TAB-TAR-UF(WRK-IDX-TAR) ' '
               WRK-TAB-TAR-COMPL(WRK-IDX-TAR) ' '
               WRK-DATA-TESTE ' '
               WRK-TAXA-ANT-ED '   DEIXA DE SER ATENDIDA'
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0800-GRAVAR-LINHA.

       0800-GRAVAR-LINHA.
           MOVE WRK-LINHA-RPT TO TARIFF-REPORT-RECORD.
           WRITE TARIFF-REPORT-RECORD.
           DISPLAY WRK-LINHA-RPT.
           MOVE SPACES TO WRK-LINHA-RPT.

           COPY 'EXCPLOG.CPY'.

           COPY 'PERMCHK.CPY'.

           COPY 'DTCALC.CPY'.
