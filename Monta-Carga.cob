       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTA-CARGA.
      *********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: MONTAR AS CARGAS DO DIA A PARTIR DO LOTE DE
      * FRETE DA NOITE. OS PEDIDOS DO ORDFILE COTADOS E
      * ATENDIDOS NO JORNAL FRETEJRN SAO AGRUPADOS POR
      * TRANSPORTADORA E DESTINO (UF E ZONA DE CEP DO UFZONAS),
      * COM PESO E VALOR SOMADOS DOS ITENS. UM GRUPO QUE PASSA
      * DA CAPACIDADE DO VEICULO DA TRANSPORTADORA (TRANSPMS) E
      * QUEBRADO EM MAIS DE UMA CARGA. CADA CARGA RECEBE UM
      * NUMERO (AAAAMMDD + SEQUENCIA) E SAI NO ROMANEIO COM OS
      * PEDIDOS, CLIENTE, CEP E O QUADRO DE ASSINATURA DO
      * MOTORISTA; O PAR PEDIDO/CARGA VAI PARA O CARGAPED,
      * CONSULTADO NA SITUACAO DE PEDIDO.
      * DATA    = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PROGRAMA CRIADO: A EXPEDICAO MONTAVA AS
      *              CARGAS A MAO NA MANHA SEGUINTE, COM A LISTA
      *              DO FRETERPT, E NAO FICAVA REGISTRADO EM QUE
      *              CAMINHAO CADA PEDIDO SAIU.
      * 15/10/2026 - PEDIDO CANCELADO (ESTORNO NO JORNAL, ORIGEM
      *              'C') FICA SEM TRANSPORTADORA E NAO EMBARCA.
      * 15/10/2026 - O UFZONAS PASSOU PARA OS COPYBOOKS ZONSEL/
      *              ZONFD/ZONWS E GANHOU VIGENCIA POR REGISTRO: A
      *              ZONA DO PEDIDO E A DA FAIXA VIGENTE NA DATA DO
      *              EMBARQUE (A DE INICIO MAIS RECENTE, SE HOUVER
      *              MAIS DE UMA).
      * 15/10/2026 - O CARGAPED PASSOU PARA OS COPYBOOKS CGPSEL/
      *              CGPFD/CGPWS, COMPARTILHADOS COM CONSULTA-PEDIDO.
      * 15/10/2026 - O ORDFILE PASSOU PARA OS COPYBOOKS ORDSEL/
      *              ORDFD/ORDWS, COMPARTILHADOS POR FRETE,
      *              GERA-PEDIDO E MONTA-CARGA.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'FJRSEL.CPY'.
           COPY 'TRPSEL.CPY'.
           COPY 'CLISEL.CPY'.
           COPY 'ORDSEL.CPY'.
           COPY 'ZONSEL.CPY'.
           COPY 'CGPSEL.CPY'.
           SELECT MANIFEST-FILE ASSIGN TO "ROMANEIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RPT.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.
           COPY 'RUNSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FJRFD.CPY'.

           COPY 'TRPFD.CPY'.

           COPY 'CLIFD.CPY'.

           COPY 'ORDFD.CPY'.

           COPY 'ZONFD.CPY'.

           COPY 'CGPFD.CPY'.

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD PIC X(80).

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

           COPY 'RUNFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'FJRWS.CPY'.
           COPY 'TRPWS.CPY'.
           COPY 'CLIWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
           COPY 'RUNWS.CPY'.
           COPY 'ORDWS.CPY'.
           COPY 'ZONWS.CPY'.
           COPY 'CGPWS.CPY'.
       77 WRK-STATUS-RPT     PIC X(02) VALUE SPACES.
       77 WRK-EOF-ARQ        PIC X(01) VALUE 'N'.
       77 WRK-DATA-EMBARQUE  PIC 9(08) VALUE ZEROS.
       77 WRK-CARGA          PIC 9(11) VALUE ZEROS.
       77 WRK-QT-SEM-COTACAO PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EXCESSO     PIC 9(05) VALUE ZEROS.
       77 WRK-NOME-CLIENTE   PIC X(25) VALUE SPACES.
      * CADASTRO DE TRANSPORTADORAS; CAPACIDADE ZERO (OU CAMPO
      * EM BRANCO NO REGISTRO ANTIGO) E VEICULO SEM LIMITE.
       77 WRK-QTD-TRP        PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-TRP        PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-TRP-ACHADA PIC 9(02) VALUE ZEROS.
       77 WRK-SW-TRP-ACHADA  PIC X(01) VALUE 'N'.
       01 WRK-TABELA-TRANSP.
           05 WRK-TAB-TRP OCCURS 20 TIMES.
               10 WRK-TAB-TRP-COD       PIC X(03).
               10 WRK-TAB-TRP-NOME      PIC X(20).
               10 WRK-TAB-TRP-CAPAC     PIC 9(06).
      * FAIXAS DE CEP POR UF (UFZONAS); O INICIO DA FAIXA
      * IDENTIFICA A ZONA NA CARGA.
       77 WRK-QTD-ZON        PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-ZON        PIC 9(03) VALUE ZEROS.
       77 WRK-ZONA           PIC 9(08) VALUE ZEROS.
       77 WRK-SW-ZON-ACHADA  PIC X(01) VALUE 'N'.
       77 WRK-ZONA-VIG-INI   PIC 9(08) VALUE ZEROS.
       01 WRK-TABELA-ZONAS.
           05 WRK-TAB-ZON OCCURS 300 TIMES.
               10 WRK-TAB-ZON-UF     PIC X(02).
               10 WRK-TAB-ZON-INI    PIC 9(08).
               10 WRK-TAB-ZON-FIM    PIC 9(08).
               10 WRK-TAB-ZON-VIG-INI PIC 9(08).
      * CADASTRO DE CLIENTES, SO PARA O NOME NO ROMANEIO.
       77 WRK-QTD-CLI        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-CLI        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-CLI-ACHADO PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SW-CLI-ACHADO  PIC X(01) VALUE 'N'.
       01 WRK-TABELA-CLIENTES.
           05 WRK-TAB-CLI OCCURS 200 TIMES.
               10 WRK-TAB-CLI-COD    PIC 9(05).
               10 WRK-TAB-CLI-NOME   PIC X(30).
      * PEDIDOS DO LOTE, COM PESO E VALOR SOMADOS DOS ITENS, A
      * TRANSPORTADORA DA ULTIMA COTACAO ATENDIDA, O GRUPO DE
      * DESTINO E A CARGA EM QUE FOI ALOCADO.
       77 WRK-QTD-PED        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-PED        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-PED-ATUAL  PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-PED-ACHADO PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SW-PED-ACHADO  PIC X(01) VALUE 'N'.
       01 WRK-TABELA-PEDIDOS.
           05 WRK-TAB-PED OCCURS 500 TIMES.
               10 WRK-TAB-PED-NUMERO  PIC 9(06).
               10 WRK-TAB-PED-UF      PIC X(02).
               10 WRK-TAB-PED-CLIENTE PIC 9(05).
               10 WRK-TAB-PED-CEP     PIC 9(08).
               10 WRK-TAB-PED-PESO    PIC 9(07)V99.
               10 WRK-TAB-PED-VALOR   PIC 9(09)V99.
               10 WRK-TAB-PED-TRANSP  PIC X(03).
               10 WRK-TAB-PED-IDX-GRP PIC 9(03) COMP.
               10 WRK-TAB-PED-IDX-CRG PIC 9(03) COMP.
      * GRUPOS DE DESTINO (TRANSPORTADORA + UF + ZONA). A CHAVE
      * E UM GRUPO ALFANUMERICO PARA AS CARGAS SAIREM NA ORDEM
      * DELA SEM CLASSIFICAR O ARQUIVO.
       77 WRK-QTD-GRP        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-GRP        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-GRP-ACHADO PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SW-GRP-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-SW-GRP-PENDENTE PIC X(01) VALUE 'N'.
       01 WRK-CHAVE-GRUPO.
           05 WRK-CHV-TRANSP     PIC X(03).
           05 WRK-CHV-UF         PIC X(02).
           05 WRK-CHV-ZONA       PIC 9(08).
       01 WRK-TABELA-GRUPOS.
           05 WRK-TAB-GRP OCCURS 500 TIMES.
               10 WRK-TAB-GRP-CHAVE.
                   15 WRK-TAB-GRP-TRANSP PIC X(03).
                   15 WRK-TAB-GRP-UF     PIC X(02).
                   15 WRK-TAB-GRP-ZONA   PIC 9(08).
               10 WRK-TAB-GRP-IDX-TRP    PIC 9(02).
               10 WRK-TAB-GRP-CAPAC      PIC 9(06).
               10 WRK-TAB-GRP-SW-MONTADO PIC X(01).
      * CARGAS MONTADAS. CADA CARGA TEM AO MENOS UM PEDIDO, POR
      * ISSO A TABELA NAO PASSA DO TAMANHO DA DE PEDIDOS.
       77 WRK-QTD-CRG        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-CRG        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-CRG-ATUAL  PIC 9(03) COMP VALUE ZEROS.
       01 WRK-TABELA-CARGAS.
           05 WRK-TAB-CRG OCCURS 500 TIMES.
               10 WRK-TAB-CRG-IDX-GRP    PIC 9(03) COMP.
               10 WRK-TAB-CRG-QT-PED     PIC 9(03).
               10 WRK-TAB-CRG-PESO       PIC 9(07)V99.
               10 WRK-TAB-CRG-VALOR      PIC 9(11)V99.
               10 WRK-TAB-CRG-SW-EXCESSO PIC X(01).
       77 WRK-PESO-ED        PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PESO-TOT-ED    PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-TOT-ED   PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CAPAC-ED       PIC ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-QT-PED-ED      PIC ZZ9 VALUE ZEROS.
       77 WRK-QT-CRG-ED      PIC ZZ9 VALUE ZEROS.
       77 WRK-LINHA-RPT      PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 9500-INICIAR-RUNHIST.
           PERFORM 0040-AUTORIZAR.
           IF WRK-PERM-AUTORIZADO = 'S'
               PERFORM 0100-INICIALIZAR
               IF RETURN-CODE = 0
                   PERFORM 0200-CARREGAR-PEDIDOS
                   PERFORM 0300-ATRIBUIR-TRANSPORTADORAS
                   PERFORM 0400-AGRUPAR-PEDIDOS
                   PERFORM 0500-MONTAR-CARGAS
                   PERFORM 0600-GRAVAR-ROMANEIOS
               END-IF
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA MONTAGEM DE CARGA'
               MOVE 'MONTA-CARGA' TO WRK-EXCP-PROGRAMA
               MOVE 'ACESSO NAO AUTORIZADO' TO WRK-EXCP-MENSAGEM
               PERFORM 9000-REGISTRAR-EXCECAO
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE 'NIGHTRUN' TO WRK-RUN-JOB.
           MOVE 'MONTA-CARGA' TO WRK-RUN-PROGRAMA.
           MOVE WRK-QTD-PED TO WRK-RUN-QT-LIDOS.
           MOVE WRK-QTD-CRG TO WRK-RUN-QT-GRAVADOS.
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
           MOVE 'MONTA-CARGA' TO WRK-PERM-PROGRAMA.
           MOVE 'ROMANEIO' TO WRK-PERM-FUNCAO.
           IF LOG-RESULTADO = 'S'
               MOVE LOG-PERFIL TO WRK-PERM-PERFIL
           ELSE
               MOVE SPACES TO WRK-PERM-PERFIL
           END-IF.
           PERFORM 9200-VERIFICAR-PERMISSAO.

       0100-INICIALIZAR.
      * A DATA DE EMBARQUE NUMERA AS CARGAS; ZERO E HOJE. SEM O
      * ARQUIVO DE PEDIDOS NAO HA O QUE EMBARCAR (RC=8).
           MOVE 0 TO RETURN-CODE.
           DISPLAY 'DATA DE EMBARQUE (AAAAMMDD, 0 = HOJE): '.
           ACCEPT WRK-DATA-EMBARQUE.
           IF WRK-DATA-EMBARQUE = 0
               ACCEPT WRK-DATA-EMBARQUE FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT ORDER-FILE.
           IF WRK-STATUS-ORDER NOT = '00'
               DISPLAY 'ARQUIVO DE PEDIDOS ORDFILE AUSENTE'
               MOVE 'MONTA-CARGA' TO WRK-EXCP-PROGRAMA
               MOVE 'ORDFILE AUSENTE' TO WRK-EXCP-MENSAGEM
               PERFORM 9000-REGISTRAR-EXCECAO
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0110-CARREGAR-TRANSPORTADORAS
               PERFORM 0130-CARREGAR-ZONAS
               PERFORM 0150-CARREGAR-CLIENTES
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
               DISPLAY 'TRANSPMS AUSENTE - CARGAS SEM LIMITE DE PESO'
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
               MOVE TRP-CODIGO TO WRK-TAB-TRP-COD(WRK-QTD-TRP)
               MOVE TRP-NOME   TO WRK-TAB-TRP-NOME(WRK-QTD-TRP)
               IF TRP-CAPAC-KG NUMERIC
                   MOVE TRP-CAPAC-KG TO WRK-TAB-TRP-CAPAC(WRK-QTD-TRP)
               ELSE
                   MOVE ZEROS TO WRK-TAB-TRP-CAPAC(WRK-QTD-TRP)
               END-IF
           END-IF.
           PERFORM 0115-LER-TRANSPORTADORA.

       0130-CARREGAR-ZONAS.
           MOVE ZEROS TO WRK-QTD-ZON.
           OPEN INPUT ZONE-FILE.
           IF WRK-STATUS-ZON = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0135-LER-ZONA
               PERFORM 0140-ARMAZENAR-ZONA
                   UNTIL WRK-EOF-ARQ = 'S'
           ELSE
               DISPLAY 'UFZONAS AUSENTE - CARGAS SO POR UF'
           END-IF.
           CLOSE ZONE-FILE.

       0135-LER-ZONA.
           READ ZONE-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0140-ARMAZENAR-ZONA.
      * SO ENTRAM AS FAIXAS VIGENTES NA DATA DO EMBARQUE;
      * VIGENCIA EM BRANCO OU ZERO E SEM LIMITE.
           IF ZON-VIG-INI NOT NUMERIC
               MOVE ZEROS TO ZON-VIG-INI
           END-IF.
           IF ZON-VIG-FIM NOT NUMERIC
               MOVE ZEROS TO ZON-VIG-FIM
           END-IF.
           IF WRK-QTD-ZON < 300
              AND ZON-VIG-INI <= WRK-DATA-EMBARQUE
              AND (ZON-VIG-FIM = 0
                   OR ZON-VIG-FIM >= WRK-DATA-EMBARQUE)
               ADD 1 TO WRK-QTD-ZON
               MOVE ZON-UF      TO WRK-TAB-ZON-UF(WRK-QTD-ZON)
               MOVE ZON-CEP-INI TO WRK-TAB-ZON-INI(WRK-QTD-ZON)
               MOVE ZON-CEP-FIM TO WRK-TAB-ZON-FIM(WRK-QTD-ZON)
               MOVE ZON-VIG-INI TO WRK-TAB-ZON-VIG-INI(WRK-QTD-ZON)
           END-IF.
           PERFORM 0135-LER-ZONA.

       0150-CARREGAR-CLIENTES.
           MOVE ZEROS TO WRK-QTD-CLI.
           OPEN INPUT CUSTOMER-FILE.
           IF WRK-STATUS-CLI = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0155-LER-CLIENTE
               PERFORM 0160-ARMAZENAR-CLIENTE
                   UNTIL WRK-EOF-ARQ = 'S'
           ELSE
               DISPLAY 'CLIFILE AUSENTE - ROMANEIO SEM NOME'
           END-IF.
           CLOSE CUSTOMER-FILE.

       0155-LER-CLIENTE.
           READ CUSTOMER-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0160-ARMAZENAR-CLIENTE.
           IF WRK-QTD-CLI < 200
               ADD 1 TO WRK-QTD-CLI
               MOVE CLI-CODIGO TO WRK-TAB-CLI-COD(WRK-QTD-CLI)
               MOVE CLI-NOME   TO WRK-TAB-CLI-NOME(WRK-QTD-CLI)
           ELSE
               DISPLAY 'TABELA DE CLIENTES CHEIA - ' CLI-CODIGO
                   ' SEM NOME NO ROMANEIO'
           END-IF.
           PERFORM 0155-LER-CLIENTE.

       0200-CARREGAR-PEDIDOS.
      * O CABECALHO ABRE O PEDIDO NA TABELA E OS ITENS SEGUINTES
      * SOMAM PESO E VALOR NELE. ITENS DE PEDIDO QUE NAO COUBE
      * NA TABELA SAO IGNORADOS (WRK-IDX-PED-ATUAL ZERADO).
           MOVE ZEROS TO WRK-QTD-PED.
           MOVE ZEROS TO WRK-IDX-PED-ATUAL.
           MOVE 'N' TO WRK-EOF-ARQ.
           PERFORM 0210-LER-PEDIDO.
           PERFORM 0220-ARMAZENAR-PEDIDO
               UNTIL WRK-EOF-ARQ = 'S'.
           CLOSE ORDER-FILE.

       0210-LER-PEDIDO.
           READ ORDER-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0220-ARMAZENAR-PEDIDO.
           EVALUATE TRUE
               WHEN OR-CABECALHO
                   IF WRK-QTD-PED < 500
                       ADD 1 TO WRK-QTD-PED
                       MOVE WRK-QTD-PED TO WRK-IDX-PED-ATUAL
                       INITIALIZE WRK-TAB-PED(WRK-IDX-PED-ATUAL)
                       MOVE OR-NUMERO
                           TO WRK-TAB-PED-NUMERO(WRK-IDX-PED-ATUAL)
                       MOVE OR-UF
                           TO WRK-TAB-PED-UF(WRK-IDX-PED-ATUAL)
                       MOVE OR-CLIENTE
                           TO WRK-TAB-PED-CLIENTE(WRK-IDX-PED-ATUAL)
                       MOVE OR-CEP
                           TO WRK-TAB-PED-CEP(WRK-IDX-PED-ATUAL)
                       MOVE SPACES
                           TO WRK-TAB-PED-TRANSP(WRK-IDX-PED-ATUAL)
                   ELSE
                       DISPLAY 'TABELA DE PEDIDOS CHEIA - PEDIDO '
                           OR-NUMERO ' FORA DAS CARGAS'
                       MOVE ZEROS TO WRK-IDX-PED-ATUAL
                   END-IF
               WHEN OR-ITEM
                   IF WRK-IDX-PED-ATUAL > 0
                       ADD OR-PESO
                           TO WRK-TAB-PED-PESO(WRK-IDX-PED-ATUAL)
                       ADD OR-VALOR
                           TO WRK-TAB-PED-VALOR(WRK-IDX-PED-ATUAL)
                   END-IF
           END-EVALUATE.
           PERFORM 0210-LER-PEDIDO.

       0300-ATRIBUIR-TRANSPORTADORAS.
      * A TRANSPORTADORA DO PEDIDO E A DA ULTIMA COTACAO DELE NO
      * JORNAL (O ARQUIVO E GRAVADO EM ORDEM DE DATA). RECOTACAO
      * NAO ATENDIDA TIRA O PEDIDO DAS CARGAS.
           OPEN INPUT QUOTE-JOURNAL-FILE.
           IF WRK-STATUS-JRN = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0310-LER-JORNAL
               PERFORM 0320-ATRIBUIR-COTACAO
                   UNTIL WRK-EOF-ARQ = 'S'
           ELSE
               DISPLAY 'JORNAL FRETEJRN AUSENTE OU VAZIO'
           END-IF.
           CLOSE QUOTE-JOURNAL-FILE.

       0310-LER-JORNAL.
           READ QUOTE-JOURNAL-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0320-ATRIBUIR-COTACAO.
      * O ESTORNO DE PEDIDO CANCELADO VEM COM JR-SW-ATENDIDO 'N'
      * E TIRA O PEDIDO DA MONTAGEM.
           IF (JR-ORIGEM = 'L' OR JR-ORIGEM = 'C') AND JR-PEDIDO > 0
               PERFORM 0350-LOCALIZAR-PEDIDO
               IF WRK-SW-PED-ACHADO = 'S'
                   IF JR-SW-ATENDIDO = 'S'
                       MOVE JR-TRANSP
                         TO WRK-TAB-PED-TRANSP(WRK-IDX-PED-ACHADO)
                   ELSE
                       MOVE SPACES
                         TO WRK-TAB-PED-TRANSP(WRK-IDX-PED-ACHADO)
                   END-IF
               END-IF
           END-IF.
           PERFORM 0310-LER-JORNAL.

       0350-LOCALIZAR-PEDIDO.
      * PROCURA JR-PEDIDO NA TABELA DE PEDIDOS; O PERFORM
      * VARYING DEIXA O INDICE UMA POSICAO ALEM DA ENTRADA
      * ENCONTRADA, POR ISSO A POSICAO E GUARDADA EM
      * WRK-IDX-PED-ACHADO.
           MOVE 'N' TO WRK-SW-PED-ACHADO.
           PERFORM 0355-COMPARAR-PEDIDO
               VARYING WRK-IDX-PED FROM 1 BY 1
               UNTIL WRK-IDX-PED > WRK-QTD-PED
                  OR WRK-SW-PED-ACHADO = 'S'.

       0355-COMPARAR-PEDIDO.
           IF JR-PEDIDO = WRK-TAB-PED-NUMERO(WRK-IDX-PED)
               MOVE 'S' TO WRK-SW-PED-ACHADO
               MOVE WRK-IDX-PED TO WRK-IDX-PED-ACHADO
           END-IF.

       0400-AGRUPAR-PEDIDOS.
           MOVE ZEROS TO WRK-QTD-GRP.
           MOVE ZEROS TO WRK-QT-SEM-COTACAO.
           PERFORM 0410-AGRUPAR-PEDIDO
               VARYING WRK-IDX-PED FROM 1 BY 1
               UNTIL WRK-IDX-PED > WRK-QTD-PED.

       0410-AGRUPAR-PEDIDO.
      * PEDIDO SEM COTACAO ATENDIDA NAO EMBARCA E SAI NA LISTA
      * DO FIM DO ROMANEIO. CEP FORA DAS FAIXAS DO UFZONAS VAI
      * PARA A ZONA ZERO (DEMAIS CEPS DA UF).
           IF WRK-TAB-PED-TRANSP(WRK-IDX-PED) = SPACES
               ADD 1 TO WRK-QT-SEM-COTACAO
           ELSE
               PERFORM 0420-LOCALIZAR-ZONA
               MOVE WRK-TAB-PED-TRANSP(WRK-IDX-PED) TO WRK-CHV-TRANSP
               MOVE WRK-TAB-PED-UF(WRK-IDX-PED)     TO WRK-CHV-UF
               MOVE WRK-ZONA                        TO WRK-CHV-ZONA
               PERFORM 0430-LOCALIZAR-GRUPO
               MOVE WRK-IDX-GRP-ACHADO
                   TO WRK-TAB-PED-IDX-GRP(WRK-IDX-PED)
           END-IF.

       0420-LOCALIZAR-ZONA.
      * ENTRE AS FAIXAS QUE COBREM O CEP, VALE A DE INICIO DE
      * VIGENCIA MAIS RECENTE, COMO NA COTACAO.
           MOVE ZEROS TO WRK-ZONA.
           MOVE ZEROS TO WRK-ZONA-VIG-INI.
           MOVE 'N' TO WRK-SW-ZON-ACHADA.
           PERFORM 0425-COMPARAR-ZONA
               VARYING WRK-IDX-ZON FROM 1 BY 1
               UNTIL WRK-IDX-ZON > WRK-QTD-ZON.

       0425-COMPARAR-ZONA.
           IF WRK-TAB-PED-UF(WRK-IDX-PED) = WRK-TAB-ZON-UF(WRK-IDX-ZON)
              AND WRK-TAB-PED-CEP(WRK-IDX-PED)
                  >= WRK-TAB-ZON-INI(WRK-IDX-ZON)
              AND WRK-TAB-PED-CEP(WRK-IDX-PED)
                  <= WRK-TAB-ZON-FIM(WRK-IDX-ZON)
              AND (WRK-SW-ZON-ACHADA = 'N'
                   OR WRK-TAB-ZON-VIG-INI(WRK-IDX-ZON)
                      > WRK-ZONA-VIG-INI)
               MOVE 'S' TO WRK-SW-ZON-ACHADA
               MOVE WRK-TAB-ZON-INI(WRK-IDX-ZON) TO WRK-ZONA
               MOVE WRK-TAB-ZON-VIG-INI(WRK-IDX-ZON)
                   TO WRK-ZONA-VIG-INI
           END-IF.

       0430-LOCALIZAR-GRUPO.
      * GRUPO NOVO GUARDA A CAPACIDADE DA TRANSPORTADORA. A
      * TABELA DE GRUPOS TEM O TAMANHO DA DE PEDIDOS E NAO
      * ENCHE.
           MOVE 'N' TO WRK-SW-GRP-ACHADO.
           PERFORM 0435-COMPARAR-GRUPO
               VARYING WRK-IDX-GRP FROM 1 BY 1
               UNTIL WRK-IDX-GRP > WRK-QTD-GRP
                  OR WRK-SW-GRP-ACHADO = 'S'.
           IF WRK-SW-GRP-ACHADO = 'N'
               ADD 1 TO WRK-QTD-GRP
               MOVE WRK-QTD-GRP TO WRK-IDX-GRP-ACHADO
               MOVE WRK-CHAVE-GRUPO
                   TO WRK-TAB-GRP-CHAVE(WRK-IDX-GRP-ACHADO)
               MOVE 'N' TO WRK-TAB-GRP-SW-MONTADO(WRK-IDX-GRP-ACHADO)
               PERFORM 0440-LOCALIZAR-TRANSPORTADORA
               IF WRK-SW-TRP-ACHADA = 'S'
                   MOVE WRK-IDX-TRP-ACHADA
                       TO WRK-TAB-GRP-IDX-TRP(WRK-IDX-GRP-ACHADO)
                   MOVE WRK-TAB-TRP-CAPAC(WRK-IDX-TRP-ACHADA)
                       TO WRK-TAB-GRP-CAPAC(WRK-IDX-GRP-ACHADO)
               ELSE
                   MOVE ZEROS
                       TO WRK-TAB-GRP-IDX-TRP(WRK-IDX-GRP-ACHADO)
                   MOVE ZEROS TO WRK-TAB-GRP-CAPAC(WRK-IDX-GRP-ACHADO)
               END-IF
           END-IF.

       0435-COMPARAR-GRUPO.
           IF WRK-CHAVE-GRUPO = WRK-TAB-GRP-CHAVE(WRK-IDX-GRP)
               MOVE 'S' TO WRK-SW-GRP-ACHADO
               MOVE WRK-IDX-GRP TO WRK-IDX-GRP-ACHADO
           END-IF.

       0440-LOCALIZAR-TRANSPORTADORA.
           MOVE 'N' TO WRK-SW-TRP-ACHADA.
           PERFORM 0445-COMPARAR-TRANSPORTADORA
               VARYING WRK-IDX-TRP FROM 1 BY 1
               UNTIL WRK-IDX-TRP > WRK-QTD-TRP
                  OR WRK-SW-TRP-ACHADA = 'S'.

       0445-COMPARAR-TRANSPORTADORA.
           IF WRK-CHV-TRANSP = WRK-TAB-TRP-COD(WRK-IDX-TRP)
               MOVE 'S' TO WRK-SW-TRP-ACHADA
               MOVE WRK-IDX-TRP TO WRK-IDX-TRP-ACHADA
           END-IF.

       0500-MONTAR-CARGAS.
      * OS GRUPOS SAO MONTADOS NA ORDEM DA CHAVE: A CADA PASSADA
      * ESCOLHE-SE O MENOR GRUPO AINDA NAO MONTADO, ATE NAO
      * SOBRAR NENHUM.
           MOVE ZEROS TO WRK-QTD-CRG.
           MOVE 'S' TO WRK-SW-GRP-PENDENTE.
           PERFORM 0510-SELECIONAR-GRUPO
               UNTIL WRK-SW-GRP-PENDENTE = 'N'.

       0510-SELECIONAR-GRUPO.
           MOVE ZEROS TO WRK-IDX-GRP-ACHADO.
           PERFORM 0515-COMPARAR-CHAVE
               VARYING WRK-IDX-GRP FROM 1 BY 1
               UNTIL WRK-IDX-GRP > WRK-QTD-GRP.
           IF WRK-IDX-GRP-ACHADO = 0
               MOVE 'N' TO WRK-SW-GRP-PENDENTE
           ELSE
               MOVE 'S' TO WRK-TAB-GRP-SW-MONTADO(WRK-IDX-GRP-ACHADO)
               MOVE ZEROS TO WRK-IDX-CRG-ATUAL
               PERFORM 0520-ALOCAR-PEDIDO
                   VARYING WRK-IDX-PED FROM 1 BY 1
                   UNTIL WRK-IDX-PED > WRK-QTD-PED
           END-IF.

       0515-COMPARAR-CHAVE.
           IF WRK-TAB-GRP-SW-MONTADO(WRK-IDX-GRP) = 'N'
               IF WRK-IDX-GRP-ACHADO = 0
                   MOVE WRK-IDX-GRP TO WRK-IDX-GRP-ACHADO
               ELSE
                   IF WRK-TAB-GRP-CHAVE(WRK-IDX-GRP)
                      < WRK-TAB-GRP-CHAVE(WRK-IDX-GRP-ACHADO)
                       MOVE WRK-IDX-GRP TO WRK-IDX-GRP-ACHADO
                   END-IF
               END-IF
           END-IF.

       0520-ALOCAR-PEDIDO.
      * OS PEDIDOS DO GRUPO ENTRAM NA ORDEM DO ORDFILE; QUANDO O
      * PESO DO PEDIDO FARIA A CARGA PASSAR DA CAPACIDADE, ABRE-
      * SE OUTRA CARGA. PEDIDO MAIS PESADO QUE O PROPRIO VEICULO
      * FICA SOZINHO NUMA CARGA MARCADA COMO EXCESSO.
           IF WRK-TAB-PED-TRANSP(WRK-IDX-PED) NOT = SPACES
              AND WRK-TAB-PED-IDX-GRP(WRK-IDX-PED)
                  = WRK-IDX-GRP-ACHADO
               IF WRK-IDX-CRG-ATUAL = 0
                   PERFORM 0530-ABRIR-CARGA
               ELSE
                   IF WRK-TAB-GRP-CAPAC(WRK-IDX-GRP-ACHADO) > 0
                      AND WRK-TAB-CRG-PESO(WRK-IDX-CRG-ATUAL)
                        + WRK-TAB-PED-PESO(WRK-IDX-PED)
                        > WRK-TAB-GRP-CAPAC(WRK-IDX-GRP-ACHADO)
                       PERFORM 0530-ABRIR-CARGA
                   END-IF
               END-IF
               MOVE WRK-IDX-CRG-ATUAL
                   TO WRK-TAB-PED-IDX-CRG(WRK-IDX-PED)
               ADD 1 TO WRK-TAB-CRG-QT-PED(WRK-IDX-CRG-ATUAL)
               ADD WRK-TAB-PED-PESO(WRK-IDX-PED)
                   TO WRK-TAB-CRG-PESO(WRK-IDX-CRG-ATUAL)
               ADD WRK-TAB-PED-VALOR(WRK-IDX-PED)
                   TO WRK-TAB-CRG-VALOR(WRK-IDX-CRG-ATUAL)
               IF WRK-TAB-GRP-CAPAC(WRK-IDX-GRP-ACHADO) > 0
                  AND WRK-TAB-PED-PESO(WRK-IDX-PED)
                    > WRK-TAB-GRP-CAPAC(WRK-IDX-GRP-ACHADO)
                   MOVE 'S'
                       TO WRK-TAB-CRG-SW-EXCESSO(WRK-IDX-CRG-ATUAL)
                   ADD 1 TO WRK-QT-EXCESSO
               END-IF
           END-IF.

       0530-ABRIR-CARGA.
           ADD 1 TO WRK-QTD-CRG.
           MOVE WRK-QTD-CRG TO WRK-IDX-CRG-ATUAL.
           INITIALIZE WRK-TAB-CRG(WRK-IDX-CRG-ATUAL).
           MOVE WRK-IDX-GRP-ACHADO
               TO WRK-TAB-CRG-IDX-GRP(WRK-IDX-CRG-ATUAL).
           MOVE 'N' TO WRK-TAB-CRG-SW-EXCESSO(WRK-IDX-CRG-ATUAL).

       0600-GRAVAR-ROMANEIOS.
      * UM ROMANEIO POR CARGA, SEPARADOS POR UMA LINHA DE '=',
      * E NO FIM A LISTA DOS PEDIDOS QUE NAO EMBARCARAM. PEDIDO
      * ACIMA DA CAPACIDADE DO VEICULO TERMINA COM RC=4.
           OPEN OUTPUT MANIFEST-FILE.
           OPEN EXTEND LOAD-ORDER-FILE.
           IF WRK-STATUS-CGP NOT = '00'
               OPEN OUTPUT LOAD-ORDER-FILE
               CLOSE LOAD-ORDER-FILE
               OPEN EXTEND LOAD-ORDER-FILE
           END-IF.
           PERFORM 0610-GRAVAR-CARGA
               VARYING WRK-IDX-CRG FROM 1 BY 1
               UNTIL WRK-IDX-CRG > WRK-QTD-CRG.
           MOVE ALL '=' TO WRK-LINHA-RPT.
           PERFORM 0690-GRAVAR-LINHA.
           STRING 'MONTAGEM DE CARGAS - EMBARQUE ' WRK-DATA-EMBARQUE
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0690-GRAVAR-LINHA.
           MOVE WRK-QTD-PED TO WRK-QT-PED-ED.
           MOVE WRK-QTD-CRG TO WRK-QT-CRG-ED.
           STRING 'PEDIDOS LIDOS: ' WRK-QT-PED-ED
               '  CARGAS MONTADAS: ' WRK-QT-CRG-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0690-GRAVAR-LINHA.
           STRING 'PEDIDOS SEM COTACAO ATENDIDA (NAO EMBARCAM): '
               WRK-QT-SEM-COTACAO
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0690-GRAVAR-LINHA.
           IF WRK-QT-SEM-COTACAO > 0
               PERFORM 0650-GRAVAR-SEM-COTACAO
                   VARYING WRK-IDX-PED FROM 1 BY 1
                   UNTIL WRK-IDX-PED > WRK-QTD-PED
           END-IF.
           CLOSE LOAD-ORDER-FILE.
           CLOSE MANIFEST-FILE.
           DISPLAY 'CARGAS MONTADAS: ' WRK-QTD-CRG.
           IF WRK-QT-EXCESSO > 0
               MOVE 'MONTA-CARGA' TO WRK-EXCP-PROGRAMA
               STRING 'PEDIDOS ACIMA DA CAPACIDADE DO VEICULO: '
                   WRK-QT-EXCESSO
                   DELIMITED BY SIZE INTO WRK-EXCP-MENSAGEM
               MOVE 'A' TO WRK-EXCP-SEVERIDADE
               PERFORM 9000-REGISTRAR-EXCECAO
               MOVE 4 TO RETURN-CODE
           END-IF.

       0610-GRAVAR-CARGA.
           MOVE WRK-TAB-CRG-IDX-GRP(WRK-IDX-CRG) TO WRK-IDX-GRP.
           COMPUTE WRK-CARGA = WRK-DATA-EMBARQUE * 1000 + WRK-IDX-CRG.
           MOVE ALL '=' TO WRK-LINHA-RPT.
           PERFORM 0690-GRAVAR-LINHA.
           STRING 'ROMANEIO DE CARGA ' WRK-CARGA
               '          DATA DE EMBARQUE ' WRK-DATA-EMBARQUE
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0690-GRAVAR-LINHA.
           IF WRK-TAB-GRP-IDX-TRP(WRK-IDX-GRP) > 0
               MOVE WRK-TAB-GRP-IDX-TRP(WRK-IDX-GRP) TO WRK-IDX-TRP
               STRING 'TRANSPORTADORA ' WRK-TAB-GRP-TRANSP(WRK-IDX-GRP)
                   ' ' WRK-TAB-TRP-NOME(WRK-IDX-TRP)
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
           ELSE
               STRING 'TRANSPORTADORA ' WRK-TAB-GRP-TRANSP(WRK-IDX-GRP)
                   ' SEM CADASTRO'
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
           END-IF.
           PERFORM 0690-GRAVAR-LINHA.
           IF WRK-TAB-GRP-ZONA(WRK-IDX-GRP) > 0
               STRING 'DESTINO UF ' WRK-TAB-GRP-UF(WRK-IDX-GRP)
                   ' - ZONA DE CEP ' WRK-TAB-GRP-ZONA(WRK-IDX-GRP)
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
           ELSE
               STRING 'DESTINO UF ' WRK-TAB-GRP-UF(WRK-IDX-GRP)
                   ' - DEMAIS CEPS'
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
           END-IF.
           PERFORM 0690-GRAVAR-LINHA.
           PERFORM 0690-GRAVAR-LINHA.
           STRING '  PEDIDO CLIENTE                         CEP'
               '         PESO KG       VALOR R$'
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0690-GRAVAR-LINHA.
           PERFORM 0620-GRAVAR-PEDIDO
               VARYING WRK-IDX-PED FROM 1 BY 1
               UNTIL WRK-IDX-PED > WRK-QTD-PED.
           PERFORM 0690-GRAVAR-LINHA.
           MOVE WRK-TAB-CRG-PESO(WRK-IDX-CRG) TO WRK-PESO-TOT-ED.
           MOVE WRK-TAB-CRG-VALOR(WRK-IDX-CRG) TO WRK-VALOR-TOT-ED.
           STRING '  PEDIDOS: ' WRK-TAB-CRG-QT-PED(WRK-IDX-CRG)
               '  PESO KG: ' WRK-PESO-TOT-ED
               '  VALOR R$: ' WRK-VALOR-TOT-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0690-GRAVAR-LINHA.
           IF WRK-TAB-GRP-CAPAC(WRK-IDX-GRP) > 0
               MOVE WRK-TAB-GRP-CAPAC(WRK-IDX-GRP) TO WRK-CAPAC-ED
               STRING '  CAPACIDADE DO VEICULO KG: ' WRK-CAPAC-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
           ELSE
               MOVE '  CAPACIDADE DO VEICULO: SEM LIMITE CADASTRADO'
                   TO WRK-LINHA-RPT
           END-IF.
           PERFORM 0690-GRAVAR-LINHA.
           IF WRK-TAB-CRG-SW-EXCESSO(WRK-IDX-CRG) = 'S'
               MOVE '  *** PEDIDO ACIMA DA CAPACIDADE DO VEICULO ***'
                   TO WRK-LINHA-RPT
               PERFORM 0690-GRAVAR-LINHA
           END-IF.
           PERFORM 0690-GRAVAR-LINHA.
           MOVE '  MOTORISTA: ______________________________'
               TO WRK-LINHA-RPT.
           PERFORM 0690-GRAVAR-LINHA.
           MOVE '  PLACA DO VEICULO: __________'
               TO WRK-LINHA-RPT.
           PERFORM 0690-GRAVAR-LINHA.
           PERFORM 0690-GRAVAR-LINHA.
           MOVE '  ASSINATURA: _____________________________'
               TO WRK-LINHA-RPT.
           PERFORM 0690-GRAVAR-LINHA.
           MOVE '  DATA E HORA DA SAIDA: ____/____/______ ____:____'
               TO WRK-LINHA-RPT.
           PERFORM 0690-GRAVAR-LINHA.

       0620-GRAVAR-PEDIDO.
      * LINHA DO PEDIDO NO ROMANEIO E REGISTRO NO CARGAPED.
           IF WRK-TAB-PED-TRANSP(WRK-IDX-PED) NOT = SPACES
              AND WRK-TAB-PED-IDX-CRG(WRK-IDX-PED) = WRK-IDX-CRG
               PERFORM 0630-LOCALIZAR-CLIENTE
               IF WRK-SW-CLI-ACHADO = 'S'
                   MOVE WRK-TAB-CLI-NOME(WRK-IDX-CLI-ACHADO)
                       TO WRK-NOME-CLIENTE
               ELSE
                   MOVE 'SEM CADASTRO' TO WRK-NOME-CLIENTE
               END-IF
               MOVE WRK-TAB-PED-PESO(WRK-IDX-PED) TO WRK-PESO-ED
               MOVE WRK-TAB-PED-VALOR(WRK-IDX-PED) TO WRK-VALOR-ED
               STRING '  ' WRK-TAB-PED-NUMERO(WRK-IDX-PED) ' '
                   WRK-TAB-PED-CLIENTE(WRK-IDX-PED) ' '
                   WRK-NOME-CLIENTE ' '
                   WRK-TAB-PED-CEP(WRK-IDX-PED) ' '
                   WRK-PESO-ED ' ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0690-GRAVAR-LINHA
               MOVE WRK-TAB-PED-NUMERO(WRK-IDX-PED) TO CGP-PEDIDO
               MOVE WRK-CARGA TO CGP-CARGA
               MOVE WRK-TAB-PED-TRANSP(WRK-IDX-PED) TO CGP-TRANSP
               MOVE WRK-DATA-EMBARQUE TO CGP-DATA
               WRITE LOAD-ORDER-RECORD
           END-IF.

       0630-LOCALIZAR-CLIENTE.
           MOVE 'N' TO WRK-SW-CLI-ACHADO.
           PERFORM 0635-COMPARAR-CLIENTE
               VARYING WRK-IDX-CLI FROM 1 BY 1
               UNTIL WRK-IDX-CLI > WRK-QTD-CLI
                  OR WRK-SW-CLI-ACHADO = 'S'.

       0635-COMPARAR-CLIENTE.
           IF WRK-TAB-PED-CLIENTE(WRK-IDX-PED)
              = WRK-TAB-CLI-COD(WRK-IDX-CLI)
               MOVE 'S' TO WRK-SW-CLI-ACHADO
               MOVE WRK-IDX-CLI TO WRK-IDX-CLI-ACHADO
           END-IF.

       0650-GRAVAR-SEM-COTACAO.
           IF WRK-TAB-PED-TRANSP(WRK-IDX-PED) = SPACES
               STRING '  PEDIDO ' WRK-TAB-PED-NUMERO(WRK-IDX-PED)
                   ' CLIENTE ' WRK-TAB-PED-CLIENTE(WRK-IDX-PED)
                   ' UF ' WRK-TAB-PED-UF(WRK-IDX-PED)
                   ' CEP ' WRK-TAB-PED-CEP(WRK-IDX-PED)
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0690-GRAVAR-LINHA
           END-IF.

       0690-GRAVAR-LINHA.
           MOVE WRK-LINHA-RPT TO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           MOVE SPACES TO WRK-LINHA-RPT.

           COPY 'EXCPLOG.CPY'.

           COPY 'PERMCHK.CPY'.

           COPY 'RUNLOG.CPY'.
