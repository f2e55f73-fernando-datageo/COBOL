      *              LIDO PELO RELATORIO DE OPERACAO: RECONSTITUIR
      *              "POR QUE A JANELA ESTOUROU NA TERCA" EXIGIA
      *              GARIMPAR SYSOUT.
      * 15/10/2026 - O EMPFILE GANHOU A SITUACAO E OS DADOS DO
      *              DESLIGAMENTO (REGISTRO DE 41 PARA 51
      *              POSICOES): INCLUIDO O MOTIVO E07 (SITUACAO
      *              INVALIDA, OU DESLIGADO SEM DATA NUMERICA OU
      *              SEM TIPO S/P/J). SITUACAO EM BRANCO VALE COMO
      *              ATIVO E PASSA.
      * 15/10/2026 - O EMPFILE GANHOU O MES DE ENTRADA (REGISTRO
      *              DE 53 POSICOES): INCLUIDO O MOTIVO E08 (MES DE
      *              ENTRADA FORA DE 01 A 12). MES EM BRANCO OU
      *              ZERO E REGISTRO ANTIGO E PASSA.
      * 15/10/2026 - O UFRATE PASSOU PARA OS COPYBOOKS UFRSEL/
      *              UFRFD/UFRWS E GANHOU VIGENCIA POR REGISTRO: SO
      *              AS VERSOES VIGENTES HOJE CONTAM PARA O MOTIVO
      *              O01 (TAXA FUTURA AINDA NAO ATENDE A UF).
      * 15/10/2026 - BLOQUEIO DE CREDITO NO CABECALHO DO PEDIDO,
      *              PELA POSICAO DO CONTAS A RECEBER (POSCRED):
      *              O09 TITULOS EM ABERTO MAIS O VALOR DO PEDIDO
      *              ACIMA DO LIMITE DO CLIENTE (CLI-LIMITE-CRED,
      *              ZERO = SEM LIMITE) E O10 TITULO VENCIDO HA
      *              MAIS DIAS QUE O DIAS-ATRASO-MAX DO SYSPARM.
      *              O VALOR DO PEDIDO E A SOMA DOS ITENS, APURADA
      *              NUMA PRIMEIRA LEITURA DO ORDFILE; PEDIDO
      *              ACEITO SOMA A EXPOSICAO DO CLIENTE PARA OS
      *              SEGUINTES DA MESMA NOITE. PEDIDO LIBERADO
      *              PELO FINANCEIRO NO LIBCRED PASSA, COM
      *              REGISTRO NO AUDITLOG.
      * 15/10/2026 - CLIENTE INATIVADO NO CADASTRO (ADM-CLIENTE)
      *              NAO E CARREGADO: PEDIDO NOVO PARA ELE CAI NO
      *              MOTIVO O07, COMO CLIENTE NAO CADASTRADO.
      * 15/10/2026 - COM A TABELA DE VALOR DOS PEDIDOS CHEIA (500),
      *              OS ITENS DOS PEDIDOS SEGUINTES ERAM SOMADOS NO
      *              500O PEDIDO E OS SEGUINTES PASSAVAM NO LIMITE
      *              COM VALOR ZERO. A TOTALIZACAO PARA NO PRIMEIRO
      *              PEDIDO FORA DA TABELA (AVISO NO EXCPLOG) E
      *              ESSES PEDIDOS SAO REJEITADOS PELO MOTIVO O11
      *              (CREDITO NAO CONFERIDO), SEM LIBERACAO PELO
      *              LIBCRED; VOLTAM NO LOTE SEGUINTE.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ORD-REJEITO-FILE ASSIGN TO "ORDREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-ORDR.
           COPY 'UFRSEL.CPY'.
           COPY 'RUNSEL.CPY'.
           COPY 'CLISEL.CPY'.
           COPY 'DEPSEL.CPY'.
           COPY 'POSSEL.CPY'.
           COPY 'LIBSEL.CPY'.
           COPY 'SYSSEL.CPY'.
           COPY 'AUDSEL.CPY'.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.
       FD  EMP-ENTRADA-FILE.
       01  EMP-ENTRADA-RECORD      PIC X(53).
       01  EMP-ENTRADA-CAMPOS REDEFINES EMP-ENTRADA-RECORD.
           05 EME-MATRICULA        PIC X(05).
           05 EME-NOME             PIC X(20).
           05 EME-SALARIO-N REDEFINES EME-SALARIO
                                   PIC 9(06)V99.
           05 EME-DEPARTAMENTO     PIC X(04).
           05 EME-SITUACAO         PIC X(01).
           05 EME-DATA-DESLIG      PIC X(08).
           05 EME-TIPO-DESLIG      PIC X(01).
           05 EME-MESENTRADA       PIC X(02).
           05 EME-MESENTRADA-N REDEFINES EME-MESENTRADA
                                   PIC 9(02).

       FD  EMP-LIMPO-FILE.
       01  EMP-LIMPO-RECORD.
           05 EML-MATRICULA        PIC X(05).
           05 FILLER               PIC X(48).

       FD  EMP-REJEITO-FILE.
       01  EMP-REJEITO-RECORD.
           05 EMR-MOTIVO           PIC X(03).
           05 EMR-REGISTRO         PIC X(53).

       FD  ORD-ENTRADA-FILE.
       01  ORD-ENTRADA-RECORD      PIC X(36).
           05 ORR-MOTIVO           PIC X(03).
           05 ORR-REGISTRO         PIC X(36).

           COPY 'UFRFD.CPY'.

           COPY 'RUNFD.CPY'.


           COPY 'DEPFD.CPY'.

           COPY 'POSFD.CPY'.

           COPY 'LIBFD.CPY'.

           COPY 'SYSFD.CPY'.

           COPY 'AUDFD.CPY'.

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.
           COPY 'RUNWS.CPY'.
           COPY 'CLIWS.CPY'.
           COPY 'DEPWS.CPY'.
           COPY 'POSWS.CPY'.
           COPY 'LIBWS.CPY'.
           COPY 'SYSWS.CPY'.
           COPY 'DTCWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
       77 WRK-STATUS-ORDE    PIC X(02) VALUE SPACES.
       77 WRK-STATUS-ORDS    PIC X(02) VALUE SPACES.
       77 WRK-STATUS-ORDR    PIC X(02) VALUE SPACES.
           COPY 'UFRWS.CPY'.
       77 WRK-EOF-ARQ        PIC X(01) VALUE 'N'.
       77 WRK-EOF-UF         PIC X(01) VALUE 'N'.
       77 WRK-QTD-UF         PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-UF         PIC 9(02) VALUE ZEROS.
       77 WRK-SW-UF-ACHADA   PIC X(01) VALUE 'N'.
       77 WRK-SW-UF-VIGENTE  PIC X(01) VALUE 'N'.
       77 WRK-MOTIVO         PIC X(03) VALUE SPACES.
       77 WRK-SW-TEM-CABEC   PIC X(01) VALUE 'N'.
       77 WRK-EOF-CLI        PIC X(01) VALUE 'N'.
       77 WRK-QTD-CLI        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-CLI        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-SW-CLI-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-IDX-CLI-ACHADO PIC 9(03) VALUE ZEROS COMP.
       01 WRK-TABELA-CLI.
           05 WRK-TAB-CLI OCCURS 100 TIMES.
               10 WRK-TAB-CLI-COD    PIC 9(05).
               10 WRK-TAB-CLI-LIMITE PIC 9(09)V99.
               10 WRK-TAB-CLI-ABERTO PIC 9(11)V99.
               10 WRK-TAB-CLI-ATRASO PIC 9(05).
      * POSICAO DE CREDITO E LIBERACOES DO FINANCEIRO
       77 WRK-EOF-POS        PIC X(01) VALUE 'N'.
       77 WRK-EOF-LIB        PIC X(01) VALUE 'N'.
       77 WRK-STATUS-AUDIT   PIC X(02) VALUE SPACES.
       77 WRK-DATA-HORA      PIC X(21) VALUE SPACES.
       77 WRK-HORA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-ATRASO-MAX PIC 9(05) VALUE ZEROS.
       77 WRK-SERIAL-HOJE    PIC 9(07) VALUE ZEROS.
       77 WRK-VALOR-PEDIDO   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-EXPOSICAO      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QT-LIBERADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LIB        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-LIB        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-SW-LIB-ACHADA  PIC X(01) VALUE 'N'.
       01 WRK-TABELA-LIB.
           05 WRK-TAB-LIB OCCURS 100 TIMES.
               10 WRK-TAB-LIB-PEDIDO PIC 9(06).
      * VALOR DE CADA PEDIDO (SOMA DOS ITENS), NA ORDEM DOS
      * CABECALHOS DO ORDFILE
       77 WRK-QTD-PED        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-PED        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-SW-PED-CHEIA   PIC X(01) VALUE 'N'.
       01 WRK-TABELA-PED.
           05 WRK-TAB-PED OCCURS 500 TIMES.
               10 WRK-TAB-PED-VALOR PIC 9(09)V99.
       77 WRK-EOF-DEP        PIC X(01) VALUE 'N'.
       77 WRK-QTD-DEP        PIC 9(02) VALUE ZEROS COMP.
       77 WRK-IDX-DEP        PIC 9(02) VALUE ZEROS COMP.
           PERFORM 0110-CARREGAR-TABELA-UF.
           PERFORM 0140-CARREGAR-CLIENTES.
           PERFORM 0170-CARREGAR-DEPARTAMENTOS.
           PERFORM 0180-CARREGAR-POSICAO.
           PERFORM 0185-CARREGAR-LIBERACOES.
           MOVE 'VALIDA-ENTRADA' TO WRK-PAR-PROGRAMA.
           MOVE 'DIAS-ATRASO-MAX' TO WRK-PAR-CHAVE.
           MOVE 90 TO WRK-PAR-DEFAULT.
           PERFORM 9300-OBTER-PARAMETRO.
           MOVE WRK-PAR-VALOR TO WRK-DIAS-ATRASO-MAX.

       0110-CARREGAR-TABELA-UF.
           OPEN INPUT UF-RATE-FILE.
           END-READ.

       0130-ARMAZENAR-UF.
      * VERSAO JA ENCERRADA OU AINDA NAO INICIADA FICA DE FORA;
      * VIGENCIA EM BRANCO OU ZERO E SEM LIMITE.
           MOVE 'S' TO WRK-SW-UF-VIGENTE.
           IF UR-VIG-INI NUMERIC
              AND UR-VIG-INI > WRK-DATA-SISTEMA
               MOVE 'N' TO WRK-SW-UF-VIGENTE
           END-IF.
           IF UR-VIG-FIM NUMERIC AND UR-VIG-FIM > 0
              AND UR-VIG-FIM < WRK-DATA-SISTEMA
               MOVE 'N' TO WRK-SW-UF-VIGENTE
           END-IF.
           IF WRK-QTD-UF < 30
              AND WRK-SW-UF-VIGENTE = 'S'
               ADD 1 TO WRK-QTD-UF
               MOVE UR-UF   TO WRK-TAB-UF-COD(WRK-QTD-UF)
               MOVE UR-TAXA TO WRK-TAB-UF-TAXA(WRK-QTD-UF)
           END-READ.

       0160-ARMAZENAR-CLIENTE.
      * LIMITE EM BRANCO (CADASTRO ANTERIOR AO CAMPO) = SEM LIMITE.
      * CLIENTE INATIVO FICA FORA DA TABELA (MOTIVO O07).
           IF WRK-QTD-CLI < 100 AND NOT CLI-INATIVO
               ADD 1 TO WRK-QTD-CLI
               MOVE CLI-CODIGO TO WRK-TAB-CLI-COD(WRK-QTD-CLI)
               IF CLI-LIMITE-CRED NUMERIC
                   MOVE CLI-LIMITE-CRED
                       TO WRK-TAB-CLI-LIMITE(WRK-QTD-CLI)
               ELSE
                   MOVE ZEROS TO WRK-TAB-CLI-LIMITE(WRK-QTD-CLI)
               END-IF
               MOVE ZEROS TO WRK-TAB-CLI-ABERTO(WRK-QTD-CLI)
               MOVE ZEROS TO WRK-TAB-CLI-ATRASO(WRK-QTD-CLI)
           END-IF.
           PERFORM 0150-LER-CLIENTE.

           END-IF.
           PERFORM 0175-LER-DEPARTAMENTO.

       0180-CARREGAR-POSICAO.
      * SEM POSCRED (CONTAS A RECEBER NAO RODOU) O CLIENTE FICA
      * SEM TITULOS EM ABERTO E SO O PEDIDO CONTA PARA O LIMITE.
           OPEN INPUT CREDIT-POSITION-FILE.
           IF WRK-STATUS-POS = '00'
               MOVE 'N' TO WRK-EOF-POS
               PERFORM 0181-LER-POSICAO
               PERFORM 0182-ARMAZENAR-POSICAO
                   UNTIL WRK-EOF-POS = 'S'
           ELSE
               DISPLAY 'POSCRED AUSENTE - CREDITO SEM TITULOS'
               MOVE 'VALIDA-ENTRADA' TO WRK-EXCP-PROGRAMA
               MOVE 'POSCRED AUSENTE - SEM TITULOS EM ABERTO'
                   TO WRK-EXCP-MENSAGEM
               MOVE 'A' TO WRK-EXCP-SEVERIDADE
               PERFORM 9000-REGISTRAR-EXCECAO
           END-IF.
           CLOSE CREDIT-POSITION-FILE.

       0181-LER-POSICAO.
           READ CREDIT-POSITION-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-POS
           END-READ.

       0182-ARMAZENAR-POSICAO.
           MOVE 'N' TO WRK-SW-CLI-ACHADO.
           PERFORM 0183-COMPARAR-POSICAO
               VARYING WRK-IDX-CLI FROM 1 BY 1
               UNTIL WRK-IDX-CLI > WRK-QTD-CLI
                  OR WRK-SW-CLI-ACHADO = 'S'.
           IF WRK-SW-CLI-ACHADO = 'S'
               MOVE PCR-SALDO-ABERTO
                   TO WRK-TAB-CLI-ABERTO(WRK-IDX-CLI-ACHADO)
               MOVE PCR-MAIOR-ATRASO
                   TO WRK-TAB-CLI-ATRASO(WRK-IDX-CLI-ACHADO)
           END-IF.
           PERFORM 0181-LER-POSICAO.

       0183-COMPARAR-POSICAO.
           IF PCR-CLIENTE = WRK-TAB-CLI-COD(WRK-IDX-CLI)
               MOVE 'S' TO WRK-SW-CLI-ACHADO
               MOVE WRK-IDX-CLI TO WRK-IDX-CLI-ACHADO
           END-IF.

       0185-CARREGAR-LIBERACOES.
      * SO AS LIBERACOES DE HOJE E DE ONTEM VALEM: A LIBERACAO
      * DO DIA SERVE PARA O LOTE DAQUELA NOITE, MESMO QUE ELE
      * RODE DEPOIS DA MEIA-NOITE.
           MOVE WRK-DATA-SISTEMA TO WRK-DTC-DATA.
           PERFORM 9400-DATA-PARA-SERIAL.
           MOVE WRK-DTC-SERIAL TO WRK-SERIAL-HOJE.
           MOVE ZEROS TO WRK-QTD-LIB.
           OPEN INPUT CREDIT-RELEASE-FILE.
           IF WRK-STATUS-LIB = '00'
               MOVE 'N' TO WRK-EOF-LIB
               PERFORM 0186-LER-LIBERACAO
               PERFORM 0187-ARMAZENAR-LIBERACAO
                   UNTIL WRK-EOF-LIB = 'S'
           END-IF.
           CLOSE CREDIT-RELEASE-FILE.

       0186-LER-LIBERACAO.
           READ CREDIT-RELEASE-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-LIB
           END-READ.

       0187-ARMAZENAR-LIBERACAO.
           IF LIB-DATA NUMERIC AND LIB-PEDIDO NUMERIC
               MOVE LIB-DATA TO WRK-DTC-DATA
               PERFORM 9400-DATA-PARA-SERIAL
               IF (WRK-DTC-SERIAL = WRK-SERIAL-HOJE
                   OR WRK-DTC-SERIAL + 1 = WRK-SERIAL-HOJE)
                  AND WRK-QTD-LIB < 100
                   ADD 1 TO WRK-QTD-LIB
                   MOVE LIB-PEDIDO TO WRK-TAB-LIB-PEDIDO(WRK-QTD-LIB)
               END-IF
           END-IF.
           PERFORM 0186-LER-LIBERACAO.

       0190-PROCURAR-DEPARTAMENTO.
           MOVE 'N' TO WRK-SW-DEP-ACHADO.
           PERFORM 0195-COMPARAR-DEPARTAMENTO
                           MOVE 'E03' TO WRK-MOTIVO
                       WHEN WRK-SALARIO = 0
                           MOVE 'E04' TO WRK-MOTIVO
                       WHEN EME-SITUACAO NOT = SPACE
                        AND EME-SITUACAO NOT = 'A'
                        AND EME-SITUACAO NOT = 'D'
                           MOVE 'E07' TO WRK-MOTIVO
                       WHEN EME-SITUACAO = 'D'
                        AND EME-DATA-DESLIG NOT NUMERIC
                           MOVE 'E07' TO WRK-MOTIVO
                       WHEN EME-SITUACAO = 'D'
                        AND EME-TIPO-DESLIG NOT = 'S'
                        AND EME-TIPO-DESLIG NOT = 'P'
                        AND EME-TIPO-DESLIG NOT = 'J'
                           MOVE 'E07' TO WRK-MOTIVO
                       WHEN EME-MESENTRADA NOT = SPACES
                        AND EME-MESENTRADA NOT NUMERIC
                           MOVE 'E08' TO WRK-MOTIVO
                       WHEN EME-MESENTRADA NOT = SPACES
                        AND EME-MESENTRADA-N > 12
                           MOVE 'E08' TO WRK-MOTIVO
                       WHEN OTHER
                           PERFORM 0190-PROCURAR-DEPARTAMENTO
                           IF WRK-SW-DEP-ACHADO = 'N'
           END-IF.
           PERFORM 0210-LER-EMP.

       0290-TOTALIZAR-PEDIDOS.
      * PRIMEIRA LEITURA DO ORDFILE: SOMA O VALOR DOS ITENS DE
      * CADA PEDIDO, GUARDADO NA ORDEM DOS CABECALHOS. A CRITICA
      * DO CABECALHO PRECISA DO VALOR DO PEDIDO INTEIRO PARA O
      * LIMITE DE CREDITO, E OS ITENS VEM DEPOIS DELE.
           MOVE ZEROS TO WRK-QTD-PED.
           MOVE 'N' TO WRK-SW-PED-CHEIA.
           OPEN INPUT ORD-ENTRADA-FILE.
           IF WRK-STATUS-ORDE = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0292-LER-TOTALIZACAO
               PERFORM 0294-SOMAR-PEDIDO
                   UNTIL WRK-EOF-ARQ = 'S'
           END-IF.
           CLOSE ORD-ENTRADA-FILE.

       0292-LER-TOTALIZACAO.
           READ ORD-ENTRADA-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0294-SOMAR-PEDIDO.
      * COM A TABELA CHEIA OS ITENS NAO SAO MAIS SOMADOS: ELES SAO
      * DE PEDIDO FORA DA TABELA, REJEITADO NA CRITICA (O11).
           EVALUATE TRUE
               WHEN ORE-TIPO = '1'
                AND WRK-SW-PED-CHEIA = 'N'
                   IF WRK-QTD-PED < 500
                       ADD 1 TO WRK-QTD-PED
                       MOVE ZEROS TO WRK-TAB-PED-VALOR(WRK-QTD-PED)
                   ELSE
                       MOVE 'S' TO WRK-SW-PED-CHEIA
                       PERFORM 0296-AVISAR-TABELA-CHEIA
                   END-IF
               WHEN ORE-TIPO = '2'
                AND ORE-VALOR NUMERIC
                AND WRK-QTD-PED > 0
                AND WRK-SW-PED-CHEIA = 'N'
                   ADD ORE-VALOR-N TO WRK-TAB-PED-VALOR(WRK-QTD-PED)
           END-EVALUATE.
           PERFORM 0292-LER-TOTALIZACAO.

       0296-AVISAR-TABELA-CHEIA.
           DISPLAY 'TABELA DE PEDIDOS CHEIA - PEDIDOS SEGUINTES '
               'REJEITADOS (O11)'
           MOVE 'VALIDA-ENTRADA' TO WRK-EXCP-PROGRAMA.
           MOVE 'MAIS DE 500 PEDIDOS - EXCEDENTES EM O11'
               TO WRK-EXCP-MENSAGEM.
           MOVE 'A' TO WRK-EXCP-SEVERIDADE.
           PERFORM 9000-REGISTRAR-EXCECAO.

       0300-CRITICAR-ORDFILE.
           PERFORM 0290-TOTALIZAR-PEDIDOS.
           MOVE ZEROS TO WRK-IDX-PED.
           OPEN INPUT ORD-ENTRADA-FILE.
           OPEN OUTPUT ORD-LIMPO-FILE.
           OPEN OUTPUT ORD-REJEITO-FILE.

       0340-CRITICAR-CABECALHO.
           MOVE 'N' TO WRK-SW-TEM-CABEC.
           IF WRK-IDX-PED NOT > WRK-QTD-PED
               ADD 1 TO WRK-IDX-PED
           END-IF.
           PERFORM 0330-PROCURAR-UF.
           EVALUATE TRUE
               WHEN ORE-NUMERO NOT NUMERIC
               WHEN ORE-CEP NOT = SPACES
                    AND ORE-CEP NOT NUMERIC
                   MOVE 'O08' TO WRK-MOTIVO
               WHEN WRK-IDX-PED > WRK-QTD-PED
                   MOVE 'O11' TO WRK-MOTIVO
               WHEN OTHER
                   PERFORM 0360-PROCURAR-CLIENTE
                   IF WRK-SW-CLI-ACHADO = 'N'
                       MOVE 'O07' TO WRK-MOTIVO
                   ELSE
                       PERFORM 0370-CRITICAR-CREDITO
                   END-IF
                   IF WRK-MOTIVO = SPACES
                       MOVE 'S' TO WRK-SW-TEM-CABEC
                   END-IF
           END-EVALUATE.
       0365-COMPARAR-CLIENTE.
           IF ORE-CLIENTE = WRK-TAB-CLI-COD(WRK-IDX-CLI)
               MOVE 'S' TO WRK-SW-CLI-ACHADO
               MOVE WRK-IDX-CLI TO WRK-IDX-CLI-ACHADO
           END-IF.

       0370-CRITICAR-CREDITO.
      * O10 (ATRASO) PREVALECE SOBRE O09 (LIMITE). PEDIDO LIBERADO
      * NO LIBCRED PASSA DOS DOIS. PEDIDO ACEITO ENTRA NA
      * EXPOSICAO DO CLIENTE PARA OS PROXIMOS PEDIDOS DA NOITE.
      * PEDIDO FORA DA TABELA DE VALORES JA SAIU EM O11 NO 0340.
           MOVE WRK-TAB-PED-VALOR(WRK-IDX-PED) TO WRK-VALOR-PEDIDO.
           COMPUTE WRK-EXPOSICAO =
               WRK-TAB-CLI-ABERTO(WRK-IDX-CLI-ACHADO)
               + WRK-VALOR-PEDIDO.
           EVALUATE TRUE
               WHEN WRK-TAB-CLI-ATRASO(WRK-IDX-CLI-ACHADO)
                      > WRK-DIAS-ATRASO-MAX
                   MOVE 'O10' TO WRK-MOTIVO
               WHEN WRK-TAB-CLI-LIMITE(WRK-IDX-CLI-ACHADO) > 0
                AND WRK-EXPOSICAO
                      > WRK-TAB-CLI-LIMITE(WRK-IDX-CLI-ACHADO)
                   MOVE 'O09' TO WRK-MOTIVO
           END-EVALUATE.
           IF WRK-MOTIVO NOT = SPACES
               PERFORM 0375-PROCURAR-LIBERACAO
               IF WRK-SW-LIB-ACHADA = 'S'
                   ADD 1 TO WRK-QT-LIBERADOS
                   PERFORM 0380-REGISTRAR-LIBERACAO
                   MOVE SPACES TO WRK-MOTIVO
               END-IF
           END-IF.
           IF WRK-MOTIVO = SPACES
               MOVE WRK-EXPOSICAO
                   TO WRK-TAB-CLI-ABERTO(WRK-IDX-CLI-ACHADO)
           END-IF.

       0375-PROCURAR-LIBERACAO.
           MOVE 'N' TO WRK-SW-LIB-ACHADA.
           PERFORM 0377-COMPARAR-LIBERACAO
               VARYING WRK-IDX-LIB FROM 1 BY 1
               UNTIL WRK-IDX-LIB > WRK-QTD-LIB
                  OR WRK-SW-LIB-ACHADA = 'S'.

       0377-COMPARAR-LIBERACAO.
           IF ORE-NUMERO = WRK-TAB-LIB-PEDIDO(WRK-IDX-LIB)
               MOVE 'S' TO WRK-SW-LIB-ACHADA
           END-IF.

       0380-REGISTRAR-LIBERACAO.
      * O PEDIDO QUE PASSOU PELA LIBERACAO FICA NA TRILHA, COM O
      * MOTIVO DO BLOQUEIO QUE FOI DISPENSADO.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           MOVE SPACES TO WRK-DATA-HORA.
           STRING WRK-DATA-SISTEMA '-' WRK-HORA-SISTEMA
               DELIMITED BY SIZE INTO WRK-DATA-HORA.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WRK-STATUS-AUDIT NOT = '00'
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF.
           MOVE WRK-DATA-HORA TO AL-DATA-HORA.
           MOVE LOG-USUARIO   TO AL-USUARIO.
           MOVE LOG-PERFIL    TO AL-PERFIL.
           MOVE SPACES TO AL-MENSAGEM.
           STRING 'LIBERADO ' WRK-MOTIVO ' PED ' ORE-NUMERO
               DELIMITED BY SIZE INTO AL-MENSAGEM.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       0350-CRITICAR-ITEM.
           EVALUATE TRUE
               WHEN WRK-SW-TEM-CABEC = 'N'
           DISPLAY 'ORDFILE - LIDOS: ' WRK-QT-ORD-LIDOS
               ' LIMPOS: ' WRK-QT-ORD-LIMPOS
               ' REJEITADOS: ' WRK-QT-ORD-REJ.
           DISPLAY 'PEDIDOS LIBERADOS DO BLOQUEIO DE CREDITO: '
               WRK-QT-LIBERADOS.
           DISPLAY 'TOTAL DE REJEITADOS: ' WRK-QT-REJ-TOTAL
               ' TOLERANCIA: ' WRK-TOLERANCIA.
           EVALUATE TRUE
           COPY 'PERMCHK.CPY'.

           COPY 'RUNLOG.CPY'.

           COPY 'SYSPRM.CPY'.

           COPY 'DTCALC.CPY'.
