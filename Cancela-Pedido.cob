       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANCELA-PEDIDO.
      *********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: CANCELAMENTO DE PEDIDO JA COTADO E FATURADO
      * PELO LOTE DE FRETE. PARA CADA PEDIDO INFORMADO (COM
      * MOTIVO E DATA DO CANCELAMENTO) GRAVA O ESTORNO DA
      * COTACAO NO JORNAL FRETEJRN (ORIGEM 'C', LIDO PELA
      * CONTABILIDADE), O CREDITO AO CLIENTE NA INTERFACE DE
      * FATURAMENTO FATINTF (TIPO '2', EM BLOCO COM CABECALHO E
      * TRAILER, APLICADO NO CONTAS A RECEBER) E O REGISTRO DO
      * CANCELAMENTO EM PEDCANC (MOTIVO E USUARIO, MOSTRADOS NA
      * SITUACAO DE PEDIDO).
      * DATA    = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PROGRAMA CRIADO: PEDIDO CANCELADO CONTINUAVA
      *              FATURADO AO CLIENTE E EM ABERTO NO AGING ATE
      *              ALGUEM BAIXAR O TITULO A MAO.
      * 15/10/2026 - O ESTORNO INCLUI O SEGURO AD VALOREM E O GRIS
      *              COBRADOS NA COTACAO: CREDITO E PEDCANC PELO
      *              TOTAL, E O REGISTRO 'C' DO JORNAL COM CADA
      *              PARCELA NO SEU CAMPO.
      * 15/10/2026 - O PEDCANC PASSOU PARA OS COPYBOOKS PCNSEL/
      *              PCNFD/PCNWS, COMPARTILHADOS COM CONSULTA-PEDIDO.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'FJRSEL.CPY'.
           COPY 'FATSEL.CPY'.
           COPY 'PCNSEL.CPY'.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'FJRFD.CPY'.

           COPY 'FATFD.CPY'.

           COPY 'PCNFD.CPY'.

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'FJRWS.CPY'.
           COPY 'FATWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
           COPY 'PCNWS.CPY'.
       77 WRK-EOF-ARQ        PIC X(01) VALUE 'N'.
       77 WRK-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WRK-PEDIDO         PIC 9(06) VALUE ZEROS.
       01 WRK-DATA-CANC      PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-CANC-R REDEFINES WRK-DATA-CANC.
           05 WRK-CANC-ANO   PIC 9(04).
           05 WRK-CANC-MES   PIC 9(02).
           05 WRK-CANC-DIA   PIC 9(02).
       77 WRK-MOTIVO         PIC X(30) VALUE SPACES.
       77 WRK-RECUSA         PIC X(50) VALUE SPACES.
       77 WRK-CONFIRMA       PIC X(01) VALUE SPACES.
       77 WRK-QT-CANCELADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-ESTORNADO  PIC 9(11)V99 VALUE ZEROS.
      * ULTIMO REGISTRO DE LOTE ('L') OU ESTORNO ('C') DO PEDIDO
      * NO JORNAL: E O QUE DIZ SE ELE ESTA FATURADO OU JA FOI
      * CANCELADO.
       77 WRK-SW-COTADO      PIC X(01) VALUE 'N'.
       77 WRK-JR-ORIGEM      PIC X(01) VALUE SPACES.
       77 WRK-JR-DATA        PIC 9(08) VALUE ZEROS.
       77 WRK-JR-UF          PIC X(02) VALUE SPACES.
       77 WRK-JR-CLIENTE     PIC 9(05) VALUE ZEROS.
       77 WRK-JR-FRETE       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-JR-ADVAL       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-JR-GRIS        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-JR-ESTORNO     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-JR-TRANSP      PIC X(03) VALUE SPACES.
       77 WRK-JR-ATENDIDO    PIC X(01) VALUE SPACES.
       77 WRK-FRETE-ED       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED       PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0040-AUTORIZAR.
           IF WRK-PERM-AUTORIZADO = 'S'
               ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
               PERFORM 0100-CANCELAR
                   UNTIL WRK-PEDIDO = 999999
               PERFORM 0900-FINALIZAR
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA CANCELAMENTO'
               MOVE 'CANCELA-PEDIDO' TO WRK-EXCP-PROGRAMA
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
           MOVE 'CANCELA-PEDIDO' TO WRK-PERM-PROGRAMA.
           MOVE 'CANCELA' TO WRK-PERM-FUNCAO.
           IF LOG-RESULTADO = 'S'
               MOVE LOG-PERFIL TO WRK-PERM-PERFIL
           ELSE
               MOVE SPACES TO WRK-PERM-PERFIL
           END-IF.
           PERFORM 9200-VERIFICAR-PERMISSAO.

       0100-CANCELAR.
      * SO SE CANCELA PEDIDO CUJA ULTIMA COTACAO DE LOTE FOI
      * ATENDIDA (E PORTANTO FATURADA) E QUE AINDA NAO TEM
      * ESTORNO. A DATA DO CANCELAMENTO NAO PODE SER ANTERIOR AO
      * FATURAMENTO NEM FUTURA.
           DISPLAY 'NUMERO DO PEDIDO (999999 = SAIR): '
           ACCEPT WRK-PEDIDO.
           IF WRK-PEDIDO NOT = 999999
               PERFORM 0200-PROCURAR-COTACAO
               MOVE SPACES TO WRK-RECUSA
               EVALUATE TRUE
                   WHEN WRK-SW-COTADO = 'N'
                       MOVE 'PEDIDO NAO COTADO NO LOTE DE FRETE'
                           TO WRK-RECUSA
                   WHEN WRK-JR-ORIGEM = 'C'
                       STRING 'PEDIDO JA CANCELADO EM ' WRK-JR-DATA
                           DELIMITED BY SIZE INTO WRK-RECUSA
                   WHEN WRK-JR-ATENDIDO NOT = 'S'
                       MOVE 'COTACAO NAO ATENDIDA - NADA FATURADO'
                           TO WRK-RECUSA
                   WHEN WRK-JR-CLIENTE = 0
                       MOVE 'COTACAO SEM CLIENTE - ESTORNAR A MAO'
                           TO WRK-RECUSA
               END-EVALUATE
               IF WRK-RECUSA = SPACES
                   PERFORM 0300-INFORMAR-CANCELAMENTO
               ELSE
                   DISPLAY 'CANCELAMENTO RECUSADO: ' WRK-RECUSA
               END-IF
           END-IF.

       0200-PROCURAR-COTACAO.
      * COTACAO ANTERIOR AO CAMPO DE CLIENTE TRAZ JR-CLIENTE EM
      * BRANCO (NAO NUMERICO): VALE ZERO.
           MOVE 'N' TO WRK-SW-COTADO.
           OPEN INPUT QUOTE-JOURNAL-FILE.
           IF WRK-STATUS-JRN = '00'
               MOVE 'N' TO WRK-EOF-ARQ
               PERFORM 0210-LER-JORNAL
               PERFORM 0220-COMPARAR-COTACAO
                   UNTIL WRK-EOF-ARQ = 'S'
           END-IF.
           CLOSE QUOTE-JOURNAL-FILE.

       0210-LER-JORNAL.
           READ QUOTE-JOURNAL-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-ARQ
           END-READ.

       0220-COMPARAR-COTACAO.
           IF (JR-ORIGEM = 'L' OR JR-ORIGEM = 'C')
              AND JR-PEDIDO = WRK-PEDIDO
               MOVE 'S' TO WRK-SW-COTADO
               MOVE JR-ORIGEM      TO WRK-JR-ORIGEM
               MOVE JR-DATA        TO WRK-JR-DATA
               MOVE JR-UF          TO WRK-JR-UF
               IF JR-CLIENTE NUMERIC
                   MOVE JR-CLIENTE TO WRK-JR-CLIENTE
               ELSE
                   MOVE ZEROS TO WRK-JR-CLIENTE
               END-IF
               MOVE JR-FRETE       TO WRK-JR-FRETE
               IF JR-ADVALOREM NUMERIC
                   MOVE JR-ADVALOREM TO WRK-JR-ADVAL
               ELSE
                   MOVE ZEROS TO WRK-JR-ADVAL
               END-IF
               IF JR-GRIS NUMERIC
                   MOVE JR-GRIS TO WRK-JR-GRIS
               ELSE
                   MOVE ZEROS TO WRK-JR-GRIS
               END-IF
               MOVE JR-TRANSP      TO WRK-JR-TRANSP
               MOVE JR-SW-ATENDIDO TO WRK-JR-ATENDIDO
           END-IF.
           PERFORM 0210-LER-JORNAL.

       0300-INFORMAR-CANCELAMENTO.
           COMPUTE WRK-JR-ESTORNO = WRK-JR-FRETE + WRK-JR-ADVAL
               + WRK-JR-GRIS.
           MOVE WRK-JR-FRETE TO WRK-FRETE-ED.
           DISPLAY 'PEDIDO ' WRK-PEDIDO ' CLIENTE ' WRK-JR-CLIENTE
               ' FATURADO EM ' WRK-JR-DATA ' FRETE R' WRK-FRETE-ED.
           IF WRK-JR-ADVAL > 0 OR WRK-JR-GRIS > 0
               MOVE WRK-JR-ADVAL TO WRK-FRETE-ED
               DISPLAY 'SEGURO AD VALOREM R' WRK-FRETE-ED
               MOVE WRK-JR-GRIS TO WRK-FRETE-ED
               DISPLAY 'GRIS              R' WRK-FRETE-ED
               MOVE WRK-JR-ESTORNO TO WRK-FRETE-ED
               DISPLAY 'TOTAL A ESTORNAR  R' WRK-FRETE-ED
           END-IF.
           DISPLAY 'MOTIVO DO CANCELAMENTO: '
           ACCEPT WRK-MOTIVO.
           DISPLAY 'DATA DO CANCELAMENTO (AAAAMMDD, 0 = HOJE): '
           ACCEPT WRK-DATA-CANC.
           IF WRK-DATA-CANC = 0
               MOVE WRK-DATA-SISTEMA TO WRK-DATA-CANC
           END-IF.
           EVALUATE TRUE
               WHEN WRK-MOTIVO = SPACES
                   MOVE 'MOTIVO NAO INFORMADO' TO WRK-RECUSA
               WHEN WRK-CANC-MES < 1 OR WRK-CANC-MES > 12
                 OR WRK-CANC-DIA < 1 OR WRK-CANC-DIA > 31
                   MOVE 'DATA DO CANCELAMENTO INVALIDA' TO WRK-RECUSA
               WHEN WRK-DATA-CANC < WRK-JR-DATA
                   MOVE 'DATA ANTERIOR AO FATURAMENTO' TO WRK-RECUSA
               WHEN WRK-DATA-CANC > WRK-DATA-SISTEMA
                   MOVE 'DATA FUTURA' TO WRK-RECUSA
           END-EVALUATE.
           IF WRK-RECUSA NOT = SPACES
               DISPLAY 'CANCELAMENTO RECUSADO: ' WRK-RECUSA
           ELSE
               DISPLAY 'CONFIRMA O CANCELAMENTO E O ESTORNO (S/N)? '
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S'
                   PERFORM 0400-GRAVAR-ESTORNO
                   PERFORM 0500-GRAVAR-CREDITO
                   PERFORM 0600-GRAVAR-CANCELAMENTO
                   ADD 1 TO WRK-QT-CANCELADOS
                   ADD WRK-JR-ESTORNO TO WRK-TOT-ESTORNADO
                   DISPLAY 'PEDIDO ' WRK-PEDIDO ' CANCELADO'
               ELSE
                   DISPLAY 'CANCELAMENTO NAO CONFIRMADO'
               END-IF
           END-IF.

       0400-GRAVAR-ESTORNO.
      * O ESTORNO ENTRA NO JORNAL COM A DATA EM QUE FOI GRAVADO,
      * PARA A CONTABILIDADE DAQUELA NOITE LANCA-LO; A DATA
      * INFORMADA DO CANCELAMENTO FICA NO PEDCANC.
           OPEN EXTEND QUOTE-JOURNAL-FILE.
           IF WRK-STATUS-JRN NOT = '00'
               OPEN OUTPUT QUOTE-JOURNAL-FILE
               CLOSE QUOTE-JOURNAL-FILE
               OPEN EXTEND QUOTE-JOURNAL-FILE
           END-IF.
           MOVE SPACES TO QUOTE-JOURNAL-RECORD.
           MOVE WRK-DATA-SISTEMA TO JR-DATA.
           MOVE 'C' TO JR-ORIGEM.
           MOVE WRK-PEDIDO TO JR-PEDIDO.
           MOVE 'CANCELAMENTO' TO JR-PRODUTO.
           MOVE WRK-JR-UF TO JR-UF.
           MOVE ZEROS TO JR-VALOR.
           MOVE ZEROS TO JR-SOBRETAXA.
           MOVE WRK-JR-FRETE TO JR-FRETE.
           MOVE 'N' TO JR-SW-ATENDIDO.
           MOVE WRK-JR-TRANSP TO JR-TRANSP.
           MOVE ZEROS TO JR-PRAZO.
           MOVE WRK-JR-CLIENTE TO JR-CLIENTE.
           MOVE WRK-JR-ADVAL TO JR-ADVALOREM.
           MOVE WRK-JR-GRIS TO JR-GRIS.
           WRITE QUOTE-JOURNAL-RECORD.
           CLOSE QUOTE-JOURNAL-FILE.

       0500-GRAVAR-CREDITO.
      * CADA CREDITO SAI NUM BLOCO COMPLETO (CABECALHO, CREDITO E
      * TRAILER): UMA SESSAO INTERROMPIDA NAO DEIXA BLOCO SEM
      * TRAILER NO FATINTF.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           OPEN EXTEND BILLING-INTERFACE-FILE.
           IF WRK-STATUS-FAT NOT = '00'
               OPEN OUTPUT BILLING-INTERFACE-FILE
               CLOSE BILLING-INTERFACE-FILE
               OPEN EXTEND BILLING-INTERFACE-FILE
           END-IF.
           MOVE SPACES TO BILLING-INTERFACE-RECORD.
           MOVE '0' TO FAT-TIPO.
           MOVE WRK-DATA-SISTEMA TO FAT-HDR-DATA.
           MOVE WRK-HORA-SISTEMA TO FAT-HDR-HORA.
           MOVE 'CANCELA-PEDIDO' TO FAT-HDR-PROGRAMA.
           WRITE BILLING-INTERFACE-RECORD.
           MOVE SPACES TO BILLING-INTERFACE-RECORD.
           MOVE '2' TO FAT-TIPO.
           MOVE WRK-DATA-CANC TO FAT-CRD-DATA.
           MOVE WRK-JR-CLIENTE TO FAT-CRD-CLIENTE.
           MOVE WRK-JR-ESTORNO TO FAT-CRD-VALOR.
           MOVE WRK-JR-DATA TO FAT-CRD-DATA-FAT.
           WRITE BILLING-INTERFACE-RECORD.
           MOVE SPACES TO BILLING-INTERFACE-RECORD.
           MOVE '9' TO FAT-TIPO.
           MOVE 1 TO FAT-TRL-QT.
           MOVE WRK-JR-ESTORNO TO FAT-TRL-HASH.
           WRITE BILLING-INTERFACE-RECORD.
           CLOSE BILLING-INTERFACE-FILE.

       0600-GRAVAR-CANCELAMENTO.
           OPEN EXTEND ORDER-CANCEL-FILE.
           IF WRK-STATUS-PCN NOT = '00'
               OPEN OUTPUT ORDER-CANCEL-FILE
               CLOSE ORDER-CANCEL-FILE
               OPEN EXTEND ORDER-CANCEL-FILE
           END-IF.
           MOVE WRK-PEDIDO     TO PCN-PEDIDO.
           MOVE WRK-DATA-CANC  TO PCN-DATA.
           MOVE WRK-JR-CLIENTE TO PCN-CLIENTE.
           MOVE WRK-JR-TRANSP  TO PCN-TRANSP.
           MOVE WRK-JR-ESTORNO TO PCN-VALOR.
           MOVE WRK-JR-DATA    TO PCN-DATA-FAT.
           MOVE LOG-USUARIO    TO PCN-USUARIO.
           MOVE WRK-MOTIVO     TO PCN-MOTIVO.
           WRITE ORDER-CANCEL-RECORD.
           CLOSE ORDER-CANCEL-FILE.

       0900-FINALIZAR.
           MOVE WRK-TOT-ESTORNADO TO WRK-TOTAL-ED.
           DISPLAY 'PEDIDOS CANCELADOS: ' WRK-QT-CANCELADOS
               ' ESTORNADO R' WRK-TOTAL-ED.
           DISPLAY 'FIM DO CANCELAMENTO DE PEDIDOS'.

           COPY 'EXCPLOG.CPY'.

           COPY 'PERMCHK.CPY'.
