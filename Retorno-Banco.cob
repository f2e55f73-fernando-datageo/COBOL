       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETORNO-BANCO.
      *********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: PROCESSAR O ARQUIVO DE RETORNO DO BANCO
      * (RETBANCO) DA REMESSA DOS LIQUIDOS: CONFERE O TRAILER,
      * BAIXA CADA CREDITO NO CREDFOLH COMO PAGO OU REJEITADO
      * (COM A OCORRENCIA E O MOTIVO DO BANCO) E LISTA NO RETRPT
      * OS CREDITOS REJEITADOS, PARA PAGAR POR OUTRO MEIO NO
      * MESMO DIA
      * DATA    = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PROGRAMA CRIADO JUNTO COM A REMESSA BANCARIA
      *              (GERA-REMESSA).
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CRDSEL.CPY'.
           SELECT BANK-RETURN-FILE ASSIGN TO "RETBANCO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RET.
           SELECT RETURN-REPORT-FILE ASSIGN TO "RETRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RPT.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'CRDFD.CPY'.

      * RETORNO NO LAYOUT FIXO DO BANCO (150 POSICOES): '0' =
      * CABECALHO, '1' = UM CREDITO DA REMESSA COM A OCORRENCIA
      * ('00' = CREDITO EFETUADO; OUTRO CODIGO = REJEITADO, COM O
      * MOTIVO), '9' = TRAILER (QUANTIDADE E SOMA DOS VALORES).
       FD  BANK-RETURN-FILE.
       01  BANK-RETURN-RECORD.
           05 RET-TIPO          PIC X(01).
              88 RET-REG-HEADER      VALUE '0'.
              88 RET-REG-DETALHE     VALUE '1'.
              88 RET-REG-TRAILER     VALUE '9'.
           05 RET-RESTO         PIC X(149).
           05 RET-RESTO-DET REDEFINES RET-RESTO.
               10 RET-SEQUENCIA     PIC 9(06).
               10 RET-SEU-NUMERO.
                   15 RET-COMPETENCIA PIC 9(06).
                   15 RET-MATRICULA   PIC 9(05).
               10 RET-VALOR         PIC 9(13)V99.
               10 RET-DATA-EFETIV   PIC 9(08).
               10 RET-OCORRENCIA    PIC X(02).
                  88 RET-CREDITO-EFETUADO VALUE '00'.
               10 RET-MOTIVO        PIC X(30).
               10 FILLER            PIC X(77).
           05 RET-RESTO-HDR REDEFINES RET-RESTO.
               10 RET-HDR-DATA      PIC 9(08).
               10 RET-HDR-HORA      PIC 9(08).
               10 FILLER            PIC X(133).
           05 RET-RESTO-TRL REDEFINES RET-RESTO.
               10 RET-TRL-QT        PIC 9(07).
               10 RET-TRL-HASH      PIC 9(13)V99.
               10 FILLER            PIC X(127).

       FD  RETURN-REPORT-FILE.
       01  RETURN-REPORT-RECORD PIC X(80).

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'CRDWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
       77 WRK-STATUS-RET     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RPT     PIC X(02) VALUE SPACES.
       77 WRK-EOF-RET        PIC X(01) VALUE 'N'.
       77 WRK-SW-CONFERE     PIC X(01) VALUE 'N'.
       77 WRK-SW-TRAILER     PIC X(01) VALUE 'N'.
       77 WRK-SW-CRD-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WRK-RET-QT         PIC 9(07) VALUE ZEROS.
       77 WRK-RET-SOMA       PIC 9(13)V99 VALUE ZEROS.
       77 WRK-QTD-RET        PIC 9(03) VALUE ZEROS COMP.
       77 WRK-IDX-RET        PIC 9(03) VALUE ZEROS COMP.
       01 WRK-TABELA-RETORNO.
           05 WRK-TAB-RET OCCURS 500 TIMES.
               10 WRK-TAB-RET-COMP    PIC 9(06).
               10 WRK-TAB-RET-MATR    PIC 9(05).
               10 WRK-TAB-RET-VALOR   PIC 9(13)V99.
               10 WRK-TAB-RET-DATA    PIC 9(08).
               10 WRK-TAB-RET-OCORR   PIC X(02).
               10 WRK-TAB-RET-MOTIVO  PIC X(30).
       77 WRK-QT-PAGOS       PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-PAGOS      PIC 9(13)V99 VALUE ZEROS.
       77 WRK-QT-REJEITADOS  PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-REJEITADOS PIC 9(13)V99 VALUE ZEROS.
       77 WRK-QT-IGNORADOS   PIC 9(07) VALUE ZEROS.
       77 WRK-VALOR-ED       PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED       PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-LINHA-RPT      PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0040-AUTORIZAR.
           IF WRK-PERM-AUTORIZADO = 'S'
               PERFORM 0100-CARREGAR-RETORNO
               IF WRK-SW-CONFERE = 'S'
                   PERFORM 0200-BAIXAR-CREDITOS
               END-IF
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA RETORNO'
               MOVE 'RETORNO-BANCO' TO WRK-EXCP-PROGRAMA
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
           MOVE 'RETORNO-BANCO' TO WRK-PERM-PROGRAMA.
           MOVE 'RETORNO' TO WRK-PERM-FUNCAO.
           IF LOG-RESULTADO = 'S'
               MOVE LOG-PERFIL TO WRK-PERM-PERFIL
           ELSE
               MOVE SPACES TO WRK-PERM-PERFIL
           END-IF.
           PERFORM 9200-VERIFICAR-PERMISSAO.

       0100-CARREGAR-RETORNO.
      * O RETORNO INTEIRO E CARREGADO E CONFERIDO COM O TRAILER
      * ANTES DE QUALQUER BAIXA: ARQUIVO TRUNCADO OU SEM
      * TRAILER NAO BAIXA NADA (RC=8).
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-QTD-RET.
           MOVE ZEROS TO WRK-RET-QT.
           MOVE ZEROS TO WRK-RET-SOMA.
           MOVE 'S' TO WRK-SW-CONFERE.
           MOVE 'N' TO WRK-SW-TRAILER.
           OPEN INPUT BANK-RETURN-FILE.
           IF WRK-STATUS-RET NOT = '00'
               DISPLAY 'RETBANCO AUSENTE - NADA A BAIXAR'
               MOVE 'RETORNO-BANCO' TO WRK-EXCP-PROGRAMA
               MOVE 'RETORNO DO BANCO AUSENTE' TO WRK-EXCP-MENSAGEM
               PERFORM 9000-REGISTRAR-EXCECAO
               MOVE 'N' TO WRK-SW-CONFERE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WRK-EOF-RET
               PERFORM 0110-LER-RETORNO
               PERFORM 0120-ARMAZENAR-RETORNO
                   UNTIL WRK-EOF-RET = 'S'
               CLOSE BANK-RETURN-FILE
               IF WRK-SW-TRAILER = 'N'
                   MOVE 'N' TO WRK-SW-CONFERE
               END-IF
               IF WRK-SW-CONFERE = 'N'
                   DISPLAY 'RETBANCO NAO CONFERE COM O TRAILER -'
                       ' NADA BAIXADO'
                   MOVE 'RETORNO-BANCO' TO WRK-EXCP-PROGRAMA
                   MOVE 'RETBANCO NAO CONFERE COM O TRAILER'
                       TO WRK-EXCP-MENSAGEM
                   PERFORM 9000-REGISTRAR-EXCECAO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       0110-LER-RETORNO.
           READ BANK-RETURN-FILE
               AT END
                   MOVE 'S' TO WRK-EOF-RET
           END-READ.

       0120-ARMAZENAR-RETORNO.
           EVALUATE TRUE
               WHEN RET-REG-HEADER
                   CONTINUE
               WHEN RET-REG-TRAILER
                   MOVE 'S' TO WRK-SW-TRAILER
                   IF WRK-RET-QT NOT = RET-TRL-QT
                      OR WRK-RET-SOMA NOT = RET-TRL-HASH
                       MOVE 'N' TO WRK-SW-CONFERE
                   END-IF
               WHEN RET-REG-DETALHE
                   ADD 1 TO WRK-RET-QT
                   ADD RET-VALOR TO WRK-RET-SOMA
                   IF WRK-QTD-RET < 500
                       ADD 1 TO WRK-QTD-RET
                       MOVE RET-COMPETENCIA
                           TO WRK-TAB-RET-COMP(WRK-QTD-RET)
                       MOVE RET-MATRICULA
                           TO WRK-TAB-RET-MATR(WRK-QTD-RET)
                       MOVE RET-VALOR
                           TO WRK-TAB-RET-VALOR(WRK-QTD-RET)
                       MOVE RET-DATA-EFETIV
                           TO WRK-TAB-RET-DATA(WRK-QTD-RET)
                       MOVE RET-OCORRENCIA
                           TO WRK-TAB-RET-OCORR(WRK-QTD-RET)
                       MOVE RET-MOTIVO
                           TO WRK-TAB-RET-MOTIVO(WRK-QTD-RET)
                   ELSE
                       DISPLAY 'TABELA DE RETORNO CHEIA'
                       MOVE 'N' TO WRK-SW-CONFERE
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WRK-SW-CONFERE
           END-EVALUATE.
           PERFORM 0110-LER-RETORNO.

       0200-BAIXAR-CREDITOS.
           OPEN I-O CREDIT-CONTROL-FILE.
           OPEN OUTPUT RETURN-REPORT-FILE.
           STRING 'RETORNO DO BANCO - CREDITOS DE SALARIO - '
               'PROCESSADO EM ' WRK-DATA-SISTEMA
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE 'CREDITOS REJEITADOS - PAGAR POR OUTRO MEIO HOJE'
               TO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           PERFORM 0210-BAIXAR-UM-CREDITO
               VARYING WRK-IDX-RET FROM 1 BY 1
               UNTIL WRK-IDX-RET > WRK-QTD-RET.
           PERFORM 0500-GRAVAR-TOTAIS.
           CLOSE CREDIT-CONTROL-FILE.
           CLOSE RETURN-REPORT-FILE.

       0210-BAIXAR-UM-CREDITO.
      * SO CREDITO AINDA 'E' (ENVIADO) E BAIXADO: RETORNO
      * REPETIDO OU DE CREDITO DESCONHECIDO SAI NO RELATORIO.
           MOVE WRK-TAB-RET-COMP(WRK-IDX-RET) TO CRD-COMPETENCIA.
           MOVE WRK-TAB-RET-MATR(WRK-IDX-RET) TO CRD-MATRICULA.
           READ CREDIT-CONTROL-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-SW-CRD-ACHADO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-SW-CRD-ACHADO
           END-READ.
           MOVE WRK-TAB-RET-VALOR(WRK-IDX-RET) TO WRK-VALOR-ED.
           EVALUATE TRUE
               WHEN WRK-SW-CRD-ACHADO = 'N'
                   ADD 1 TO WRK-QT-IGNORADOS
                   STRING WRK-TAB-RET-COMP(WRK-IDX-RET) '-'
                       WRK-TAB-RET-MATR(WRK-IDX-RET)
                       ' CREDITO NAO ENCONTRADO NO CREDFOLH R'
                       WRK-VALOR-ED
                       DELIMITED BY SIZE INTO WRK-LINHA-RPT
                   PERFORM 0390-GRAVAR-LINHA
               WHEN NOT CRD-ENVIADO
                   ADD 1 TO WRK-QT-IGNORADOS
                   STRING CRD-COMPETENCIA '-' CRD-MATRICULA
                       ' RETORNO REPETIDO - JA BAIXADO COMO '
                       CRD-SITUACAO
                       DELIMITED BY SIZE INTO WRK-LINHA-RPT
                   PERFORM 0390-GRAVAR-LINHA
               WHEN OTHER
                   PERFORM 0220-ATUALIZAR-CREDITO
           END-EVALUATE.

       0220-ATUALIZAR-CREDITO.
           MOVE WRK-DATA-SISTEMA TO CRD-DATA-RETORNO.
           MOVE WRK-TAB-RET-OCORR(WRK-IDX-RET) TO CRD-OCORRENCIA.
           MOVE WRK-TAB-RET-MOTIVO(WRK-IDX-RET) TO CRD-MOTIVO.
           IF WRK-TAB-RET-OCORR(WRK-IDX-RET) = '00'
               MOVE 'P' TO CRD-SITUACAO
               ADD 1 TO WRK-QT-PAGOS
               ADD CRD-VALOR TO WRK-TOT-PAGOS
           ELSE
               MOVE 'R' TO CRD-SITUACAO
               ADD 1 TO WRK-QT-REJEITADOS
               ADD CRD-VALOR TO WRK-TOT-REJEITADOS
               MOVE CRD-VALOR TO WRK-VALOR-ED
               STRING CRD-MATRICULA ' ' CRD-NOME ' ' CRD-BANCO
                   ' ' CRD-AGENCIA ' ' CRD-CONTA '-' CRD-CONTA-DV
                   ' R' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0390-GRAVAR-LINHA
               STRING '      MOTIVO ' CRD-OCORRENCIA ' ' CRD-MOTIVO
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0390-GRAVAR-LINHA
           END-IF.
           REWRITE CREDIT-CONTROL-RECORD
               INVALID KEY
                   DISPLAY 'ERRO NO CREDFOLH - MATRICULA '
                       CRD-MATRICULA ' STATUS ' WRK-STATUS-CRD
           END-REWRITE.

       0390-GRAVAR-LINHA.
           MOVE WRK-LINHA-RPT TO RETURN-REPORT-RECORD.
           WRITE RETURN-REPORT-RECORD.
           MOVE SPACES TO WRK-LINHA-RPT.

       0500-GRAVAR-TOTAIS.
      * CREDITO REJEITADO DEIXA O PASSO COM RC=4 PARA O
      * FINANCEIRO TRATAR NO MESMO DIA.
           MOVE WRK-TOT-PAGOS TO WRK-TOTAL-ED.
           STRING 'CREDITOS PAGOS:      QT ' WRK-QT-PAGOS
               ' R' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           MOVE WRK-TOT-REJEITADOS TO WRK-TOTAL-ED.
           STRING 'CREDITOS REJEITADOS: QT ' WRK-QT-REJEITADOS
               ' R' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           STRING 'RETORNOS IGNORADOS (VER ACIMA): ' WRK-QT-IGNORADOS
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           DISPLAY 'RETORNO PROCESSADO - PAGOS: ' WRK-QT-PAGOS
               ' REJEITADOS: ' WRK-QT-REJEITADOS.
           IF WRK-QT-REJEITADOS > 0
               MOVE 'RETORNO-BANCO' TO WRK-EXCP-PROGRAMA
               MOVE 'CREDITOS REJEITADOS PELO BANCO'
                   TO WRK-EXCP-MENSAGEM
               PERFORM 9000-REGISTRAR-EXCECAO
               MOVE 4 TO RETURN-CODE
           END-IF.

           COPY 'EXCPLOG.CPY'.

           COPY 'PERMCHK.CPY'.
