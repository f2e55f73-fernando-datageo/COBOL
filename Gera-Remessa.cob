       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERA-REMESSA.
      *********************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: GERAR A REMESSA BANCARIA DOS LIQUIDOS DA FOLHA
      * (REMBANCO, LAYOUT FIXO DO BANCO: CABECALHO, UM CREDITO
      * POR FUNCIONARIO E TRAILER COM QUANTIDADE E TOTAL) A
      * PARTIR DO HISTORICO DA COMPETENCIA (FOLHAHIS) E DO
      * CADASTRO DE CONTAS (CTABANCO). ANTES DE GERAR, CONFERE O
      * LIQUIDO COM O CONTROLE DA FOLHA (FOLHACTL, MESMOS TOTAIS
      * DO FOLHATOT): SE NAO BATER, A REMESSA NAO E LIBERADA. CADA
      * CREDITO ENVIADO FICA NO CREDFOLH PARA A BAIXA DO RETORNO
      * (RETORNO-BANCO). LISTA NO REMRPT OS CREDITOS E QUEM FICOU
      * SEM CONTA, PARA PAGAR POR OUTRO MEIO
      * DATA    = 15/10/2026
      *-----------------------------------------------
      * HISTORICO DE ALTERACOES
      * 15/10/2026 - PROGRAMA CRIADO: O FINANCEIRO DIGITAVA CADA
      *              LIQUIDO NO PORTAL DO BANCO APOS O FOLHARUN.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'EMPSEL.CPY'.
           COPY 'HISSEL.CPY'.
           COPY 'FCTSEL.CPY'.
           COPY 'BCOSEL.CPY'.
           COPY 'CRDSEL.CPY'.
           SELECT REMITTANCE-FILE ASSIGN TO "REMBANCO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RMB.
           SELECT REMITTANCE-REPORT-FILE ASSIGN TO "REMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-RPT.
           COPY 'EXCPSEL.CPY'.
           COPY 'PERMSEL.CPY'.

       DATA DIVISION.
       FILE SECTION.
           COPY 'EMPFD.CPY'.

           COPY 'HISFD.CPY'.

           COPY 'FCTFD.CPY'.

           COPY 'BCOFD.CPY'.

           COPY 'CRDFD.CPY'.

      * REMESSA NO LAYOUT FIXO DO BANCO (150 POSICOES): '0' =
      * CABECALHO, '1' = CREDITO, '9' = TRAILER (QUANTIDADE E
      * SOMA DOS VALORES). O "SEU NUMERO" (COMPETENCIA +
      * MATRICULA) VOLTA NO RETORNO E LOCALIZA O CREDITO.
       FD  REMITTANCE-FILE.
       01  REMITTANCE-RECORD.
           05 RMB-TIPO          PIC X(01).
           05 RMB-RESTO         PIC X(149).
           05 RMB-RESTO-DET REDEFINES RMB-RESTO.
               10 RMB-SEQUENCIA     PIC 9(06).
               10 RMB-BANCO         PIC 9(03).
               10 RMB-AGENCIA       PIC 9(05).
               10 RMB-AGENCIA-DV    PIC X(01).
               10 RMB-CONTA         PIC 9(12).
               10 RMB-CONTA-DV      PIC X(01).
               10 RMB-TIPO-CONTA    PIC X(01).
               10 RMB-FAVORECIDO    PIC X(30).
               10 RMB-SEU-NUMERO.
                   15 RMB-COMPETENCIA PIC 9(06).
                   15 RMB-MATRICULA   PIC 9(05).
               10 RMB-DATA-CREDITO  PIC 9(08).
               10 RMB-VALOR         PIC 9(13)V99.
               10 FILLER            PIC X(56).
           05 RMB-RESTO-HDR REDEFINES RMB-RESTO.
               10 RMB-HDR-DATA      PIC 9(08).
               10 RMB-HDR-HORA      PIC 9(08).
               10 RMB-HDR-SERVICO   PIC X(20).
               10 RMB-HDR-COMPET    PIC 9(06).
               10 RMB-HDR-DATA-CRED PIC 9(08).
               10 FILLER            PIC X(99).
           05 RMB-RESTO-TRL REDEFINES RMB-RESTO.
               10 RMB-TRL-QT        PIC 9(07).
               10 RMB-TRL-HASH      PIC 9(13)V99.
               10 FILLER            PIC X(127).

       FD  REMITTANCE-REPORT-FILE.
       01  REMITTANCE-REPORT-RECORD PIC X(80).

           COPY 'EXCPFD.CPY'.

           COPY 'PERMFD.CPY'.

       WORKING-STORAGE SECTION.
           COPY 'EXCPWS.CPY'.
           COPY 'EMPWS.CPY'.
           COPY 'HISWS.CPY'.
           COPY 'FCTWS.CPY'.
           COPY 'BCOWS.CPY'.
           COPY 'CRDWS.CPY'.
           COPY 'LOGPRM.CPY'.
           COPY 'PERMWS.CPY'.
           COPY 'SESSWS.CPY'.
       77 WRK-STATUS-RMB     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-RPT     PIC X(02) VALUE SPACES.
       77 WRK-SW-CONFERE     PIC X(01) VALUE 'N'.
       77 WRK-SW-BCO-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-SW-CRD-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-SW-HIS-COMP    PIC X(01) VALUE 'N'.
       01 WRK-COMPETENCIA-TXT PIC X(06) VALUE SPACES.
       01 WRK-COMPETENCIA-TXT-N REDEFINES WRK-COMPETENCIA-TXT
                             PIC 9(06).
       01 WRK-DATA-CRED-TXT  PIC X(08) VALUE SPACES.
       01 WRK-DATA-CRED-TXT-N REDEFINES WRK-DATA-CRED-TXT
                             PIC 9(08).
       77 WRK-COMPETENCIA    PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-CREDITO   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-SISTEMA   PIC 9(08) VALUE ZEROS.
       77 WRK-NOME           PIC X(20) VALUE SPACES.
       77 WRK-QT-HIST        PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-HIST       PIC 9(13)V99 VALUE ZEROS.
       77 WRK-QT-RETORNADOS  PIC 9(07) VALUE ZEROS.
       77 WRK-QT-CREDITOS    PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-CREDITOS   PIC 9(13)V99 VALUE ZEROS.
       77 WRK-QT-SEM-CONTA   PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-SEM-CONTA  PIC 9(13)V99 VALUE ZEROS.
       77 WRK-QT-ZERADOS     PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-CONFERIDO  PIC 9(13)V99 VALUE ZEROS.
       77 WRK-VALOR-ED       PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED       PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-LINHA-RPT      PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0040-AUTORIZAR.
           IF WRK-PERM-AUTORIZADO = 'S'
               PERFORM 0100-INICIALIZAR
               IF RETURN-CODE = 0
                   PERFORM 0200-CONFERIR-FOLHA
                   IF WRK-SW-CONFERE = 'S'
                       PERFORM 0300-GERAR-REMESSA
                   END-IF
                   PERFORM 0500-FINALIZAR
               END-IF
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO PARA REMESSA'
               MOVE 'GERA-REMESSA' TO WRK-EXCP-PROGRAMA
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
           MOVE 'GERA-REMESSA' TO WRK-PERM-PROGRAMA.
           MOVE 'REMESSA' TO WRK-PERM-FUNCAO.
           IF LOG-RESULTADO = 'S'
               MOVE LOG-PERFIL TO WRK-PERM-PERFIL
           ELSE
               MOVE SPACES TO WRK-PERM-PERFIL
           END-IF.
           PERFORM 9200-VERIFICAR-PERMISSAO.

       0100-INICIALIZAR.
      * COMPETENCIA E DATA DO CREDITO VEM DO SYSIN. O CONTROLE
      * FOLHACTL TEM DE SER DA MESMA COMPETENCIA: REMESSA SEM
      * FOLHA CALCULADA NAO E GERADA.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           DISPLAY 'COMPETENCIA DA FOLHA (AAAAMM): '
           ACCEPT WRK-COMPETENCIA-TXT.
           DISPLAY 'DATA DO CREDITO (AAAAMMDD): '
           ACCEPT WRK-DATA-CRED-TXT.
           EVALUATE TRUE
               WHEN WRK-COMPETENCIA-TXT NOT NUMERIC
                   DISPLAY 'COMPETENCIA DEVE SER NUMERICA'
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-DATA-CRED-TXT NOT NUMERIC
                   DISPLAY 'DATA DO CREDITO DEVE SER NUMERICA'
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-DATA-CRED-TXT-N < WRK-DATA-SISTEMA
                   DISPLAY 'DATA DO CREDITO NO PASSADO'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE WRK-COMPETENCIA-TXT-N TO WRK-COMPETENCIA
                   MOVE WRK-DATA-CRED-TXT-N TO WRK-DATA-CREDITO
                   PERFORM 0110-LER-CONTROLE
           END-EVALUATE.
           IF RETURN-CODE = 0
               OPEN INPUT EMPLOYEE-FILE
               OPEN INPUT PAYROLL-HISTORY-FILE
               OPEN INPUT BANK-ACCOUNT-FILE
      * O CREDFOLH E ABERTO EM I-O; SE AINDA NAO EXISTIR, E
      * CRIADO VAZIO ANTES (MESMO ESQUEMA DO EMPFILE).
               OPEN I-O CREDIT-CONTROL-FILE
               IF WRK-STATUS-CRD NOT = '00'
                   OPEN OUTPUT CREDIT-CONTROL-FILE
                   CLOSE CREDIT-CONTROL-FILE
                   OPEN I-O CREDIT-CONTROL-FILE
               END-IF
               OPEN OUTPUT REMITTANCE-REPORT-FILE
               STRING 'REMESSA BANCARIA DOS LIQUIDOS - COMPETENCIA '
                   WRK-COMPETENCIA ' - CREDITO EM '
                   WRK-DATA-CREDITO
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0390-GRAVAR-LINHA
           END-IF.

       0110-LER-CONTROLE.
           OPEN INPUT PAYROLL-CONTROL-FILE.
           IF WRK-STATUS-FCT NOT = '00'
               DISPLAY 'FOLHACTL AUSENTE - REMESSA NAO GERADA'
               MOVE 'GERA-REMESSA' TO WRK-EXCP-PROGRAMA
               MOVE 'CONTROLE DA FOLHA AUSENTE' TO WRK-EXCP-MENSAGEM
               PERFORM 9000-REGISTRAR-EXCECAO
               MOVE 8 TO RETURN-CODE
           ELSE
               READ PAYROLL-CONTROL-FILE
                   AT END
                       MOVE ZEROS TO FCT-COMPETENCIA
               END-READ
               IF FCT-COMPETENCIA NOT = WRK-COMPETENCIA
                   DISPLAY 'FOLHACTL E DA COMPETENCIA '
                       FCT-COMPETENCIA ' - REMESSA NAO GERADA'
                   MOVE 'GERA-REMESSA' TO WRK-EXCP-PROGRAMA
                   MOVE 'FOLHACTL DE OUTRA COMPETENCIA'
                       TO WRK-EXCP-MENSAGEM
                   PERFORM 9000-REGISTRAR-EXCECAO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE PAYROLL-CONTROL-FILE.

       0200-CONFERIR-FOLHA.
      * 1A PASSADA: SOMA OS LIQUIDOS DA COMPETENCIA NO FOLHAHIS
      * E CONFERE QUANTIDADE E TOTAL COM O FOLHACTL. TAMBEM NAO
      * LIBERA SE ALGUM CREDITO DA COMPETENCIA JA TEVE RETORNO
      * DO BANCO (REMESSA REPETIDA PAGARIA EM DOBRO).
           MOVE ZEROS TO WRK-QT-HIST.
           MOVE ZEROS TO WRK-TOT-HIST.
           MOVE ZEROS TO WRK-QT-RETORNADOS.
           MOVE 'N' TO WRK-EOF-HIS.
           PERFORM 0210-LER-HISTORICO.
           PERFORM 0220-SOMAR-HISTORICO
               UNTIL WRK-EOF-HIS = 'S'.
           MOVE 'S' TO WRK-SW-CONFERE.
           IF WRK-QT-HIST NOT = FCT-QT-FUNC
              OR WRK-TOT-HIST NOT = FCT-TOT-LIQUIDO
               MOVE 'N' TO WRK-SW-CONFERE
               MOVE 'LIQUIDOS DO FOLHAHIS NAO CONFEREM COM FOLHATOT'
                   TO WRK-LINHA-RPT
               PERFORM 0390-GRAVAR-LINHA
               MOVE WRK-TOT-HIST TO WRK-TOTAL-ED
               STRING '  FOLHAHIS: QT ' WRK-QT-HIST
                   ' LIQUIDO R' WRK-TOTAL-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0390-GRAVAR-LINHA
               MOVE FCT-TOT-LIQUIDO TO WRK-TOTAL-ED
               STRING '  FOLHACTL: QT   ' FCT-QT-FUNC
                   ' LIQUIDO R' WRK-TOTAL-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0390-GRAVAR-LINHA
               MOVE 'GERA-REMESSA' TO WRK-EXCP-PROGRAMA
               MOVE 'LIQUIDO NAO CONFERE COM FOLHATOT'
                   TO WRK-EXCP-MENSAGEM
               PERFORM 9000-REGISTRAR-EXCECAO
           END-IF.
           IF WRK-QT-RETORNADOS > 0
               MOVE 'N' TO WRK-SW-CONFERE
               STRING 'COMPETENCIA JA TEM CREDITOS COM RETORNO DO'
                   ' BANCO: ' WRK-QT-RETORNADOS
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0390-GRAVAR-LINHA
               MOVE 'GERA-REMESSA' TO WRK-EXCP-PROGRAMA
               MOVE 'REMESSA JA RETORNADA PELO BANCO'
                   TO WRK-EXCP-MENSAGEM
               PERFORM 9000-REGISTRAR-EXCECAO
           END-IF.
           IF WRK-SW-CONFERE = 'N'
               MOVE 'REMESSA NAO LIBERADA' TO WRK-LINHA-RPT
               PERFORM 0390-GRAVAR-LINHA
               DISPLAY 'REMESSA NAO LIBERADA - VER REMRPT'
               MOVE 8 TO RETURN-CODE
           END-IF.

       0210-LER-HISTORICO.
      * LEITURA SEQUENCIAL DO FOLHAHIS, SO A COMPETENCIA PEDIDA.
           MOVE 'N' TO WRK-SW-HIS-COMP.
           PERFORM 0215-LER-PROXIMO
               UNTIL WRK-EOF-HIS = 'S'
                  OR WRK-SW-HIS-COMP = 'S'.

       0215-LER-PROXIMO.
           READ PAYROLL-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-EOF-HIS
           END-READ.
           IF WRK-EOF-HIS = 'N'
              AND HIS-COMPETENCIA = WRK-COMPETENCIA
               MOVE 'S' TO WRK-SW-HIS-COMP
           END-IF.

       0220-SOMAR-HISTORICO.
           ADD 1 TO WRK-QT-HIST.
           ADD HIS-LIQUIDO TO WRK-TOT-HIST.
           PERFORM 0230-LOCALIZAR-CREDITO.
           IF WRK-SW-CRD-ACHADO = 'S'
              AND NOT CRD-ENVIADO
               ADD 1 TO WRK-QT-RETORNADOS
           END-IF.
           PERFORM 0210-LER-HISTORICO.

       0230-LOCALIZAR-CREDITO.
           MOVE WRK-COMPETENCIA TO CRD-COMPETENCIA.
           MOVE HIS-MATRICULA TO CRD-MATRICULA.
           READ CREDIT-CONTROL-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-SW-CRD-ACHADO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-SW-CRD-ACHADO
           END-READ.

       0300-GERAR-REMESSA.
      * 2A PASSADA: UM CREDITO POR LIQUIDO MAIOR QUE ZERO DE
      * QUEM TEM CONTA; QUEM NAO TEM SAI NO REMRPT PARA PAGAR
      * POR OUTRO MEIO NO MESMO DIA.
           OPEN OUTPUT REMITTANCE-FILE.
           MOVE SPACES TO REMITTANCE-RECORD.
           MOVE '0' TO RMB-TIPO.
           MOVE WRK-DATA-SISTEMA TO RMB-HDR-DATA.
           MOVE WRK-HORA-SISTEMA TO RMB-HDR-HORA.
           MOVE 'CREDITO DE SALARIO' TO RMB-HDR-SERVICO.
           MOVE WRK-COMPETENCIA TO RMB-HDR-COMPET.
           MOVE WRK-DATA-CREDITO TO RMB-HDR-DATA-CRED.
           WRITE REMITTANCE-RECORD.
           STRING 'MATR. NOME                 BCO AGENC CONTA'
               '                   VALOR'
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.
           CLOSE PAYROLL-HISTORY-FILE.
           OPEN INPUT PAYROLL-HISTORY-FILE.
           MOVE 'N' TO WRK-EOF-HIS.
           PERFORM 0210-LER-HISTORICO.
           PERFORM 0310-GERAR-CREDITO
               UNTIL WRK-EOF-HIS = 'S'.
           MOVE SPACES TO REMITTANCE-RECORD.
           MOVE '9' TO RMB-TIPO.
           MOVE WRK-QT-CREDITOS TO RMB-TRL-QT.
           MOVE WRK-TOT-CREDITOS TO RMB-TRL-HASH.
           WRITE REMITTANCE-RECORD.
           CLOSE REMITTANCE-FILE.

       0310-GERAR-CREDITO.
           MOVE HIS-MATRICULA TO EMP-MATRICULA.
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE 'NAO CADASTRADO' TO WRK-NOME
               NOT INVALID KEY
                   MOVE EMP-NOME TO WRK-NOME
           END-READ.
           MOVE HIS-LIQUIDO TO WRK-VALOR-ED.
           IF HIS-LIQUIDO = 0
               ADD 1 TO WRK-QT-ZERADOS
               STRING HIS-MATRICULA ' ' WRK-NOME
                   ' LIQUIDO ZERO - SEM CREDITO'
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0390-GRAVAR-LINHA
           ELSE
               MOVE HIS-MATRICULA TO BCO-MATRICULA
               READ BANK-ACCOUNT-FILE
                   INVALID KEY
                       MOVE 'N' TO WRK-SW-BCO-ACHADO
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-SW-BCO-ACHADO
               END-READ
               IF WRK-SW-BCO-ACHADO = 'N'
                   ADD 1 TO WRK-QT-SEM-CONTA
                   ADD HIS-LIQUIDO TO WRK-TOT-SEM-CONTA
                   STRING HIS-MATRICULA ' ' WRK-NOME
                       ' SEM CONTA - PAGAR POR OUTRO MEIO R'
                       WRK-VALOR-ED
                       DELIMITED BY SIZE INTO WRK-LINHA-RPT
                   PERFORM 0390-GRAVAR-LINHA
               ELSE
                   PERFORM 0320-GRAVAR-CREDITO
               END-IF
           END-IF.
           PERFORM 0210-LER-HISTORICO.

       0320-GRAVAR-CREDITO.
           ADD 1 TO WRK-QT-CREDITOS.
           ADD HIS-LIQUIDO TO WRK-TOT-CREDITOS.
           MOVE SPACES TO REMITTANCE-RECORD.
           MOVE '1' TO RMB-TIPO.
           MOVE WRK-QT-CREDITOS TO RMB-SEQUENCIA.
           MOVE BCO-BANCO TO RMB-BANCO.
           MOVE BCO-AGENCIA TO RMB-AGENCIA.
           MOVE BCO-AGENCIA-DV TO RMB-AGENCIA-DV.
           MOVE BCO-CONTA TO RMB-CONTA.
           MOVE BCO-CONTA-DV TO RMB-CONTA-DV.
           MOVE BCO-TIPO-CONTA TO RMB-TIPO-CONTA.
           MOVE WRK-NOME TO RMB-FAVORECIDO.
           MOVE WRK-COMPETENCIA TO RMB-COMPETENCIA.
           MOVE HIS-MATRICULA TO RMB-MATRICULA.
           MOVE WRK-DATA-CREDITO TO RMB-DATA-CREDITO.
           MOVE HIS-LIQUIDO TO RMB-VALOR.
           WRITE REMITTANCE-RECORD.
      * CREDITO DE REMESSA ANTERIOR AINDA SEM RETORNO E
      * REGRAVADO COM A CONTA E O VALOR DESTA REMESSA.
           INITIALIZE CREDIT-CONTROL-RECORD.
           MOVE WRK-COMPETENCIA TO CRD-COMPETENCIA.
           MOVE HIS-MATRICULA TO CRD-MATRICULA.
           MOVE WRK-NOME TO CRD-NOME.
           MOVE BCO-BANCO TO CRD-BANCO.
           MOVE BCO-AGENCIA TO CRD-AGENCIA.
           MOVE BCO-AGENCIA-DV TO CRD-AGENCIA-DV.
           MOVE BCO-CONTA TO CRD-CONTA.
           MOVE BCO-CONTA-DV TO CRD-CONTA-DV.
           MOVE BCO-TIPO-CONTA TO CRD-TIPO-CONTA.
           MOVE HIS-LIQUIDO TO CRD-VALOR.
           MOVE WRK-DATA-SISTEMA TO CRD-DATA-REMESSA.
           MOVE 'E' TO CRD-SITUACAO.
           WRITE CREDIT-CONTROL-RECORD
               INVALID KEY
                   REWRITE CREDIT-CONTROL-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO NO CREDFOLH - MATRICULA '
                               HIS-MATRICULA ' STATUS '
                               WRK-STATUS-CRD
                   END-REWRITE
           END-WRITE.
           STRING HIS-MATRICULA ' ' WRK-NOME ' ' BCO-BANCO
               ' ' BCO-AGENCIA ' ' BCO-CONTA '-' BCO-CONTA-DV
               ' ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           PERFORM 0390-GRAVAR-LINHA.

       0390-GRAVAR-LINHA.
           MOVE WRK-LINHA-RPT TO REMITTANCE-REPORT-RECORD.
           WRITE REMITTANCE-REPORT-RECORD.
           MOVE SPACES TO WRK-LINHA-RPT.

       0500-FINALIZAR.
      * RESUMO DA CONFERENCIA: CREDITOS + SEM CONTA = LIQUIDO
      * DO FOLHATOT.
           IF WRK-SW-CONFERE = 'S'
               COMPUTE WRK-TOT-CONFERIDO =
                   WRK-TOT-CREDITOS + WRK-TOT-SEM-CONTA
               MOVE FCT-TOT-LIQUIDO TO WRK-TOTAL-ED
               STRING 'LIQUIDO DO FOLHATOT:        R' WRK-TOTAL-ED
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0390-GRAVAR-LINHA
               MOVE WRK-TOT-CREDITOS TO WRK-TOTAL-ED
               STRING 'CREDITOS NA REMESSA:        R' WRK-TOTAL-ED
                   ' QT ' WRK-QT-CREDITOS
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0390-GRAVAR-LINHA
               MOVE WRK-TOT-SEM-CONTA TO WRK-TOTAL-ED
               STRING 'SEM CONTA (OUTRO MEIO):     R' WRK-TOTAL-ED
                   ' QT ' WRK-QT-SEM-CONTA
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0390-GRAVAR-LINHA
               STRING 'LIQUIDOS ZERADOS (SEM CREDITO): '
                   WRK-QT-ZERADOS
                   DELIMITED BY SIZE INTO WRK-LINHA-RPT
               PERFORM 0390-GRAVAR-LINHA
               IF WRK-TOT-CONFERIDO = FCT-TOT-LIQUIDO
                   MOVE 'REMESSA CONFERE COM O FOLHATOT - LIBERADA'
                       TO WRK-LINHA-RPT
               ELSE
                   MOVE 'REMESSA NAO CONFERE COM O FOLHATOT'
                       TO WRK-LINHA-RPT
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM 0390-GRAVAR-LINHA
               DISPLAY 'REMESSA GERADA - CREDITOS: ' WRK-QT-CREDITOS
                   ' SEM CONTA: ' WRK-QT-SEM-CONTA
           END-IF.
           CLOSE EMPLOYEE-FILE.
           CLOSE PAYROLL-HISTORY-FILE.
           CLOSE BANK-ACCOUNT-FILE.
           CLOSE CREDIT-CONTROL-FILE.
           CLOSE REMITTANCE-REPORT-FILE.

           COPY 'EXCPLOG.CPY'.

           COPY 'PERMCHK.CPY'.
