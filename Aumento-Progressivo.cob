      *              NO PADRAO DE CONFERENCIA DAS INTERFACES; O
      *              APARO DA RETOMADA PRESERVA AS DUAS LINHAS DE
      *              CABECALHO.
      * 15/10/2026 - FUNCIONARIO DESLIGADO (EMP-DESLIGADO, GRAVADO
      *              PELA RESCISAO) NAO RECEBE AUMENTO NO LOTE NEM
      *              NA SIMULACAO: CONTINUA SENDO LIDO E CONTADO E
      *              SAI NO RAISERPT/RAISECSV COMO DESLIGADO, SEM
      *              REGISTRO NO HISTORICO, DO MESMO JEITO QUE O
      *              ANO DE ENTRADA INVALIDO - ASSIM AS CONTAGENS
      *              DO RAISECTL CONTINUAM BATENDO NA CONCILIACAO.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           END-READ.

       0420-PROCESSAR-FUNCIONARIO.
           IF EMP-DESLIGADO
               PERFORM 0422-REGISTRAR-DESLIGADO
           ELSE
               PERFORM 0421-CALCULAR-FUNCIONARIO
           END-IF.
           MOVE WRK-LINHA-RPT TO RAISE-REPORT-RECORD.
           WRITE RAISE-REPORT-RECORD.
           ADD 1 TO WRK-QT-LINHAS.
           ADD 1 TO WRK-REGLIDOS-LOTE.
           ADD 1 TO WRK-CKPT-CONTADOR.
           IF WRK-CKPT-CONTADOR >= WRK-CKPT-INTERVALO
               PERFORM 0450-GRAVAR-CHECKPOINT-LOTE
               MOVE ZEROS TO WRK-CKPT-CONTADOR
           END-IF.
           PERFORM 0410-LER-FUNCIONARIO.

       0421-CALCULAR-FUNCIONARIO.
           IF WRK-ANOENTRADA > WRK-ANOATUAL
               STRING WRK-MATRICULA ' ' WRK-NOME
                   ' ANO DE ENTRADA INVALIDO - REGISTRO IGNORADO'
                   PERFORM 0426-GRAVAR-CSV-CALCULADO
               END-IF
           END-IF.

       0422-REGISTRAR-DESLIGADO.
      * O DESLIGADO FICA NO CADASTRO SO PARA O HISTORICO: SAI NO
      * RELATORIO SEM AUMENTO E SEM REGISTRO NO RAISEHIST.
           STRING WRK-MATRICULA ' ' WRK-NOME
               ' DESLIGADO EM ' EMP-DATA-DESLIG
               ' - SEM AUMENTO'
               DELIMITED BY SIZE INTO WRK-LINHA-RPT.
           IF WRK-SW-CSV = 'S'
               MOVE ZEROS TO WRK-AUMENTO
               MOVE 'DESLIGADO' TO WRK-CSV-SITUACAO
               PERFORM 0426-GRAVAR-CSV-CALCULADO
           END-IF.

       0300-FINALIZAR.
           DISPLAY '---------------'.
           PERFORM 0606-LER-FAIXA-SIM.

       0620-SIMULAR-FUNCIONARIO.
           EVALUATE TRUE
               WHEN EMP-DESLIGADO
                   STRING WRK-MATRICULA ' ' WRK-NOME
                       ' DESLIGADO - IGNORADO'
                       DELIMITED BY SIZE INTO WRK-LINHA-SIM
                   PERFORM 0680-GRAVAR-LINHA-SIM
               WHEN WRK-ANOENTRADA > WRK-ANOATUAL
                   STRING WRK-MATRICULA ' ' WRK-NOME
                       ' ANO DE ENTRADA INVALIDO - IGNORADO'
                       DELIMITED BY SIZE INTO WRK-LINHA-SIM
                   PERFORM 0680-GRAVAR-LINHA-SIM
               WHEN OTHER
                   COMPUTE WRK-TEMPOCASA =
                       WRK-ANOATUAL - WRK-ANOENTRADA
                   PERFORM 0630-CALCULAR-PELAS-TABELAS
                   ADD WRK-AUMENTO TO WRK-TOT-AUM-ATUAL
                   ADD WRK-AUMENTO-SIM TO WRK-TOT-AUM-SIM
                   COMPUTE WRK-DIF-SIM =
                       WRK-AUMENTO-SIM - WRK-AUMENTO
                   MOVE WRK-AUMENTO TO WRK-AUMENTO-ED
                   MOVE WRK-AUMENTO-SIM TO WRK-AUMENTO-SIM-ED
                   MOVE WRK-DIF-SIM TO WRK-DIF-SIM-ED
                   STRING WRK-MATRICULA ' ' WRK-NOME
                       ' ATUAL R' WRK-AUMENTO-ED
                       ' PROPOSTO R' WRK-AUMENTO-SIM-ED
                       ' DIF R' WRK-DIF-SIM-ED
                       DELIMITED BY SIZE INTO WRK-LINHA-SIM
                   PERFORM 0680-GRAVAR-LINHA-SIM
           END-EVALUATE.
           PERFORM 0410-LER-FUNCIONARIO.

       0630-CALCULAR-PELAS-TABELAS.
