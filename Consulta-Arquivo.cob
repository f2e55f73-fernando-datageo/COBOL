      * AUTHOR  = LUIS FERNANDO LAZANHA
      * OBJETIVO: CONSULTA ATRAVES DAS GERACOES DE ARQUIVAMENTO -
      * ENXERGA O ARQUIVO VIVO (AUDITLOG/EXCPLOG/TRANSCPT/
      * ANORES/CLOSERPT) E AS GERACOES DATADAS DA FAXINA
      * (ARQUIVA-EXPURGO, CATALOGO ARQCAT) COMO UM ARQUIVO
      * LOGICO SO: INFORMA-SE O ARQUIVO, UMA CHAVE (USUARIO,
      * PROGRAMA OU MATRICULA, BRANCO = TODAS) E O PERIODO, E A
      *              CONSULTA-AUDITORIA EM CADA UMA. A POSICAO DA
      *              DATA E DA CHAVE EM CADA ARQUIVO SEGUE A
      *              MESMA TABELA DE OFFSETS DA FAXINA.
      * 15/10/2026 - INCLUIDO O ANORES (RESULTADOS ANUAIS), AGORA
      *              ACUMULADO E FAXINADO PELO ANO LETIVO: ANO NA
      *              POSICAO 1, MATRICULA NA POSICAO 5.
      *********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       0100-INICIALIZAR.
           DISPLAY 'ARQUIVO (AUDITLOG/EXCPLOG/TRANSCPT/'
               'ANORES/CLOSERPT): '
           ACCEPT WRK-ARQUIVO.
           DISPLAY 'CHAVE (USUARIO/PROGRAMA/MATRICULA, BRANCO ='
               ' TODAS): '
                   MOVE 16 TO WRK-OFF-DATA
                   MOVE 1 TO WRK-OFF-CHAVE
                   MOVE 10 TO WRK-TAM-CHAVE
               WHEN 'ANORES'
                   MOVE 'A' TO WRK-TIPO-DATA
                   MOVE 1 TO WRK-OFF-DATA
                   MOVE 5 TO WRK-OFF-CHAVE
                   MOVE 10 TO WRK-TAM-CHAVE
               WHEN 'CLOSERPT'
                   MOVE 'D' TO WRK-TIPO-DATA
                   MOVE 1 TO WRK-OFF-DATA
