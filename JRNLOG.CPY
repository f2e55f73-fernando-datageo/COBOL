      *********************************************
      * COPYBOOK  = JRNLOG.CPY
      * OBJETIVO  = PARAGRAFO PADRAO DE GRAVACAO NO DIARIO DE
      *             ALTERACOES DOS CADASTROS (CHGJRNL). SO GRAVA
      *             QUANDO O VALOR ANTERIOR E O NOVO DIFEREM, DE
      *             MODO QUE O CHAMADOR PODE PASSAR TODOS OS
      *             CAMPOS DO REGISTRO SEM TESTAR UM A UM. QUEM
      *             ALTEROU E O USUARIO AUTENTICADO (LOG-USUARIO).
      *             COPIAR DENTRO DA PROCEDURE DIVISION, APOS OS
      *             DEMAIS PARAGRAFOS. REQUER JRNSEL/JRNFD/JRNWS
      *             E LOGPRM.CPY NO MESMO PROGRAMA.
      * DATA      = 15/10/2026
      *********************************************
       9040-REGISTRAR-ALTERACAO.
           IF WRK-CJR-ANTES NOT = WRK-CJR-DEPOIS
               PERFORM 9045-GRAVAR-ALTERACAO
           END-IF.

       9045-GRAVAR-ALTERACAO.
           ACCEPT WRK-CJR-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-CJR-HORA FROM TIME.
           OPEN EXTEND CHANGE-JOURNAL-FILE.
           IF WRK-STATUS-CJR NOT = '00'
               OPEN OUTPUT CHANGE-JOURNAL-FILE
               CLOSE CHANGE-JOURNAL-FILE
               OPEN EXTEND CHANGE-JOURNAL-FILE
           END-IF.
           MOVE WRK-CJR-DATA     TO CJ-DATA.
           MOVE WRK-CJR-HORA     TO CJ-HORA.
           MOVE WRK-CJR-ARQUIVO  TO CJ-ARQUIVO.
           MOVE WRK-CJR-CHAVE    TO CJ-CHAVE.
           MOVE WRK-CJR-CAMPO    TO CJ-CAMPO.
           MOVE WRK-CJR-ANTES    TO CJ-VALOR-ANTES.
           MOVE WRK-CJR-DEPOIS   TO CJ-VALOR-DEPOIS.
           MOVE LOG-USUARIO      TO CJ-USUARIO.
           MOVE WRK-CJR-PROGRAMA TO CJ-PROGRAMA.
           WRITE CHANGE-JOURNAL-RECORD.
           CLOSE CHANGE-JOURNAL-FILE.
