      *********************************************
      * COPYBOOK  = FERGER.CPY
      * OBJETIVO  = PARAGRAFO PADRAO 9800-GERAR-PERIODOS-FERIAS:
      *             PARA O FUNCIONARIO LIDO EM EMPLOYEE-RECORD,
      *             GARANTE NO FERIAFIL OS PERIODOS AQUISITIVOS JA
      *             COMPLETOS CUJO PERIODO CONCESSIVO AINDA NAO
      *             TERMINOU EM WRK-FGR-HOJE (O ULTIMO COMPLETO E
      *             O ANTERIOR A ELE), COM 30 DIAS DE DIREITO. O
      *             CADASTRO SO GUARDA ANO E MES DE ENTRADA: O
      *             ANIVERSARIO DO PERIODO E O DIA 01 DO MES DE
      *             ENTRADA (MES EM BRANCO OU ZERO = JANEIRO).
      *             COPIAR DENTRO DA PROCEDURE DIVISION, APOS OS
      *             DEMAIS PARAGRAFOS. REQUER FERSEL/FERFD/FERWS,
      *             DTCALC/DTCWS, EMPFD E O FERIAFIL ABERTO EM I-O.
      * DATA      = 15/10/2026
      *********************************************
       9800-GERAR-PERIODOS-FERIAS.
           IF EMP-MESENTRADA NOT NUMERIC OR EMP-MESENTRADA = 0
               MOVE 1 TO WRK-FGR-MES
           ELSE
               MOVE EMP-MESENTRADA TO WRK-FGR-MES
           END-IF.
      * ANO EM QUE TERMINOU O ULTIMO PERIODO COMPLETO: O PERIODO
      * FECHA NA VESPERA DO ANIVERSARIO (DIA 01 DO MES).
           MOVE WRK-FGR-HOJE TO WRK-DTC-DATA.
           IF WRK-FGR-MES > WRK-DTC-MES
               COMPUTE WRK-FGR-ANO-FIM = WRK-DTC-ANO - 1
           ELSE
               MOVE WRK-DTC-ANO TO WRK-FGR-ANO-FIM
           END-IF.
           PERFORM 9810-GARANTIR-PERIODO
               VARYING WRK-FGR-VEZ FROM 1 BY 1
               UNTIL WRK-FGR-VEZ > 2.

       9810-GARANTIR-PERIODO.
           COMPUTE WRK-FGR-ANO = WRK-FGR-ANO-FIM - WRK-FGR-VEZ.
           IF WRK-FGR-ANO >= EMP-ANOENTRADA
               PERFORM 9820-DATAS-DO-PERIODO
               IF WRK-FGR-LIMITE >= WRK-FGR-HOJE
                   MOVE EMP-MATRICULA  TO FER-MATRICULA
                   MOVE WRK-FGR-INICIO TO FER-PER-INICIO
                   READ VACATION-FILE
                       INVALID KEY
                           PERFORM 9830-CRIAR-PERIODO
                   END-READ
               END-IF
           END-IF.

       9820-DATAS-DO-PERIODO.
      * INICIO = ANIVERSARIO NO ANO; FIM = VESPERA DO ANIVERSARIO
      * SEGUINTE; LIMITE = VESPERA DO ANIVERSARIO UM ANO DEPOIS.
           MOVE WRK-FGR-ANO TO WRK-DTC-ANO.
           MOVE WRK-FGR-MES TO WRK-DTC-MES.
           MOVE 1 TO WRK-DTC-DIA.
           MOVE WRK-DTC-DATA TO WRK-FGR-INICIO.
           COMPUTE WRK-DTC-ANO = WRK-FGR-ANO + 1.
           PERFORM 9400-DATA-PARA-SERIAL.
           SUBTRACT 1 FROM WRK-DTC-SERIAL.
           PERFORM 9410-SERIAL-PARA-DATA.
           MOVE WRK-DTC-DATA TO WRK-FGR-FIM.
           COMPUTE WRK-DTC-ANO = WRK-FGR-ANO + 2.
           MOVE WRK-FGR-MES TO WRK-DTC-MES.
           MOVE 1 TO WRK-DTC-DIA.
           PERFORM 9400-DATA-PARA-SERIAL.
           SUBTRACT 1 FROM WRK-DTC-SERIAL.
           PERFORM 9410-SERIAL-PARA-DATA.
           MOVE WRK-DTC-DATA TO WRK-FGR-LIMITE.

       9830-CRIAR-PERIODO.
           INITIALIZE VACATION-RECORD.
           MOVE EMP-MATRICULA  TO FER-MATRICULA.
           MOVE WRK-FGR-INICIO TO FER-PER-INICIO.
           MOVE WRK-FGR-FIM    TO FER-PER-FIM.
           MOVE WRK-FGR-LIMITE TO FER-LIMITE.
           MOVE 30             TO FER-DIAS-DIREITO.
           WRITE VACATION-RECORD
               INVALID KEY
                   DISPLAY 'FALHA AO GRAVAR FERIAFIL ' FER-CHAVE
               NOT INVALID KEY
                   ADD 1 TO WRK-FGR-QT-CRIADOS
           END-WRITE.
