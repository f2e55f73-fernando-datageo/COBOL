      *              FINANCEIRO FECHA A FOLHA POR CENTRO DE CUSTO
      *              E AS QUEBRAS ERAM RECONSTITUIDAS A MAO A
      *              PARTIR DO RAISERPT A CADA CICLO.
      * 15/10/2026 - INCLUIDOS A SITUACAO (EMP-SITUACAO, BRANCO OU
      *              'A' = ATIVO, 'D' = DESLIGADO), A DATA E O TIPO
      *              DO DESLIGAMENTO, GRAVADOS PELO
      *              RESCISAO-CONTRATO: O DESLIGADO PERMANECE NO
      *              CADASTRO PARA O HISTORICO (RAISEHIST) E OS
      *              LOTES O IGNORAM. REGISTRO DE 41 PARA 51
      *              POSICOES.
      * 15/10/2026 - INCLUIDO O MES DE ENTRADA (EMP-MESENTRADA),
      *              PARA PROPORCIONALIZAR O 13O E AS VERBAS DE
      *              QUEM ENTROU NO ANO. REGISTRO DE 51 PARA 53
      *              POSICOES; REGISTRO ANTIGO (MES EM BRANCO OU
      *              ZERO) CONTA COMO ENTRADA EM JANEIRO.
      *********************************************
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-RECORD.
           05 EMP-ANOENTRADA   PIC 9(04).
           05 EMP-SALARIO      PIC 9(06)V99.
           05 EMP-DEPARTAMENTO PIC X(04).
           05 EMP-SITUACAO     PIC X(01).
              88 EMP-ATIVO           VALUES 'A' ' '.
              88 EMP-DESLIGADO       VALUE 'D'.
           05 EMP-DATA-DESLIG  PIC 9(08).
           05 EMP-TIPO-DESLIG  PIC X(01).
              88 EMP-DESLIG-SEM-JUSTA-CAUSA VALUE 'S'.
              88 EMP-DESLIG-PEDIDO          VALUE 'P'.
              88 EMP-DESLIG-JUSTA-CAUSA     VALUE 'J'.
           05 EMP-MESENTRADA   PIC 9(02).
