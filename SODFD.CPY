      *********************************************
      * COPYBOOK  = SODFD.CPY
      * OBJETIVO  = FD/REGISTRO DAS REGRAS DE SEGREGACAO DE
      *             FUNCOES (SODRULES): UMA REGRA POR LINHA, COM
      *             OS DOIS LADOS DO CONFLITO (PROGRAMA + FUNCAO
      *             DA MATRIZ PERMFILE) E A DESCRICAO IMPRESSA
      *             NOS AVISOS E NO RELATORIO. COPIAR DENTRO DE
      *             FILE SECTION.
      * DATA      = 15/10/2026
      *********************************************
       FD  SOD-RULES-FILE.
       01  SOD-RULES-RECORD.
           05 SOD-PROGRAMA-1  PIC X(20).
           05 SOD-FUNCAO-1    PIC X(10).
           05 SOD-PROGRAMA-2  PIC X(20).
           05 SOD-FUNCAO-2    PIC X(10).
           05 SOD-DESCRICAO   PIC X(30).
