      *              INTEIRO PELO FATURAMENTO E NINGUEM PERCEBEU
      *              POR UMA SEMANA; OS CONSUMIDORES PASSAM A
      *              CONFERIR O TRAILER ANTES DE PROCESSAR.
      * 15/10/2026 - NOVO TIPO '2' = CREDITO AO CLIENTE POR PEDIDO
      *              CANCELADO (ESTORNO, GRAVADO POR
      *              CANCELA-PEDIDO EM BLOCO PROPRIO COM CABECALHO
      *              E TRAILER). DATA, CLIENTE E VALOR NAS MESMAS
      *              POSICOES DO DETALHE (A CONFERENCIA DO TRAILER
      *              SOMA OS DOIS) E A DATA DA FATURA ESTORNADA,
      *              QUE IDENTIFICA O TITULO NO CONTAS A RECEBER.
      * 15/10/2026 - O DETALHE GANHOU O COMPONENTE COBRADO
      *              (FAT-COMPONENTE): 'F' (OU BRANCO, REGISTRO
      *              ANTIGO) = FRETE, 'A' = SEGURO AD VALOREM, 'G'
      *              = GRIS. CADA COMPONENTE SAI EM DETALHE PROPRIO
      *              DO CLIENTE, COM O VALOR EM FAT-TOTAL-FRETE; O
      *              TRAILER CONTA E SOMA TODOS OS DETALHES.
      * 15/10/2026 - COMPONENTE 'J' = JUROS E MULTA POR PAGAMENTO
      *              EM ATRASO, LANCADOS PELO CONTAS A RECEBER EM
      *              BLOCO PROPRIO (FAT-HDR-PROGRAMA =
      *              CONTAS-RECEBER), NA DATA DE REFERENCIA.
      * DATA      = 22/08/2026
      *********************************************
       FD  BILLING-INTERFACE-FILE.
           05 FAT-TIPO         PIC X(01).
              88 FAT-REG-HEADER  VALUE '0'.
              88 FAT-REG-DETALHE VALUE '1'.
              88 FAT-REG-CREDITO VALUE '2'.
              88 FAT-REG-TRAILER VALUE '9'.
           05 FAT-RESTO        PIC X(37).
           05 FAT-RESTO-DET REDEFINES FAT-RESTO.
                   15 FAT-DIA      PIC 9(02).
               10 FAT-CLIENTE      PIC 9(05).
               10 FAT-TOTAL-FRETE  PIC 9(09)V99.
               10 FAT-COMPONENTE   PIC X(01).
                  88 FAT-COMP-FRETE     VALUE 'F' SPACE.
                  88 FAT-COMP-ADVALOREM VALUE 'A'.
                  88 FAT-COMP-GRIS      VALUE 'G'.
                  88 FAT-COMP-ENCARGO   VALUE 'J'.
               10 FILLER           PIC X(12).
           05 FAT-RESTO-CRD REDEFINES FAT-RESTO.
               10 FAT-CRD-DATA     PIC 9(08).
               10 FAT-CRD-DATA-R REDEFINES FAT-CRD-DATA.
                   15 FAT-CRD-ANOMES PIC 9(06).
                   15 FAT-CRD-DIA    PIC 9(02).
               10 FAT-CRD-CLIENTE  PIC 9(05).
               10 FAT-CRD-VALOR    PIC 9(09)V99.
               10 FAT-CRD-DATA-FAT PIC 9(08).
               10 FILLER           PIC X(05).
           05 FAT-RESTO-HDR REDEFINES FAT-RESTO.
               10 FAT-HDR-DATA     PIC 9(08).
               10 FAT-HDR-HORA     PIC 9(08).
