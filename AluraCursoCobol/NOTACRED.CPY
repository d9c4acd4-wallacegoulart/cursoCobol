      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DAS NOTAS DE CREDITO DE
      *          DEVOLUCAO (DATA/NOTACRED.DAT), GRAVADAS PELO
      *          DEVOLUCAO E LIDAS PELO TRPSCORE; TIPO T-DEVOLUCAO
      *          TOTAL P-PARCIAL; NTC-TRANSP E A TRANSPORTADORA QUE
      *          ENTREGOU O PEDIDO E NTC-MOTIVO A-AVARIA NO TRANSPORTE
      *          OU BRANCO PARA DEVOLUCAO COMUM (NOTAS ANTIGAS VEM EM
      *          BRANCO NOS DOIS); CAMPOS NOVOS SAO SEMPRE
      *          ACRESCENTADOS NO FINAL
      *DATA = 15/10/2026
       01  NTC-REC.
           05  NTC-PEDIDO         PIC 9(06).
           05  NTC-CPF            PIC 9(11).
           05  NTC-VALOR          PIC 9(09)V99.
           05  NTC-DATA           PIC 9(08).
           05  NTC-TIPO           PIC X(01).
           05  NTC-TRANSP         PIC 9(03).
           05  NTC-MOTIVO         PIC X(01).
               88  NTC-AVARIA     VALUE 'A'.
