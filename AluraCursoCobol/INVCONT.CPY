      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DA CONTAGEM FISICA DE ESTOQUE
      *          (DATA/INVCONT.DAT), UM REGISTRO POR PRODUTO COM O
      *          SALDO CONTABIL CONGELADO NA ABERTURA PELO INVENTAR
      *          E A QUANTIDADE CONTADA; SITUACAO A-CONTAGEM ABERTA
      *          (O PEDSTAT BLOQUEIA O ENVIO DO PRODUTO) F-AJUSTE
      *          EFETIVADO; CAMPOS NOVOS SAO SEMPRE ACRESCENTADOS NO
      *          FINAL
      *DATA = 15/10/2026
       01  INV-REC.
           05  INV-PRODUTO         PIC X(20).
           05  INV-SALDO-LIVRO     PIC 9(06).
           05  INV-QTD-CONTADA     PIC 9(06).
           05  INV-CONTADO         PIC X(01).
               88  INV-JA-CONTADO  VALUE 'S'.
           05  INV-DATA-ABERTURA   PIC 9(08).
           05  INV-SITUACAO        PIC X(01).
               88  INV-ABERTA      VALUE 'A'.
               88  INV-EFETIVADA   VALUE 'F'.
