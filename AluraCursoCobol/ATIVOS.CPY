      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DO CADASTRO DE BENS DO ATIVO
      *          IMOBILIZADO (DATA/ATIVOS.DAT, MANTIDO PELO ATIVMANUT
      *          E DEPRECIADO MES A MES PELO DEPRECIA); ATV-ULTIMA-
      *          COMPET GUARDA O ULTIMO MES (AAAAMM) JA DEPRECIADO E
      *          E A TRAVA CONTRA DEPRECIACAO EM DOBRO; CAMPOS NOVOS
      *          SAO SEMPRE ACRESCENTADOS NO FINAL
      *DATA = 15/10/2026
       01  ATV-REC.
           05  ATV-NUMERO          PIC 9(06).
           05  ATV-DESCRICAO       PIC X(30).
           05  ATV-EMPRESA         PIC 9(02).
           05  ATV-CCUSTO          PIC X(04).
           05  ATV-DATA-AQUIS      PIC 9(08).
           05  ATV-CUSTO           PIC 9(09)V99.
           05  ATV-VIDA-MESES      PIC 9(03).
           05  ATV-CONTA-ATIVO     PIC X(10).
           05  ATV-CONTA-DEPR-ACUM PIC X(10).
           05  ATV-CONTA-DESPESA   PIC X(10).
           05  ATV-DEPR-ACUM       PIC 9(09)V99.
           05  ATV-ULTIMA-COMPET   PIC 9(06).
           05  ATV-SITUACAO        PIC X(01).
               88  ATV-EM-USO      VALUE 'A'.
               88  ATV-BAIXADO     VALUE 'B'.
           05  ATV-DATA-BAIXA      PIC 9(08).
           05  ATV-VALOR-BAIXA     PIC 9(09)V99.
