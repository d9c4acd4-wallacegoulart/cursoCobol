      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DAS NOTAS FISCAIS EMITIDAS
      *          (DATA/NOTAFISC.DAT), GRAVADAS PELO NFEMIT A PARTIR
      *          DOS PEDIDOS ENTREGUES E LIDAS PELO LIVROICMS; UMA
      *          LINHA POR ITEM DA NOTA COM O CABECALHO REPETIDO
      *          (NUMERO, EMISSAO, PEDIDO, CLIENTE E UFS); NF-ALIQUOTA
      *          E A ALIQUOTA DO ICMS DA OPERACAO (INTERNA OU
      *          INTERESTADUAL) E NF-ALIQ-DESTINO A ALIQUOTA INTERNA
      *          DA UF DE DESTINO QUANDO HA DIFAL (CONSUMIDOR FINAL
      *          DE OUTRA UF), ZERO NOS DEMAIS CASOS;
      *          CAMPOS NOVOS SAO SEMPRE ACRESCENTADOS NO FINAL
      *DATA = 15/10/2026
       01  NF-REC.
           05  NF-NUMERO           PIC 9(06).
           05  NF-EMISSAO          PIC 9(08).
           05  NF-PEDIDO           PIC 9(06).
           05  NF-CPF              PIC 9(11).
           05  NF-CONSUMIDOR-FINAL PIC X(01).
               88  NF-E-CONSUMIDOR-FINAL VALUE 'S'.
           05  NF-UF-ORIGEM        PIC X(02).
           05  NF-UF-DESTINO       PIC X(02).
           05  NF-ITEM             PIC 9(03).
           05  NF-PRODUTO          PIC X(20).
           05  NF-CLASSE-FISCAL    PIC X(02).
           05  NF-QTD              PIC 9(05).
           05  NF-PRECO-UNIT       PIC 9(06)V99.
           05  NF-BASE-ICMS        PIC 9(09)V99.
           05  NF-ALIQUOTA         PIC 9(02)V99.
           05  NF-VALOR-ICMS       PIC 9(09)V99.
           05  NF-ALIQ-DESTINO     PIC 9(02)V99.
           05  NF-VALOR-DIFAL      PIC 9(09)V99.
