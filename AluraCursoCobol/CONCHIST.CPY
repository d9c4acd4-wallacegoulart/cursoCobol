      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DO HISTORICO DA CONCILIACAO DE
      *          FRETE (DATA/FRETECONCHIS.DAT), UMA LINHA POR FATURA
      *          CONFERIDA, ACRESCENTADA PELO FRETECONC (O FRETEAPROV
      *          E CONSUMIDO PELO CONTASPG) E LIDA PELO TRPSCORE PARA
      *          A VARIACAO FATURADO X COTADO DE CADA TRANSPORTADORA;
      *          CNH-COTADO ZERO COM SITUACAO S E FATURA SEM COTACAO;
      *          A MESMA FATURA CONCILIADA DE NOVO (TRANSPORTADORA,
      *          DATA, PRODUTO, UF E ROMANEIO) VALE PELA ULTIMA
      *          LINHA; CAMPOS NOVOS SAO SEMPRE ACRESCENTADOS NO FINAL
      *DATA = 15/10/2026
       01  CNH-REC.
           05  CNH-TRANSP          PIC 9(03).
           05  CNH-DATA            PIC 9(08).
           05  CNH-PROD            PIC X(20).
           05  CNH-UF              PIC X(02).
           05  CNH-ROMANEIO        PIC 9(06).
           05  CNH-FATURADO        PIC 9(09)V99.
           05  CNH-COTADO          PIC 9(09)V99.
           05  CNH-SITUACAO        PIC X(01).
           05  CNH-DATA-CONC       PIC 9(08).
