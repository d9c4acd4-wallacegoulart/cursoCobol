      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DAS METAS DE VENDA POR VENDEDOR
      *          E PERIODO FISCAL (DATA/VENDMETA.DAT), MANTIDAS PELO
      *          METAMANUT E LIDAS PELO METAREL (ATINGIMENTO) E PELO
      *          COMISSAO (BONUS DE META); EXERCICIO E PERIODO SEGUEM
      *          A DERIVACAO DO PRGCOB03 (EXERCICIO INICIADO EM ABRIL,
      *          PERIODO 01 = ABRIL) E A CHAVE E VENDEDOR + EXERCICIO
      *          + PERIODO; CAMPOS NOVOS SAO SEMPRE ACRESCENTADOS NO
      *          FINAL
      *DATA = 15/10/2026
       01  MET-REC.
           05  MET-VENDEDOR        PIC 9(03).
           05  MET-EXERCICIO       PIC 9(04).
           05  MET-PERIODO         PIC 9(02).
           05  MET-VALOR           PIC 9(09)V99.
