      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DA CLASSIFICACAO ABC (CURVA DE
      *          PARETO) DE CLIENTES E PRODUTOS (DATA/ABCCLASS.DAT),
      *          REGRAVADA A CADA EXECUCAO DO ABCANAL E LIDA PELO
      *          ESTOQMOV (CURVA A PRIMEIRO NA LISTA DE REPOSICAO) E
      *          PELO PRGCOB09 (TOLERANCIA DE CREDITO DO CLIENTE A);
      *          ABC-TIPO C-CLIENTE (CHAVE = CPF DO PEDIDO NAS 11
      *          PRIMEIRAS POSICOES) OU P-PRODUTO (CHAVE = CODIGO DO
      *          PRODUTO); RECEITA E MARGEM LIQUIDAS NEGATIVAS SAO
      *          GRAVADAS COMO ZERO; CAMPOS NOVOS SAO SEMPRE
      *          ACRESCENTADOS NO FINAL
      *DATA = 15/10/2026
       01  ABC-REC.
           05  ABC-TIPO            PIC X(01).
               88  ABC-CLIENTE     VALUE 'C'.
               88  ABC-PRODUTO     VALUE 'P'.
           05  ABC-CHAVE           PIC X(20).
           05  ABC-CLASSE          PIC X(01).
           05  ABC-POSICAO         PIC 9(05).
           05  ABC-RECEITA         PIC 9(11)V99.
           05  ABC-MARGEM          PIC 9(11)V99.
           05  ABC-PCT-ACUM        PIC 9(03)V99.
           05  ABC-DATA            PIC 9(08).
