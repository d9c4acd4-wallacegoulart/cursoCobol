      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DO PARAMETRO DO BONUS DE META
      *          DE VENDAS (DATA/METAPARM.DAT), LIDO PELO METAREL E
      *          PELO COMISSAO: O VENDEDOR QUE PASSA DO PERCENTUAL DE
      *          ATINGIMENTO DO GATILHO (PADRAO 100) GANHA O
      *          PERCENTUAL DE BONUS SOBRE A VENDA LIQUIDA, PAGO COM
      *          A COMISSAO; SEM ARQUIVO, VALEM OS PADROES DE CADA
      *          PROGRAMA; CAMPOS NOVOS SAO SEMPRE ACRESCENTADOS NO
      *          FINAL
      *DATA = 15/10/2026
       01  MTP-REC.
           05  MTP-PCT-GATILHO     PIC 9(03).
           05  MTP-PCT-BONUS       PIC 9(02)V99.
