      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DOS ADIANTAMENTOS QUINZENAIS
      *          DE SALARIO (DATA/ADIANTAM.DAT), UM REGISTRO POR
      *          FUNCIONARIO E COMPETENCIA, GRAVADO PELO ADIANT COM
      *          SITUACAO P (PENDENTE DE DESCONTO); O EXE02 DESCONTA
      *          O SALDO NO LIQUIDO DA FOLHA (RUBRICA DA CLASSE A),
      *          ABATE ADT-SALDO E MARCA D (DESCONTADO) QUANDO O
      *          SALDO ZERA; CAMPOS NOVOS SAO SEMPRE ACRESCENTADOS
      *          NO FINAL
      *DATA = 15/10/2026
       01  ADT-REC.
           05  ADT-NUMERO          PIC 9(06).
           05  ADT-COMPETENCIA     PIC 9(06).
           05  ADT-EMPRESA         PIC 9(02).
           05  ADT-NOME            PIC X(20).
           05  ADT-CCUSTO          PIC X(04).
           05  ADT-DATA-PAGAMENTO  PIC 9(08).
           05  ADT-VALOR           PIC 9(09)V99.
           05  ADT-SALDO           PIC 9(09)V99.
           05  ADT-SITUACAO        PIC X(01).
               88  ADIANTAMENTO-PENDENTE    VALUE 'P'.
               88  ADIANTAMENTO-DESCONTADO  VALUE 'D'.
           05  ADT-DATA-DESCONTO   PIC 9(08).
