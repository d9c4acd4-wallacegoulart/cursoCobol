      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DAS LINHAS DE RUBRICA DA
      *          FOLHA (DATA/EXE02RUB.DAT), UMA LINHA POR RUBRICA
      *          POR FUNCIONARIO EM CADA FOLHA, GRAVADAS PELO EXE02
      *          JUNTO COM O SALARIO LIQUIDO E LIDAS PELO FOLHACARGA,
      *          GUIAINSS E FGTS; A NATUREZA, AS INCIDENCIAS E A
      *          CLASSE SAO COPIADAS DO CADASTRO DE RUBRICAS
      *          (RUBRICA.CPY) NO MOMENTO DO CALCULO, PARA QUE A
      *          FOLHA JA PAGA NAO MUDE SE O CADASTRO MUDAR; CAMPOS
      *          NOVOS SAO SEMPRE ACRESCENTADOS NO FINAL PARA
      *          PRESERVAR A POSICAO DA DATA USADA PELO ARQHIST
      *DATA = 15/10/2026
       01  RBL-REC.
           05  RBL-NUMERO         PIC 9(06).
           05  RBL-DATA-EXEC      PIC 9(08).
           05  RBL-EMPRESA        PIC 9(02).
           05  RBL-TIPO           PIC X(01).
           05  RBL-RUBRICA        PIC 9(03).
           05  RBL-DESCRICAO      PIC X(20).
           05  RBL-NATUREZA       PIC X(01).
               88  RBL-PROVENTO         VALUE 'P'.
               88  RBL-DESCONTO         VALUE 'D'.
           05  RBL-INCIDE-INSS    PIC X(01).
           05  RBL-INCIDE-IRRF    PIC X(01).
           05  RBL-INCIDE-FGTS    PIC X(01).
           05  RBL-CLASSE         PIC X(01).
               88  RBL-RETENCAO         VALUE 'I' 'R' 'E'.
           05  RBL-VALOR          PIC 9(09)V99.
           05  RBL-CONTA          PIC X(10).
