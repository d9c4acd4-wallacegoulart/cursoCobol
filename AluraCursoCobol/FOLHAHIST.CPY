      *          EXE02), LIDO POR CHAVE (START) PELO HOLERITE,
      *          INFORME E DISSIDIO EM VEZ DA VARREDURA COMPLETA DOS
      *          ARQUIVOS EXTEND; ORIGEM: L=SALARIO LIQUIDO,
      *          D=DECIMO TERCEIRO, A=TRILHA DE AUDITORIA, R=LINHA DE
      *          RUBRICA DA FOLHA (EXE02RUB, CAMPOS FH-RUB-*); CAMPOS
      *          NOVOS SAO SEMPRE ACRESCENTADOS NO FINAL
      *DATA = 02/09/2026
       01  FH-REC.
           05  FH-CHAVE.
           05  FH-SALARIO-NOVO       PIC 9(09)V99.
           05  FH-ANOS-SERVICO       PIC 9(04).
           05  FH-PERCENTUAL         PIC X(05).
           05  FH-RUBRICA            PIC 9(03).
           05  FH-RUB-DESCRICAO      PIC X(20).
           05  FH-RUB-NATUREZA       PIC X(01).
           05  FH-RUB-INCIDE-INSS    PIC X(01).
           05  FH-RUB-INCIDE-IRRF    PIC X(01).
           05  FH-RUB-INCIDE-FGTS    PIC X(01).
           05  FH-RUB-CLASSE         PIC X(01).
           05  FH-RUB-VALOR          PIC 9(09)V99.
