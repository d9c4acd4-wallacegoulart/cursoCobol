      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DOS MODELOS DE LANCAMENTO
      *          RECORRENTE (DATA/LANCMOD.DAT, MANTIDO PELO LANCMAN E
      *          GERADO TODO MES PELO LANCREC); MOD-DIA E O DIA DO
      *          MES DO LANCAMENTO (ALEM DO FIM DO MES VAI PARA O
      *          ULTIMO DIA), MOD-FIM ZERO E MODELO SEM TERMINO E
      *          MOD-ULTIMA-COMPET (AAAAMM) E A TRAVA CONTRA GERAR O
      *          MESMO MES DUAS VEZES
      *DATA = 15/10/2026
       01  MOD-REC.
           05  MOD-CODIGO          PIC 9(04).
           05  MOD-CONTA-DEBITO    PIC X(10).
           05  MOD-CONTA-CREDITO   PIC X(10).
           05  MOD-CCUSTO          PIC X(04).
           05  MOD-HISTORICO       PIC X(30).
           05  MOD-VALOR           PIC 9(11)V99.
           05  MOD-EMPRESA         PIC 9(02).
           05  MOD-DIA             PIC 9(02).
           05  MOD-INICIO          PIC 9(06).
           05  MOD-FIM             PIC 9(06).
           05  MOD-ULTIMA-COMPET   PIC 9(06).
           05  MOD-ATIVO           PIC X(01).
               88  MOD-EM-VIGOR    VALUE 'S'.
