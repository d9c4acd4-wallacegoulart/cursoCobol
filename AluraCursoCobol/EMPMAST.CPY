      *OBJETIVO: LAYOUT COMPARTILHADO DO ARQUIVO MESTRE DE
      *          FUNCIONARIOS (DATA/EMPMAST.DAT, INDEXADO COM CHAVE
      *          EMP-NUMERO, CARREGADO DE EMPMAST.SEQ PELO EMPCARGA),
      *          USADO PELO EXE02, PRGCOB04, EMPMANUT E EMPCARGA;
      *          EMP-ADIANTAMENTO = 'N' EXCLUI O FUNCIONARIO DO
      *          ADIANTAMENTO QUINZENAL (ESPACO = RECEBE); A DATA
      *          DE ADMISSAO COMPLETA E EMP-ANO MAIS EMP-MES-ADMISSAO
      *          E EMP-DIA-ADMISSAO (MES ZERO = REGISTRO AINDA NAO
      *          CONVERTIDO PELO EMPCONV) E EMP-DATA-NASCIMENTO E
      *          AAAAMMDD (ZEROS = NAO INFORMADA); EMP-CPF E O CPF
      *          DO FUNCIONARIO, EXIGIDO NO ARQUIVO DE MOVIMENTACAO
      *          DO QUADROREL (ZEROS = NAO INFORMADO)
      *DATA = 23/08/2026
       01  EMP-REC.
           05  EMP-NUMERO       PIC 9(06).
           05  EMP-CCUSTO       PIC X(04).
           05  EMP-EMPRESA      PIC 9(02).
           05  EMP-CARGO        PIC 9(03).
           05  EMP-ADIANTAMENTO PIC X(01).
               88  EMP-SEM-ADIANTAMENTO VALUE 'N'.
           05  EMP-MES-ADMISSAO PIC 9(02).
           05  EMP-DIA-ADMISSAO PIC 9(02).
           05  EMP-DATA-NASCIMENTO PIC 9(08).
           05  EMP-CPF          PIC 9(11).
