      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DO HISTORICO SALARIAL DO
      *          FUNCIONARIO (DATA/SALHIST.DAT, SEMPRE ABERTO EM
      *          EXTEND): UMA LINHA POR MUDANCA DE CARGO OU SALARIO
      *          COM OS VALORES ANTIGOS E NOVOS, A DATA EFETIVA, A
      *          DATA EM QUE FOI APLICADA NO EMPMAST, O MOTIVO E O
      *          PROGRAMA QUE APLICOU; GRAVADO PELO EMPSALAR
      *          (PROMOCAO, MERITO, RECLASSIFICACAO E COLETIVO), PELO
      *          EMPMANUT E PELO APROVA (AJUSTE CADASTRAL) E LIDO
      *          PELO SALHISREL; CAMPOS NOVOS SAO SEMPRE ACRESCENTADOS
      *          NO FINAL
      *DATA = 15/10/2026
       01  SAL-REC.
           05  SAL-NUMERO         PIC 9(06).
           05  SAL-DATA-EFETIVA   PIC 9(08).
           05  SAL-DATA-APLICACAO PIC 9(08).
           05  SAL-MOTIVO         PIC X(01).
               88  SAL-PROMOCAO        VALUE 'P'.
               88  SAL-MERITO          VALUE 'M'.
               88  SAL-RECLASSIFICACAO VALUE 'R'.
               88  SAL-COLETIVO        VALUE 'C'.
               88  SAL-AJUSTE-CADASTRO VALUE 'A'.
           05  SAL-CARGO-ANT      PIC 9(03).
           05  SAL-CARGO-NOVO     PIC 9(03).
           05  SAL-SALARIO-ANT    PIC 9(09)V99.
           05  SAL-SALARIO-NOVO   PIC 9(09)V99.
           05  SAL-ORIGEM         PIC X(08).
