      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DA TRILHA DE AUDITORIA DAS
      *          RESCISOES (DATA/RESCISAOAUD.DAT), GRAVADA PELO
      *          RESCISAO COM O QUE FOI PAGO E LIDA PELO QUADROREL
      *          (DATA E MOTIVO DO DESLIGAMENTO); AUD-MOTIVO E O
      *          CODIGO DA TABELA MOTDESL (ZEROS = RESCISAO GRAVADA
      *          ANTES DO CODIGO DE MOTIVO); CAMPOS NOVOS SAO SEMPRE
      *          ACRESCENTADOS NO FINAL
      *DATA = 15/10/2026
       01  AUD-REC.
           05  AUD-NUMERO            PIC 9(06).
           05  AUD-NOME              PIC X(20).
           05  AUD-DATA-DESLIGAMENTO PIC 9(08).
           05  AUD-SALDO-SALARIO     PIC 9(09)V99.
           05  AUD-DECIMO-PROP       PIC 9(09)V99.
           05  AUD-FERIAS-PROP       PIC 9(09)V99.
           05  AUD-DESCONTO-INSS     PIC 9(09)V99.
           05  AUD-VALOR-LIQUIDO     PIC 9(09)V99.
           05  AUD-DATA-EXEC         PIC 9(08).
           05  AUD-MOTIVO            PIC 9(02).
