      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DO ARQUIVO DE REVERSOES DA
      *          PROVISAO DE DECIMO TERCEIRO (DATA/EXE02P13.DAT),
      *          GRAVADO PELO EXE02 NO MES DE PAGAMENTO DO 13 COM A
      *          IMAGEM DE CADA SALDO DO PROV13SLD ANTES DE ZERA-LO
      *          (UM REGISTRO POR FUNCIONARIO E CENTRO DE CUSTO) E
      *          LIDO PELO ESTFOLHA, QUE DEVOLVE OS SALDOS AO
      *          PROV13SLD NO ESTORNO DA FOLHA; CAMPOS NOVOS SAO
      *          SEMPRE ACRESCENTADOS NO FINAL
      *DATA = 15/10/2026
       01  RVP-REC.
           05  RVP-NUMERO          PIC 9(06).
           05  RVP-DATA-EXEC       PIC 9(08).
           05  RVP-EMPRESA         PIC 9(02).
           05  RVP-CCUSTO          PIC X(04).
           05  RVP-NOME            PIC X(20).
           05  RVP-SALDO-PROVISAO  PIC 9(09)V99.
           05  RVP-SALDO-ENCARGOS  PIC 9(09)V99.
           05  RVP-ULTIMA-COMPET   PIC 9(06).
