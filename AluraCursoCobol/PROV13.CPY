      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DO SALDO DA PROVISAO DE
      *          DECIMO TERCEIRO (DATA/PROV13SLD.DAT), UM REGISTRO POR
      *          FUNCIONARIO E CENTRO DE CUSTO EM QUE A PROVISAO FOI
      *          FORMADA, COM O SALDO DO 1/12 DO SALARIO E O DOS
      *          ENCARGOS PATRONAIS SOBRE ELE; ACUMULADO PELO PROV13
      *          (APROPRIACAO MENSAL, P13-ULTIMA-COMPET IMPEDE A
      *          REPETICAO NA MESMA COMPETENCIA) E ZERADO PELO EXE02
      *          NA REVERSAO DO MES DE PAGAMENTO DO DECIMO TERCEIRO;
      *          CAMPOS NOVOS SAO SEMPRE ACRESCENTADOS NO FINAL
      *DATA = 15/10/2026
       01  P13-REC.
           05  P13-NUMERO          PIC 9(06).
           05  P13-CCUSTO          PIC X(04).
           05  P13-EMPRESA         PIC 9(02).
           05  P13-NOME            PIC X(20).
           05  P13-SALDO-PROVISAO  PIC 9(09)V99.
           05  P13-SALDO-ENCARGOS  PIC 9(09)V99.
           05  P13-ULTIMA-COMPET   PIC 9(06).
