      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DOS ACORDOS DE RENEGOCIACAO
      *          (DATA/ACORDOS.DAT), GRAVADOS PELO RENEGOC E LIDOS
      *          PELA COBRANCA; O NUMERO DO ACORDO E TAMBEM A FATURA
      *          DAS PARCELAS NOVAS NO PARCELAS.DAT (FAIXA 800001 EM
      *          DIANTE, FORA DA NUMERACAO DO FATGER E DA FAIXA 900000
      *          DAS MENSALIDADES ESCOLARES); O ACORDO COM
      *          SITUACAO V FICA VIGENTE ENQUANTO TIVER PARCELA EM
      *          ABERTO E NENHUMA DELAS EM ATRASO DE COBRANCA; CAMPOS
      *          NOVOS SAO SEMPRE ACRESCENTADOS NO FINAL
      *DATA = 15/10/2026
       01  ACO-REC.
           05  ACO-NUMERO         PIC 9(06).
           05  ACO-CPF            PIC 9(11).
           05  ACO-DATA           PIC 9(08).
           05  ACO-VALOR-ORIGINAL PIC 9(09)V99.
           05  ACO-ENCARGOS       PIC 9(09)V99.
           05  ACO-DESCONTO       PIC 9(09)V99.
           05  ACO-VALOR-ACORDO   PIC 9(09)V99.
           05  ACO-CONDPAG        PIC 9(02).
           05  ACO-QTD-PARCELAS   PIC 9(02).
           05  ACO-SITUACAO       PIC X(01).
               88  ACORDO-VIGENTE VALUE 'V'.
           05  ACO-USUARIO        PIC X(20).
