      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DO CADASTRO DE BOLETOS DE
      *          COBRANCA (DATA/BOLETOS.DAT, GRAVADO PELO BOLEMIT NA
      *          EMISSAO E ATUALIZADO PELO BOLRET NO RETORNO DO
      *          BANCO); UM BOLETO POR PARCELA DO PARCELAS.DAT, COM
      *          NOSSO NUMERO DE 10 POSICOES MAIS DIGITO MODULO 11;
      *          MULTA E JUROS DIARIOS SAO OS MESMOS DO RECEBER (2
      *          POR CENTO E 1 POR CENTO AO MES PRO RATA DIA); CAMPOS
      *          NOVOS SAO SEMPRE ACRESCENTADOS NO FINAL
      *DATA = 15/10/2026
       01  BOL-REC.
           05  BOL-NOSSO-NUMERO    PIC 9(11).
           05  BOL-NOSSO-NUMERO-R REDEFINES BOL-NOSSO-NUMERO.
               10  BOL-SEQUENCIA   PIC 9(10).
               10  BOL-DV          PIC 9(01).
           05  BOL-FATURA          PIC 9(06).
           05  BOL-PARCELA         PIC 9(02).
           05  BOL-CPF             PIC 9(11).
           05  BOL-VENCIMENTO      PIC 9(08).
           05  BOL-VALOR           PIC 9(09)V99.
           05  BOL-PCT-MULTA       PIC 9(02)V99.
           05  BOL-JUROS-DIA       PIC 9(07)V99.
           05  BOL-DATA-EMISSAO    PIC 9(08).
           05  BOL-SITUACAO        PIC X(01).
               88  BOL-EMITIDO     VALUE 'E'.
               88  BOL-LIQUIDADO   VALUE 'L'.
               88  BOL-REJEITADO   VALUE 'J'.
               88  BOL-PROTESTADO  VALUE 'P'.
               88  BOL-BAIXADO     VALUE 'B'.
           05  BOL-DATA-OCORRENCIA PIC 9(08).
           05  BOL-VALOR-PAGO      PIC 9(09)V99.
