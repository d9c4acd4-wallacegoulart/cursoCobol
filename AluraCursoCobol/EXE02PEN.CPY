      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DO ARQUIVO DE PAGAMENTOS DE
      *          PENSAO ALIMENTICIA (DATA/EXE02PEN.DAT), GRAVADO PELO
      *          EXE02 COM O VALOR DESCONTADO DE CADA ORDEM DO
      *          PENSAO.DAT E LIDO PELO BANCOPAG (CREDITO PROPRIO NA
      *          CONTA DO BENEFICIARIO, NA MESMA REMESSA DA FOLHA) E
      *          PELO BANCORET (REJEICAO DE PENSAO NAO VOLTA PARA A
      *          CONTA DO FUNCIONARIO); CAMPOS NOVOS SAO SEMPRE
      *          ACRESCENTADOS NO FINAL
      *DATA = 15/10/2026
       01  PPG-REC.
           05  PPG-NUMERO         PIC 9(06).
           05  PPG-SEQUENCIA      PIC 9(02).
           05  PPG-DATA-EXEC      PIC 9(08).
           05  PPG-EMPRESA        PIC 9(02).
           05  PPG-BENEF-NOME     PIC X(30).
           05  PPG-BENEF-CPF      PIC 9(11).
           05  PPG-BANCO          PIC 9(03).
           05  PPG-AGENCIA        PIC 9(04).
           05  PPG-CONTA          PIC 9(08).
           05  PPG-VALOR          PIC 9(09)V99.
