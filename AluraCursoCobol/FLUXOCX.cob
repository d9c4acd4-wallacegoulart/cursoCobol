      *          RESUMO POR SEMANA QUE A TESOURARIA REMONTAVA EM
      *          PLANILHA TODA SEGUNDA-FEIRA
      *DATA = 02/09/2026
      *ALTERACAO = 15/10/2026 - SAIDAS TAMBEM PELOS TITULOS DE
      *            FORNECEDOR EM ABERTO NO CONTASPG.DAT, NO VENCIMENTO
      *            DO TITULO (OS DE FRETE JA ENTRAM PELO FRETEFATOK)
      *            E ACUMULADORES DIARIOS ZERADOS NA CARGA
      *ALTERACAO = 15/10/2026 - LAYOUT DA FATURA NO FRETEFAT.CPY
      *            (COM O ROMANEIO), O MESMO DO FATEDIT E DO FRETECONC
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FAT-STATUS.

           SELECT TITULOS-PAGAR ASSIGN TO "DATA/CONTASPG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TIT-STATUS.

           SELECT CALENDARIO-FERIADOS ASSIGN TO "DATA/FERIADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       COPY "EXE02LIQ.CPY".

       FD  FATURAS-FRETE.
       COPY "FRETEFAT.CPY".

       FD  TITULOS-PAGAR.
       COPY "CONTASPG.CPY".

       FD  CALENDARIO-FERIADOS.
       01  FER-REC.
       77  WRK-LIQ-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-FAT-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-PRM-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-TIT-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-EOF             PIC X        VALUE 'N'.
           88  FIM-ARQUIVO     VALUE 'Y'.
       77  WRK-FER-EOF         PIC X        VALUE 'N'.
               10  WRK-FER-DESCRICAO PIC X(30).
               10  WRK-FER-ANO       PIC 9(04).

       01  WRK-TAB-DIAS VALUE ZEROS.
           05  WRK-DIA-ITEM OCCURS 120 TIMES.
               10  WRK-DIA-ENTRADAS PIC 9(11)V99.
               10  WRK-DIA-SAIDAS   PIC 9(11)V99.
           PERFORM 0210-PROJETAR-RECEBIMENTOS.
           PERFORM 0220-PROJETAR-FOLHA.
           PERFORM 0230-PROJETAR-FRETE.
           PERFORM 0235-PROJETAR-FORNECEDORES.

      **********ENTRADAS: PARCELAS EM ABERTO*******************
       0210-PROJETAR-RECEBIMENTOS.
               CLOSE FATURAS-FRETE
           END-IF.

      **********SAIDAS: TITULOS DE FORNECEDOR A PAGAR**********
      *O VENCIMENTO JA VEM DESVIADO DE FERIADO PELO CONTASPG;
      *TITULO DE FRETE FICA DE FORA PARA NAO CONTAR EM DOBRO
       0235-PROJETAR-FORNECEDORES.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT TITULOS-PAGAR
           IF WRK-TIT-STATUS NOT = '00'
               MOVE 'Y' TO WRK-EOF
           ELSE
               READ TITULOS-PAGAR
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               IF TIT-DE-FORNECEDOR AND TIT-SITUACAO = 'A'
                   MOVE TIT-VENCIMENTO TO WRK-DATA-EVENTO
                   MOVE TIT-VALOR      TO WRK-VALOR-EVENTO
                   PERFORM 0260-LANCAR-SAIDA
               END-IF
               READ TITULOS-PAGAR
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM

           IF WRK-TIT-STATUS = '00' OR WRK-TIT-STATUS = '10'
               CLOSE TITULOS-PAGAR
           END-IF.

      **********LIQUIDACAO DESVIANDO DE FERIADO****************
       0240-AJUSTAR-DATA-LIQUIDACAO.
           PERFORM 0245-VERIFICAR-FERIADO
