      *          CREDITO, E MARCA O PEDIDO COMO FATURADO PARA NUNCA
      *          COBRAR DUAS VEZES; RC=8 QUANDO NAO HA ENTREGA NOVA
      *DATA = 02/09/2026
      *ALTERACAO = 15/10/2026 - PEDIDO COM VARIOS ITENS: A FATURA
      *            TRAZ UMA LINHA DE MERCADORIA POR LINHA DO
      *            PEDITENS.DAT (QUANTIDADE X PRECO UNITARIO DO ITEM)
      *            E A LINHA UNICA DE FRETE; PEDIDO ANTIGO SEM LINHAS
      *            SEGUE FATURADO PELO CABECALHO
      *ALTERACAO = 15/10/2026 - TABELA DE PEDIDOS NA LARGURA NOVA DO
      *            PEDIDOS.CPY (NUMERO DO ROMANEIO DE EMBARQUE NO
      *            FINAL DO REGISTRO)
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FCL-STATUS.

           SELECT ITENS-PEDIDO ASSIGN TO "DATA/PEDITENS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ITM-STATUS.

           SELECT CONTROLE-RUNS ASSIGN TO "DATA/RUNCTLGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-STATUS.
           05  FCL-CPF            PIC 9(11).
           05  FCL-CONDPAG        PIC 9(02).

       FD  ITENS-PEDIDO.
       COPY "PEDITEM.CPY".

       FD  CONTROLE-RUNS.
       01  RUN-REC.
           05  RUN-PROGRAMA       PIC X(08).
       77  WRK-QTD-FATURADOS   PIC 9(05)    VALUE ZEROS.
       77  WRK-CTL-QTD         PIC 9(06)    VALUE ZEROS.
       77  WRK-CTL-HASH        PIC 9(13)V99 VALUE ZEROS.
       77  WRK-ITM-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-ITM-EOF         PIC X        VALUE 'N'.
           88  FIM-ITENS       VALUE 'Y'.
       77  WRK-ITM-QTD         PIC 9(04)    VALUE ZEROS.
       77  WRK-ITM-SUB         PIC 9(04)    VALUE ZEROS.
       77  WRK-ITM-DO-PEDIDO   PIC 9(03)    VALUE ZEROS.

       01  WRK-TAB-ITENS.
           05  WRK-ITM-ITEM OCCURS 1000 TIMES.
               10  WRK-ITM-REGISTRO PIC X(90).

       01  WRK-TAB-PEDIDOS.
           05  WRK-PED-ITEM OCCURS 500 TIMES.
               10  WRK-PED-REGISTRO PIC X(129).

       PROCEDURE DIVISION.

           END-PERFORM.
           CLOSE ARQUIVO-PEDIDOS.

           PERFORM 0120-CARREGAR-ITENS.

           OPEN OUTPUT TRANSACOES-FATURA.

           MOVE 'HDR'          TO HDR-TIPO
               MOVE ZEROS TO WRK-ULTIMA-FATURA
           END-IF.

      ****************CARGA DAS LINHAS DE ITENS****************
       0120-CARREGAR-ITENS.
           OPEN INPUT ITENS-PEDIDO
           IF WRK-ITM-STATUS NOT = '00'
               MOVE 'Y' TO WRK-ITM-EOF
           ELSE
               READ ITENS-PEDIDO
                   AT END MOVE 'Y' TO WRK-ITM-EOF
               END-READ
           END-IF
           PERFORM UNTIL FIM-ITENS
               IF WRK-ITM-QTD >= 1000
                   DISPLAY 'ERRO: ARQUIVO DE ITENS DE PEDIDO EXCEDE O '
                       'LIMITE DE 1000 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-ITM-QTD
               MOVE ITM-REC TO WRK-ITM-REGISTRO(WRK-ITM-QTD)
               READ ITENS-PEDIDO
                   AT END MOVE 'Y' TO WRK-ITM-EOF
               END-READ
           END-PERFORM
           IF WRK-ITM-STATUS = '00' OR WRK-ITM-STATUS = '10'
               CLOSE ITENS-PEDIDO
           END-IF.

       0200-PROCESSAR.
           MOVE 'INICIADO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN
           END-PERFORM.

      **********FATURAMENTO DE UM PEDIDO ENTREGUE**************
      *UMA LINHA DE MERCADORIA POR ITEM DO PEDIDO (QUANTIDADE X
      *PRECO UNITARIO) E UMA LINHA DE FRETE; O HASH DO TRAILER SOMA
      *OS PRECOS UNITARIOS, COMO O FATURA E O PARCELAS CONFEREM
       0250-FATURAR-PEDIDO.
           ADD 1 TO WRK-ULTIMA-FATURA
           ADD 1 TO WRK-QTD-FATURADOS

           MOVE 0 TO WRK-ITM-DO-PEDIDO
           IF PED-QTD-ITENS IS NUMERIC AND PED-QTD-ITENS > 0
               PERFORM VARYING WRK-ITM-SUB FROM 1 BY 1
                       UNTIL WRK-ITM-SUB > WRK-ITM-QTD
                   MOVE WRK-ITM-REGISTRO(WRK-ITM-SUB) TO ITM-REC
                   IF ITM-PEDIDO = PED-NUMERO
                       ADD 1 TO WRK-ITM-DO-PEDIDO
                       MOVE WRK-ULTIMA-FATURA TO TRN-FATURA
                       MOVE ITM-QTD           TO TRN-QTD
                       MOVE ITM-PRECO-UNIT    TO TRN-PRECO-UNIT
                       WRITE TRN-REC
                       ADD 1 TO WRK-CTL-QTD
                       ADD TRN-PRECO-UNIT TO WRK-CTL-HASH
                   END-IF
               END-PERFORM
           END-IF

           IF WRK-ITM-DO-PEDIDO = 0
               MOVE WRK-ULTIMA-FATURA TO TRN-FATURA
               IF PED-QTD = 0
                   MOVE 1 TO TRN-QTD
               ELSE
                   MOVE PED-QTD TO TRN-QTD
               END-IF
               MOVE PED-VALOR TO TRN-PRECO-UNIT
               WRITE TRN-REC
               ADD 1 TO WRK-CTL-QTD
               ADD TRN-PRECO-UNIT TO WRK-CTL-HASH
           END-IF

           IF PED-FRETE > 0
               MOVE WRK-ULTIMA-FATURA TO TRN-FATURA
