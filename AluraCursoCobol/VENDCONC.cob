      *          DIFERENCA E LISTA OS PEDIDOS SEM VENDA DE VALOR
      *          CORRESPONDENTE
      *DATA = 23/08/2026
      *ALTERACAO = 15/10/2026 - ORIGEM DO PRECO: OS ITENS DOS
      *            PEDIDOS DO DIA (PEDITENS.DAT) SAEM NO RELATORIO COM
      *            A LISTA DE PRECO, A FAIXA DE QUANTIDADE E A
      *            PROMOCAO USADAS PELO PRGCOB09, OU COMO PRECO DO
      *            CADASTRO (PRODMAST), PARA EXPLICAR A DIFERENCA
      *            ENTRE VENDA E PEDIDO
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PED-STATUS.

           SELECT ITENS-PEDIDO ASSIGN TO "DATA/PEDITENS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ITM-STATUS.

           SELECT RELATORIO-CONCILIACAO ASSIGN TO
               "DATA/VENDCONCREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  ARQUIVO-PEDIDOS.
       COPY "PEDIDOS.CPY".

       FD  ITENS-PEDIDO.
       COPY "PEDITEM.CPY".

       FD  RELATORIO-CONCILIACAO.
       01  REL-LINHA               PIC X(100).

       77  WRK-ACHADO          PIC X        VALUE 'N'.
           88  VENDA-ENCONTRADA VALUE 'Y'.

       77  WRK-ITM-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-ITM-EOF         PIC X        VALUE 'N'.
           88  FIM-ITENS       VALUE 'Y'.
       77  WRK-PDD-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-PDD-SUB         PIC 9(03)    VALUE ZEROS.
       77  WRK-ITM-DO-DIA      PIC X        VALUE 'N'.
           88  ITEM-DO-DIA     VALUE 'Y'.
       77  WRK-QTD-POR-LISTA   PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-POR-CADASTRO PIC 9(05)   VALUE ZEROS.

       01  WRK-TAB-PEDIDOS-DIA.
           05  WRK-PDD-ITEM OCCURS 500 TIMES.
               10  WRK-PDD-NUMERO   PIC 9(06).

       01  WRK-TAB-VENDAS-DIA.
           05  WRK-VND-ITEM OCCURS 500 TIMES.
               10  WRK-VND-VALOR    PIC 9(06)V99.
       0200-PROCESSAR.
           PERFORM 0210-TOTALIZAR-VENDAS-DO-DIA.
           PERFORM 0220-CONFERIR-PEDIDOS-DO-DIA.
           PERFORM 0230-LISTAR-ORIGEM-PRECOS.

      ****************TOTAL DE VENDAS DO DIA*******************
       0210-TOTALIZAR-VENDAS-DO-DIA.
               IF PED-DATA = WRK-DATA-CONC
                   ADD 1 TO WRK-QTD-PEDIDOS
                   ADD PED-VALOR TO WRK-TOTAL-PEDIDOS
                   IF WRK-PDD-QTD < 500
                       ADD 1 TO WRK-PDD-QTD
                       MOVE PED-NUMERO TO WRK-PDD-NUMERO(WRK-PDD-QTD)
                   END-IF
                   PERFORM 0250-CASAR-PEDIDO-COM-VENDA
               END-IF
               READ ARQUIVO-PEDIDOS
               WRITE REL-LINHA
           END-IF.

      ****************ORIGEM DO PRECO DOS ITENS DO DIA*********
       0230-LISTAR-ORIGEM-PRECOS.
           OPEN INPUT ITENS-PEDIDO
           IF WRK-ITM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE '------------------------------------------------' TO
               REL-LINHA
           WRITE REL-LINHA
           MOVE 'ORIGEM DO PRECO DOS ITENS DOS PEDIDOS DO DIA' TO
               REL-LINHA
           WRITE REL-LINHA

           READ ITENS-PEDIDO
               AT END MOVE 'Y' TO WRK-ITM-EOF
           END-READ
           PERFORM UNTIL FIM-ITENS
               MOVE 'N' TO WRK-ITM-DO-DIA
               PERFORM VARYING WRK-PDD-SUB FROM 1 BY 1
                       UNTIL WRK-PDD-SUB > WRK-PDD-QTD
                   IF WRK-PDD-NUMERO(WRK-PDD-SUB) = ITM-PEDIDO
                       MOVE 'Y' TO WRK-ITM-DO-DIA
                   END-IF
               END-PERFORM
               IF ITEM-DO-DIA
                   PERFORM 0235-GRAVAR-ORIGEM-PRECO
               END-IF
               READ ITENS-PEDIDO
                   AT END MOVE 'Y' TO WRK-ITM-EOF
               END-READ
           END-PERFORM
           CLOSE ITENS-PEDIDO

           MOVE SPACES TO REL-LINHA
           STRING 'ITENS POR LISTA DE PRECO: ' DELIMITED BY SIZE
               WRK-QTD-POR-LISTA DELIMITED BY SIZE
               ' PELO CADASTRO: ' DELIMITED BY SIZE
               WRK-QTD-POR-CADASTRO DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

       0235-GRAVAR-ORIGEM-PRECO.
           MOVE ITM-PRECO-UNIT TO WRK-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING 'PEDIDO ' DELIMITED BY SIZE
               ITM-PEDIDO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ITM-PROD DELIMITED BY SIZE
               ' QTD ' DELIMITED BY SIZE
               ITM-QTD DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           IF ITM-LISTA-PRECO = SPACES
               ADD 1 TO WRK-QTD-POR-CADASTRO
               MOVE ' CADASTRO' TO REL-LINHA(60:9)
           ELSE
               ADD 1 TO WRK-QTD-POR-LISTA
               MOVE ' LISTA'          TO REL-LINHA(60:6)
               MOVE ITM-LISTA-PRECO   TO REL-LINHA(67:6)
               MOVE ' FAIXA'          TO REL-LINHA(73:6)
               MOVE ITM-FAIXA-QTD     TO REL-LINHA(80:5)
               IF ITM-PROMOCAO = 'S'
                   MOVE ' PROMOCAO'   TO REL-LINHA(85:9)
               END-IF
           END-IF
           WRITE REL-LINHA.

       0300-FINALIZAR.
           MOVE '------------------------------------------------' TO
               REL-LINHA.
