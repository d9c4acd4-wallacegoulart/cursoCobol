      *          PELO PEDSTAT NA MOVIMENTACAO PARA ENVIADO, QUE
      *          BLOQUEIA SALDO INSUFICIENTE
      *DATA = 02/09/2026
      *ALTERACAO = 15/10/2026 - ENTRADA SO CONTRA PEDIDO DE COMPRA:
      *            CADA RECEBIMENTO DO ESTOQTR.DAT TRAZ O NUMERO DO
      *            PEDIDO (PEDCOMPRA.DAT, EMITIDO PELO PEDCOMPR), QUE
      *            PRECISA ESTAR EM ABERTO, SER DO MESMO PRODUTO E TER
      *            SALDO A RECEBER; A QUANTIDADE RECEBIDA E GRAVADA NO
      *            PEDIDO PARA A CONFERENCIA DA NOTA NO CONTASPG;
      *            ENTRADA RECUSADA FICA NO ESTOQTR.DAT PARA CORRECAO
      *            E A LISTA DE REPOSICAO MOSTRA O PEDIDO EM ABERTO
      *ALTERACAO = 15/10/2026 - CUSTO MEDIO PONDERADO: CADA ENTRADA
      *            TRAZ O CUSTO UNITARIO DO LOTE (EM BRANCO OU ZERO
      *            ASSUME O PRECO DO PEDIDO DE COMPRA) E O CUSTO MEDIO
      *            DO PRODUTO E RECALCULADO NO ESTOQUE.DAT, AGORA PELO
      *            COPY COMPARTILHADO ESTOQUE.CPY
      *ALTERACAO = 15/10/2026 - LIBERACAO DO BACKORDER: DEPOIS DAS
      *            ENTRADAS, O SALDO DISPONIVEL (SALDO MENOS O
      *            RESERVADO) DE CADA PRODUTO E RESERVADO PARA AS
      *            LINHAS DE PEDIDO PENDENTES DO PEDITENS.DAT NA ORDEM
      *            DA DATA DO PEDIDO, E A LISTA DE REPOSICAO PASSA A
      *            OLHAR O DISPONIVEL
      *ALTERACAO = 15/10/2026 - LAYOUT DO PRODMAST COM A CLASSE
      *            FISCAL DO ICMS NO FINAL DO REGISTRO
      *ALTERACAO = 15/10/2026 - PRIORIDADE DA CURVA ABC NA LISTA
      *            DE REPOSICAO: COM A CLASSIFICACAO DOS PRODUTOS
      *            GRAVADA PELO ABCANAL (ABCCLASS.DAT), A LISTA SAI
      *            COM OS PRODUTOS A PRIMEIRO, DEPOIS OS B E POR FIM
      *            OS C E OS SEM CLASSIFICACAO, COM A CLASSE NA LINHA
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRD-STATUS.

           SELECT PEDIDOS-COMPRA ASSIGN TO "DATA/PEDCOMPRA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PC-STATUS.

           SELECT ITENS-PEDIDO ASSIGN TO "DATA/PEDITENS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ITM-STATUS.

           SELECT CLASSIFICACAO-ABC ASSIGN TO "DATA/ABCCLASS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ABC-STATUS.

           SELECT RELATORIO-ESTOQUE ASSIGN TO "DATA/ESTOQUEREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SALDOS-ESTOQUE.
       COPY "ESTOQUE.CPY".

       FD  ENTRADAS-ESTOQUE.
       01  ENT-REC.
           05  ENT-PRODUTO         PIC X(20).
           05  ENT-QTD             PIC 9(06).
           05  ENT-PEDIDO          PIC 9(06).
           05  ENT-CUSTO-UNIT      PIC 9(07)V99.

       FD  PRODUTO-MASTER.
       01  PRD-REC.
           05  PRD-VALOR          PIC 9(07)V99.
           05  PRD-PESO           PIC 9(04)V99.
           05  PRD-ATIVO          PIC X(01).
           05  PRD-CLASSE-FISCAL  PIC X(02).

       FD  PEDIDOS-COMPRA.
       COPY "PEDCOMPR.CPY".

       FD  ITENS-PEDIDO.
       COPY "PEDITEM.CPY".

       FD  CLASSIFICACAO-ABC.
       COPY "ABCCLASS.CPY".

       FD  RELATORIO-ESTOQUE.
       01  REL-LINHA              PIC X(100).

       WORKING-STORAGE SECTION.
       77  WRK-EST-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-ENT-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-PRD-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-PC-STATUS       PIC X(02)  VALUE '00'.
       77  WRK-PC-QTD          PIC 9(03)  VALUE ZEROS.
       77  WRK-PC-SUB          PIC 9(03)  VALUE ZEROS.
       77  WRK-PC-ACHADO       PIC X      VALUE 'N'.
           88  PEDIDO-ENCONTRADO VALUE 'Y'.
       77  WRK-PC-EM-ABERTO    PIC 9(06)  VALUE ZEROS.
       77  WRK-SALDO-PEDIDO    PIC 9(06)  VALUE ZEROS.
       77  WRK-CUSTO-ENTRADA   PIC 9(07)V99 VALUE ZEROS.
       77  WRK-CUSTO-ED        PIC Z.ZZZ.ZZ9,9999 VALUE ZEROS.
       77  WRK-MOTIVO          PIC X(30)  VALUE SPACES.
       77  WRK-EOF             PIC X      VALUE 'N'.
           88  FIM-ARQUIVO     VALUE 'Y'.
       77  WRK-DATA-EXEC       PIC 9(08)  VALUE ZEROS.
       77  WRK-QTD-ENTRADAS    PIC 9(05)  VALUE ZEROS.
       77  WRK-QTD-RECUSADAS   PIC 9(05)  VALUE ZEROS.
       77  WRK-QTD-REPOSICAO   PIC 9(05)  VALUE ZEROS.
       77  WRK-ITM-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-ITM-QTD         PIC 9(04)  VALUE ZEROS.
       77  WRK-ITM-SUB         PIC 9(04)  VALUE ZEROS.
       77  WRK-ITM-ESCOLHIDO   PIC 9(04)  VALUE ZEROS.
       77  WRK-ITENS-MUDOU     PIC X      VALUE 'N'.
       77  WRK-DISPONIVEL      PIC 9(06)  VALUE ZEROS.
       77  WRK-QTD-LIBERADA    PIC 9(05)  VALUE ZEROS.
       77  WRK-QTD-LIBERACOES  PIC 9(05)  VALUE ZEROS.
       77  WRK-CHAVE-MENOR     PIC X(17)  VALUE SPACES.
       77  WRK-ABC-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-PASSO-CLASSE    PIC 9(01)  VALUE ZEROS.
       77  WRK-PASSO-ITEM      PIC 9(01)  VALUE ZEROS.

       01  WRK-CHAVE-FILA.
           05  WRK-CHV-DATA        PIC 9(08).
           05  WRK-CHV-PEDIDO      PIC 9(06).
           05  WRK-CHV-SEQ         PIC 9(03).

       01  WRK-TAB-ITENS.
           05  WRK-ITM-ITEM OCCURS 1000 TIMES.
               10  WRK-ITM-REGISTRO PIC X(90).

       01  WRK-TAB-ESTOQUE.
           05  WRK-EST-ITEM OCCURS 200 TIMES.
               10  WRK-EST-PRODUTO PIC X(20).
               10  WRK-EST-SALDO   PIC 9(06).
               10  WRK-EST-PONTO   PIC 9(06).
               10  WRK-EST-CUSTO   PIC 9(07)V9999.
               10  WRK-EST-RESERVADO PIC 9(06).
               10  WRK-EST-CLASSE  PIC X(01).

       01  WRK-TAB-PEDIDOS.
           05  WRK-PC-ITEM OCCURS 200 TIMES.
               10  WRK-PC-REGISTRO PIC X(70).

       01  WRK-TAB-RECUSADAS.
           05  WRK-REC-ITEM OCCURS 200 TIMES.
               10  WRK-REC-REGISTRO PIC X(41).

       01  WRK-TAB-PRODUTOS.
           05  WRK-PRD-ITEM OCCURS 200 TIMES.

           PERFORM 0110-CARREGAR-PRODUTOS.
           PERFORM 0120-CARREGAR-ESTOQUE.
           PERFORM 0130-CARREGAR-PEDIDOS.

           OPEN OUTPUT RELATORIO-ESTOQUE.

               MOVE EST-PRODUTO TO WRK-EST-PRODUTO(WRK-EST-QTD)
               MOVE EST-SALDO   TO WRK-EST-SALDO(WRK-EST-QTD)
               MOVE EST-PONTO-REPOSICAO TO WRK-EST-PONTO(WRK-EST-QTD)
               MOVE SPACES TO WRK-EST-CLASSE(WRK-EST-QTD)
               IF EST-CUSTO-MEDIO IS NUMERIC
                   MOVE EST-CUSTO-MEDIO TO WRK-EST-CUSTO(WRK-EST-QTD)
               ELSE
                   MOVE 0 TO WRK-EST-CUSTO(WRK-EST-QTD)
               END-IF
               IF EST-RESERVADO IS NUMERIC
                   MOVE EST-RESERVADO TO
                       WRK-EST-RESERVADO(WRK-EST-QTD)
               ELSE
                   MOVE 0 TO WRK-EST-RESERVADO(WRK-EST-QTD)
               END-IF
               READ SALDOS-ESTOQUE
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               CLOSE SALDOS-ESTOQUE
           END-IF.

       0130-CARREGAR-PEDIDOS.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT PEDIDOS-COMPRA
           IF WRK-PC-STATUS = '00'
               READ PEDIDOS-COMPRA
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               PERFORM UNTIL FIM-ARQUIVO
                   IF WRK-PC-QTD >= 200
                       DISPLAY 'ERRO: PEDIDOS DE COMPRA EXCEDEM O '
                           'LIMITE DE 200 REGISTROS - PROCESSAMENTO '
                           'ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-PC-QTD
                   MOVE PC-REC TO WRK-PC-REGISTRO(WRK-PC-QTD)
                   READ PEDIDOS-COMPRA
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS-COMPRA
           END-IF.

       0200-PROCESSAR.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT ENTRADAS-ESTOQUE
               CLOSE ENTRADAS-ESTOQUE
           END-IF

      *    CONSOME AS ENTRADAS APLICADAS; AS RECUSADAS VOLTAM
           IF WRK-QTD-ENTRADAS > 0 OR WRK-QTD-RECUSADAS > 0
               OPEN OUTPUT ENTRADAS-ESTOQUE
               PERFORM VARYING WRK-PC-SUB FROM 1 BY 1
                       UNTIL WRK-PC-SUB > WRK-QTD-RECUSADAS
                   MOVE WRK-REC-REGISTRO(WRK-PC-SUB) TO ENT-REC
                   WRITE ENT-REC
               END-PERFORM
               CLOSE ENTRADAS-ESTOQUE
           END-IF.

               END-IF
           END-PERFORM

           MOVE SPACES TO WRK-MOTIVO
           IF NOT PRODUTO-ENCONTRADO
               MOVE 'INEXISTENTE OU INATIVO' TO WRK-MOTIVO
           ELSE
               PERFORM 0260-CONFERIR-PEDIDO
           END-IF

           IF WRK-MOTIVO NOT = SPACES
               IF WRK-QTD-RECUSADAS >= 200
                   DISPLAY 'ERRO: ENTRADAS RECUSADAS EXCEDEM O '
                       'LIMITE DE 200 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-QTD-RECUSADAS
               MOVE ENT-REC TO WRK-REC-REGISTRO(WRK-QTD-RECUSADAS)
               MOVE SPACES TO REL-LINHA
               STRING 'ENTRADA RECUSADA - PRODUTO '
                   DELIMITED BY SIZE
                   ENT-PRODUTO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-MOTIVO DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
                   MOVE ENT-PRODUTO TO WRK-EST-PRODUTO(WRK-EST-SUB)
                   MOVE 0 TO WRK-EST-SALDO(WRK-EST-SUB)
                   MOVE 0 TO WRK-EST-PONTO(WRK-EST-SUB)
                   MOVE 0 TO WRK-EST-CUSTO(WRK-EST-SUB)
                   MOVE 0 TO WRK-EST-RESERVADO(WRK-EST-SUB)
                   MOVE SPACES TO WRK-EST-CLASSE(WRK-EST-SUB)
               END-IF

      *        CUSTO MEDIO PONDERADO PELO SALDO ANTERIOR
               IF ENT-CUSTO-UNIT IS NUMERIC AND ENT-CUSTO-UNIT > 0
                   MOVE ENT-CUSTO-UNIT TO WRK-CUSTO-ENTRADA
               ELSE
                   MOVE PC-PRECO-UNIT TO WRK-CUSTO-ENTRADA
               END-IF
               IF ENT-QTD > 0
                   COMPUTE WRK-EST-CUSTO(WRK-EST-SUB) ROUNDED =
                       ((WRK-EST-SALDO(WRK-EST-SUB) *
                         WRK-EST-CUSTO(WRK-EST-SUB)) +
                        (ENT-QTD * WRK-CUSTO-ENTRADA)) /
                       (WRK-EST-SALDO(WRK-EST-SUB) + ENT-QTD)
               END-IF

               ADD ENT-QTD TO WRK-EST-SALDO(WRK-EST-SUB)
               ADD 1 TO WRK-QTD-ENTRADAS

               ADD ENT-QTD TO PC-QTD-RECEBIDA
               IF PC-QTD-RECEBIDA >= PC-QTD-PEDIDA
                   MOVE 'R' TO PC-SITUACAO
               END-IF
               MOVE PC-REC TO WRK-PC-REGISTRO(WRK-PC-SUB)

               MOVE WRK-EST-CUSTO(WRK-EST-SUB) TO WRK-CUSTO-ED
               MOVE SPACES TO REL-LINHA
               STRING 'ENTRADA DE ' DELIMITED BY SIZE
                   ENT-QTD DELIMITED BY SIZE
                   ENT-PRODUTO DELIMITED BY SIZE
                   ' - SALDO ' DELIMITED BY SIZE
                   WRK-EST-SALDO(WRK-EST-SUB) DELIMITED BY SIZE
                   ' CUSTO MEDIO ' DELIMITED BY SIZE
                   WRK-CUSTO-ED DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-IF.

      **********CONFERENCIA DA ENTRADA CONTRA O PEDIDO*********
      *O PEDIDO FICA EM PC-REC E WRK-PC-SUB PARA A ATUALIZACAO
       0260-CONFERIR-PEDIDO.
           MOVE 'N' TO WRK-PC-ACHADO
           IF ENT-PEDIDO IS NUMERIC
               PERFORM VARYING WRK-PC-SUB FROM 1 BY 1
                       UNTIL WRK-PC-SUB > WRK-PC-QTD
                           OR PEDIDO-ENCONTRADO
                   MOVE WRK-PC-REGISTRO(WRK-PC-SUB) TO PC-REC
                   IF PC-NUMERO = ENT-PEDIDO
                       SET PEDIDO-ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM
           END-IF

           IF PEDIDO-ENCONTRADO
               SUBTRACT 1 FROM WRK-PC-SUB
               COMPUTE WRK-SALDO-PEDIDO =
                   PC-QTD-PEDIDA - PC-QTD-RECEBIDA
           END-IF

           EVALUATE TRUE
               WHEN NOT PEDIDO-ENCONTRADO
                   MOVE 'SEM PEDIDO DE COMPRA' TO WRK-MOTIVO
               WHEN NOT PC-ABERTO
                   MOVE 'PEDIDO NAO ESTA EM ABERTO' TO WRK-MOTIVO
               WHEN PC-PRODUTO NOT = ENT-PRODUTO
                   MOVE 'PRODUTO DIFERENTE DO PEDIDO' TO WRK-MOTIVO
               WHEN ENT-QTD > WRK-SALDO-PEDIDO
                   MOVE 'QTD ACIMA DO SALDO DO PEDIDO' TO WRK-MOTIVO
           END-EVALUATE.

      **********LIBERACAO DA FILA DE BACKORDER*****************
      *O DISPONIVEL DE CADA PRODUTO VAI PARA A LINHA PENDENTE MAIS
      *ANTIGA (DATA DO PEDIDO, NUMERO, SEQUENCIA) ATE ACABAR O
      *DISPONIVEL OU A FILA DO PRODUTO
       0270-LIBERAR-BACKORDER.
           PERFORM 0272-CARREGAR-ITENS

           PERFORM VARYING WRK-EST-SUB FROM 1 BY 1
                   UNTIL WRK-EST-SUB > WRK-EST-QTD
               PERFORM 0276-CALCULAR-DISPONIVEL
               MOVE 1 TO WRK-ITM-ESCOLHIDO
               PERFORM UNTIL WRK-DISPONIVEL = 0
                       OR WRK-ITM-ESCOLHIDO = 0
                   PERFORM 0274-LOCALIZAR-MAIS-ANTIGO
                   IF WRK-ITM-ESCOLHIDO > 0
                       PERFORM 0278-RESERVAR-LINHA
                   END-IF
               END-PERFORM
           END-PERFORM

           IF WRK-ITENS-MUDOU = 'S'
               OPEN OUTPUT ITENS-PEDIDO
               PERFORM VARYING WRK-ITM-SUB FROM 1 BY 1
                       UNTIL WRK-ITM-SUB > WRK-ITM-QTD
                   MOVE WRK-ITM-REGISTRO(WRK-ITM-SUB) TO ITM-REC
                   WRITE ITM-REC
               END-PERFORM
               CLOSE ITENS-PEDIDO
           END-IF.

       0272-CARREGAR-ITENS.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT ITENS-PEDIDO
           IF WRK-ITM-STATUS NOT = '00'
               MOVE 'Y' TO WRK-EOF
           ELSE
               READ ITENS-PEDIDO
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
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
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           IF WRK-ITM-STATUS = '00' OR WRK-ITM-STATUS = '10'
               CLOSE ITENS-PEDIDO
           END-IF.

       0274-LOCALIZAR-MAIS-ANTIGO.
           MOVE 0 TO WRK-ITM-ESCOLHIDO
           MOVE HIGH-VALUES TO WRK-CHAVE-MENOR
           PERFORM VARYING WRK-ITM-SUB FROM 1 BY 1
                   UNTIL WRK-ITM-SUB > WRK-ITM-QTD
               MOVE WRK-ITM-REGISTRO(WRK-ITM-SUB) TO ITM-REC
               IF ITM-PROD = WRK-EST-PRODUTO(WRK-EST-SUB)
                   AND ITM-QTD-PENDENTE IS NUMERIC
                   AND ITM-QTD-PENDENTE > 0
                   MOVE ITM-DATA-PEDIDO TO WRK-CHV-DATA
                   MOVE ITM-PEDIDO      TO WRK-CHV-PEDIDO
                   MOVE ITM-SEQ         TO WRK-CHV-SEQ
                   IF WRK-CHAVE-FILA < WRK-CHAVE-MENOR
                       MOVE WRK-CHAVE-FILA TO WRK-CHAVE-MENOR
                       MOVE WRK-ITM-SUB TO WRK-ITM-ESCOLHIDO
                   END-IF
               END-IF
           END-PERFORM.

       0276-CALCULAR-DISPONIVEL.
           IF WRK-EST-SALDO(WRK-EST-SUB) >
               WRK-EST-RESERVADO(WRK-EST-SUB)
               COMPUTE WRK-DISPONIVEL =
                   WRK-EST-SALDO(WRK-EST-SUB) -
                   WRK-EST-RESERVADO(WRK-EST-SUB)
           ELSE
               MOVE 0 TO WRK-DISPONIVEL
           END-IF.

       0278-RESERVAR-LINHA.
           MOVE WRK-ITM-REGISTRO(WRK-ITM-ESCOLHIDO) TO ITM-REC
           IF ITM-QTD-PENDENTE < WRK-DISPONIVEL
               MOVE ITM-QTD-PENDENTE TO WRK-QTD-LIBERADA
           ELSE
               MOVE WRK-DISPONIVEL TO WRK-QTD-LIBERADA
           END-IF
           SUBTRACT WRK-QTD-LIBERADA FROM ITM-QTD-PENDENTE
           ADD WRK-QTD-LIBERADA TO ITM-QTD-RESERVADA
           ADD WRK-QTD-LIBERADA TO WRK-EST-RESERVADO(WRK-EST-SUB)
           SUBTRACT WRK-QTD-LIBERADA FROM WRK-DISPONIVEL
           MOVE ITM-REC TO WRK-ITM-REGISTRO(WRK-ITM-ESCOLHIDO)
           MOVE 'S' TO WRK-ITENS-MUDOU
           ADD 1 TO WRK-QTD-LIBERACOES

           MOVE SPACES TO REL-LINHA
           STRING 'BACKORDER LIBERADO - PEDIDO ' DELIMITED BY SIZE
               ITM-PEDIDO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ITM-PROD DELIMITED BY SIZE
               ' QTD ' DELIMITED BY SIZE
               WRK-QTD-LIBERADA DELIMITED BY SIZE
               ' PENDENTE ' DELIMITED BY SIZE
               ITM-QTD-PENDENTE DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

      **********CLASSE ABC DOS PRODUTOS (ABCANAL)***************
      *SEM O ABCCLASS.DAT A LISTA SAI TODA NUM SO PASSO
       0280-CARREGAR-CURVA-ABC.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT CLASSIFICACAO-ABC
           IF WRK-ABC-STATUS NOT = '00'
               MOVE 'Y' TO WRK-EOF
           ELSE
               READ CLASSIFICACAO-ABC
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               IF ABC-PRODUTO
                   PERFORM VARYING WRK-EST-SUB FROM 1 BY 1
                           UNTIL WRK-EST-SUB > WRK-EST-QTD
                       IF WRK-EST-PRODUTO(WRK-EST-SUB) = ABC-CHAVE
                           MOVE ABC-CLASSE TO
                               WRK-EST-CLASSE(WRK-EST-SUB)
                       END-IF
                   END-PERFORM
               END-IF
               READ CLASSIFICACAO-ABC
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM

           IF WRK-ABC-STATUS = '00' OR WRK-ABC-STATUS = '10'
               CLOSE CLASSIFICACAO-ABC
           END-IF.

       0285-LISTAR-REPOSICAO.
           PERFORM 0276-CALCULAR-DISPONIVEL
           IF WRK-DISPONIVEL <=
               WRK-EST-PONTO(WRK-EST-SUB)
               ADD 1 TO WRK-QTD-REPOSICAO
               MOVE ZEROS TO WRK-PC-EM-ABERTO
               PERFORM VARYING WRK-PC-SUB FROM 1 BY 1
                       UNTIL WRK-PC-SUB > WRK-PC-QTD
                   MOVE WRK-PC-REGISTRO(WRK-PC-SUB) TO PC-REC
                   IF PC-PRODUTO = WRK-EST-PRODUTO(WRK-EST-SUB)
                       AND PC-ABERTO
                       MOVE PC-NUMERO TO WRK-PC-EM-ABERTO
                   END-IF
               END-PERFORM
               MOVE SPACES TO REL-LINHA
               STRING '  ' DELIMITED BY SIZE
                   WRK-EST-PRODUTO(WRK-EST-SUB)
                   DELIMITED BY SIZE
                   ' DISPON ' DELIMITED BY SIZE
                   WRK-DISPONIVEL DELIMITED BY SIZE
                   ' PONTO ' DELIMITED BY SIZE
                   WRK-EST-PONTO(WRK-EST-SUB) DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               IF WRK-PC-EM-ABERTO > 0
                   MOVE ' PEDIDO' TO REL-LINHA(57:7)
                   MOVE WRK-PC-EM-ABERTO TO REL-LINHA(65:6)
               END-IF
               IF WRK-EST-CLASSE(WRK-EST-SUB) NOT = SPACES
                   MOVE ' CLASSE' TO REL-LINHA(72:7)
                   MOVE WRK-EST-CLASSE(WRK-EST-SUB) TO REL-LINHA(80:1)
               END-IF
               WRITE REL-LINHA
           END-IF.

       0300-FINALIZAR.
           IF WRK-QTD-ENTRADAS > 0
               PERFORM 0270-LIBERAR-BACKORDER
           END-IF.

           IF WRK-QTD-ENTRADAS > 0
               OPEN OUTPUT PEDIDOS-COMPRA
               PERFORM VARYING WRK-PC-SUB FROM 1 BY 1
                       UNTIL WRK-PC-SUB > WRK-PC-QTD
                   MOVE WRK-PC-REGISTRO(WRK-PC-SUB) TO PC-REC
                   WRITE PC-REC
               END-PERFORM
               CLOSE PEDIDOS-COMPRA
           END-IF.

           IF WRK-QTD-ENTRADAS > 0
               OPEN OUTPUT SALDOS-ESTOQUE
               PERFORM VARYING WRK-EST-SUB FROM 1 BY 1
                   MOVE WRK-EST-SALDO(WRK-EST-SUB)   TO EST-SALDO
                   MOVE WRK-EST-PONTO(WRK-EST-SUB)   TO
                       EST-PONTO-REPOSICAO
                   MOVE WRK-EST-CUSTO(WRK-EST-SUB)   TO EST-CUSTO-MEDIO
                   MOVE WRK-EST-RESERVADO(WRK-EST-SUB) TO EST-RESERVADO
                   WRITE EST-REC
               END-PERFORM
               CLOSE SALDOS-ESTOQUE
               REL-LINHA.
           WRITE REL-LINHA.

           PERFORM 0280-CARREGAR-CURVA-ABC

      *    CURVA A PRIMEIRO, DEPOIS B, DEPOIS C E SEM CLASSIFICACAO
           PERFORM VARYING WRK-PASSO-CLASSE FROM 1 BY 1
                   UNTIL WRK-PASSO-CLASSE > 3
               PERFORM VARYING WRK-EST-SUB FROM 1 BY 1
                       UNTIL WRK-EST-SUB > WRK-EST-QTD
                   EVALUATE WRK-EST-CLASSE(WRK-EST-SUB)
                       WHEN 'A'
                           MOVE 1 TO WRK-PASSO-ITEM
                       WHEN 'B'
                           MOVE 2 TO WRK-PASSO-ITEM
                       WHEN OTHER
                           MOVE 3 TO WRK-PASSO-ITEM
                   END-EVALUATE
                   IF WRK-PASSO-ITEM = WRK-PASSO-CLASSE
                       PERFORM 0285-LISTAR-REPOSICAO
                   END-IF
               END-PERFORM
           END-PERFORM.

           DISPLAY 'ENTRADAS APLICADAS...: ' WRK-QTD-ENTRADAS.
           DISPLAY 'ENTRADAS RECUSADAS...: ' WRK-QTD-RECUSADAS.
           DISPLAY 'PRODUTOS EM REPOSICAO: ' WRK-QTD-REPOSICAO.
           DISPLAY 'BACKORDERS LIBERADOS.: ' WRK-QTD-LIBERACOES.
           DISPLAY 'FIM DE PROCESSAMENTO'.

           CLOSE RELATORIO-ESTOQUE.
           IF WRK-QTD-RECUSADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

