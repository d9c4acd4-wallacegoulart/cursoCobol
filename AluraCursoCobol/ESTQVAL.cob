       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTQVAL.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: VALORIZACAO MENSAL DO ESTOQUE POR PRODUTO: SALDO
      *          X CUSTO MEDIO PONDERADO DO ESTOQUE.DAT (MANTIDO PELO
      *          ESTOQMOV, PEDSTAT E DEVOLUCAO), COM A DESCRICAO DO
      *          PRODMAST, E AMARRACAO COM A CONTABILIDADE: O TOTAL
      *          VALORIZADO DEVE SER O SALDO DA CONTA DE ESTOQUES DO
      *          CMVPARM NO EXE02GL.DAT (DEBITADA NA NOTA DO
      *          FORNECEDOR PELO CONTASPG E CREDITADA PELO CMV) MAIS O
      *          RECEBIDO AINDA NAO FATURADO DOS PEDIDOS DE COMPRA
      *          (PEDCOMPRA.DAT); DIFERENCA SAI DESTACADA NO
      *          RELATORIO (ESTQVALREL.DAT) COM RC=4; RODA NO
      *          CALENDARIO MENSAL, NO ULTIMO DIA UTIL
      *DATA = 15/10/2026
      *ALTERACAO = 15/10/2026 - LAYOUT DO PRODMAST COM A CLASSE
      *            FISCAL DO ICMS NO FINAL DO REGISTRO
      *ALTERACAO = 15/10/2026 - ESTOQUE SEM PRODUTO A VALORIZAR
      *            TERMINA COM AVISO E RC=0 (NAO INTERROMPE A CADEIA)
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALDOS-ESTOQUE ASSIGN TO "DATA/ESTOQUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EST-STATUS.

           SELECT PRODUTO-MASTER ASSIGN TO "DATA/PRODMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRD-STATUS.

           SELECT PEDIDOS-COMPRA ASSIGN TO "DATA/PEDCOMPRA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PC-STATUS.

           SELECT LANCAMENTO-CONTABIL ASSIGN TO "DATA/EXE02GL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GL-STATUS.

           SELECT PLANO-CONTAS ASSIGN TO "DATA/PLANOCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARAMETROS-CMV ASSIGN TO "DATA/CMVPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRM-STATUS.

           SELECT RELATORIO-VALORIZACAO ASSIGN TO
               "DATA/ESTQVALREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROLE-RUNS ASSIGN TO "DATA/RUNCTLGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALDOS-ESTOQUE.
       COPY "ESTOQUE.CPY".

       FD  PRODUTO-MASTER.
       01  PRD-REC.
           05  PRD-CODIGO         PIC X(20).
           05  PRD-DESCRICAO      PIC X(20).
           05  PRD-VALOR          PIC 9(07)V99.
           05  PRD-PESO           PIC 9(04)V99.
           05  PRD-ATIVO          PIC X(01).
           05  PRD-CLASSE-FISCAL  PIC X(02).

       FD  PEDIDOS-COMPRA.
       COPY "PEDCOMPR.CPY".

       FD  LANCAMENTO-CONTABIL.
       COPY "EXE02GL.CPY".

       FD  PLANO-CONTAS.
       COPY "PLANOCTA.CPY".

       FD  PARAMETROS-CMV.
       01  PRM-REC.
           05  PRM-CONTA-DEBITO   PIC X(10).
           05  PRM-CONTA-CREDITO  PIC X(10).

       FD  RELATORIO-VALORIZACAO.
       01  REL-LINHA              PIC X(100).

       FD  CONTROLE-RUNS.
       01  RUN-REC.
           05  RUN-PROGRAMA       PIC X(08).
           05  RUN-DATA-NEGOCIO   PIC 9(08).
           05  RUN-HORA           PIC 9(08).
           05  RUN-EVENTO         PIC X(10).

       WORKING-STORAGE SECTION.
       77  WRK-RUN-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-RUN-EVENTO    PIC X(10)  VALUE SPACES.
       77  WRK-RUN-DATA      PIC 9(08)  VALUE ZEROS.
       77  WRK-RUN-HORA      PIC 9(08)  VALUE ZEROS.
       77  WRK-EST-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-PRD-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-PC-STATUS       PIC X(02)    VALUE '00'.
       77  WRK-GL-STATUS       PIC X(02)    VALUE '00'.
       77  WRK-PRM-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-EOF             PIC X        VALUE 'N'.
           88  FIM-ARQUIVO     VALUE 'Y'.
       77  WRK-DATA-EXEC       PIC 9(08)    VALUE ZEROS.
       77  WRK-CONTA-ESTOQUE   PIC X(10)    VALUE '1400-ESTQ'.
       77  WRK-CONTA-ACHADA    PIC X        VALUE 'N'.
           88  CONTA-VALIDA    VALUE 'Y'.
       77  WRK-PRD-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-PRD-SUB         PIC 9(03)    VALUE ZEROS.
       77  WRK-DESCRICAO       PIC X(20)    VALUE SPACES.
       77  WRK-QTD-PRODUTOS    PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-SEM-CUSTO   PIC 9(05)    VALUE ZEROS.
       77  WRK-CUSTO-MEDIO     PIC 9(07)V9999 VALUE ZEROS.
       77  WRK-VALOR-PRODUTO   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-ESTOQUE   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-SALDO-CONTABIL  PIC S9(11)V99 VALUE ZEROS.
       77  WRK-A-FATURAR       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-DIFERENCA       PIC S9(11)V99 VALUE ZEROS.
       77  WRK-QTD-PENDENTE    PIC S9(06)   VALUE ZEROS.
       77  WRK-SALDO-ED        PIC ZZZ.ZZ9  VALUE ZEROS.
       77  WRK-CUSTO-ED        PIC Z.ZZZ.ZZ9,9999 VALUE ZEROS.
       77  WRK-VALOR-ED        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-ED        PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  WRK-TAB-PRODUTOS.
           05  WRK-PRD-ITEM OCCURS 200 TIMES.
               10  WRK-PRD-CODIGO    PIC X(20).
               10  WRK-PRD-DESCRICAO PIC X(20).

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.

           PERFORM 0110-VALIDAR-CONTA-ESTOQUE.
           PERFORM 0120-CARREGAR-PRODUTOS.

           OPEN INPUT SALDOS-ESTOQUE
           IF WRK-EST-STATUS NOT = '00'
               DISPLAY 'SEM SALDOS DE ESTOQUE (ESTOQUE.DAT) - '
                   'PROCESSAMENTO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RELATORIO-VALORIZACAO.

           MOVE SPACES TO REL-LINHA
           STRING 'VALORIZACAO DO ESTOQUE A CUSTO MEDIO - '
               DELIMITED BY SIZE
               WRK-DATA-EXEC(1:6) DELIMITED BY SIZE
               ' (POSICAO EM ' DELIMITED BY SIZE
               WRK-DATA-EXEC DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE '=============================================' TO
               REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA
           MOVE 'PRODUTO'     TO REL-LINHA(1:7)
           MOVE 'DESCRICAO'   TO REL-LINHA(22:9)
           MOVE 'SALDO'       TO REL-LINHA(46:5)
           MOVE 'CUSTO MEDIO' TO REL-LINHA(55:11)
           MOVE 'VALOR'       TO REL-LINHA(81:5)
           WRITE REL-LINHA.

      **********CONTA DE ESTOQUES PARAMETRIZADA****************
      *A CONTA CREDITADA PELO CMV NO CMVPARM E A CONTA DE
      *ESTOQUES; DEVE EXISTIR E ESTAR ATIVA NO PLANO
       0110-VALIDAR-CONTA-ESTOQUE.
           OPEN INPUT PARAMETROS-CMV
           IF WRK-PRM-STATUS = '00'
               READ PARAMETROS-CMV
                   AT END CONTINUE
                   NOT AT END
                       MOVE PRM-CONTA-CREDITO TO WRK-CONTA-ESTOQUE
               END-READ
               CLOSE PARAMETROS-CMV
           END-IF

           MOVE 'N' TO WRK-EOF
           OPEN INPUT PLANO-CONTAS
           READ PLANO-CONTAS
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF CTA-CODIGO = WRK-CONTA-ESTOQUE
                   AND CTA-ATIVA = 'S'
                   MOVE 'Y' TO WRK-CONTA-ACHADA
               END-IF
               READ PLANO-CONTAS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE PLANO-CONTAS

           IF NOT CONTA-VALIDA
               DISPLAY 'ERRO: CONTA DE ESTOQUES ' WRK-CONTA-ESTOQUE
                   ' INEXISTENTE OU INATIVA NO PLANO DE CONTAS - '
                   'PROCESSAMENTO RECUSADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WRK-EOF.

       0120-CARREGAR-PRODUTOS.
           OPEN INPUT PRODUTO-MASTER
           IF WRK-PRD-STATUS NOT = '00'
               MOVE 'Y' TO WRK-EOF
           ELSE
               READ PRODUTO-MASTER
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
               IF WRK-PRD-QTD >= 200
                   DISPLAY 'ERRO: CADASTRO DE PRODUTOS EXCEDE O '
                       'LIMITE DE 200 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-PRD-QTD
               MOVE PRD-CODIGO    TO WRK-PRD-CODIGO(WRK-PRD-QTD)
               MOVE PRD-DESCRICAO TO WRK-PRD-DESCRICAO(WRK-PRD-QTD)
               READ PRODUTO-MASTER
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           IF WRK-PRD-STATUS = '00' OR WRK-PRD-STATUS = '10'
               CLOSE PRODUTO-MASTER
           END-IF
           MOVE 'N' TO WRK-EOF.

       0200-PROCESSAR.
           MOVE 'INICIADO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN

           READ SALDOS-ESTOQUE
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               PERFORM 0250-VALORIZAR-PRODUTO
               READ SALDOS-ESTOQUE
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE SALDOS-ESTOQUE

           PERFORM 0260-SALDO-CONTABIL.
           PERFORM 0270-RECEBIDO-A-FATURAR.

      **********LINHA DE UM PRODUTO****************************
       0250-VALORIZAR-PRODUTO.
           ADD 1 TO WRK-QTD-PRODUTOS
           IF EST-CUSTO-MEDIO IS NUMERIC
               MOVE EST-CUSTO-MEDIO TO WRK-CUSTO-MEDIO
           ELSE
               MOVE 0 TO WRK-CUSTO-MEDIO
           END-IF
           IF WRK-CUSTO-MEDIO = 0 AND EST-SALDO > 0
               ADD 1 TO WRK-QTD-SEM-CUSTO
           END-IF
           COMPUTE WRK-VALOR-PRODUTO ROUNDED =
               EST-SALDO * WRK-CUSTO-MEDIO
           ADD WRK-VALOR-PRODUTO TO WRK-VALOR-ESTOQUE

           MOVE SPACES TO WRK-DESCRICAO
           PERFORM VARYING WRK-PRD-SUB FROM 1 BY 1
                   UNTIL WRK-PRD-SUB > WRK-PRD-QTD
               IF WRK-PRD-CODIGO(WRK-PRD-SUB) = EST-PRODUTO
                   MOVE WRK-PRD-DESCRICAO(WRK-PRD-SUB) TO
                       WRK-DESCRICAO
               END-IF
           END-PERFORM

           MOVE EST-SALDO         TO WRK-SALDO-ED
           MOVE WRK-CUSTO-MEDIO   TO WRK-CUSTO-ED
           MOVE WRK-VALOR-PRODUTO TO WRK-VALOR-ED
           MOVE SPACES TO REL-LINHA
           MOVE EST-PRODUTO   TO REL-LINHA(1:20)
           MOVE WRK-DESCRICAO TO REL-LINHA(22:20)
           MOVE WRK-SALDO-ED  TO REL-LINHA(44:7)
           MOVE WRK-CUSTO-ED  TO REL-LINHA(52:14)
           MOVE WRK-VALOR-ED  TO REL-LINHA(72:14)
           IF WRK-CUSTO-MEDIO = 0 AND EST-SALDO > 0
               MOVE '* SEM CUSTO' TO REL-LINHA(87:11)
           END-IF
           WRITE REL-LINHA.

      **********SALDO DA CONTA DE ESTOQUES NA CONTABILIDADE*****
      *DEBITOS MENOS CREDITOS DA CONTA ATE A DATA DA POSICAO
       0260-SALDO-CONTABIL.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT LANCAMENTO-CONTABIL
           IF WRK-GL-STATUS NOT = '00'
               MOVE 'Y' TO WRK-EOF
           ELSE
               READ LANCAMENTO-CONTABIL
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
               IF GL-DATA-EXEC <= WRK-DATA-EXEC
                   IF GL-CONTA-DEBITO = WRK-CONTA-ESTOQUE
                       ADD GL-VALOR TO WRK-SALDO-CONTABIL
                   END-IF
                   IF GL-CONTA-CREDITO = WRK-CONTA-ESTOQUE
                       SUBTRACT GL-VALOR FROM WRK-SALDO-CONTABIL
                   END-IF
               END-IF
               READ LANCAMENTO-CONTABIL
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           IF WRK-GL-STATUS = '00' OR WRK-GL-STATUS = '10'
               CLOSE LANCAMENTO-CONTABIL
           END-IF.

      **********RECEBIDO E AINDA NAO FATURADO******************
      *A MERCADORIA ENTRA NO ESTOQUE NO RECEBIMENTO MAS SO E
      *DEBITADA NA CONTA DE ESTOQUES QUANDO A NOTA DO FORNECEDOR
      *PASSA NA CONFERENCIA DO CONTASPG
       0270-RECEBIDO-A-FATURAR.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT PEDIDOS-COMPRA
           IF WRK-PC-STATUS NOT = '00'
               MOVE 'Y' TO WRK-EOF
           ELSE
               READ PEDIDOS-COMPRA
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
               IF NOT PC-CANCELADO
                   COMPUTE WRK-QTD-PENDENTE =
                       PC-QTD-RECEBIDA - PC-QTD-FATURADA
                   IF WRK-QTD-PENDENTE > 0
                       COMPUTE WRK-A-FATURAR ROUNDED = WRK-A-FATURAR
                           + (WRK-QTD-PENDENTE * PC-PRECO-UNIT)
                   END-IF
               END-IF
               READ PEDIDOS-COMPRA
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           IF WRK-PC-STATUS = '00' OR WRK-PC-STATUS = '10'
               CLOSE PEDIDOS-COMPRA
           END-IF.

      **********REGISTRO NO CONTROLE CENTRAL DE EXECUCOES******
       0195-REGISTRAR-RUN.
           ACCEPT WRK-RUN-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-RUN-HORA FROM TIME

           OPEN EXTEND CONTROLE-RUNS
           IF WRK-RUN-STATUS NOT = '00'
               OPEN OUTPUT CONTROLE-RUNS
           END-IF

           MOVE 'ESTQVAL ' TO RUN-PROGRAMA
           MOVE WRK-RUN-DATA   TO RUN-DATA-NEGOCIO
           MOVE WRK-RUN-HORA   TO RUN-HORA
           MOVE WRK-RUN-EVENTO TO RUN-EVENTO
           WRITE RUN-REC
           CLOSE CONTROLE-RUNS.

       0300-FINALIZAR.
           COMPUTE WRK-DIFERENCA =
               WRK-VALOR-ESTOQUE - WRK-SALDO-CONTABIL - WRK-A-FATURAR

           MOVE '---------------------------------------------' TO
               REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-VALOR-ESTOQUE TO WRK-TOTAL-ED
           MOVE SPACES TO REL-LINHA
           STRING 'ESTOQUE VALORIZADO...............: '
               DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE WRK-SALDO-CONTABIL TO WRK-TOTAL-ED
           MOVE SPACES TO REL-LINHA
           STRING 'SALDO CONTABIL DA CONTA ' DELIMITED BY SIZE
               WRK-CONTA-ESTOQUE DELIMITED BY SIZE
               ': ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE WRK-A-FATURAR TO WRK-TOTAL-ED
           MOVE SPACES TO REL-LINHA
           STRING 'RECEBIDO A FATURAR (PEDIDOS).....: '
               DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE WRK-DIFERENCA TO WRK-TOTAL-ED
           MOVE SPACES TO REL-LINHA
           IF WRK-DIFERENCA NOT = 0
               STRING 'DIFERENCA........................: '
                   DELIMITED BY SIZE
                   WRK-TOTAL-ED DELIMITED BY SIZE
                   ' *** ESTOQUE NAO CONFERE COM A CONTABILIDADE ***'
                   DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
           ELSE
               STRING 'DIFERENCA........................: '
                   DELIMITED BY SIZE
                   WRK-TOTAL-ED DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
           END-IF
           WRITE REL-LINHA.

           CLOSE RELATORIO-VALORIZACAO.

           MOVE 'CONCLUIDO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN

           MOVE WRK-VALOR-ESTOQUE TO WRK-TOTAL-ED
           DISPLAY 'PRODUTOS VALORIZADOS.: ' WRK-QTD-PRODUTOS
           DISPLAY 'PRODUTOS SEM CUSTO...: ' WRK-QTD-SEM-CUSTO
           DISPLAY 'ESTOQUE VALORIZADO...: ' WRK-TOTAL-ED
           MOVE WRK-DIFERENCA TO WRK-TOTAL-ED
           DISPLAY 'DIFERENCA CONTABIL...: ' WRK-TOTAL-ED
           DISPLAY 'FIM DE PROCESSAMENTO'.

           EVALUATE TRUE
               WHEN WRK-QTD-PRODUTOS = 0
                   DISPLAY 'NENHUM PRODUTO COM SALDO A VALORIZAR'
                   MOVE 0 TO RETURN-CODE
               WHEN WRK-DIFERENCA NOT = 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
