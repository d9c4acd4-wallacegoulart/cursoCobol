      *          PARAMETRO DEVGLPARM VALIDADAS NO PLANO DE CONTAS;
      *          AS TRANSACOES APLICADAS SAO CONSUMIDAS
      *DATA = 02/09/2026
      *ALTERACAO = 15/10/2026 - LAYOUT DO EXE02GL.DAT PELO COPY
      *            COMPARTILHADO EXE02GL.CPY; CADA LINHA CONTABIL
      *            LEVA O PROGRAMA DE ORIGEM E O LOTE DA EXECUCAO
      *ALTERACAO = 15/10/2026 - LAYOUT DO PLANOCTA.DAT PELO COPY
      *            COMPARTILHADO PLANOCTA.CPY
      *ALTERACAO = 15/10/2026 - DEVOLUCAO TOTAL RETORNA A QUANTIDADE
      *            DO PEDIDO AO ESTOQUE.DAT PELO CUSTO GRAVADO NO
      *            ENVIO (PED-CUSTO-UNIT), RECALCULANDO O CUSTO MEDIO,
      *            E ESTORNA O CMV NO EXE02GL.DAT (ESTOQUES CONTRA
      *            CMV, CONTAS DO CMVPARM VALIDADAS NO PLANO)
      *ALTERACAO = 15/10/2026 - PEDIDO COM VARIOS ITENS: A TRANSACAO
      *            PODE TRAZER O PRODUTO DEVOLVIDO (DEV-PRODUTO); A
      *            DEVOLUCAO DO ITEM POR INTEIRO RETORNA A QUANTIDADE
      *            DA LINHA AO ESTOQUE PELO CUSTO DO ENVIO E MARCA A
      *            LINHA COMO DEVOLVIDA (PEDITENS.DAT), E O PEDIDO
      *            VAI PARA D QUANDO TODAS AS LINHAS VOLTARAM; SEM
      *            PRODUTO, A DEVOLUCAO TOTAL RETORNA TODAS AS LINHAS
      *            AINDA NAO DEVOLVIDAS
      *ALTERACAO = 15/10/2026 - O RETORNO AO ESTOQUE PRESERVA A
      *            QUANTIDADE RESERVADA PARA PEDIDOS (EST-RESERVADO);
      *            A MERCADORIA DEVOLVIDA ENTRA COMO DISPONIVEL LIVRE
      *ALTERACAO = 15/10/2026 - TABELA DE PEDIDOS NA LARGURA NOVA DO
      *            PEDIDOS.CPY (NUMERO DO ROMANEIO DE EMBARQUE NO
      *            FINAL DO REGISTRO)
      *ALTERACAO = 15/10/2026 - TRANSACAO DE DEVOLUCAO PODE TRAZER O
      *            MOTIVO (DEV-MOTIVO A-AVARIA NO TRANSPORTE); A NOTA
      *            DE CREDITO (LAYOUT PELO COPY NOTACRED.CPY) LEVA A
      *            TRANSPORTADORA DA ENTREGA E O MOTIVO, PARA O
      *            SCORECARD DAS TRANSPORTADORAS (TRPSCORE)
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRM-STATUS.

           SELECT SALDOS-ESTOQUE ASSIGN TO "DATA/ESTOQUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EST-STATUS.

           SELECT PARAMETROS-CMV ASSIGN TO "DATA/CMVPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CMV-STATUS.

           SELECT ITENS-PEDIDO ASSIGN TO "DATA/PEDITENS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ITM-STATUS.

           SELECT CONTROLE-RUNS ASSIGN TO "DATA/RUNCTLGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-STATUS.
           05  DEV-PEDIDO         PIC 9(06).
           05  DEV-VALOR          PIC 9(06)V99.
           05  DEV-USUARIO        PIC X(20).
           05  DEV-PRODUTO        PIC X(20).
           05  DEV-MOTIVO         PIC X(01).

       FD  ARQUIVO-PEDIDOS.
       COPY "PEDIDOS.CPY".
           05  FCL-CONDPAG        PIC 9(02).

       FD  NOTAS-CREDITO.
       COPY "NOTACRED.CPY".

       FD  LANCAMENTO-CONTABIL.
       COPY "EXE02GL.CPY".

       FD  PLANO-CONTAS.
       COPY "PLANOCTA.CPY".

       FD  PARAMETROS-DEVOLUCAO.
       01  PRM-REC.
           05  PRM-CONTA-DEBITO   PIC X(10).
           05  PRM-CONTA-CREDITO  PIC X(10).

       FD  SALDOS-ESTOQUE.
       COPY "ESTOQUE.CPY".

       FD  PARAMETROS-CMV.
       01  CMV-REC.
           05  CMV-CONTA-DEBITO   PIC X(10).
           05  CMV-CONTA-CREDITO  PIC X(10).

       FD  ITENS-PEDIDO.
       COPY "PEDITEM.CPY".

       FD  CONTROLE-RUNS.
       01  RUN-REC.
           05  RUN-PROGRAMA       PIC X(08).
       77  WRK-VENC-COMPARA    PIC 9(08)    VALUE ZEROS.
       77  WRK-VINCULADA       PIC X        VALUE 'N'.
           88  FATURA-DO-CLIENTE VALUE 'S'.
       77  WRK-EST-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-CMV-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-EST-EOF         PIC X        VALUE 'N'.
           88  FIM-ESTOQUE     VALUE 'Y'.
       77  WRK-EST-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-EST-SUB         PIC 9(03)    VALUE ZEROS.
       77  WRK-EST-ACHADO      PIC X        VALUE 'N'.
           88  SALDO-ENCONTRADO VALUE 'Y'.
       77  WRK-CONTA-CMV       PIC X(10)    VALUE '5050-CMV'.
       77  WRK-CONTA-ESTOQUE   PIC X(10)    VALUE '1400-ESTQ'.
       77  WRK-CUSTO-RETORNO   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-CUSTO     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-CUSTO-PEDIDO    PIC 9(07)V9999 VALUE ZEROS.
       77  WRK-PROD-RETORNO    PIC X(20)    VALUE SPACES.
       77  WRK-QTD-RETORNO     PIC 9(05)    VALUE ZEROS.
       77  WRK-ESTOQUE-MUDOU   PIC X        VALUE 'N'.
       77  WRK-ITM-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-ITM-QTD         PIC 9(04)    VALUE ZEROS.
       77  WRK-ITM-SUB         PIC 9(04)    VALUE ZEROS.
       77  WRK-ITM-ACHADO      PIC 9(04)    VALUE ZEROS.
       77  WRK-ITM-PENDENTES   PIC 9(03)    VALUE ZEROS.
       77  WRK-ITENS-MUDOU     PIC X        VALUE 'N'.
       77  WRK-VALOR-ITEM      PIC 9(09)V99 VALUE ZEROS.

       01  WRK-TAB-ITENS.
           05  WRK-ITM-ITEM OCCURS 1000 TIMES.
               10  WRK-ITM-REGISTRO PIC X(90).

       01  WRK-TAB-PEDIDOS.
           05  WRK-PED-ITEM OCCURS 500 TIMES.
               10  WRK-PED-REGISTRO PIC X(129).

       01  WRK-TAB-PARCELAS.
           05  WRK-PAR-ITEM OCCURS 500 TIMES.
               10  WRK-PAR-REGISTRO PIC X(28).

       01  WRK-TAB-ESTOQUE.
           05  WRK-EST-ITEM OCCURS 200 TIMES.
               10  WRK-EST-PRODUTO PIC X(20).
               10  WRK-EST-SALDO   PIC 9(06).
               10  WRK-EST-PONTO   PIC 9(06).
               10  WRK-EST-CUSTO   PIC 9(07)V9999.
               10  WRK-EST-RESERVADO PIC 9(06).

       01  WRK-TAB-VINCULOS.
           05  WRK-FCL-ITEM OCCURS 500 TIMES.
               10  WRK-FCL-FATURA PIC 9(06).
               10  WRK-FCL-CPF    PIC 9(11).

       COPY "GLLOTE.CPY".

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0120-CARREGAR-PEDIDOS.
           PERFORM 0130-CARREGAR-PARCELAS.
           PERFORM 0140-CARREGAR-VINCULOS.
           PERFORM 0150-CARREGAR-ESTOQUE.
           PERFORM 0160-CARREGAR-ITENS.

           OPEN INPUT TRANSACOES-DEVOLUCAO.
           IF WRK-DEV-STATUS NOT = '00'
               CLOSE PARAMETROS-DEVOLUCAO
           END-IF

           OPEN INPUT PARAMETROS-CMV
           IF WRK-CMV-STATUS = '00'
               READ PARAMETROS-CMV
                   AT END CONTINUE
                   NOT AT END
                       MOVE CMV-CONTA-DEBITO  TO WRK-CONTA-CMV
                       MOVE CMV-CONTA-CREDITO TO WRK-CONTA-ESTOQUE
               END-READ
               CLOSE PARAMETROS-CMV
           END-IF

           PERFORM 0115-CONFERIR-PLANO.

      *AS DUAS CONTAS DO PARAMETRO DEVEM EXISTIR E ESTAR ATIVAS
           MOVE WRK-CONTA-DEBITO TO WRK-CONTA-VALIDAR
           PERFORM 0117-VALIDAR-UMA-CONTA
           MOVE WRK-CONTA-CREDITO TO WRK-CONTA-VALIDAR
           PERFORM 0117-VALIDAR-UMA-CONTA
           MOVE WRK-CONTA-CMV TO WRK-CONTA-VALIDAR
           PERFORM 0117-VALIDAR-UMA-CONTA
           MOVE WRK-CONTA-ESTOQUE TO WRK-CONTA-VALIDAR
           PERFORM 0117-VALIDAR-UMA-CONTA.

       0117-VALIDAR-UMA-CONTA.
           END-IF
           MOVE 'N' TO WRK-EOF.

       0150-CARREGAR-ESTOQUE.
           OPEN INPUT SALDOS-ESTOQUE
           IF WRK-EST-STATUS NOT = '00'
               MOVE 'Y' TO WRK-EST-EOF
           ELSE
               READ SALDOS-ESTOQUE
                   AT END MOVE 'Y' TO WRK-EST-EOF
               END-READ
           END-IF
           PERFORM UNTIL FIM-ESTOQUE
               IF WRK-EST-QTD >= 200
                   DISPLAY 'ERRO: SALDOS DE ESTOQUE EXCEDEM O '
                       'LIMITE DE 200 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-EST-QTD
               MOVE EST-PRODUTO TO WRK-EST-PRODUTO(WRK-EST-QTD)
               MOVE EST-SALDO   TO WRK-EST-SALDO(WRK-EST-QTD)
               MOVE EST-PONTO-REPOSICAO TO WRK-EST-PONTO(WRK-EST-QTD)
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
                   AT END MOVE 'Y' TO WRK-EST-EOF
               END-READ
           END-PERFORM
           IF WRK-EST-STATUS = '00' OR WRK-EST-STATUS = '10'
               CLOSE SALDOS-ESTOQUE
           END-IF.

       0160-CARREGAR-ITENS.
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
           END-IF
           MOVE 'N' TO WRK-EOF.

       0200-PROCESSAR.
           MOVE 'INICIADO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN
                   DISPLAY 'PEDIDO ' DEV-PEDIDO ' NAO ESTA '
                       'ENTREGUE - DEVOLUCAO RECUSADA'
               ELSE
                   IF PED-QTD-ITENS IS NUMERIC AND PED-QTD-ITENS > 0
                       PERFORM 0280-DEVOLVER-ITENS
                   ELSE
                       PERFORM 0260-EFETIVAR-DEVOLUCAO
                   END-IF
               END-IF
           END-IF.

               MOVE DEV-USUARIO   TO PED-STATUS-USUARIO
               MOVE PED-REC TO WRK-PED-REGISTRO(WRK-SUB)
               MOVE 'T' TO NTC-TIPO
               MOVE PED-PROD TO WRK-PROD-RETORNO
               MOVE PED-QTD  TO WRK-QTD-RETORNO
               IF PED-CUSTO-UNIT IS NUMERIC
                   MOVE PED-CUSTO-UNIT TO WRK-CUSTO-PEDIDO
               ELSE
                   MOVE 0 TO WRK-CUSTO-PEDIDO
               END-IF
               PERFORM 0265-RETORNAR-ESTOQUE
           ELSE
               ADD 1 TO WRK-QTD-PARCIAIS
               MOVE 'P' TO NTC-TIPO
           END-IF

           PERFORM 0268-EMITIR-CREDITO.

      **********NOTA DE CREDITO E ABATIMENTO DAS PARCELAS******
       0268-EMITIR-CREDITO.
           MOVE PED-CPF TO WRK-CPF-CLIENTE

           MOVE DEV-PEDIDO    TO NTC-PEDIDO
           MOVE WRK-CPF-CLIENTE TO NTC-CPF
           MOVE WRK-CREDITO   TO NTC-VALOR
           MOVE WRK-DATA-EXEC TO NTC-DATA
      *    TRANSPORTADORA DA ENTREGA E MOTIVO (A-AVARIA NO TRANSPORTE)
      *    PARA O SCORECARD DAS TRANSPORTADORAS
           IF PED-TRANSP IS NUMERIC
               MOVE PED-TRANSP TO NTC-TRANSP
           ELSE
               MOVE ZEROS TO NTC-TRANSP
           END-IF
           IF DEV-MOTIVO = 'A'
               MOVE 'A' TO NTC-MOTIVO
           ELSE
               MOVE SPACE TO NTC-MOTIVO
           END-IF
           WRITE NTC-REC

           ADD WRK-CREDITO TO WRK-TOTAL-DEVOLVIDO
           DISPLAY 'DEVOLUCAO DO PEDIDO ' DEV-PEDIDO
               ' - NOTA DE CREDITO EMITIDA'.

      **********RETORNO DA MERCADORIA AO ESTOQUE***************
      *A QUANTIDADE VOLTA PELO CUSTO DO ENVIO E O CUSTO MEDIO E
      *RECALCULADO; PEDIDO ENVIADO ANTES DO CUSTEIO (SEM CUSTO)
      *VOLTA COM CUSTO ZERO, SEM ESTORNO DE CMV. PRODUTO, QUANTIDADE
      *E CUSTO VEM DO PEDIDO OU DA LINHA DE ITEM DEVOLVIDA
       0265-RETORNAR-ESTOQUE.
           IF WRK-QTD-RETORNO > 0
               MOVE 'S' TO WRK-ESTOQUE-MUDOU
               MOVE 'N' TO WRK-EST-ACHADO
               MOVE 1 TO WRK-EST-SUB
               PERFORM UNTIL WRK-EST-SUB > WRK-EST-QTD
                       OR SALDO-ENCONTRADO
                   IF WRK-EST-PRODUTO(WRK-EST-SUB) = WRK-PROD-RETORNO
                       MOVE 'Y' TO WRK-EST-ACHADO
                   ELSE
                       ADD 1 TO WRK-EST-SUB
                   END-IF
               END-PERFORM

               IF NOT SALDO-ENCONTRADO
                   IF WRK-EST-QTD >= 200
                       DISPLAY 'ERRO: SALDOS DE ESTOQUE EXCEDEM O '
                           'LIMITE DE 200 REGISTROS - '
                           'PROCESSAMENTO ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-EST-QTD
                   MOVE WRK-EST-QTD TO WRK-EST-SUB
                   MOVE WRK-PROD-RETORNO TO
                       WRK-EST-PRODUTO(WRK-EST-SUB)
                   MOVE 0 TO WRK-EST-SALDO(WRK-EST-SUB)
                   MOVE 0 TO WRK-EST-PONTO(WRK-EST-SUB)
                   MOVE 0 TO WRK-EST-CUSTO(WRK-EST-SUB)
                   MOVE 0 TO WRK-EST-RESERVADO(WRK-EST-SUB)
               END-IF

               COMPUTE WRK-CUSTO-RETORNO ROUNDED =
                   WRK-QTD-RETORNO * WRK-CUSTO-PEDIDO
               COMPUTE WRK-EST-CUSTO(WRK-EST-SUB) ROUNDED =
                   ((WRK-EST-SALDO(WRK-EST-SUB) *
                     WRK-EST-CUSTO(WRK-EST-SUB)) +
                    WRK-CUSTO-RETORNO) /
                   (WRK-EST-SALDO(WRK-EST-SUB) + WRK-QTD-RETORNO)
               ADD WRK-QTD-RETORNO TO WRK-EST-SALDO(WRK-EST-SUB)
               ADD WRK-CUSTO-RETORNO TO WRK-TOTAL-CUSTO
           END-IF.

      **********DEVOLUCAO DE PEDIDO COM LINHAS DE ITENS*********
      *SEM PRODUTO NA TRANSACAO A DEVOLUCAO E DO PEDIDO: O VALOR EM
      *ABERTO E O DAS LINHAS AINDA NAO DEVOLVIDAS MAIS O FRETE. COM
      *PRODUTO, O CREDITO E LIMITADO AO VALOR DA LINHA; COBRINDO A
      *LINHA INTEIRA A MERCADORIA VOLTA AO ESTOQUE, SENAO E SO
      *ABATIMENTO DE VALOR
       0280-DEVOLVER-ITENS.
           IF DEV-PRODUTO = SPACES
               PERFORM 0282-DEVOLVER-PEDIDO-ITENS
           ELSE
               PERFORM 0284-DEVOLVER-UM-ITEM
           END-IF.

       0282-DEVOLVER-PEDIDO-ITENS.
           MOVE PED-FRETE TO WRK-VALOR-PEDIDO
           PERFORM VARYING WRK-ITM-SUB FROM 1 BY 1
                   UNTIL WRK-ITM-SUB > WRK-ITM-QTD
               MOVE WRK-ITM-REGISTRO(WRK-ITM-SUB) TO ITM-REC
               IF ITM-PEDIDO = PED-NUMERO AND NOT ITM-JA-DEVOLVIDO
                   COMPUTE WRK-VALOR-PEDIDO = WRK-VALOR-PEDIDO +
                       (ITM-QTD * ITM-PRECO-UNIT)
               END-IF
           END-PERFORM

           MOVE DEV-VALOR TO WRK-CREDITO
           IF WRK-CREDITO > WRK-VALOR-PEDIDO
               MOVE WRK-VALOR-PEDIDO TO WRK-CREDITO
           END-IF

           IF WRK-CREDITO >= WRK-VALOR-PEDIDO
               ADD 1 TO WRK-QTD-TOTAIS
               MOVE 'T' TO NTC-TIPO
               PERFORM VARYING WRK-ITM-SUB FROM 1 BY 1
                       UNTIL WRK-ITM-SUB > WRK-ITM-QTD
                   MOVE WRK-ITM-REGISTRO(WRK-ITM-SUB) TO ITM-REC
                   IF ITM-PEDIDO = PED-NUMERO
                       AND NOT ITM-JA-DEVOLVIDO
                       PERFORM 0286-RETORNAR-ITEM
                   END-IF
               END-PERFORM
               PERFORM 0288-PEDIDO-DEVOLVIDO
           ELSE
               ADD 1 TO WRK-QTD-PARCIAIS
               MOVE 'P' TO NTC-TIPO
           END-IF

           PERFORM 0268-EMITIR-CREDITO.

       0284-DEVOLVER-UM-ITEM.
           MOVE 0 TO WRK-ITM-ACHADO
           MOVE 1 TO WRK-ITM-SUB
           PERFORM UNTIL WRK-ITM-SUB > WRK-ITM-QTD
                   OR WRK-ITM-ACHADO > 0
               MOVE WRK-ITM-REGISTRO(WRK-ITM-SUB) TO ITM-REC
               IF ITM-PEDIDO = PED-NUMERO
                   AND ITM-PROD = DEV-PRODUTO
                   AND NOT ITM-JA-DEVOLVIDO
                   MOVE WRK-ITM-SUB TO WRK-ITM-ACHADO
               ELSE
                   ADD 1 TO WRK-ITM-SUB
               END-IF
           END-PERFORM

           IF WRK-ITM-ACHADO = 0
               ADD 1 TO WRK-QTD-RECUSADAS
               DISPLAY 'PRODUTO ' DEV-PRODUTO ' NAO CONSTA DO PEDIDO '
                   DEV-PEDIDO ' OU JA FOI DEVOLVIDO - DEVOLUCAO '
                   'RECUSADA'
               EXIT PARAGRAPH
           END-IF

           COMPUTE WRK-VALOR-ITEM = ITM-QTD * ITM-PRECO-UNIT
           MOVE DEV-VALOR TO WRK-CREDITO
           IF WRK-CREDITO > WRK-VALOR-ITEM
               MOVE WRK-VALOR-ITEM TO WRK-CREDITO
           END-IF

           MOVE 'P' TO NTC-TIPO
           IF WRK-CREDITO >= WRK-VALOR-ITEM
               PERFORM 0286-RETORNAR-ITEM
      *        TODAS AS LINHAS DEVOLVIDAS FECHAM O PEDIDO EM D
               MOVE 0 TO WRK-ITM-PENDENTES
               PERFORM VARYING WRK-ITM-SUB FROM 1 BY 1
                       UNTIL WRK-ITM-SUB > WRK-ITM-QTD
                   MOVE WRK-ITM-REGISTRO(WRK-ITM-SUB) TO ITM-REC
                   IF ITM-PEDIDO = PED-NUMERO
                       AND NOT ITM-JA-DEVOLVIDO
                       ADD 1 TO WRK-ITM-PENDENTES
                   END-IF
               END-PERFORM
               IF WRK-ITM-PENDENTES = 0
                   MOVE 'T' TO NTC-TIPO
                   PERFORM 0288-PEDIDO-DEVOLVIDO
               END-IF
           END-IF

           IF NTC-TIPO = 'T'
               ADD 1 TO WRK-QTD-TOTAIS
           ELSE
               ADD 1 TO WRK-QTD-PARCIAIS
           END-IF

           PERFORM 0268-EMITIR-CREDITO.

      *A LINHA CORRENTE (ITM-REC, POSICAO WRK-ITM-SUB) VOLTA AO
      *ESTOQUE PELO CUSTO GRAVADO NO ENVIO E FICA MARCADA
       0286-RETORNAR-ITEM.
           MOVE ITM-PROD TO WRK-PROD-RETORNO
           MOVE ITM-QTD  TO WRK-QTD-RETORNO
           IF ITM-CUSTO-UNIT IS NUMERIC
               MOVE ITM-CUSTO-UNIT TO WRK-CUSTO-PEDIDO
           ELSE
               MOVE 0 TO WRK-CUSTO-PEDIDO
           END-IF
           PERFORM 0265-RETORNAR-ESTOQUE
           MOVE 'S' TO ITM-DEVOLVIDO
           MOVE ITM-REC TO WRK-ITM-REGISTRO(WRK-ITM-SUB)
           MOVE 'S' TO WRK-ITENS-MUDOU.

       0288-PEDIDO-DEVOLVIDO.
           MOVE 'D'           TO PED-STATUS
           MOVE WRK-DATA-EXEC TO PED-STATUS-DATA
           MOVE DEV-USUARIO   TO PED-STATUS-USUARIO
           MOVE PED-REC TO WRK-PED-REGISTRO(WRK-SUB).

      **********ABATIMENTO DAS PARCELAS (MAIS ANTIGA PRIMEIRO)*
      *AS PARCELAS EM ABERTO DAS FATURAS VINCULADAS AO CPF SAO
      *ABATIDAS EM ORDEM DE VENCIMENTO; PARCELA TOTALMENTE
               IF WRK-GL-STATUS NOT = '00'
                   OPEN OUTPUT LANCAMENTO-CONTABIL
               END-IF
               ACCEPT WRK-GL-LOTE-DATA FROM DATE YYYYMMDD
               ACCEPT WRK-GL-LOTE-TEMPO FROM TIME
               MOVE WRK-GL-LOTE-TEMPO(1:4) TO WRK-GL-LOTE-HORA
               MOVE WRK-CONTA-DEBITO  TO GL-CONTA-DEBITO
               MOVE WRK-CONTA-CREDITO TO GL-CONTA-CREDITO
               MOVE SPACES            TO GL-CCUSTO
               MOVE WRK-TOTAL-DEVOLVIDO TO GL-VALOR
               MOVE WRK-DATA-EXEC     TO GL-DATA-EXEC
               MOVE ZEROS             TO GL-EMPRESA
               MOVE 'DEVOLUCAO'       TO GL-ORIGEM
               MOVE WRK-GL-LOTE       TO GL-DOCUMENTO
               WRITE GL-REC
               IF WRK-TOTAL-CUSTO > 0
                   MOVE WRK-CONTA-ESTOQUE TO GL-CONTA-DEBITO
                   MOVE WRK-CONTA-CMV     TO GL-CONTA-CREDITO
                   MOVE 'ESTORNO CMV DEVOLUCOES' TO GL-HISTORICO
                   MOVE WRK-TOTAL-CUSTO   TO GL-VALOR
                   WRITE GL-REC
               END-IF
               CLOSE LANCAMENTO-CONTABIL
           END-IF.

           IF WRK-ESTOQUE-MUDOU = 'S'
               OPEN OUTPUT SALDOS-ESTOQUE
               PERFORM VARYING WRK-EST-SUB FROM 1 BY 1
                       UNTIL WRK-EST-SUB > WRK-EST-QTD
                   MOVE WRK-EST-PRODUTO(WRK-EST-SUB) TO EST-PRODUTO
                   MOVE WRK-EST-SALDO(WRK-EST-SUB)   TO EST-SALDO
                   MOVE WRK-EST-PONTO(WRK-EST-SUB)   TO
                       EST-PONTO-REPOSICAO
                   MOVE WRK-EST-CUSTO(WRK-EST-SUB)   TO EST-CUSTO-MEDIO
                   MOVE WRK-EST-RESERVADO(WRK-EST-SUB) TO EST-RESERVADO
                   WRITE EST-REC
               END-PERFORM
               CLOSE SALDOS-ESTOQUE
           END-IF.

           IF WRK-ITENS-MUDOU = 'S'
               OPEN OUTPUT ITENS-PEDIDO
               PERFORM VARYING WRK-ITM-SUB FROM 1 BY 1
                       UNTIL WRK-ITM-SUB > WRK-ITM-QTD
                   MOVE WRK-ITM-REGISTRO(WRK-ITM-SUB) TO ITM-REC
                   WRITE ITM-REC
               END-PERFORM
               CLOSE ITENS-PEDIDO
           END-IF.

           IF WRK-PARCELAS-MUDOU = 'S'
               OPEN OUTPUT ARQUIVO-PARCELAS
               PERFORM VARYING WRK-SUB FROM 1 BY 1
