      *          PAGAS EM FAIXAS (A VENCER, ATE 30, 60, 90 E ACIMA
      *          DE 90 DIAS) COM TOTAIS POR FATURA
      *DATA = 23/08/2026
      *ALTERACAO = 15/10/2026 - PAGAMENTO PARCIAL (MULTA E
      *            JUROS PRIMEIRO, SALDO FICA NA PARCELA), SOBRA E
      *            RECEBIMENTO SEM PARCELA NO SALDO CREDOR DO CLIENTE
      *            (CREDCLI.DAT/CREDMOV.DAT), REEMBOLSO (REEMBTR.DAT),
      *            APLICACAO DO SALDO NAS PARCELAS MAIS ANTIGAS,
      *            MARCA DE PROCESSADO NO RECEBTR.DAT E CONTABILIZACAO
      *            (RECGLPARM.DAT)
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RELATORIO-RECEBER ASSIGN TO "DATA/RECEBREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VINCULO-FATURA-CLIENTE ASSIGN TO "DATA/FATUCLI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FCL-STATUS.

           SELECT CREDITOS-CLIENTE ASSIGN TO "DATA/CREDCLI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CRC-STATUS.

           SELECT MOVIMENTO-CREDITOS ASSIGN TO "DATA/CREDMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CRM-STATUS.

           SELECT PEDIDOS-REEMBOLSO ASSIGN TO "DATA/REEMBTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REE-STATUS.

           SELECT LANCAMENTO-CONTABIL ASSIGN TO "DATA/EXE02GL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GL-STATUS.

           SELECT PLANO-CONTAS ASSIGN TO "DATA/PLANOCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARAMETROS-RECEBER ASSIGN TO "DATA/RECGLPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRM-STATUS.

           SELECT CONTROLE-RUNS ASSIGN TO "DATA/RUNCTLGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-STATUS.
           05  RCB-PARCELA        PIC 9(02).
           05  RCB-DATA-PAGAMENTO PIC 9(08).
           05  RCB-VALOR-PAGO     PIC 9(09)V99.
           05  RCB-PROCESSADO     PIC X(01).
               88  RECEBIMENTO-PROCESSADO VALUE 'S'.

       FD  RELATORIO-RECEBER.
       01  REL-LINHA              PIC X(100).

       FD  VINCULO-FATURA-CLIENTE.
       01  FCL-REC.
           05  FCL-FATURA         PIC 9(06).
           05  FCL-CPF            PIC 9(11).
           05  FCL-CONDPAG        PIC 9(02).

      *SALDO CREDOR DO CLIENTE (SOBRA DE PAGAMENTO OU RECEBIMENTO
      *SEM PARCELA); CPF ZERO = RECEBIMENTO NAO IDENTIFICADO
       FD  CREDITOS-CLIENTE.
       01  CRC-REC.
           05  CRC-CPF            PIC 9(11).
           05  CRC-SALDO          PIC 9(09)V99.
           05  CRC-DATA-ULT-MOV   PIC 9(08).

       FD  MOVIMENTO-CREDITOS.
       01  CRM-REC.
           05  CRM-CPF            PIC 9(11).
           05  CRM-TIPO           PIC X(01).
               88  CRM-SOBRA-PAGAMENTO  VALUE 'S'.
               88  CRM-SEM-PARCELA      VALUE 'N'.
               88  CRM-APLICADO         VALUE 'A'.
               88  CRM-REEMBOLSADO      VALUE 'R'.
           05  CRM-FATURA         PIC 9(06).
           05  CRM-PARCELA        PIC 9(02).
           05  CRM-VALOR          PIC 9(09)V99.
           05  CRM-DATA           PIC 9(08).
           05  CRM-USUARIO        PIC X(20).

      *PEDIDO DE REEMBOLSO DO SALDO CREDOR (VALOR ZERO = SALDO
      *TODO); CONSUMIDO NO PROCESSAMENTO
       FD  PEDIDOS-REEMBOLSO.
       01  REE-REC.
           05  REE-CPF            PIC 9(11).
           05  REE-VALOR          PIC 9(09)V99.
           05  REE-USUARIO        PIC X(20).

       FD  LANCAMENTO-CONTABIL.
       COPY "EXE02GL.CPY".

       FD  PLANO-CONTAS.
       COPY "PLANOCTA.CPY".

       FD  PARAMETROS-RECEBER.
       01  PRM-REC.
           05  PRM-CONTA-CAIXA    PIC X(10).
           05  PRM-CONTA-CLIENTES PIC X(10).
           05  PRM-CONTA-FINANC   PIC X(10).
           05  PRM-CONTA-CREDITOS PIC X(10).

       FD  CONTROLE-RUNS.
       01  RUN-REC.
           05  RUN-PROGRAMA       PIC X(08).
               10  WRK-PAR-VALOR      PIC 9(09)V99.
               10  WRK-PAR-SITUACAO   PIC X(01).

      *PAGAMENTO PARCIAL, SOBRA E SALDO CREDOR DO CLIENTE
       77  WRK-FCL-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-CRC-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-CRM-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-REE-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-GL-STATUS       PIC X(02)    VALUE '00'.
       77  WRK-PRM-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-EOF             PIC X        VALUE 'N'.
           88  FIM-ARQUIVO     VALUE 'Y'.
       77  WRK-PARCELAS-MUDOU  PIC X        VALUE 'N'.
       77  WRK-ENCARGOS        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-MULTA-RECEBIDA  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-JUROS-RECEBIDOS PIC 9(09)V99 VALUE ZEROS.
       77  WRK-PRINCIPAL       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-SOBRA           PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-CREDITO   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-APLICAR   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CPF-BUSCA       PIC 9(11)    VALUE ZEROS.
       77  WRK-FATURA-BUSCA    PIC 9(06)    VALUE ZEROS.
       77  WRK-TIPO-MOV        PIC X(01)    VALUE SPACES.
       77  WRK-USUARIO-MOV     PIC X(20)    VALUE SPACES.
       77  WRK-QTD-PARCIAIS    PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-SOBRAS      PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-APLICADOS   PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-REEMBOLSOS  PIC 9(05)    VALUE ZEROS.
       77  WRK-PAR-ESCOLHIDA   PIC 9(03)    VALUE ZEROS.
       77  WRK-VENC-MENOR      PIC 9(08)    VALUE ZEROS.

       77  WRK-FCL-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-FCL-SUB         PIC 9(03)    VALUE ZEROS.
       01  WRK-TAB-VINCULOS.
           05  WRK-FCL-ITEM OCCURS 500 TIMES.
               10  WRK-FCL-FATURA PIC 9(06).
               10  WRK-FCL-CPF    PIC 9(11).

       77  WRK-CRC-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-CRC-SUB         PIC 9(03)    VALUE ZEROS.
       77  WRK-CRC-ACHADO      PIC X        VALUE 'N'.
           88  CREDITO-ENCONTRADO VALUE 'Y'.
       77  WRK-CREDITOS-MUDOU  PIC X        VALUE 'N'.
       01  WRK-TAB-CREDITOS.
           05  WRK-CRC-ITEM OCCURS 500 TIMES.
               10  WRK-CRC-CPF      PIC 9(11).
               10  WRK-CRC-SALDO    PIC 9(09)V99.
               10  WRK-CRC-DATA     PIC 9(08).

      *RECEBIMENTOS GUARDADOS PARA A REGRAVACAO COM A MARCA DE
      *PROCESSADO (O RECEBTR.DAT E ACUMULATIVO: EXTRATOCLI E
      *CONCBANC LEEM O HISTORICO)
       77  WRK-RCB-QTD         PIC 9(04)    VALUE ZEROS.
       77  WRK-RCB-SUB         PIC 9(04)    VALUE ZEROS.
       77  WRK-QTD-PROCESSADOS PIC 9(05)    VALUE ZEROS.
       01  WRK-TAB-RECEBIMENTOS.
           05  WRK-RCB-ITEM OCCURS 3000 TIMES.
               10  WRK-RCB-REGISTRO PIC X(28).

      *CONTAS E TOTAIS DA CONTABILIZACAO
       77  WRK-CONTA-CAIXA     PIC X(10)    VALUE '1000-BCOS'.
       77  WRK-CONTA-CLIENTES  PIC X(10)    VALUE '1100-CLIE'.
       77  WRK-CONTA-FINANC    PIC X(10)    VALUE '4400-FINC'.
       77  WRK-CONTA-CREDITOS  PIC X(10)    VALUE '2900-CRCL'.
       77  WRK-CONTA-VALIDAR   PIC X(10)    VALUE SPACES.
       77  WRK-CONTA-OK        PIC X        VALUE 'N'.
       77  WRK-TOT-PRINCIPAL   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-MULTAS      PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-JUROS       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-SOBRAS      PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-APLICADO    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-REEMBOLSO   PIC 9(11)V99 VALUE ZEROS.

       COPY "GLLOTE.CPY".

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
       0100-INICIALIZAR.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.

           PERFORM 0110-VALIDAR-CONTAS-GL.
           PERFORM 0120-CARREGAR-VINCULOS.
           PERFORM 0130-CARREGAR-CREDITOS.

           OPEN INPUT ARQUIVO-PARCELAS.
           IF WRK-PAR-STATUS NOT = '00'
               DISPLAY 'SEM PLANO DE PARCELAS GERADO - '
               REL-LINHA.
           WRITE REL-LINHA.

      **********CONTAS DE CONTABILIZACAO PARAMETRIZADAS********
       0110-VALIDAR-CONTAS-GL.
           OPEN INPUT PARAMETROS-RECEBER
           IF WRK-PRM-STATUS = '00'
               READ PARAMETROS-RECEBER
                   AT END CONTINUE
                   NOT AT END
                       MOVE PRM-CONTA-CAIXA    TO WRK-CONTA-CAIXA
                       MOVE PRM-CONTA-CLIENTES TO WRK-CONTA-CLIENTES
                       MOVE PRM-CONTA-FINANC   TO WRK-CONTA-FINANC
                       MOVE PRM-CONTA-CREDITOS TO WRK-CONTA-CREDITOS
               END-READ
               CLOSE PARAMETROS-RECEBER
           END-IF

           MOVE WRK-CONTA-CAIXA TO WRK-CONTA-VALIDAR
           PERFORM 0115-VALIDAR-UMA-CONTA
           MOVE WRK-CONTA-CLIENTES TO WRK-CONTA-VALIDAR
           PERFORM 0115-VALIDAR-UMA-CONTA
           MOVE WRK-CONTA-FINANC TO WRK-CONTA-VALIDAR
           PERFORM 0115-VALIDAR-UMA-CONTA
           MOVE WRK-CONTA-CREDITOS TO WRK-CONTA-VALIDAR
           PERFORM 0115-VALIDAR-UMA-CONTA.

      *A CONTA DEVE EXISTIR E ESTAR ATIVA NO PLANO (MESMA CRITICA
      *DO DEVOLUCAO)
       0115-VALIDAR-UMA-CONTA.
           MOVE 'N' TO WRK-EOF
           MOVE 'N' TO WRK-CONTA-OK
           OPEN INPUT PLANO-CONTAS
           READ PLANO-CONTAS
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF CTA-CODIGO = WRK-CONTA-VALIDAR
                   AND CTA-ATIVA = 'S'
                   MOVE 'Y' TO WRK-CONTA-OK
               END-IF
               READ PLANO-CONTAS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE PLANO-CONTAS

           IF WRK-CONTA-OK NOT = 'Y'
               DISPLAY 'ERRO: CONTA DE CONTABILIZACAO '
                   WRK-CONTA-VALIDAR ' INEXISTENTE OU INATIVA NO '
                   'PLANO DE CONTAS - PROCESSAMENTO RECUSADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WRK-EOF.

      **********VINCULO FATURA/CPF (GRAVADO PELO FATGER)*******
       0120-CARREGAR-VINCULOS.
           OPEN INPUT VINCULO-FATURA-CLIENTE
           IF WRK-FCL-STATUS NOT = '00'
               MOVE 'Y' TO WRK-EOF
           ELSE
               READ VINCULO-FATURA-CLIENTE
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
               IF WRK-FCL-QTD >= 500
                   DISPLAY 'ERRO: VINCULOS FATURA/CLIENTE EXCEDEM O '
                       'LIMITE DE 500 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-FCL-QTD
               MOVE FCL-FATURA TO WRK-FCL-FATURA(WRK-FCL-QTD)
               MOVE FCL-CPF    TO WRK-FCL-CPF(WRK-FCL-QTD)
               READ VINCULO-FATURA-CLIENTE
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           IF WRK-FCL-STATUS = '00' OR WRK-FCL-STATUS = '10'
               CLOSE VINCULO-FATURA-CLIENTE
           END-IF
           MOVE 'N' TO WRK-EOF.

      **********SALDOS CREDORES DOS CLIENTES*******************
       0130-CARREGAR-CREDITOS.
           OPEN INPUT CREDITOS-CLIENTE
           IF WRK-CRC-STATUS NOT = '00'
               MOVE 'Y' TO WRK-EOF
           ELSE
               READ CREDITOS-CLIENTE
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
               IF WRK-CRC-QTD >= 500
                   DISPLAY 'ERRO: SALDOS CREDORES EXCEDEM O LIMITE '
                       'DE 500 REGISTROS - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-CRC-QTD
               MOVE CRC-CPF          TO WRK-CRC-CPF(WRK-CRC-QTD)
               MOVE CRC-SALDO        TO WRK-CRC-SALDO(WRK-CRC-QTD)
               MOVE CRC-DATA-ULT-MOV TO WRK-CRC-DATA(WRK-CRC-QTD)
               READ CREDITOS-CLIENTE
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           IF WRK-CRC-STATUS = '00' OR WRK-CRC-STATUS = '10'
               CLOSE CREDITOS-CLIENTE
           END-IF
           MOVE 'N' TO WRK-EOF.

       0200-PROCESSAR.
           MOVE 'INICIADO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN
           END-IF

           PERFORM UNTIL FIM-RECEBIMENTOS
               IF WRK-RCB-QTD >= 3000
                   DISPLAY 'ERRO: RECEBIMENTOS EXCEDEM O LIMITE DE '
                       '3000 REGISTROS - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
      *        RECEBIMENTO JA BAIXADO EM EXECUCAO ANTERIOR SO E
      *        GUARDADO PARA A REGRAVACAO
               IF NOT RECEBIMENTO-PROCESSADO
                   PERFORM 0250-BAIXAR-RECEBIMENTO
                   MOVE 'S' TO RCB-PROCESSADO
                   ADD 1 TO WRK-QTD-PROCESSADOS
               END-IF
               ADD 1 TO WRK-RCB-QTD
               MOVE RCB-REC TO WRK-RCB-REGISTRO(WRK-RCB-QTD)

               READ RECEBIMENTOS
                   AT END MOVE 'Y' TO WRK-RCB-EOF
               CLOSE RECEBIMENTOS
           END-IF

           PERFORM 0260-PROCESSAR-REEMBOLSOS
           PERFORM 0265-APLICAR-CREDITOS

           IF WRK-PARCELAS-MUDOU = 'S'
               PERFORM 0270-REGRAVAR-PARCELAS
           END-IF

           IF WRK-QTD-PROCESSADOS > 0
               PERFORM 0275-REGRAVAR-RECEBIMENTOS
           END-IF

           IF WRK-CREDITOS-MUDOU = 'S'
               PERFORM 0280-REGRAVAR-CREDITOS
           END-IF

           PERFORM 0285-CONTABILIZAR.

      **********BAIXA DE UM RECEBIMENTO************************
       0250-BAIXAR-RECEBIMENTO.
               END-IF
           END-PERFORM

      *    SEM PARCELA EM ABERTO O VALOR TODO VAI PARA O SALDO
      *    CREDOR DO CLIENTE DA FATURA
           IF NOT PARCELA-ENCONTRADA
               ADD 1 TO WRK-QTD-SEM-PARCELA
               MOVE SPACES TO REL-LINHA
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               IF RCB-VALOR-PAGO > 0
                   MOVE RCB-VALOR-PAGO TO WRK-VALOR-CREDITO
                   ADD RCB-VALOR-PAGO TO WRK-TOT-SOBRAS
                   MOVE 'N' TO WRK-TIPO-MOV
                   PERFORM 0257-CREDITAR-CLIENTE
               END-IF
           ELSE
               PERFORM 0255-CALCULAR-ENCARGOS
               PERFORM 0256-APROPRIAR-PAGAMENTO
               MOVE 'S' TO WRK-PARCELAS-MUDOU
           END-IF.

      **********MULTA E JUROS POR ATRASO***********************
           END-STRING
           WRITE REL-LINHA.

      **********APROPRIACAO DO VALOR PAGO**********************
      *O PAGAMENTO QUITA PRIMEIRO A MULTA E OS JUROS E DEPOIS O
      *PRINCIPAL; PAGAMENTO MENOR QUE O DEVIDO DEIXA O RESTANTE
      *EM ABERTO NA PARCELA (MESMA DISCIPLINA DA NOTA DE CREDITO
      *DO DEVOLUCAO) E A SOBRA VAI PARA O SALDO CREDOR DO CLIENTE
       0256-APROPRIAR-PAGAMENTO.
           MOVE 0 TO WRK-MULTA-RECEBIDA
           MOVE 0 TO WRK-JUROS-RECEBIDOS
           MOVE 0 TO WRK-PRINCIPAL
           MOVE 0 TO WRK-SOBRA
           COMPUTE WRK-ENCARGOS = WRK-MULTA + WRK-JUROS

           EVALUATE TRUE
               WHEN RCB-VALOR-PAGO >= WRK-VALOR-DEVIDO
                   MOVE WRK-MULTA TO WRK-MULTA-RECEBIDA
                   MOVE WRK-JUROS TO WRK-JUROS-RECEBIDOS
                   MOVE WRK-PAR-VALOR(WRK-SUB) TO WRK-PRINCIPAL
                   COMPUTE WRK-SOBRA =
                       RCB-VALOR-PAGO - WRK-VALOR-DEVIDO
               WHEN RCB-VALOR-PAGO <= WRK-MULTA
                   MOVE RCB-VALOR-PAGO TO WRK-MULTA-RECEBIDA
               WHEN RCB-VALOR-PAGO <= WRK-ENCARGOS
                   MOVE WRK-MULTA TO WRK-MULTA-RECEBIDA
                   COMPUTE WRK-JUROS-RECEBIDOS =
                       RCB-VALOR-PAGO - WRK-MULTA
               WHEN OTHER
                   MOVE WRK-MULTA TO WRK-MULTA-RECEBIDA
                   MOVE WRK-JUROS TO WRK-JUROS-RECEBIDOS
                   COMPUTE WRK-PRINCIPAL =
                       RCB-VALOR-PAGO - WRK-ENCARGOS
           END-EVALUATE

           ADD WRK-PRINCIPAL       TO WRK-TOT-PRINCIPAL
           ADD WRK-MULTA-RECEBIDA  TO WRK-TOT-MULTAS
           ADD WRK-JUROS-RECEBIDOS TO WRK-TOT-JUROS
           SUBTRACT WRK-PRINCIPAL FROM WRK-PAR-VALOR(WRK-SUB)

           MOVE SPACES TO REL-LINHA
           IF WRK-PAR-VALOR(WRK-SUB) = 0
               MOVE 'P' TO WRK-PAR-SITUACAO(WRK-SUB)
               ADD 1 TO WRK-QTD-BAIXADAS
               MOVE '  PARCELA QUITADA' TO REL-LINHA
           ELSE
               ADD 1 TO WRK-QTD-PARCIAIS
               MOVE WRK-PAR-VALOR(WRK-SUB) TO WRK-VALOR-ED
               STRING '  PAGAMENTO PARCIAL - SALDO EM ABERTO NA '
                   DELIMITED BY SIZE
                   'PARCELA: ' WRK-VALOR-ED DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
           END-IF
           WRITE REL-LINHA

           IF WRK-SOBRA > 0
               ADD 1 TO WRK-QTD-SOBRAS
               MOVE WRK-SOBRA TO WRK-VALOR-CREDITO
               ADD WRK-SOBRA TO WRK-TOT-SOBRAS
               MOVE 'S' TO WRK-TIPO-MOV
               PERFORM 0257-CREDITAR-CLIENTE
           END-IF.

      **********LANCAMENTO NO SALDO CREDOR DO CLIENTE**********
      *O CLIENTE VEM DO VINCULO DA FATURA; FATURA SEM VINCULO
      *FICA NO CPF ZERO (NAO IDENTIFICADO) PARA A TESOURARIA
       0257-CREDITAR-CLIENTE.
           MOVE RCB-FATURA TO WRK-FATURA-BUSCA
           PERFORM 0258-CPF-DA-FATURA
           PERFORM 0259-LOCALIZAR-CREDITO
           ADD WRK-VALOR-CREDITO TO WRK-CRC-SALDO(WRK-CRC-SUB)
           MOVE WRK-DATA-EXEC TO WRK-CRC-DATA(WRK-CRC-SUB)
           MOVE 'S' TO WRK-CREDITOS-MUDOU
           MOVE SPACES TO WRK-USUARIO-MOV
           MOVE RCB-PARCELA TO CRM-PARCELA
           MOVE WRK-VALOR-CREDITO TO CRM-VALOR
           PERFORM 0262-GRAVAR-MOVIMENTO

           MOVE WRK-VALOR-CREDITO TO WRK-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING '  CREDITO DE ' WRK-VALOR-ED DELIMITED BY SIZE
               ' NO SALDO DO CLIENTE ' WRK-CPF-BUSCA
               DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

       0258-CPF-DA-FATURA.
           MOVE ZEROS TO WRK-CPF-BUSCA
           PERFORM VARYING WRK-FCL-SUB FROM 1 BY 1
                   UNTIL WRK-FCL-SUB > WRK-FCL-QTD
               IF WRK-FCL-FATURA(WRK-FCL-SUB) = WRK-FATURA-BUSCA
                   MOVE WRK-FCL-CPF(WRK-FCL-SUB) TO WRK-CPF-BUSCA
               END-IF
           END-PERFORM.

       0259-LOCALIZAR-CREDITO.
           MOVE 'N' TO WRK-CRC-ACHADO
           MOVE 1 TO WRK-CRC-SUB
           PERFORM UNTIL WRK-CRC-SUB > WRK-CRC-QTD
                   OR CREDITO-ENCONTRADO
               IF WRK-CRC-CPF(WRK-CRC-SUB) = WRK-CPF-BUSCA
                   MOVE 'Y' TO WRK-CRC-ACHADO
               ELSE
                   ADD 1 TO WRK-CRC-SUB
               END-IF
           END-PERFORM

           IF NOT CREDITO-ENCONTRADO
               IF WRK-CRC-QTD >= 500
                   DISPLAY 'ERRO: SALDOS CREDORES EXCEDEM O LIMITE '
                       'DE 500 REGISTROS - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-CRC-QTD
               MOVE WRK-CRC-QTD TO WRK-CRC-SUB
               MOVE WRK-CPF-BUSCA TO WRK-CRC-CPF(WRK-CRC-SUB)
               MOVE 0 TO WRK-CRC-SALDO(WRK-CRC-SUB)
               MOVE WRK-DATA-EXEC TO WRK-CRC-DATA(WRK-CRC-SUB)
           END-IF.

      **********REEMBOLSO DO SALDO CREDOR**********************
      *PEDIDO ACIMA DO SALDO REEMBOLSA SO O SALDO; OS PEDIDOS SAO
      *CONSUMIDOS
       0260-PROCESSAR-REEMBOLSOS.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT PEDIDOS-REEMBOLSO
           IF WRK-REE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ PEDIDOS-REEMBOLSO
               AT END MOVE 'Y' TO WRK-EOF
           END-READ

           PERFORM UNTIL FIM-ARQUIVO
               MOVE REE-CPF TO WRK-CPF-BUSCA
               MOVE 'N' TO WRK-CRC-ACHADO
               PERFORM VARYING WRK-CRC-SUB FROM 1 BY 1
                       UNTIL WRK-CRC-SUB > WRK-CRC-QTD
                       OR CREDITO-ENCONTRADO
                   IF WRK-CRC-CPF(WRK-CRC-SUB) = WRK-CPF-BUSCA
                       MOVE 'Y' TO WRK-CRC-ACHADO
                   END-IF
               END-PERFORM
               IF CREDITO-ENCONTRADO
                   SUBTRACT 1 FROM WRK-CRC-SUB
               END-IF

               MOVE SPACES TO REL-LINHA
               IF NOT CREDITO-ENCONTRADO
                   OR WRK-CRC-SALDO(WRK-CRC-SUB) = 0
                   STRING 'REEMBOLSO RECUSADO - CLIENTE '
                       DELIMITED BY SIZE
                       REE-CPF ' SEM SALDO CREDOR' DELIMITED BY SIZE
                       INTO REL-LINHA
                   END-STRING
               ELSE
                   IF REE-VALOR = 0
                       OR REE-VALOR > WRK-CRC-SALDO(WRK-CRC-SUB)
                       MOVE WRK-CRC-SALDO(WRK-CRC-SUB) TO
                           WRK-VALOR-APLICAR
                   ELSE
                       MOVE REE-VALOR TO WRK-VALOR-APLICAR
                   END-IF
                   SUBTRACT WRK-VALOR-APLICAR FROM
                       WRK-CRC-SALDO(WRK-CRC-SUB)
                   MOVE WRK-DATA-EXEC TO WRK-CRC-DATA(WRK-CRC-SUB)
                   MOVE 'S' TO WRK-CREDITOS-MUDOU
                   ADD WRK-VALOR-APLICAR TO WRK-TOT-REEMBOLSO
                   ADD 1 TO WRK-QTD-REEMBOLSOS

                   MOVE 'R' TO WRK-TIPO-MOV
                   MOVE ZEROS TO WRK-FATURA-BUSCA
                   MOVE ZEROS TO CRM-PARCELA
                   MOVE WRK-VALOR-APLICAR TO CRM-VALOR
                   MOVE REE-USUARIO TO WRK-USUARIO-MOV
                   PERFORM 0262-GRAVAR-MOVIMENTO

                   MOVE WRK-VALOR-APLICAR TO WRK-VALOR-ED
                   STRING 'REEMBOLSO AO CLIENTE ' DELIMITED BY SIZE
                       REE-CPF ': ' WRK-VALOR-ED DELIMITED BY SIZE
                       ' POR ' REE-USUARIO DELIMITED BY SIZE
                       INTO REL-LINHA
                   END-STRING
               END-IF
               WRITE REL-LINHA

               READ PEDIDOS-REEMBOLSO
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE PEDIDOS-REEMBOLSO

           OPEN OUTPUT PEDIDOS-REEMBOLSO
           CLOSE PEDIDOS-REEMBOLSO
           MOVE 'N' TO WRK-EOF.

       0262-GRAVAR-MOVIMENTO.
           OPEN EXTEND MOVIMENTO-CREDITOS
           IF WRK-CRM-STATUS NOT = '00'
               OPEN OUTPUT MOVIMENTO-CREDITOS
           END-IF
           MOVE WRK-CPF-BUSCA    TO CRM-CPF
           MOVE WRK-TIPO-MOV     TO CRM-TIPO
           MOVE WRK-FATURA-BUSCA TO CRM-FATURA
           MOVE WRK-DATA-EXEC    TO CRM-DATA
           MOVE WRK-USUARIO-MOV  TO CRM-USUARIO
           WRITE CRM-REC
           CLOSE MOVIMENTO-CREDITOS.

      **********SALDO CREDOR APLICADO NAS PROXIMAS PARCELAS****
      *DA PARCELA EM ABERTO DE VENCIMENTO MAIS ANTIGO PARA A MAIS
      *NOVA, NAS FATURAS VINCULADAS AO CPF; CPF ZERO AGUARDA A
      *IDENTIFICACAO PELA TESOURARIA
       0265-APLICAR-CREDITOS.
           PERFORM VARYING WRK-CRC-SUB FROM 1 BY 1
                   UNTIL WRK-CRC-SUB > WRK-CRC-QTD
               IF WRK-CRC-CPF(WRK-CRC-SUB) > 0
                   MOVE WRK-CRC-CPF(WRK-CRC-SUB) TO WRK-CPF-BUSCA
                   MOVE 1 TO WRK-PAR-ESCOLHIDA
                   PERFORM UNTIL WRK-CRC-SALDO(WRK-CRC-SUB) = 0
                           OR WRK-PAR-ESCOLHIDA = 0
                       PERFORM 0267-PARCELA-MAIS-ANTIGA
                       IF WRK-PAR-ESCOLHIDA > 0
                           PERFORM 0268-APLICAR-NA-PARCELA
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       0267-PARCELA-MAIS-ANTIGA.
           MOVE 0 TO WRK-PAR-ESCOLHIDA
           MOVE 99999999 TO WRK-VENC-MENOR
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-PAR-QTD
               IF WRK-PAR-SITUACAO(WRK-SUB) = 'A'
                   AND WRK-PAR-VALOR(WRK-SUB) > 0
                   AND WRK-PAR-VENCIMENTO(WRK-SUB) < WRK-VENC-MENOR
                   MOVE WRK-PAR-FATURA(WRK-SUB) TO WRK-FATURA-BUSCA
                   PERFORM 0258-CPF-DA-FATURA
                   IF WRK-CPF-BUSCA = WRK-CRC-CPF(WRK-CRC-SUB)
                       MOVE WRK-SUB TO WRK-PAR-ESCOLHIDA
                       MOVE WRK-PAR-VENCIMENTO(WRK-SUB) TO
                           WRK-VENC-MENOR
                   END-IF
               END-IF
           END-PERFORM
           MOVE WRK-CRC-CPF(WRK-CRC-SUB) TO WRK-CPF-BUSCA.

       0268-APLICAR-NA-PARCELA.
           MOVE WRK-PAR-ESCOLHIDA TO WRK-SUB
           IF WRK-CRC-SALDO(WRK-CRC-SUB) >= WRK-PAR-VALOR(WRK-SUB)
               MOVE WRK-PAR-VALOR(WRK-SUB) TO WRK-VALOR-APLICAR
           ELSE
               MOVE WRK-CRC-SALDO(WRK-CRC-SUB) TO WRK-VALOR-APLICAR
           END-IF
           SUBTRACT WRK-VALOR-APLICAR FROM WRK-CRC-SALDO(WRK-CRC-SUB)
           SUBTRACT WRK-VALOR-APLICAR FROM WRK-PAR-VALOR(WRK-SUB)
           IF WRK-PAR-VALOR(WRK-SUB) = 0
               MOVE 'P' TO WRK-PAR-SITUACAO(WRK-SUB)
           END-IF
           MOVE WRK-DATA-EXEC TO WRK-CRC-DATA(WRK-CRC-SUB)
           MOVE 'S' TO WRK-CREDITOS-MUDOU
           MOVE 'S' TO WRK-PARCELAS-MUDOU
           ADD WRK-VALOR-APLICAR TO WRK-TOT-APLICADO
           ADD 1 TO WRK-QTD-APLICADOS

           MOVE 'A' TO WRK-TIPO-MOV
           MOVE WRK-PAR-FATURA(WRK-SUB) TO WRK-FATURA-BUSCA
           MOVE WRK-PAR-NUMERO(WRK-SUB) TO CRM-PARCELA
           MOVE WRK-VALOR-APLICAR TO CRM-VALOR
           MOVE SPACES TO WRK-USUARIO-MOV
           PERFORM 0262-GRAVAR-MOVIMENTO

           MOVE WRK-VALOR-APLICAR TO WRK-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING 'SALDO CREDOR DO CLIENTE ' DELIMITED BY SIZE
               WRK-CPF-BUSCA ' APLICADO: ' WRK-VALOR-ED
               DELIMITED BY SIZE
               ' NA FATURA ' WRK-PAR-FATURA(WRK-SUB)
               DELIMITED BY SIZE
               ' PARCELA ' WRK-PAR-NUMERO(WRK-SUB) DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

      **********REGRAVACAO DO PLANO DE PARCELAS****************
       0270-REGRAVAR-PARCELAS.
           OPEN OUTPUT ARQUIVO-PARCELAS

           CLOSE ARQUIVO-PARCELAS.

       0275-REGRAVAR-RECEBIMENTOS.
           OPEN OUTPUT RECEBIMENTOS
           PERFORM VARYING WRK-RCB-SUB FROM 1 BY 1
                   UNTIL WRK-RCB-SUB > WRK-RCB-QTD
               MOVE WRK-RCB-REGISTRO(WRK-RCB-SUB) TO RCB-REC
               WRITE RCB-REC
           END-PERFORM
           CLOSE RECEBIMENTOS.

      *SALDO ZERADO SAI DO ARQUIVO
       0280-REGRAVAR-CREDITOS.
           OPEN OUTPUT CREDITOS-CLIENTE
           PERFORM VARYING WRK-CRC-SUB FROM 1 BY 1
                   UNTIL WRK-CRC-SUB > WRK-CRC-QTD
               IF WRK-CRC-SALDO(WRK-CRC-SUB) > 0
                   MOVE WRK-CRC-CPF(WRK-CRC-SUB)   TO CRC-CPF
                   MOVE WRK-CRC-SALDO(WRK-CRC-SUB) TO CRC-SALDO
                   MOVE WRK-CRC-DATA(WRK-CRC-SUB)  TO CRC-DATA-ULT-MOV
                   WRITE CRC-REC
               END-IF
           END-PERFORM
           CLOSE CREDITOS-CLIENTE.

      **********CONTABILIZACAO DOS RECEBIMENTOS****************
      *CAIXA CONTRA CLIENTES (PRINCIPAL), CONTRA RECEITA
      *FINANCEIRA (MULTA E JUROS) E CONTRA CREDITOS DE CLIENTES
      *(SOBRAS E SEM PARCELA); O SALDO CREDOR APLICADO BAIXA
      *CLIENTES E O REEMBOLSADO SAI DO CAIXA
       0285-CONTABILIZAR.
           IF WRK-TOT-PRINCIPAL = 0 AND WRK-TOT-MULTAS = 0
               AND WRK-TOT-JUROS = 0 AND WRK-TOT-SOBRAS = 0
               AND WRK-TOT-APLICADO = 0 AND WRK-TOT-REEMBOLSO = 0
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND LANCAMENTO-CONTABIL
           IF WRK-GL-STATUS NOT = '00'
               OPEN OUTPUT LANCAMENTO-CONTABIL
           END-IF
           ACCEPT WRK-GL-LOTE-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-GL-LOTE-TEMPO FROM TIME
           MOVE WRK-GL-LOTE-TEMPO(1:4) TO WRK-GL-LOTE-HORA
           MOVE SPACES            TO GL-CCUSTO
           MOVE WRK-DATA-EXEC     TO GL-DATA-EXEC
           MOVE ZEROS             TO GL-EMPRESA
           MOVE 'RECEBER'         TO GL-ORIGEM
           MOVE WRK-GL-LOTE       TO GL-DOCUMENTO

           IF WRK-TOT-PRINCIPAL > 0
               MOVE WRK-CONTA-CAIXA    TO GL-CONTA-DEBITO
               MOVE WRK-CONTA-CLIENTES TO GL-CONTA-CREDITO
               MOVE 'RECEBIMENTO DE PARCELAS' TO GL-HISTORICO
               MOVE WRK-TOT-PRINCIPAL  TO GL-VALOR
               WRITE GL-REC
           END-IF
           IF WRK-TOT-MULTAS > 0
               MOVE WRK-CONTA-CAIXA    TO GL-CONTA-DEBITO
               MOVE WRK-CONTA-FINANC   TO GL-CONTA-CREDITO
               MOVE 'MULTAS POR ATRASO RECEBIDAS' TO GL-HISTORICO
               MOVE WRK-TOT-MULTAS     TO GL-VALOR
               WRITE GL-REC
           END-IF
           IF WRK-TOT-JUROS > 0
               MOVE WRK-CONTA-CAIXA    TO GL-CONTA-DEBITO
               MOVE WRK-CONTA-FINANC   TO GL-CONTA-CREDITO
               MOVE 'JUROS DE MORA RECEBIDOS' TO GL-HISTORICO
               MOVE WRK-TOT-JUROS      TO GL-VALOR
               WRITE GL-REC
           END-IF
           IF WRK-TOT-SOBRAS > 0
               MOVE WRK-CONTA-CAIXA    TO GL-CONTA-DEBITO
               MOVE WRK-CONTA-CREDITOS TO GL-CONTA-CREDITO
               MOVE 'RECEBIMENTOS A APROPRIAR' TO GL-HISTORICO
               MOVE WRK-TOT-SOBRAS     TO GL-VALOR
               WRITE GL-REC
           END-IF
           IF WRK-TOT-APLICADO > 0
               MOVE WRK-CONTA-CREDITOS TO GL-CONTA-DEBITO
               MOVE WRK-CONTA-CLIENTES TO GL-CONTA-CREDITO
               MOVE 'SALDO CREDOR APLICADO' TO GL-HISTORICO
               MOVE WRK-TOT-APLICADO   TO GL-VALOR
               WRITE GL-REC
           END-IF
           IF WRK-TOT-REEMBOLSO > 0
               MOVE WRK-CONTA-CREDITOS TO GL-CONTA-DEBITO
               MOVE WRK-CONTA-CAIXA    TO GL-CONTA-CREDITO
               MOVE 'REEMBOLSO DE SALDO CREDOR' TO GL-HISTORICO
               MOVE WRK-TOT-REEMBOLSO  TO GL-VALOR
               WRITE GL-REC
           END-IF
           CLOSE LANCAMENTO-CONTABIL.

      **********REGISTRO NO CONTROLE CENTRAL DE EXECUCOES******
       0195-REGISTRAR-RUN.
           ACCEPT WRK-RUN-DATA FROM DATE YYYYMMDD

           DISPLAY 'RECEBIMENTOS BAIXADOS: ' WRK-QTD-BAIXADAS
               ' SEM PARCELA: ' WRK-QTD-SEM-PARCELA.
           DISPLAY 'PAGAMENTOS PARCIAIS: ' WRK-QTD-PARCIAIS
               ' SOBRAS: ' WRK-QTD-SOBRAS
               ' CREDITOS APLICADOS: ' WRK-QTD-APLICADOS
               ' REEMBOLSOS: ' WRK-QTD-REEMBOLSOS.
           DISPLAY 'FIM DE PROCESSAMENTO'.

           CLOSE RELATORIO-RECEBER.
