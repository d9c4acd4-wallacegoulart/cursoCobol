      *          DISPUTA FICAM FORA DA REMESSA ATE SEREM LIBERADOS
      *          (OPERACAO L)
      *DATA = 02/09/2026
      *ALTERACAO = 15/10/2026 - LAYOUT DO EXE02GL.DAT PELO COPY
      *            COMPARTILHADO EXE02GL.CPY; CADA LINHA CONTABIL
      *            LEVA O PROGRAMA DE ORIGEM E O LOTE DA EXECUCAO
      *ALTERACAO = 15/10/2026 - REMESSA AS TRANSPORTADORAS NO PADRAO
      *            CNAB 240 QUANDO O CNABPARM.DAT PEDE O LAYOUT C (UM
      *            LOTE DE PAGAMENTO A FORNECEDORES DA EMPRESA 00 COM
      *            SEGMENTOS A E B POR TITULO); NSA NO CNABCTL.DAT
      *ALTERACAO = 15/10/2026 - LAYOUT DO PLANOCTA.DAT PELO COPY
      *            COMPARTILHADO PLANOCTA.CPY
      *ALTERACAO = 15/10/2026 - CONTAS A PAGAR GERAIS: A OPERACAO N
      *            LANCA AS NOTAS DE FORNECEDOR (NFFORNTR.DAT) COMO
      *            TITULOS DO FORNECEDOR DO FORNMAST NO MESMO
      *            CONTASPG.DAT (LAYOUT NO COPY CONTASPG.CPY), COM
      *            VENCIMENTO PELO PRAZO DO FORNECEDOR DESVIANDO DE
      *            FERIADO E CONTABILIZACAO NA CONTA DE DESPESA CONTRA
      *            A CONTA DE FORNECEDORES DO CTPGPARM; O PAGAMENTO
      *            REMETE TAMBEM OS TITULOS DE FORNECEDOR COM OS DADOS
      *            BANCARIOS DO FORNMAST, UMA LINHA CONTABIL POR TITULO
      *ALTERACAO = 15/10/2026 - CONFERENCIA DE TRES VIAS: NOTA DE
      *            FORNECEDOR COM PEDIDO DE COMPRA (PEDCOMPRA.DAT) SO
      *            VIRA TITULO A PAGAR QUANDO QUANTIDADE E PRECO DO
      *            PEDIDO, QUANTIDADE RECEBIDA NO ESTOQMOV E VALOR DA
      *            NOTA BATEM, DEBITANDO A CONTA DE ESTOQUES; A
      *            DIVERGENTE FICA RETIDA EM DISPUTA COM O MOTIVO ATE
      *            A OPERACAO M (LIBERAR NOTA RETIDA, COM USUARIO NO
      *            NIVEL DA FUNCAO CTPGLIB DA MATRIZ DE AUTORIZACAO)
      *ALTERACAO = 15/10/2026 - TITULO DE FRETE EM DISPUTA GUARDA O
      *            MOTIVO (FATURA DIVERGENTE DA COTACAO), MANTIDO NA
      *            LIBERACAO, PARA O SCORECARD DAS TRANSPORTADORAS
      *            (TRPSCORE) CONTAR AS DISPUTAS DO MES
      *ALTERACAO = 15/10/2026 - TRILHA DE SEGURANCA ENCADEADA:
      *            CADA REGISTRO DO SEGAUDIT LEVA SEQUENCIA, ELO DO
      *            ANTERIOR E ELO PROPRIO (CONFERIDOS PELO SEGVERIF)
      *ALTERACAO = 15/10/2026 - FUNCAO EXERCIDA GRAVADA NO
      *            SEGAUDIT E COBERTA PELO ELO (REVISAO TRIMESTRAL
      *            DE ACESSOS DO RECERTIF)
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PLANO-CONTAS ASSIGN TO "DATA/PLANOCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FORNECEDOR-MASTER ASSIGN TO "DATA/FORNMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FOR-STATUS.

           SELECT NOTAS-FORNECEDOR ASSIGN TO "DATA/NFFORNTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NFF-STATUS.

           SELECT PEDIDOS-COMPRA ASSIGN TO "DATA/PEDCOMPRA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PC-STATUS.

           SELECT USUARIOS-MASTER ASSIGN TO "DATA/USERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MATRIZ-AUTORIZACAO ASSIGN TO "DATA/AUTMATRIZ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDITORIA-SEGURANCA ASSIGN TO "DATA/SEGAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEG-STATUS.

           SELECT PARAMETROS-PAGAR ASSIGN TO "DATA/CTPGPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRM-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-STATUS.

           SELECT PARAMETRO-CNAB ASSIGN TO "DATA/CNABPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CNP-STATUS.

           SELECT CONTROLE-CNAB ASSIGN TO "DATA/CNABCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FATURAS-APROVADAS.
           05  APR-SITUACAO       PIC X(01).

       FD  TITULOS-PAGAR.
       COPY "CONTASPG.CPY".

       FD  TRANSPORTADORA-MASTER.
       01  TRP-REC.
           05  REM-TRL-TIPO          PIC X(01).
           05  REM-TRL-QTD           PIC 9(06).
           05  REM-TRL-VALOR-TOTAL   PIC 9(11)V99.
       01  REM-REGISTRO-CNAB         PIC X(240).

       FD  CALENDARIO-FERIADOS.
       01  FER-REC.
           05  FER-ANO          PIC 9(04).

       FD  LANCAMENTO-CONTABIL.
       COPY "EXE02GL.CPY".

       FD  PLANO-CONTAS.
       COPY "PLANOCTA.CPY".

       FD  FORNECEDOR-MASTER.
       COPY "FORNMAST.CPY".

      *NOTA DE FORNECEDOR A LANCAR; CONTA DE DESPESA EM BRANCO
      *USA A CONTA PADRAO DO FORNECEDOR; NOTA DE MERCADORIA TRAZ O
      *PEDIDO DE COMPRA E A QUANTIDADE FATURADA
       FD  NOTAS-FORNECEDOR.
       01  NFF-REC.
           05  NFF-FORNECEDOR     PIC 9(05).
           05  NFF-NOTA           PIC X(20).
           05  NFF-DATA-EMISSAO   PIC 9(08).
           05  NFF-VALOR          PIC 9(09)V99.
           05  NFF-EMPRESA        PIC 9(02).
           05  NFF-CCUSTO         PIC X(04).
           05  NFF-CONTA-DESPESA  PIC X(10).
           05  NFF-PEDIDO         PIC 9(06).
           05  NFF-QTD            PIC 9(06).

       FD  PEDIDOS-COMPRA.
       COPY "PEDCOMPR.CPY".

       FD  USUARIOS-MASTER.
       01  USR-REC.
           05  USR-USUARIO       PIC X(20).
           05  USR-NIVEL         PIC 9(02).
           05  USR-SENHA         PIC X(08).
           05  USR-FALHAS        PIC 9(01).
           05  USR-BLOQUEADO     PIC X(01).

       FD  MATRIZ-AUTORIZACAO.
       01  AUT-REC.
           05  AUT-FUNCAO        PIC X(08).
           05  AUT-NIVEL-MINIMO  PIC 9(02).

       FD  AUDITORIA-SEGURANCA.
       01  SEG-REC.
           05  SEG-USUARIO       PIC X(20).
           05  SEG-NIVEL         PIC 9(02).
           05  SEG-RESULTADO     PIC X(14).
           05  SEG-DATA-HORA     PIC 9(08).
           05  SEG-SEQUENCIA     PIC 9(08).
           05  SEG-ELO-ANTERIOR  PIC 9(10).
           05  SEG-ELO           PIC 9(10).
           05  SEG-FUNCAO        PIC X(08).

       FD  PARAMETROS-PAGAR.
       01  PRM-REC.
           05  PRM-CONTA-DEBITO   PIC X(10).
           05  PRM-CONTA-CREDITO  PIC X(10).
           05  PRM-PRAZO-DIAS     PIC 9(03).
           05  PRM-CONTA-FORNECEDOR PIC X(10).
           05  PRM-CONTA-ESTOQUE  PIC X(10).

       FD  CONTROLE-RUNS.
       01  RUN-REC.
           05  RUN-HORA           PIC 9(08).
           05  RUN-EVENTO         PIC X(10).

       FD  PARAMETRO-CNAB.
       01  CNP-REC                PIC X(86).

       FD  CONTROLE-CNAB.
       01  CTL-REC.
           05  CTL-ULTIMO-NSA     PIC 9(06).

       WORKING-STORAGE SECTION.
       77  WRK-RUN-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-RUN-EVENTO    PIC X(10)  VALUE SPACES.
           88  OPER-GERAR      VALUE 'G'.
           88  OPER-PAGAR      VALUE 'P'.
           88  OPER-LIBERAR    VALUE 'L'.
           88  OPER-NOTAS      VALUE 'N'.
           88  OPER-LIBERAR-NOTA VALUE 'M'.
       77  WRK-DATA-EXEC       PIC 9(08)    VALUE ZEROS.
       77  WRK-PRAZO-DIAS      PIC 9(03)    VALUE 30.
       77  WRK-CONTA-DEBITO    PIC X(10)    VALUE '2300-FRET'.
       77  WRK-CONTA-CREDITO   PIC X(10)    VALUE '1000-BCOS'.
       77  WRK-CONTA-FORNECEDOR PIC X(10)   VALUE '2800-FORN'.
       77  WRK-CONTA-ESTOQUE   PIC X(10)    VALUE '1400-ESTQ'.
       77  WRK-TIT-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-SUB             PIC 9(03)    VALUE ZEROS.
       77  WRK-QTD-GERADOS     PIC 9(05)    VALUE ZEROS.

       77  WRK-CTA-EOF         PIC X        VALUE 'N'.
           88  FIM-PLANO-CONTAS VALUE 'Y'.
       77  WRK-CTA-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-CTA-SUB         PIC 9(03)    VALUE ZEROS.
       77  WRK-CONTA-VALIDAR   PIC X(10)    VALUE SPACES.
       77  WRK-CONTA-OK        PIC X        VALUE 'N'.
           88  CONTA-VALIDA    VALUE 'Y'.

       01  WRK-TAB-PLANO-CONTAS.
           05  WRK-CTA-ITEM OCCURS 100 TIMES.
               10  WRK-CTA-CODIGO PIC X(10).
               10  WRK-CTA-TIPO   PIC X(01).
               10  WRK-CTA-ATIVA  PIC X(01).

       01  WRK-TAB-FERIADOS VALUE ZEROS.

       01  WRK-TAB-TITULOS.
           05  WRK-TIT-ITEM OCCURS 200 TIMES.
               10  WRK-TIT-REGISTRO PIC X(115).

       77  WRK-FOR-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-NFF-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-FOR-EOF         PIC X        VALUE 'N'.
           88  FIM-FORNECEDORES VALUE 'Y'.
       77  WRK-FOR-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-FOR-BUSCA       PIC 9(05)    VALUE ZEROS.
       77  WRK-FOR-ACHADO      PIC X        VALUE 'N'.
           88  FORNECEDOR-ENCONTRADO VALUE 'Y'.
       77  WRK-PRAZO-PADRAO    PIC 9(03)    VALUE ZEROS.
       77  WRK-CONTA-DESPESA   PIC X(10)    VALUE SPACES.
       77  WRK-NFF-MOTIVO      PIC X(40)    VALUE SPACES.
       77  WRK-QTD-NOTAS       PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-REJEITADAS  PIC 9(05)    VALUE ZEROS.
       77  WRK-VALOR-NOTAS     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-FRETE     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-PAG-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-PAG-SUB         PIC 9(03)    VALUE ZEROS.
       77  WRK-PC-STATUS       PIC X(02)    VALUE '00'.
       77  WRK-PC-QTD          PIC 9(03)    VALUE ZEROS.
       77  WRK-PC-SUB          PIC 9(03)    VALUE ZEROS.
       77  WRK-PC-BUSCA        PIC 9(06)    VALUE ZEROS.
       77  WRK-PC-ALTERADO     PIC X        VALUE 'N'.
           88  PEDIDOS-ALTERADOS VALUE 'S'.
       77  WRK-RETENCAO        PIC X(30)    VALUE SPACES.
       77  WRK-QTD-RETIDAS     PIC 9(05)    VALUE ZEROS.
       77  WRK-VALOR-ESPERADO  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-NOTA-BUSCA      PIC X(20)    VALUE SPACES.
       77  WRK-SEG-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-SEG-ULT-SEQ     PIC 9(08)    VALUE ZEROS.
       77  WRK-SEG-ULT-ELO     PIC 9(10)    VALUE ZEROS.
       77  WRK-SEG-ELO         PIC 9(12)    VALUE ZEROS.
       77  WRK-SEG-POS         PIC 9(03)    VALUE ZEROS.
       77  WRK-SEG-TAM         PIC 9(03)    VALUE ZEROS.
       77  WRK-SEG-FIM         PIC X(01)    VALUE 'N'.
       77  WRK-USR-EOF         PIC X        VALUE 'N'.
           88  FIM-USUARIOS    VALUE 'Y'.
       77  WRK-AUT-EOF         PIC X        VALUE 'N'.
           88  FIM-MATRIZ      VALUE 'Y'.
       77  WRK-USUARIO         PIC X(20)    VALUE SPACES.
       77  WRK-NIVEL-MINIMO    PIC 9(02)    VALUE 02.
       77  WRK-NIVEL-USUARIO   PIC 9(02)    VALUE ZEROS.
       77  WRK-USUARIO-OK      PIC X        VALUE 'N'.
           88  USUARIO-AUTORIZADO VALUE 'Y'.

       01  WRK-TAB-PEDIDOS.
           05  WRK-PC-ITEM OCCURS 200 TIMES.
               10  WRK-PC-REGISTRO PIC X(70).

       01  WRK-TAB-FORNECEDORES.
           05  WRK-FOR-ITEM OCCURS 200 TIMES INDEXED BY WRK-FOR-IDX.
               10  WRK-FOR-REGISTRO PIC X(79).

      *NOTAS RECUSADAS VOLTAM PARA O NFFORNTR.DAT PARA CORRECAO
       01  WRK-TAB-NOTAS-REJEITADAS.
           05  WRK-REJ-ITEM OCCURS 200 TIMES.
               10  WRK-REJ-REGISTRO PIC X(72).

      *TITULOS DE FORNECEDOR PAGOS NESTA REMESSA, PARA A BAIXA
      *CONTABIL POR TITULO
       01  WRK-TAB-PAGOS-FORNECEDOR.
           05  WRK-PAG-ITEM OCCURS 200 TIMES.
               10  WRK-PAG-TITULO   PIC 9(03).

       77  WRK-CNP-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-CTL-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-CNP-EOF         PIC X        VALUE 'N'.
           88  FIM-PARAMETRO-CNAB VALUE 'Y'.
       77  WRK-LAYOUT          PIC X(01)    VALUE 'P'.
           88  LAYOUT-CNAB     VALUE 'C'.
           88  LAYOUT-PROPRIO  VALUE 'P'.
       77  WRK-EMPRESA-00      PIC X(86)    VALUE SPACES.
       77  WRK-NSA             PIC 9(06)    VALUE ZEROS.
       77  WRK-SEQ-LOTE        PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-REG-ARQUIVO PIC 9(06)    VALUE ZEROS.
       77  WRK-DV-CONTA        PIC 9(01)    VALUE ZEROS.
       77  WRK-HORA            PIC 9(08)    VALUE ZEROS.
       77  WRK-DATA-DDMMAAAA   PIC 9(08)    VALUE ZEROS.

       COPY "GLLOTE.CPY".

       COPY "CNABPARM.CPY".

       COPY "CNAB240.CPY".

       PROCEDURE DIVISION.

           PERFORM 0110-CARREGAR-PARAMETROS.
           PERFORM 0120-CARREGAR-FERIADOS.
           PERFORM 0130-CARREGAR-TRANSPORTADORAS.
           PERFORM 0135-CARREGAR-FORNECEDORES.
           PERFORM 0140-CARREGAR-TITULOS.
           PERFORM 0145-CARREGAR-PEDIDOS.

           DISPLAY 'OPERACAO (G-GERAR TITULOS P-PAGAR L-LIBERAR '
               'DISPUTA N-NOTAS DE FORNECEDOR M-LIBERAR NOTA '
               'RETIDA).. '
           ACCEPT WRK-OPERACAO.

       0110-CARREGAR-PARAMETROS.
                       IF PRM-PRAZO-DIAS > 0
                           MOVE PRM-PRAZO-DIAS TO WRK-PRAZO-DIAS
                       END-IF
                       IF PRM-CONTA-FORNECEDOR NOT = SPACES
                           MOVE PRM-CONTA-FORNECEDOR TO
                               WRK-CONTA-FORNECEDOR
                       END-IF
                       IF PRM-CONTA-ESTOQUE NOT = SPACES
                           MOVE PRM-CONTA-ESTOQUE TO WRK-CONTA-ESTOQUE
                       END-IF
               END-READ
               CLOSE PARAMETROS-PAGAR
           END-IF
               AT END MOVE 'Y' TO WRK-CTA-EOF
           END-READ
           PERFORM UNTIL FIM-PLANO-CONTAS
               IF WRK-CTA-QTD >= 100
                   DISPLAY 'ERRO: PLANO DE CONTAS EXCEDE O LIMITE '
                       'DE 100 REGISTROS - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-CTA-QTD
               MOVE CTA-CODIGO TO WRK-CTA-CODIGO(WRK-CTA-QTD)
               MOVE CTA-TIPO   TO WRK-CTA-TIPO(WRK-CTA-QTD)
               MOVE CTA-ATIVA  TO WRK-CTA-ATIVA(WRK-CTA-QTD)
               READ PLANO-CONTAS
                   AT END MOVE 'Y' TO WRK-CTA-EOF
           MOVE WRK-CONTA-DEBITO TO WRK-CONTA-VALIDAR
           PERFORM 0115-VALIDAR-UMA-CONTA
           MOVE WRK-CONTA-CREDITO TO WRK-CONTA-VALIDAR
           PERFORM 0115-VALIDAR-UMA-CONTA
           MOVE WRK-CONTA-FORNECEDOR TO WRK-CONTA-VALIDAR
           PERFORM 0115-VALIDAR-UMA-CONTA
           MOVE WRK-CONTA-ESTOQUE TO WRK-CONTA-VALIDAR
           PERFORM 0115-VALIDAR-UMA-CONTA.

       0115-VALIDAR-UMA-CONTA.
           END-PERFORM.
           CLOSE TRANSPORTADORA-MASTER.

      *SEM O FORNMAST.DAT SO OS TITULOS DE FRETE SAO TRATADOS
       0135-CARREGAR-FORNECEDORES.
           OPEN INPUT FORNECEDOR-MASTER
           IF WRK-FOR-STATUS = '00'
               READ FORNECEDOR-MASTER
                   AT END MOVE 'Y' TO WRK-FOR-EOF
               END-READ
               PERFORM UNTIL FIM-FORNECEDORES
                   IF WRK-FOR-QTD >= 200
                       DISPLAY 'ERRO: CADASTRO DE FORNECEDORES EXCEDE '
                           'O LIMITE DE 200 REGISTROS - PROCESSAMENTO '
                           'ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-FOR-QTD
                   MOVE FOR-REC TO WRK-FOR-REGISTRO(WRK-FOR-QTD)
                   READ FORNECEDOR-MASTER
                       AT END MOVE 'Y' TO WRK-FOR-EOF
                   END-READ
               END-PERFORM
               CLOSE FORNECEDOR-MASTER
           END-IF.

       0140-CARREGAR-TITULOS.
           OPEN INPUT TITULOS-PAGAR
           IF WRK-TIT-STATUS = '00'
               CLOSE TITULOS-PAGAR
           END-IF.

       0145-CARREGAR-PEDIDOS.
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
           MOVE 'INICIADO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN
                   PERFORM 0400-PAGAR-TITULOS
               WHEN OPER-LIBERAR
                   PERFORM 0500-LIBERAR-DISPUTA
               WHEN OPER-NOTAS
                   PERFORM 0600-LANCAR-NOTAS
               WHEN OPER-LIBERAR-NOTA
                   PERFORM 0700-LIBERAR-NOTA-RETIDA
               WHEN OTHER
                   DISPLAY 'OPERACAO INVALIDA - PROCESSAMENTO '
                       'RECUSADO'
               MOVE APR-DATA       TO TIT-DATA-FATURA
               MOVE WRK-VENCIMENTO TO TIT-VENCIMENTO
               MOVE 'A'            TO TIT-SITUACAO
               MOVE 'T'            TO TIT-TIPO-CREDOR
               MOVE ZEROS          TO TIT-FORNECEDOR
               MOVE ZEROS          TO TIT-EMPRESA
               MOVE SPACES         TO TIT-MOTIVO
               MOVE TIT-REC TO WRK-TIT-REGISTRO(WRK-TIT-QTD)
           ELSE
               IF APR-SITUACAO = 'D'
                   MOVE APR-DATA   TO TIT-DATA-FATURA
                   MOVE ZEROS      TO TIT-VENCIMENTO
                   MOVE 'D'        TO TIT-SITUACAO
                   MOVE 'T'        TO TIT-TIPO-CREDOR
                   MOVE ZEROS      TO TIT-FORNECEDOR
                   MOVE ZEROS      TO TIT-EMPRESA
      *            O MOTIVO FICA NO TITULO DEPOIS DA LIBERACAO: E ELE
      *            QUE CONTA A DISPUTA NO SCORECARD (TRPSCORE)
                   MOVE 'FATURA DIVERGENTE DA COTACAO'
                                   TO TIT-MOTIVO
                   MOVE TIT-REC TO WRK-TIT-REGISTRO(WRK-TIT-QTD)
               END-IF
           END-IF.

      **********REMESSA DE PAGAMENTO AS TRANSPORTADORAS********
       0400-PAGAR-TITULOS.
           PERFORM 0410-CARREGAR-PARAMETRO-CNAB

           OPEN OUTPUT REMESSA-TRANSPORTADORAS

           IF LAYOUT-PROPRIO
               MOVE '0'           TO REM-HDR-TIPO
               MOVE 'TRANSPRE'    TO REM-HDR-ARQUIVO
               MOVE WRK-DATA-EXEC TO REM-HDR-DATA-GERACAO
               MOVE WRK-DATA-EXEC TO REM-HDR-DATA-FOLHA
               WRITE REM-HEADER
           ELSE
               PERFORM 0420-GRAVAR-HEADERS-CNAB
           END-IF

           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-TIT-QTD
               END-IF
           END-PERFORM

           IF LAYOUT-PROPRIO
               MOVE '9'             TO REM-TRL-TIPO
               MOVE WRK-QTD-PAGOS   TO REM-TRL-QTD
               MOVE WRK-VALOR-TOTAL TO REM-TRL-VALOR-TOTAL
               WRITE REM-TRAILER
           ELSE
               PERFORM 0440-GRAVAR-TRAILERS-CNAB
           END-IF
           CLOSE REMESSA-TRANSPORTADORAS

      *    FRETE NUMA LINHA RESUMO DA EMPRESA 00; CADA TITULO DE
      *    FORNECEDOR BAIXA A SUA EMPRESA NA CONTA DE FORNECEDORES
           IF WRK-QTD-PAGOS > 0
               OPEN EXTEND LANCAMENTO-CONTABIL
               IF WRK-GL-STATUS NOT = '00'
                   OPEN OUTPUT LANCAMENTO-CONTABIL
               END-IF
               ACCEPT WRK-GL-LOTE-DATA FROM DATE YYYYMMDD
               ACCEPT WRK-GL-LOTE-TEMPO FROM TIME
               MOVE WRK-GL-LOTE-TEMPO(1:4) TO WRK-GL-LOTE-HORA
               IF WRK-VALOR-FRETE > 0
                   MOVE WRK-CONTA-DEBITO  TO GL-CONTA-DEBITO
                   MOVE WRK-CONTA-CREDITO TO GL-CONTA-CREDITO
                   MOVE SPACES            TO GL-CCUSTO
                   MOVE 'PAGAMENTO DE FRETE' TO GL-HISTORICO
                   MOVE WRK-VALOR-FRETE   TO GL-VALOR
                   MOVE WRK-DATA-EXEC     TO GL-DATA-EXEC
                   MOVE ZEROS             TO GL-EMPRESA
                   MOVE 'CONTASPG'        TO GL-ORIGEM
                   MOVE WRK-GL-LOTE       TO GL-DOCUMENTO
                   WRITE GL-REC
               END-IF
               PERFORM VARYING WRK-PAG-SUB FROM 1 BY 1
                       UNTIL WRK-PAG-SUB > WRK-PAG-QTD
                   MOVE WRK-TIT-REGISTRO(WRK-PAG-TITULO(WRK-PAG-SUB))
                       TO TIT-REC
                   MOVE WRK-CONTA-FORNECEDOR TO GL-CONTA-DEBITO
                   MOVE WRK-CONTA-CREDITO    TO GL-CONTA-CREDITO
                   MOVE SPACES               TO GL-CCUSTO
                   MOVE SPACES               TO GL-HISTORICO
                   MOVE 'PAGTO FORNEC'       TO GL-HISTORICO(1:12)
                   MOVE TIT-FORNECEDOR       TO GL-HISTORICO(14:5)
                   MOVE TIT-PROD(1:11)       TO GL-HISTORICO(20:11)
                   MOVE TIT-VALOR            TO GL-VALOR
                   MOVE WRK-DATA-EXEC        TO GL-DATA-EXEC
                   MOVE TIT-EMPRESA          TO GL-EMPRESA
                   MOVE 'CONTASPG'           TO GL-ORIGEM
                   MOVE WRK-GL-LOTE          TO GL-DOCUMENTO
                   WRITE GL-REC
               END-PERFORM
               CLOSE LANCAMENTO-CONTABIL
           END-IF

           DISPLAY 'VALOR REMETIDO.......: ' WRK-TOTAL-ED.

       0450-PAGAR-UM-TITULO.
           IF TIT-DE-FORNECEDOR
               PERFORM 0455-PAGAR-TITULO-FORNECEDOR
           ELSE
               PERFORM 0452-PAGAR-TITULO-FRETE
           END-IF.

       0452-PAGAR-TITULO-FRETE.
           MOVE TIT-TRANSP TO WRK-TRANSP-BUSCA
           MOVE 'N' TO WRK-TRP-ACHADA
           SET WRK-TRP-IDX TO 1
               MOVE WRK-TRP-AGENCIA(WRK-TRP-IDX) TO REM-DET-AGENCIA
               MOVE WRK-TRP-CONTA(WRK-TRP-IDX) TO REM-DET-CONTA
               MOVE TIT-VALOR       TO REM-DET-VALOR
               IF LAYOUT-PROPRIO
                   WRITE REM-DETALHE
               ELSE
                   PERFORM 0430-GRAVAR-SEGMENTOS-CNAB
               END-IF

               ADD 1 TO WRK-QTD-PAGOS
               ADD TIT-VALOR TO WRK-VALOR-TOTAL
               ADD TIT-VALOR TO WRK-VALOR-FRETE
               MOVE 'P' TO TIT-SITUACAO
               MOVE TIT-REC TO WRK-TIT-REGISTRO(WRK-SUB)
           END-IF.

      **********TITULO DE FORNECEDOR NA REMESSA****************
      *DADOS BANCARIOS DO FORNMAST; FORNECEDOR INATIVO AINDA
      *RECEBE O QUE JA FOI LANCADO
       0455-PAGAR-TITULO-FORNECEDOR.
           MOVE TIT-FORNECEDOR TO WRK-FOR-BUSCA
           PERFORM 0650-LOCALIZAR-FORNECEDOR

           IF NOT FORNECEDOR-ENCONTRADO OR FOR-BANCO = ZEROS
               ADD 1 TO WRK-QTD-SEM-BANCO
               DISPLAY 'FORNECEDOR ' TIT-FORNECEDOR ' SEM DADOS '
                   'BANCARIOS NO FORNMAST - TITULO FORA DA REMESSA'
           ELSE
               ADD 1 TO WRK-NUMERO-TITULO
               MOVE '1'               TO REM-DET-TIPO
               MOVE WRK-NUMERO-TITULO TO REM-DET-NUMERO
               MOVE FOR-NOME          TO REM-DET-NOME
               MOVE FOR-BANCO         TO REM-DET-BANCO
               MOVE FOR-AGENCIA       TO REM-DET-AGENCIA
               MOVE FOR-CONTA         TO REM-DET-CONTA
               MOVE TIT-VALOR         TO REM-DET-VALOR
               IF LAYOUT-PROPRIO
                   WRITE REM-DETALHE
               ELSE
                   PERFORM 0430-GRAVAR-SEGMENTOS-CNAB
               END-IF

               ADD 1 TO WRK-QTD-PAGOS
               ADD TIT-VALOR TO WRK-VALOR-TOTAL
               ADD 1 TO WRK-PAG-QTD
               MOVE WRK-SUB TO WRK-PAG-TITULO(WRK-PAG-QTD)
               MOVE 'P' TO TIT-SITUACAO
               MOVE TIT-REC TO WRK-TIT-REGISTRO(WRK-SUB)
           END-IF.

      **********PARAMETRO DO LAYOUT DA REMESSA*****************
      *SEM O CNABPARM.DAT A REMESSA CONTINUA NO LAYOUT PROPRIO; NO
      *CNAB 240 OS FRETES SAEM DA CONTA DA EMPRESA 00, A MESMA DO
      *LANCAMENTO CONTABIL DO PAGAMENTO
       0410-CARREGAR-PARAMETRO-CNAB.
           OPEN INPUT PARAMETRO-CNAB
           IF WRK-CNP-STATUS = '00'
               READ PARAMETRO-CNAB INTO CNP-EMPRESA
                   AT END MOVE 'Y' TO WRK-CNP-EOF
               END-READ
               PERFORM UNTIL FIM-PARAMETRO-CNAB
                   IF CNP-EMP-TIPO = '0'
                       MOVE CNP-EMPRESA TO CNP-CONTROLE
                       MOVE CNP-CTL-LAYOUT TO WRK-LAYOUT
                   END-IF
                   IF CNP-EMP-TIPO = '1' AND CNP-EMP-EMPRESA = 0
                       MOVE CNP-EMPRESA TO WRK-EMPRESA-00
                   END-IF
                   READ PARAMETRO-CNAB INTO CNP-EMPRESA
                       AT END MOVE 'Y' TO WRK-CNP-EOF
                   END-READ
               END-PERFORM
               CLOSE PARAMETRO-CNAB
           END-IF

           IF NOT LAYOUT-CNAB AND NOT LAYOUT-PROPRIO
               DISPLAY 'ERRO: LAYOUT ' WRK-LAYOUT ' INVALIDO NO '
                   'CNABPARM - REMESSA NAO GERADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF LAYOUT-CNAB
               IF WRK-EMPRESA-00 = SPACES OR CNP-CTL-BANCO = ZEROS
                   DISPLAY 'ERRO: CNABPARM SEM O BANCO DA CONTA DE '
                       'PAGAMENTO OU SEM A EMPRESA 00 - REMESSA '
                       'NAO GERADA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WRK-EMPRESA-00 TO CNP-EMPRESA
               OPEN INPUT CONTROLE-CNAB
               IF WRK-CTL-STATUS = '00'
                   READ CONTROLE-CNAB
                       AT END CONTINUE
                       NOT AT END
                           MOVE CTL-ULTIMO-NSA TO WRK-NSA
                   END-READ
                   CLOSE CONTROLE-CNAB
               END-IF
               ADD 1 TO WRK-NSA
           END-IF.

      **********HEADER DE ARQUIVO E HEADER DO LOTE UNICO********
       0420-GRAVAR-HEADERS-CNAB.
           ACCEPT WRK-HORA FROM TIME
           MOVE WRK-DATA-EXEC(7:2) TO WRK-DATA-DDMMAAAA(1:2)
           MOVE WRK-DATA-EXEC(5:2) TO WRK-DATA-DDMMAAAA(3:2)
           MOVE WRK-DATA-EXEC(1:4) TO WRK-DATA-DDMMAAAA(5:4)

           MOVE SPACES TO CNB-REGISTRO
           INITIALIZE CNB-HDR-ARQUIVO
           MOVE CNP-CTL-BANCO      TO CNB-HA-BANCO
           MOVE 0                  TO CNB-HA-LOTE
           MOVE '0'                TO CNB-HA-TIPO
           MOVE 2                  TO CNB-HA-TIPO-INSCRICAO
           MOVE CNP-EMP-CNPJ       TO CNB-HA-CNPJ
           MOVE CNP-EMP-CONVENIO   TO CNB-HA-CONVENIO
           MOVE CNP-EMP-AGENCIA    TO CNB-HA-AGENCIA
           MOVE CNP-EMP-AGENCIA-DV TO CNB-HA-AGENCIA-DV
           MOVE CNP-EMP-CONTA      TO CNB-HA-CONTA
           MOVE CNP-EMP-CONTA-DV   TO CNB-HA-CONTA-DV
           MOVE CNP-EMP-NOME       TO CNB-HA-NOME-EMPRESA
           MOVE CNP-CTL-NOME-BANCO TO CNB-HA-NOME-BANCO
           MOVE 1                  TO CNB-HA-CODIGO-ARQUIVO
           MOVE WRK-DATA-DDMMAAAA  TO CNB-HA-DATA-GERACAO
           MOVE WRK-HORA(1:6)      TO CNB-HA-HORA-GERACAO
           MOVE WRK-NSA            TO CNB-HA-NSA
           MOVE '089'              TO CNB-HA-VERSAO
           MOVE 01600              TO CNB-HA-DENSIDADE
           WRITE REM-REGISTRO-CNAB FROM CNB-REGISTRO

           MOVE SPACES TO CNB-REGISTRO
           INITIALIZE CNB-HDR-LOTE
           MOVE CNP-CTL-BANCO      TO CNB-HL-BANCO
           MOVE 1                  TO CNB-HL-LOTE
           MOVE '1'                TO CNB-HL-TIPO
           MOVE 'C'                TO CNB-HL-OPERACAO
           MOVE 20                 TO CNB-HL-SERVICO
           MOVE 01                 TO CNB-HL-FORMA-LANCAMENTO
           MOVE '045'              TO CNB-HL-VERSAO
           MOVE 2                  TO CNB-HL-TIPO-INSCRICAO
           MOVE CNP-EMP-CNPJ       TO CNB-HL-CNPJ
           MOVE CNP-EMP-CONVENIO   TO CNB-HL-CONVENIO
           MOVE CNP-EMP-AGENCIA    TO CNB-HL-AGENCIA
           MOVE CNP-EMP-AGENCIA-DV TO CNB-HL-AGENCIA-DV
           MOVE CNP-EMP-CONTA      TO CNB-HL-CONTA
           MOVE CNP-EMP-CONTA-DV   TO CNB-HL-CONTA-DV
           MOVE CNP-EMP-NOME       TO CNB-HL-NOME-EMPRESA
           MOVE 'PAGAMENTO DE FRETE E FORNECEDORES' TO
               CNB-HL-MENSAGEM
           WRITE REM-REGISTRO-CNAB FROM CNB-REGISTRO
           MOVE 2 TO WRK-QTD-REG-ARQUIVO.

      **********SEGMENTOS A E B DE UM TITULO*******************
      *A CONTA DO TRANSMAST TEM O DIGITO NA ULTIMA POSICAO; CREDITO
      *EM OUTRO BANCO VAI PELA CAMARA TED (018); O NUMERO DO TITULO
      *NA REMESSA VAI NO SEU NUMERO
       0430-GRAVAR-SEGMENTOS-CNAB.
           ADD 1 TO WRK-SEQ-LOTE
           MOVE SPACES TO CNB-REGISTRO
           INITIALIZE CNB-SEG-A
           MOVE CNP-CTL-BANCO TO CNB-A-BANCO
           MOVE 1             TO CNB-A-LOTE
           MOVE '3'           TO CNB-A-TIPO
           MOVE WRK-SEQ-LOTE  TO CNB-A-NUM-REGISTRO
           MOVE 'A'           TO CNB-A-SEGMENTO
           IF REM-DET-BANCO = CNP-CTL-BANCO
               MOVE 000 TO CNB-A-CAMARA
           ELSE
               MOVE 018 TO CNB-A-CAMARA
           END-IF
           MOVE REM-DET-BANCO   TO CNB-A-BANCO-FAV
           MOVE REM-DET-AGENCIA TO CNB-A-AGENCIA-FAV
           DIVIDE REM-DET-CONTA BY 10
               GIVING CNB-A-CONTA-FAV REMAINDER WRK-DV-CONTA
           MOVE WRK-DV-CONTA      TO CNB-A-CONTA-DV-FAV
           MOVE REM-DET-NOME      TO CNB-A-NOME-FAV
           MOVE SPACES            TO CNB-A-SEU-NUMERO
           MOVE REM-DET-NUMERO    TO CNB-A-SEU-NUMERO-ID
           MOVE WRK-DATA-DDMMAAAA TO CNB-A-DATA-PAGAMENTO
           MOVE 'BRL'             TO CNB-A-MOEDA
           MOVE REM-DET-VALOR     TO CNB-A-VALOR-PAGAMENTO
           MOVE SPACES            TO CNB-A-OCORRENCIAS
           WRITE REM-REGISTRO-CNAB FROM CNB-REGISTRO
           ADD 1 TO WRK-QTD-REG-ARQUIVO

           ADD 1 TO WRK-SEQ-LOTE
           MOVE SPACES TO CNB-REGISTRO
           INITIALIZE CNB-SEG-B
           MOVE CNP-CTL-BANCO      TO CNB-B-BANCO
           MOVE 1                  TO CNB-B-LOTE
           MOVE '3'                TO CNB-B-TIPO
           MOVE WRK-SEQ-LOTE       TO CNB-B-NUM-REGISTRO
           MOVE 'B'                TO CNB-B-SEGMENTO
           IF TIT-DE-FORNECEDOR
               IF FOR-PESSOA-FISICA
                   MOVE 1 TO CNB-B-TIPO-INSCRICAO
               ELSE
                   MOVE 2 TO CNB-B-TIPO-INSCRICAO
               END-IF
               MOVE FOR-DOCUMENTO  TO CNB-B-INSCRICAO
               MOVE TIT-PROD(1:15) TO CNB-B-DOCUMENTO-FAV
           END-IF
           MOVE WRK-DATA-DDMMAAAA  TO CNB-B-DATA-VENCIMENTO
           MOVE TIT-VALOR          TO CNB-B-VALOR-DOCUMENTO
           WRITE REM-REGISTRO-CNAB FROM CNB-REGISTRO
           ADD 1 TO WRK-QTD-REG-ARQUIVO.

      **********TRAILER DO LOTE E TRAILER DE ARQUIVO************
       0440-GRAVAR-TRAILERS-CNAB.
           MOVE SPACES TO CNB-REGISTRO
           INITIALIZE CNB-TRL-LOTE
           MOVE CNP-CTL-BANCO   TO CNB-TL-BANCO
           MOVE 1               TO CNB-TL-LOTE
           MOVE '5'             TO CNB-TL-TIPO
           COMPUTE CNB-TL-QTD-REGISTROS = WRK-SEQ-LOTE + 2
           MOVE WRK-VALOR-TOTAL TO CNB-TL-VALOR-TOTAL
           WRITE REM-REGISTRO-CNAB FROM CNB-REGISTRO
           ADD 1 TO WRK-QTD-REG-ARQUIVO

           ADD 1 TO WRK-QTD-REG-ARQUIVO
           MOVE SPACES TO CNB-REGISTRO
           INITIALIZE CNB-TRL-ARQUIVO
           MOVE CNP-CTL-BANCO       TO CNB-TA-BANCO
           MOVE 9999                TO CNB-TA-LOTE
           MOVE '9'                 TO CNB-TA-TIPO
           MOVE 1                   TO CNB-TA-QTD-LOTES
           MOVE WRK-QTD-REG-ARQUIVO TO CNB-TA-QTD-REGISTROS
           WRITE REM-REGISTRO-CNAB FROM CNB-REGISTRO

           OPEN OUTPUT CONTROLE-CNAB
           MOVE WRK-NSA TO CTL-ULTIMO-NSA
           WRITE CTL-REC
           CLOSE CONTROLE-CNAB
           DISPLAY 'REMESSA CNAB 240 - NSA ' WRK-NSA.

      **********LIBERACAO DE TITULO EM DISPUTA*****************
       0500-LIBERAR-DISPUTA.
           DISPLAY 'TRANSPORTADORA DO TITULO EM DISPUTA.. '
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-TIT-QTD
               MOVE WRK-TIT-REGISTRO(WRK-SUB) TO TIT-REC
               IF TIT-SITUACAO = 'D' AND TIT-DE-FRETE
                   AND TIT-TRANSP = WRK-TRANSP-BUSCA
                   MOVE TIT-DATA-FATURA TO WRK-DATA-BASE
                   PERFORM 0260-CALCULAR-VENCIMENTO
               MOVE 8 TO RETURN-CODE
           END-IF.

      **********LANCAMENTO DAS NOTAS DE FORNECEDOR*************
      *CADA NOTA ACEITA VIRA TITULO EM ABERTO DO FORNECEDOR E UMA
      *LINHA CONTABIL (DESPESA CONTRA FORNECEDORES A PAGAR); AS
      *RECUSADAS FICAM NO NFFORNTR.DAT PARA CORRECAO
       0600-LANCAR-NOTAS.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT NOTAS-FORNECEDOR
           IF WRK-NFF-STATUS NOT = '00'
               DISPLAY 'SEM NOTAS DE FORNECEDOR (NFFORNTR.DAT) - '
                   'NADA A LANCAR'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WRK-PRAZO-DIAS TO WRK-PRAZO-PADRAO
           OPEN EXTEND LANCAMENTO-CONTABIL
           IF WRK-GL-STATUS NOT = '00'
               OPEN OUTPUT LANCAMENTO-CONTABIL
           END-IF
           ACCEPT WRK-GL-LOTE-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-GL-LOTE-TEMPO FROM TIME
           MOVE WRK-GL-LOTE-TEMPO(1:4) TO WRK-GL-LOTE-HORA

           READ NOTAS-FORNECEDOR
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               PERFORM 0610-LANCAR-UMA-NOTA
               READ NOTAS-FORNECEDOR
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE NOTAS-FORNECEDOR
           CLOSE LANCAMENTO-CONTABIL
           MOVE WRK-PRAZO-PADRAO TO WRK-PRAZO-DIAS

           IF WRK-QTD-NOTAS > 0 OR WRK-QTD-REJEITADAS > 0
               OR WRK-QTD-RETIDAS > 0
               OPEN OUTPUT NOTAS-FORNECEDOR
               PERFORM VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > WRK-QTD-REJEITADAS
                   MOVE WRK-REJ-REGISTRO(WRK-SUB) TO NFF-REC
                   WRITE NFF-REC
               END-PERFORM
               CLOSE NOTAS-FORNECEDOR
           END-IF

           IF PEDIDOS-ALTERADOS
               PERFORM 0690-REGRAVAR-PEDIDOS
           END-IF

           MOVE WRK-VALOR-NOTAS TO WRK-TOTAL-ED
           DISPLAY 'NOTAS LANCADAS.......: ' WRK-QTD-NOTAS
           DISPLAY 'NOTAS RETIDAS........: ' WRK-QTD-RETIDAS
           DISPLAY 'NOTAS RECUSADAS......: ' WRK-QTD-REJEITADAS
           DISPLAY 'VALOR LANCADO........: ' WRK-TOTAL-ED

           EVALUATE TRUE
               WHEN WRK-QTD-NOTAS = 0 AND WRK-QTD-REJEITADAS = 0
                   AND WRK-QTD-RETIDAS = 0
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QTD-REJEITADAS > 0 OR WRK-QTD-RETIDAS > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       0610-LANCAR-UMA-NOTA.
           MOVE SPACES TO WRK-NFF-MOTIVO
           MOVE SPACES TO WRK-RETENCAO
           MOVE ZEROS  TO WRK-PC-SUB
           MOVE NFF-FORNECEDOR TO WRK-FOR-BUSCA
           PERFORM 0650-LOCALIZAR-FORNECEDOR

           EVALUATE TRUE
               WHEN NOT FORNECEDOR-ENCONTRADO
                   MOVE 'FORNECEDOR NAO CADASTRADO' TO WRK-NFF-MOTIVO
               WHEN NOT FOR-E-ATIVO
                   MOVE 'FORNECEDOR INATIVO' TO WRK-NFF-MOTIVO
               WHEN NFF-VALOR NOT NUMERIC OR NFF-VALOR = ZEROS
                   MOVE 'VALOR DA NOTA INVALIDO' TO WRK-NFF-MOTIVO
               WHEN NFF-DATA-EMISSAO NOT NUMERIC
                   OR NFF-DATA-EMISSAO = ZEROS
                   MOVE 'DATA DE EMISSAO INVALIDA' TO WRK-NFF-MOTIVO
               WHEN NFF-EMPRESA NOT NUMERIC
                   MOVE 'EMPRESA INVALIDA' TO WRK-NFF-MOTIVO
           END-EVALUATE

           IF NFF-PEDIDO NOT NUMERIC
               MOVE ZEROS TO NFF-PEDIDO
           END-IF
           IF NFF-QTD NOT NUMERIC
               MOVE ZEROS TO NFF-QTD
           END-IF

           IF WRK-NFF-MOTIVO = SPACES
               IF NFF-PEDIDO > 0
                   PERFORM 0620-CONFERIR-PEDIDO
               ELSE
                   PERFORM 0615-VALIDAR-CONTA-DESPESA
               END-IF
           END-IF

           IF WRK-NFF-MOTIVO = SPACES
               PERFORM VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > WRK-TIT-QTD
                   MOVE WRK-TIT-REGISTRO(WRK-SUB) TO TIT-REC
                   IF TIT-DE-FORNECEDOR
                       AND TIT-FORNECEDOR = NFF-FORNECEDOR
                       AND TIT-PROD = NFF-NOTA
                       MOVE 'NOTA JA LANCADA PARA O FORNECEDOR'
                           TO WRK-NFF-MOTIVO
                   END-IF
               END-PERFORM
           END-IF

           IF WRK-NFF-MOTIVO NOT = SPACES
               DISPLAY 'NOTA ' NFF-NOTA ' DO FORNECEDOR '
                   NFF-FORNECEDOR ' RECUSADA - ' WRK-NFF-MOTIVO
               IF WRK-QTD-REJEITADAS >= 200
                   DISPLAY 'ERRO: NOTAS RECUSADAS EXCEDEM O LIMITE '
                       'DE 200 REGISTROS - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-QTD-REJEITADAS
               MOVE NFF-REC TO WRK-REJ-REGISTRO(WRK-QTD-REJEITADAS)
           ELSE
               IF WRK-TIT-QTD >= 200
                   DISPLAY 'ERRO: TITULOS A PAGAR EXCEDEM O LIMITE '
                       'DE 200 REGISTROS - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ZEROS            TO TIT-TRANSP
               MOVE NFF-NOTA         TO TIT-PROD
               MOVE NFF-VALOR        TO TIT-VALOR
               MOVE NFF-DATA-EMISSAO TO TIT-DATA-FATURA
               MOVE 'F'              TO TIT-TIPO-CREDOR
               MOVE NFF-FORNECEDOR   TO TIT-FORNECEDOR
               MOVE NFF-EMPRESA      TO TIT-EMPRESA
               MOVE NFF-PEDIDO       TO TIT-PEDIDO
               MOVE NFF-QTD          TO TIT-QTD
               MOVE WRK-CONTA-DESPESA TO TIT-CONTA-DEBITO
               MOVE NFF-CCUSTO       TO TIT-CCUSTO
               MOVE WRK-RETENCAO     TO TIT-MOTIVO

               IF WRK-RETENCAO NOT = SPACES
                   MOVE ZEROS TO TIT-VENCIMENTO
                   MOVE 'D'   TO TIT-SITUACAO
                   ADD 1 TO WRK-QTD-RETIDAS
                   DISPLAY 'NOTA ' NFF-NOTA ' DO FORNECEDOR '
                       NFF-FORNECEDOR ' RETIDA - ' WRK-RETENCAO
               ELSE
                   PERFORM 0640-APROVAR-TITULO
                   ADD 1 TO WRK-QTD-NOTAS
                   ADD NFF-VALOR TO WRK-VALOR-NOTAS
               END-IF
               ADD 1 TO WRK-TIT-QTD
               MOVE TIT-REC TO WRK-TIT-REGISTRO(WRK-TIT-QTD)
           END-IF.

       0615-VALIDAR-CONTA-DESPESA.
           IF NFF-CONTA-DESPESA = SPACES
               MOVE FOR-CONTA-DESPESA TO WRK-CONTA-DESPESA
           ELSE
               MOVE NFF-CONTA-DESPESA TO WRK-CONTA-DESPESA
           END-IF
           MOVE 'N' TO WRK-CONTA-OK
           PERFORM VARYING WRK-CTA-SUB FROM 1 BY 1
                   UNTIL WRK-CTA-SUB > WRK-CTA-QTD
               IF WRK-CTA-CODIGO(WRK-CTA-SUB) = WRK-CONTA-DESPESA
                   AND WRK-CTA-TIPO(WRK-CTA-SUB) = 'D'
                   AND WRK-CTA-ATIVA(WRK-CTA-SUB) = 'S'
                   MOVE 'Y' TO WRK-CONTA-OK
               END-IF
           END-PERFORM
           IF NOT CONTA-VALIDA
               MOVE 'CONTA DE DESPESA INEXISTENTE OU INATIVA'
                   TO WRK-NFF-MOTIVO
           END-IF.

      **********CONFERENCIA DE TRES VIAS DA NOTA COM PEDIDO****
      *PEDIDO (QUANTIDADE E PRECO), RECEBIMENTO (QUANTIDADE DADA
      *ENTRADA PELO ESTOQMOV) E NOTA (QUANTIDADE E VALOR); PEDIDO
      *INEXISTENTE, DE OUTRO FORNECEDOR OU CANCELADO RECUSA A NOTA,
      *DIVERGENCIA RETEM O TITULO EM DISPUTA COM O MOTIVO, COMO O
      *FRETECONC FAZ COM A FATURA DE FRETE; A NOTA DE MERCADORIA
      *DEBITA A CONTA DE ESTOQUES DO CTPGPARM
       0620-CONFERIR-PEDIDO.
           MOVE WRK-CONTA-ESTOQUE TO WRK-CONTA-DESPESA
           MOVE NFF-PEDIDO TO WRK-PC-BUSCA
           PERFORM 0660-LOCALIZAR-PEDIDO

           EVALUATE TRUE
               WHEN WRK-PC-SUB = 0
                   MOVE 'PEDIDO DE COMPRA INEXISTENTE' TO
                       WRK-NFF-MOTIVO
               WHEN PC-FORNECEDOR NOT = NFF-FORNECEDOR
                   MOVE 'PEDIDO DE COMPRA DE OUTRO FORNECEDOR' TO
                       WRK-NFF-MOTIVO
               WHEN PC-CANCELADO OR PC-ENCERRADO
                   MOVE 'PEDIDO DE COMPRA CANCELADO OU ENCERRADO' TO
                       WRK-NFF-MOTIVO
           END-EVALUATE

           IF WRK-NFF-MOTIVO = SPACES
               COMPUTE WRK-VALOR-ESPERADO ROUNDED =
                   NFF-QTD * PC-PRECO-UNIT
               EVALUATE TRUE
                   WHEN NFF-QTD = ZEROS
                       MOVE 'QTD FATURADA NAO INFORMADA' TO
                           WRK-RETENCAO
                   WHEN PC-QTD-FATURADA + NFF-QTD > PC-QTD-PEDIDA
                       MOVE 'QTD FATURADA ACIMA DO PEDIDO' TO
                           WRK-RETENCAO
                   WHEN PC-QTD-FATURADA + NFF-QTD > PC-QTD-RECEBIDA
                       MOVE 'QTD FATURADA ACIMA DA RECEBIDA' TO
                           WRK-RETENCAO
                   WHEN NFF-VALOR NOT = WRK-VALOR-ESPERADO
                       MOVE 'VALOR DIFERE DO PRECO X QTD' TO
                           WRK-RETENCAO
               END-EVALUATE
           END-IF.

      **********TITULO APROVADO: VENCIMENTO E CONTABILIZACAO****
      *USADO NO LANCAMENTO DA NOTA CONFERIDA E NA LIBERACAO DA
      *NOTA RETIDA; TIT-REC JA MONTADO E LANCAMENTO-CONTABIL ABERTO
       0640-APROVAR-TITULO.
           IF FOR-PRAZO-DIAS > 0
               MOVE FOR-PRAZO-DIAS TO WRK-PRAZO-DIAS
           ELSE
               MOVE WRK-PRAZO-PADRAO TO WRK-PRAZO-DIAS
           END-IF
           MOVE TIT-DATA-FATURA TO WRK-DATA-BASE
           PERFORM 0260-CALCULAR-VENCIMENTO
           MOVE WRK-VENCIMENTO TO TIT-VENCIMENTO
           MOVE 'A'            TO TIT-SITUACAO
           MOVE SPACES         TO TIT-MOTIVO

           MOVE TIT-CONTA-DEBITO     TO GL-CONTA-DEBITO
           MOVE WRK-CONTA-FORNECEDOR TO GL-CONTA-CREDITO
           MOVE TIT-CCUSTO           TO GL-CCUSTO
           MOVE SPACES               TO GL-HISTORICO
           MOVE 'NF FORNEC'          TO GL-HISTORICO(1:9)
           MOVE TIT-FORNECEDOR       TO GL-HISTORICO(11:5)
           MOVE TIT-PROD(1:14)       TO GL-HISTORICO(17:14)
           MOVE TIT-VALOR            TO GL-VALOR
           MOVE WRK-DATA-EXEC        TO GL-DATA-EXEC
           MOVE TIT-EMPRESA          TO GL-EMPRESA
           MOVE 'CONTASPG'           TO GL-ORIGEM
           MOVE WRK-GL-LOTE          TO GL-DOCUMENTO
           WRITE GL-REC

           IF TIT-PEDIDO > 0
               MOVE TIT-PEDIDO TO WRK-PC-BUSCA
               PERFORM 0660-LOCALIZAR-PEDIDO
               IF WRK-PC-SUB > 0
                   ADD TIT-QTD TO PC-QTD-FATURADA
                   IF PC-QTD-FATURADA >= PC-QTD-PEDIDA
                       AND PC-QTD-RECEBIDA >= PC-QTD-PEDIDA
                       MOVE 'E' TO PC-SITUACAO
                   END-IF
                   MOVE PC-REC TO WRK-PC-REGISTRO(WRK-PC-SUB)
                   MOVE 'S' TO WRK-PC-ALTERADO
               END-IF
           END-IF.

       0650-LOCALIZAR-FORNECEDOR.
           MOVE 'N' TO WRK-FOR-ACHADO
           SET WRK-FOR-IDX TO 1
           IF WRK-FOR-QTD > 0
               SEARCH WRK-FOR-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-FOR-REGISTRO(WRK-FOR-IDX)(1:5) =
                       WRK-FOR-BUSCA
                       SET FORNECEDOR-ENCONTRADO TO TRUE
                       MOVE WRK-FOR-REGISTRO(WRK-FOR-IDX) TO FOR-REC
               END-SEARCH
           END-IF.

       0660-LOCALIZAR-PEDIDO.
           MOVE ZEROS TO WRK-PC-SUB
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-PC-QTD OR WRK-PC-SUB > 0
               MOVE WRK-PC-REGISTRO(WRK-SUB) TO PC-REC
               IF PC-NUMERO = WRK-PC-BUSCA
                   MOVE WRK-SUB TO WRK-PC-SUB
               END-IF
           END-PERFORM.

       0690-REGRAVAR-PEDIDOS.
           OPEN OUTPUT PEDIDOS-COMPRA
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-PC-QTD
               MOVE WRK-PC-REGISTRO(WRK-SUB) TO PC-REC
               WRITE PC-REC
           END-PERFORM
           CLOSE PEDIDOS-COMPRA.

      **********LIBERACAO DE NOTA RETIDA NA CONFERENCIA********
      *DECISAO DE PAGAR APESAR DA DIVERGENCIA: EXIGE USUARIO NO
      *NIVEL DA FUNCAO CTPGLIB; O TITULO GANHA VENCIMENTO, E
      *CONTABILIZADO E A QUANTIDADE ENTRA COMO FATURADA NO PEDIDO
       0700-LIBERAR-NOTA-RETIDA.
           PERFORM 0205-VALIDAR-USUARIO

           DISPLAY 'FORNECEDOR DA NOTA RETIDA.. '
           ACCEPT WRK-FOR-BUSCA
           DISPLAY 'NUMERO DA NOTA.. '
           ACCEPT WRK-NOTA-BUSCA

           MOVE WRK-PRAZO-DIAS TO WRK-PRAZO-PADRAO
           PERFORM 0650-LOCALIZAR-FORNECEDOR

           MOVE ZEROS TO WRK-PAG-SUB
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-TIT-QTD
               MOVE WRK-TIT-REGISTRO(WRK-SUB) TO TIT-REC
               IF TIT-DE-FORNECEDOR AND TIT-SITUACAO = 'D'
                   AND TIT-FORNECEDOR = WRK-FOR-BUSCA
                   AND TIT-PROD = WRK-NOTA-BUSCA
                   MOVE WRK-SUB TO WRK-PAG-SUB
               END-IF
           END-PERFORM

           IF WRK-PAG-SUB = 0 OR NOT FORNECEDOR-ENCONTRADO
               DISPLAY 'NENHUMA NOTA RETIDA COM ESSE FORNECEDOR E '
                   'NUMERO'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WRK-TIT-REGISTRO(WRK-PAG-SUB) TO TIT-REC
               DISPLAY 'MOTIVO DA RETENCAO: ' TIT-MOTIVO
               OPEN EXTEND LANCAMENTO-CONTABIL
               IF WRK-GL-STATUS NOT = '00'
                   OPEN OUTPUT LANCAMENTO-CONTABIL
               END-IF
               ACCEPT WRK-GL-LOTE-DATA FROM DATE YYYYMMDD
               ACCEPT WRK-GL-LOTE-TEMPO FROM TIME
               MOVE WRK-GL-LOTE-TEMPO(1:4) TO WRK-GL-LOTE-HORA
               PERFORM 0640-APROVAR-TITULO
               CLOSE LANCAMENTO-CONTABIL
               MOVE TIT-REC TO WRK-TIT-REGISTRO(WRK-PAG-SUB)
               IF PEDIDOS-ALTERADOS
                   PERFORM 0690-REGRAVAR-PEDIDOS
               END-IF
               DISPLAY 'NOTA ' TIT-PROD ' LIBERADA - VENCIMENTO '
                   TIT-VENCIMENTO
           END-IF.

      **********USUARIO PELO NIVEL MINIMO DA MATRIZ************
      *MESMA DISCIPLINA DO CTAMANUT: NIVEL MENOR E MAIS
      *PRIVILEGIADO; A DECISAO E GRAVADA NA TRILHA SEGAUDIT
       0205-VALIDAR-USUARIO.
           OPEN INPUT MATRIZ-AUTORIZACAO
           READ MATRIZ-AUTORIZACAO
               AT END MOVE 'Y' TO WRK-AUT-EOF
           END-READ
           PERFORM UNTIL FIM-MATRIZ
               IF AUT-FUNCAO = 'CTPGLIB '
                   MOVE AUT-NIVEL-MINIMO TO WRK-NIVEL-MINIMO
               END-IF
               READ MATRIZ-AUTORIZACAO
                   AT END MOVE 'Y' TO WRK-AUT-EOF
               END-READ
           END-PERFORM
           CLOSE MATRIZ-AUTORIZACAO

           DISPLAY 'USUARIO RESPONSAVEL.. '
           ACCEPT WRK-USUARIO

           MOVE 'N' TO WRK-USUARIO-OK
           MOVE 0 TO WRK-NIVEL-USUARIO
           OPEN INPUT USUARIOS-MASTER
           READ USUARIOS-MASTER
               AT END MOVE 'Y' TO WRK-USR-EOF
           END-READ
           PERFORM UNTIL FIM-USUARIOS
               IF USR-USUARIO = WRK-USUARIO
                   MOVE USR-NIVEL TO WRK-NIVEL-USUARIO
                   IF USR-NIVEL >= 1
                       AND USR-NIVEL <= WRK-NIVEL-MINIMO
                       MOVE 'Y' TO WRK-USUARIO-OK
                   END-IF
               END-IF
               READ USUARIOS-MASTER
                   AT END MOVE 'Y' TO WRK-USR-EOF
               END-READ
           END-PERFORM
           CLOSE USUARIOS-MASTER

           PERFORM 0196-LER-ULTIMO-ELO-SEG
           OPEN EXTEND AUDITORIA-SEGURANCA
           IF WRK-SEG-STATUS NOT = '00'
               OPEN OUTPUT AUDITORIA-SEGURANCA
           END-IF
           MOVE WRK-USUARIO       TO SEG-USUARIO
           MOVE WRK-NIVEL-USUARIO TO SEG-NIVEL
           IF USUARIO-AUTORIZADO
               MOVE 'AUTORIZADO' TO SEG-RESULTADO
           ELSE
               MOVE 'NAO AUTORIZADO' TO SEG-RESULTADO
           END-IF
           MOVE WRK-DATA-EXEC TO SEG-DATA-HORA
           MOVE 'CTPGLIB' TO SEG-FUNCAO
           PERFORM 0197-ENCADEAR-SEG
           WRITE SEG-REC
           CLOSE AUDITORIA-SEGURANCA

           IF NOT USUARIO-AUTORIZADO
               DISPLAY 'USUARIO SEM O NIVEL MINIMO DA FUNCAO '
                   'CTPGLIB - OPERACAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      **********REGISTRO NO CONTROLE CENTRAL DE EXECUCOES******
       0195-REGISTRAR-RUN.
           ACCEPT WRK-RUN-DATA FROM DATE YYYYMMDD
           CLOSE TITULOS-PAGAR.

           DISPLAY 'FIM DE PROCESSAMENTO'.

      **********TRILHA DE SEGURANCA - ULTIMO ELO DA CADEIA*****
      *    LE O SEGAUDIT ATE O FIM PARA OBTER A SEQUENCIA E O ELO
      *    DO ULTIMO REGISTRO ENCADEADO (REGISTROS ANTIGOS, SEM
      *    ENCADEAMENTO, SAO IGNORADOS; ARQUIVO VAZIO COMECA EM 1)
       0196-LER-ULTIMO-ELO-SEG.
           MOVE ZEROS TO WRK-SEG-ULT-SEQ
           MOVE ZEROS TO WRK-SEG-ULT-ELO
           MOVE 'N' TO WRK-SEG-FIM

           OPEN INPUT AUDITORIA-SEGURANCA
           IF WRK-SEG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ AUDITORIA-SEGURANCA
               AT END MOVE 'Y' TO WRK-SEG-FIM
           END-READ
           PERFORM UNTIL WRK-SEG-FIM = 'Y'
               IF SEG-SEQUENCIA IS NUMERIC
                   AND SEG-ELO IS NUMERIC
                   MOVE SEG-SEQUENCIA TO WRK-SEG-ULT-SEQ
                   MOVE SEG-ELO       TO WRK-SEG-ULT-ELO
               END-IF
               READ AUDITORIA-SEGURANCA
                   AT END MOVE 'Y' TO WRK-SEG-FIM
               END-READ
           END-PERFORM
           CLOSE AUDITORIA-SEGURANCA.

      **********TRILHA DE SEGURANCA - ENCADEAMENTO DO REGISTRO*
      *    PROXIMA SEQUENCIA, ELO DO REGISTRO ANTERIOR E ELO DESTE
      *    REGISTRO: PARTINDO DO ELO ANTERIOR, ELO = RESTO DE
      *    (ELO * 31 + ORDINAL DO BYTE) POR 9999999967 PARA CADA
      *    UM DOS 62 BYTES (DADOS, SEQUENCIA E ELO ANTERIOR) E DOS
      *    QUE VEM DEPOIS DO ELO (FUNCAO E COMPLEMENTOS) ATE O
      *    ULTIMO NAO BRANCO - A MESMA CONTA E REFEITA PELO SEGVERIF
       0197-ENCADEAR-SEG.
           ADD 1 TO WRK-SEG-ULT-SEQ
           MOVE WRK-SEG-ULT-SEQ TO SEG-SEQUENCIA
           MOVE WRK-SEG-ULT-ELO TO SEG-ELO-ANTERIOR
           MOVE WRK-SEG-ULT-ELO TO WRK-SEG-ELO

           MOVE LENGTH OF SEG-REC TO WRK-SEG-TAM
           PERFORM UNTIL WRK-SEG-TAM < 73
                   OR SEG-REC(WRK-SEG-TAM:1) NOT = SPACE
               SUBTRACT 1 FROM WRK-SEG-TAM
           END-PERFORM

           PERFORM VARYING WRK-SEG-POS FROM 1 BY 1
                   UNTIL WRK-SEG-POS > WRK-SEG-TAM
               IF WRK-SEG-POS < 63 OR WRK-SEG-POS > 72
                   COMPUTE WRK-SEG-ELO = FUNCTION MOD(WRK-SEG-ELO
                       * 31 + FUNCTION ORD(SEG-REC(WRK-SEG-POS:1)),
                       9999999967)
               END-IF
           END-PERFORM

           MOVE WRK-SEG-ELO TO SEG-ELO
           MOVE WRK-SEG-ELO TO WRK-SEG-ULT-ELO.
