       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFEMIT.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: EMISSAO DA NOTA FISCAL DOS PEDIDOS ENTREGUES: PARA
      *          CADA PEDIDO COM STATUS ENTREGUE AINDA SEM NOTA NO
      *          NOTAFISC.DAT, GRAVA UMA LINHA POR ITEM COM O ICMS
      *          DA OPERACAO PELA ALIQUOTA DO ICMSALIQ.DAT (UF DE
      *          ORIGEM DO ICMSPARM.DAT, UF DE ENTREGA DO PEDIDO E
      *          CLASSE FISCAL DO PRODUTO NO PRODMAST) E, NA VENDA A
      *          CONSUMIDOR FINAL (CLIENTE PESSOA FISICA) DE OUTRA
      *          UF, O DIFAL PELA DIFERENCA PARA A ALIQUOTA INTERNA
      *          DO DESTINO; NUMERA AS NOTAS EM SEQUENCIA UNICA PELO
      *          NFISCKP.DAT, CONTABILIZA ICMS E DIFAL NO EXE02GL.DAT
      *          PELAS CONTAS DO ICMSPARM.DAT E DEIXA NO NOTAFISC.DAT
      *          A BASE DO LIVRO MENSAL (LIVROICMS); PEDIDO SEM
      *          CLIENTE OU SEM ALIQUOTA FICA SEM NOTA (RC=4) E
      *          RC=8 QUANDO NAO HA ENTREGA NOVA
      *DATA = 15/10/2026
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-PEDIDOS ASSIGN TO "DATA/PEDIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PED-STATUS.

           SELECT ITENS-PEDIDO ASSIGN TO "DATA/PEDITENS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ITM-STATUS.

           SELECT CLIENTE-MASTER ASSIGN TO "DATA/CLIMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-CLI-STATUS.

           SELECT PRODUTO-MASTER ASSIGN TO "DATA/PRODMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRD-STATUS.

           SELECT TABELA-FRETE-UF ASSIGN TO "DATA/UFFRETE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-UF-STATUS.

           SELECT TABELA-ALIQUOTAS ASSIGN TO "DATA/ICMSALIQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ALQ-STATUS.

           SELECT PARAMETROS-ICMS ASSIGN TO "DATA/ICMSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRM-STATUS.

           SELECT NOTAS-FISCAIS ASSIGN TO "DATA/NOTAFISC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NF-STATUS.

           SELECT CKP-NOTAS ASSIGN TO "DATA/NFISCKP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CKP-STATUS.

           SELECT LANCAMENTO-CONTABIL ASSIGN TO "DATA/EXE02GL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GL-STATUS.

           SELECT PLANO-CONTAS ASSIGN TO "DATA/PLANOCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROLE-RUNS ASSIGN TO "DATA/RUNCTLGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-PEDIDOS.
       COPY "PEDIDOS.CPY".

       FD  ITENS-PEDIDO.
       COPY "PEDITEM.CPY".

       FD  CLIENTE-MASTER.
       COPY "CLIMAST.CPY".

       FD  PRODUTO-MASTER.
       01  PRD-REC.
           05  PRD-CODIGO         PIC X(20).
           05  PRD-DESCRICAO      PIC X(20).
           05  PRD-VALOR          PIC 9(07)V99.
           05  PRD-PESO           PIC 9(04)V99.
           05  PRD-ATIVO          PIC X(01).
           05  PRD-CLASSE-FISCAL  PIC X(02).

       FD  TABELA-FRETE-UF.
       01  TAB-UF-REC.
           05  TAB-UF-COD         PIC X(02).
           05  TAB-UF-MULT        PIC 9V9999.
           05  TAB-UF-VIGENCIA    PIC 9(08).
           05  TAB-UF-PRAZO       PIC 9(03).

       FD  TABELA-ALIQUOTAS.
       COPY "ICMSALIQ.CPY".

      *UF DE ORIGEM DAS SAIDAS, CONTA DE DESPESA DO ICMS, CONTA DO
      *ICMS A RECOLHER E CONTA DO DIFAL A RECOLHER
       FD  PARAMETROS-ICMS.
       01  PRM-REC.
           05  PRM-UF-ORIGEM      PIC X(02).
           05  PRM-CONTA-DESPESA  PIC X(10).
           05  PRM-CONTA-ICMS     PIC X(10).
           05  PRM-CONTA-DIFAL    PIC X(10).

       FD  NOTAS-FISCAIS.
       COPY "NOTAFISC.CPY".

       FD  CKP-NOTAS.
       01  CKP-REC.
           05  CKP-ULTIMA-NOTA    PIC 9(06).

       FD  LANCAMENTO-CONTABIL.
       COPY "EXE02GL.CPY".

       FD  PLANO-CONTAS.
       COPY "PLANOCTA.CPY".

       FD  CONTROLE-RUNS.
       01  RUN-REC.
           05  RUN-PROGRAMA       PIC X(08).
           05  RUN-DATA-NEGOCIO   PIC 9(08).
           05  RUN-HORA           PIC 9(08).
           05  RUN-EVENTO         PIC X(10).

       WORKING-STORAGE SECTION.
       77  WRK-RUN-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-RUN-EVENTO      PIC X(10)    VALUE SPACES.
       77  WRK-RUN-DATA        PIC 9(08)    VALUE ZEROS.
       77  WRK-RUN-HORA        PIC 9(08)    VALUE ZEROS.
       77  WRK-PED-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-ITM-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-CLI-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-PRD-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-UF-STATUS       PIC X(02)    VALUE '00'.
       77  WRK-ALQ-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-PRM-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-NF-STATUS       PIC X(02)    VALUE '00'.
       77  WRK-CKP-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-GL-STATUS       PIC X(02)    VALUE '00'.
       77  WRK-EOF             PIC X        VALUE 'N'.
           88  FIM-ARQUIVO     VALUE 'Y'.
       77  WRK-CTA-EOF         PIC X        VALUE 'N'.
           88  FIM-PLANO-CONTAS VALUE 'Y'.
       77  WRK-CTA-ACHADA      PIC X        VALUE 'N'.
           88  CONTA-VALIDA    VALUE 'Y'.
       77  WRK-CONTA-VALIDAR   PIC X(10)    VALUE SPACES.
       77  WRK-DATA-EXEC       PIC 9(08)    VALUE ZEROS.
       77  WRK-UF-ORIGEM       PIC X(02)    VALUE SPACES.
       77  WRK-CONTA-DESPESA   PIC X(10)    VALUE SPACES.
       77  WRK-CONTA-ICMS      PIC X(10)    VALUE SPACES.
       77  WRK-CONTA-DIFAL     PIC X(10)    VALUE SPACES.
       77  WRK-ULTIMA-NOTA     PIC 9(06)    VALUE ZEROS.
       77  WRK-PED-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-SUB             PIC 9(03)    VALUE ZEROS.
       77  WRK-ITM-QTD         PIC 9(04)    VALUE ZEROS.
       77  WRK-ITM-SUB         PIC 9(04)    VALUE ZEROS.
       77  WRK-UF-QTD          PIC 9(02)    VALUE ZEROS.
       77  WRK-UF-SUB          PIC 9(02)    VALUE ZEROS.
       77  WRK-ALQ-QTD         PIC 9(04)    VALUE ZEROS.
       77  WRK-ALQ-SUB         PIC 9(04)    VALUE ZEROS.
       77  WRK-PRD-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-PRD-SUB         PIC 9(03)    VALUE ZEROS.
       77  WRK-EMT-QTD         PIC 9(04)    VALUE ZEROS.
       77  WRK-EMT-SUB         PIC 9(04)    VALUE ZEROS.
       77  WRK-LNF-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-LNF-SUB         PIC 9(03)    VALUE ZEROS.
       77  WRK-UF-ACHADA       PIC X        VALUE 'N'.
           88  UF-CADASTRADA   VALUE 'Y'.
       77  WRK-UF-BUSCA        PIC X(02)    VALUE SPACES.
       77  WRK-ALQ-ACHADA      PIC X        VALUE 'N'.
           88  ALIQUOTA-ENCONTRADA VALUE 'Y'.
       77  WRK-ALIQ-ENCONTRADA PIC 9(02)V99 VALUE ZEROS.
       77  WRK-ALIQ-OPERACAO   PIC 9(02)V99 VALUE ZEROS.
       77  WRK-ALIQ-INTERNA    PIC 9(02)V99 VALUE ZEROS.
       77  WRK-JA-EMITIDO      PIC X        VALUE 'N'.
           88  PEDIDO-COM-NOTA VALUE 'Y'.
       77  WRK-NOTA-OK         PIC X        VALUE 'S'.
           88  NOTA-VALIDA     VALUE 'S'.
       77  WRK-CONSUMIDOR-FINAL PIC X       VALUE 'N'.
       77  WRK-CLASSE          PIC X(02)    VALUE SPACES.
       77  WRK-LIN-PROD        PIC X(20)    VALUE SPACES.
       77  WRK-LIN-QTD         PIC 9(05)    VALUE ZEROS.
       77  WRK-LIN-PRECO       PIC 9(06)V99 VALUE ZEROS.
       77  WRK-LIN-ITEM        PIC 9(03)    VALUE ZEROS.
       77  WRK-NOTA-ICMS       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-NOTA-DIFAL      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-ICMS      PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-DIFAL     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QTD-EMITIDAS    PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-EXCECOES    PIC 9(05)    VALUE ZEROS.
       77  WRK-VALOR-ED        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DIFAL-ED        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       COPY "GLLOTE.CPY".

       01  WRK-ALQ-CHAVE.
           05  WRK-ALQ-CHAVE-ORIGEM  PIC X(02).
           05  WRK-ALQ-CHAVE-DESTINO PIC X(02).
           05  WRK-ALQ-CHAVE-CLASSE  PIC X(02).

       01  WRK-TAB-PEDIDOS.
           05  WRK-PED-ITEM OCCURS 500 TIMES.
               10  WRK-PED-REGISTRO PIC X(129).

       01  WRK-TAB-ITENS.
           05  WRK-ITM-ITEM OCCURS 1000 TIMES.
               10  WRK-ITM-REGISTRO PIC X(90).

       01  WRK-TAB-UFS.
           05  WRK-UF-COD OCCURS 30 TIMES PIC X(02).

       01  WRK-TAB-ALIQUOTAS.
           05  WRK-ALQ-ITEM OCCURS 1000 TIMES.
               10  WRK-ALQ-TAB-CHAVE  PIC X(06).
               10  WRK-ALQ-TAB-ALIQ   PIC 9(02)V99.

       01  WRK-TAB-PRODUTOS.
           05  WRK-PRD-ITEM OCCURS 200 TIMES.
               10  WRK-PRD-CODIGO  PIC X(20).
               10  WRK-PRD-CLASSE  PIC X(02).

      *PEDIDOS QUE JA TEM NOTA NO NOTAFISC.DAT
       01  WRK-TAB-EMITIDOS.
           05  WRK-EMT-PEDIDO OCCURS 5000 TIMES PIC 9(06).

      *LINHAS DA NOTA EM MONTAGEM - SO VAO PARA O NOTAFISC.DAT
      *QUANDO TODOS OS ITENS TEM ALIQUOTA
       01  WRK-TAB-LINHAS-NOTA.
           05  WRK-LNF-ITEM OCCURS 100 TIMES.
               10  WRK-LNF-REGISTRO PIC X(115).

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.

           PERFORM 0110-LER-PARAMETROS.
           PERFORM 0120-CARREGAR-UFS.
           PERFORM 0125-CARREGAR-ALIQUOTAS.
           PERFORM 0130-CARREGAR-PRODUTOS.
           PERFORM 0135-CARREGAR-NOTAS.
           PERFORM 0140-LER-CHECKPOINT.
           PERFORM 0145-CARREGAR-PEDIDOS.
           PERFORM 0150-CARREGAR-ITENS.

           OPEN INPUT CLIENTE-MASTER.

           OPEN EXTEND NOTAS-FISCAIS
           IF WRK-NF-STATUS NOT = '00'
               OPEN OUTPUT NOTAS-FISCAIS
           END-IF.

           OPEN EXTEND LANCAMENTO-CONTABIL
           IF WRK-GL-STATUS NOT = '00'
               OPEN OUTPUT LANCAMENTO-CONTABIL
           END-IF
           ACCEPT WRK-GL-LOTE-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-GL-LOTE-TEMPO FROM TIME
           MOVE WRK-GL-LOTE-TEMPO(1:4) TO WRK-GL-LOTE-HORA.

      **********UF DE ORIGEM E CONTAS DE CONTABILIZACAO*********
      *AS TRES CONTAS DO PARAMETRO DEVEM EXISTIR E ESTAR ATIVAS
      *NO PLANO (MESMA CRITICA DO PEDSTAT)
       0110-LER-PARAMETROS.
           OPEN INPUT PARAMETROS-ICMS
           IF WRK-PRM-STATUS = '00'
               READ PARAMETROS-ICMS
                   AT END CONTINUE
                   NOT AT END
                       MOVE PRM-UF-ORIGEM     TO WRK-UF-ORIGEM
                       MOVE PRM-CONTA-DESPESA TO WRK-CONTA-DESPESA
                       MOVE PRM-CONTA-ICMS    TO WRK-CONTA-ICMS
                       MOVE PRM-CONTA-DIFAL   TO WRK-CONTA-DIFAL
               END-READ
               CLOSE PARAMETROS-ICMS
           END-IF

           IF WRK-UF-ORIGEM = SPACES
               DISPLAY 'ERRO: SEM UF DE ORIGEM NO ICMSPARM.DAT - '
                   'PROCESSAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WRK-CONTA-DESPESA TO WRK-CONTA-VALIDAR
           PERFORM 0117-VALIDAR-UMA-CONTA
           MOVE WRK-CONTA-ICMS TO WRK-CONTA-VALIDAR
           PERFORM 0117-VALIDAR-UMA-CONTA
           MOVE WRK-CONTA-DIFAL TO WRK-CONTA-VALIDAR
           PERFORM 0117-VALIDAR-UMA-CONTA.

       0117-VALIDAR-UMA-CONTA.
           MOVE 'N' TO WRK-CTA-EOF
           MOVE 'N' TO WRK-CTA-ACHADA
           OPEN INPUT PLANO-CONTAS
           READ PLANO-CONTAS
               AT END MOVE 'Y' TO WRK-CTA-EOF
           END-READ
           PERFORM UNTIL FIM-PLANO-CONTAS
               IF CTA-CODIGO = WRK-CONTA-VALIDAR
                   AND CTA-ATIVA = 'S'
                   MOVE 'Y' TO WRK-CTA-ACHADA
               END-IF
               READ PLANO-CONTAS
                   AT END MOVE 'Y' TO WRK-CTA-EOF
               END-READ
           END-PERFORM
           CLOSE PLANO-CONTAS

           IF NOT CONTA-VALIDA
               DISPLAY 'ERRO: CONTA DE CONTABILIZACAO '
                   WRK-CONTA-VALIDAR ' INEXISTENTE OU INATIVA NO '
                   'PLANO DE CONTAS - PROCESSAMENTO RECUSADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      **********UFS VALIDAS (AS MESMAS DO UFFRETE)**************
       0120-CARREGAR-UFS.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT TABELA-FRETE-UF
           IF WRK-UF-STATUS NOT = '00'
               DISPLAY 'ERRO: SEM TABELA DE UFS (UFFRETE.DAT) - '
                   'PROCESSAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ TABELA-FRETE-UF
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               MOVE TAB-UF-COD TO WRK-UF-BUSCA
               PERFORM 0122-LOCALIZAR-UF
               IF NOT UF-CADASTRADA
                   IF WRK-UF-QTD >= 30
                       DISPLAY 'ERRO: TABELA DE UFS EXCEDE O LIMITE '
                           'DE 30 REGISTROS - PROCESSAMENTO ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-UF-QTD
                   MOVE TAB-UF-COD TO WRK-UF-COD(WRK-UF-QTD)
               END-IF
               READ TABELA-FRETE-UF
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE TABELA-FRETE-UF

           MOVE WRK-UF-ORIGEM TO WRK-UF-BUSCA
           PERFORM 0122-LOCALIZAR-UF
           IF NOT UF-CADASTRADA
               DISPLAY 'ERRO: UF DE ORIGEM ' WRK-UF-ORIGEM
                   ' FORA DA TABELA DE UFS - PROCESSAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       0122-LOCALIZAR-UF.
           MOVE 'N' TO WRK-UF-ACHADA
           PERFORM VARYING WRK-UF-SUB FROM 1 BY 1
                   UNTIL WRK-UF-SUB > WRK-UF-QTD
               IF WRK-UF-COD(WRK-UF-SUB) = WRK-UF-BUSCA
                   MOVE 'Y' TO WRK-UF-ACHADA
               END-IF
           END-PERFORM.

      **********TABELA DE ALIQUOTAS DE ICMS*********************
      *LINHA COM UF FORA DO UFFRETE OU ALIQUOTA NAO NUMERICA
      *INVALIDA A TABELA INTEIRA - NENHUMA NOTA SAI COM ALIQUOTA
      *DUVIDOSA
       0125-CARREGAR-ALIQUOTAS.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT TABELA-ALIQUOTAS
           IF WRK-ALQ-STATUS NOT = '00'
               DISPLAY 'ERRO: SEM TABELA DE ALIQUOTAS DE ICMS '
                   '(ICMSALIQ.DAT) - PROCESSAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ TABELA-ALIQUOTAS
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF WRK-ALQ-QTD >= 1000
                   DISPLAY 'ERRO: TABELA DE ALIQUOTAS EXCEDE O '
                       'LIMITE DE 1000 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ALQ-UF-ORIGEM TO WRK-UF-BUSCA
               PERFORM 0122-LOCALIZAR-UF
               IF UF-CADASTRADA
                   MOVE ALQ-UF-DESTINO TO WRK-UF-BUSCA
                   PERFORM 0122-LOCALIZAR-UF
               END-IF
               IF NOT UF-CADASTRADA
                   OR ALQ-ALIQUOTA IS NOT NUMERIC
                   DISPLAY 'ERRO: LINHA INVALIDA NA TABELA DE '
                       'ALIQUOTAS: ' ALQ-REC
                       ' - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-ALQ-QTD
               MOVE ALQ-REC(1:6) TO WRK-ALQ-TAB-CHAVE(WRK-ALQ-QTD)
               MOVE ALQ-ALIQUOTA TO WRK-ALQ-TAB-ALIQ(WRK-ALQ-QTD)
               READ TABELA-ALIQUOTAS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE TABELA-ALIQUOTAS.

      **********CLASSE FISCAL DOS PRODUTOS**********************
       0130-CARREGAR-PRODUTOS.
           MOVE 'N' TO WRK-EOF
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
                       'LIMITE DE 200 REGISTROS - '
                       'PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-PRD-QTD
               MOVE PRD-CODIGO TO WRK-PRD-CODIGO(WRK-PRD-QTD)
               MOVE PRD-CLASSE-FISCAL TO WRK-PRD-CLASSE(WRK-PRD-QTD)
               READ PRODUTO-MASTER
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           IF WRK-PRD-STATUS = '00' OR WRK-PRD-STATUS = '10'
               CLOSE PRODUTO-MASTER
           END-IF.

      **********NOTAS JA EMITIDAS*******************************
      *GUARDA OS PEDIDOS QUE JA TEM NOTA E O MAIOR NUMERO EMITIDO,
      *PARA A SEQUENCIA NUNCA REPETIR NUMERO MESMO SEM O CHECKPOINT
       0135-CARREGAR-NOTAS.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT NOTAS-FISCAIS
           IF WRK-NF-STATUS NOT = '00'
               MOVE 'Y' TO WRK-EOF
           ELSE
               READ NOTAS-FISCAIS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
               IF NF-NUMERO > WRK-ULTIMA-NOTA
                   MOVE NF-NUMERO TO WRK-ULTIMA-NOTA
               END-IF
               IF NF-ITEM = 1
                   IF WRK-EMT-QTD >= 5000
                       DISPLAY 'ERRO: ARQUIVO DE NOTAS FISCAIS EXCEDE '
                           'O LIMITE DE 5000 NOTAS - PROCESSAMENTO '
                           'ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-EMT-QTD
                   MOVE NF-PEDIDO TO WRK-EMT-PEDIDO(WRK-EMT-QTD)
               END-IF
               READ NOTAS-FISCAIS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           IF WRK-NF-STATUS = '00' OR WRK-NF-STATUS = '10'
               CLOSE NOTAS-FISCAIS
           END-IF.

       0140-LER-CHECKPOINT.
           OPEN INPUT CKP-NOTAS
           IF WRK-CKP-STATUS = '00'
               READ CKP-NOTAS
                   AT END CONTINUE
                   NOT AT END
                       IF CKP-ULTIMA-NOTA > WRK-ULTIMA-NOTA
                           MOVE CKP-ULTIMA-NOTA TO WRK-ULTIMA-NOTA
                       END-IF
               END-READ
               CLOSE CKP-NOTAS
           END-IF.

       0145-CARREGAR-PEDIDOS.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT ARQUIVO-PEDIDOS
           IF WRK-PED-STATUS NOT = '00'
               DISPLAY 'SEM ARQUIVO DE PEDIDOS - PROCESSAMENTO '
                   'RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ARQUIVO-PEDIDOS
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF WRK-PED-QTD >= 500
                   DISPLAY 'ERRO: ARQUIVO DE PEDIDOS EXCEDE O LIMITE '
                       'DE 500 REGISTROS - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-PED-QTD
               MOVE PED-REC TO WRK-PED-REGISTRO(WRK-PED-QTD)
               READ ARQUIVO-PEDIDOS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-PEDIDOS.

       0150-CARREGAR-ITENS.
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

       0200-PROCESSAR.
           MOVE 'INICIADO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN

           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-PED-QTD
               MOVE WRK-PED-REGISTRO(WRK-SUB) TO PED-REC
               IF PED-STATUS = 'G'
                   PERFORM 0210-VERIFICAR-EMITIDO
                   IF NOT PEDIDO-COM-NOTA
                       PERFORM 0250-EMITIR-NOTA
                   END-IF
               END-IF
           END-PERFORM.

       0210-VERIFICAR-EMITIDO.
           MOVE 'N' TO WRK-JA-EMITIDO
           PERFORM VARYING WRK-EMT-SUB FROM 1 BY 1
                   UNTIL WRK-EMT-SUB > WRK-EMT-QTD
               IF WRK-EMT-PEDIDO(WRK-EMT-SUB) = PED-NUMERO
                   MOVE 'Y' TO WRK-JA-EMITIDO
               END-IF
           END-PERFORM.

      **********EMISSAO DA NOTA DE UM PEDIDO ENTREGUE***********
      *UMA LINHA POR ITEM DO PEDIDO; PEDIDO ANTIGO SEM LINHAS NO
      *PEDITENS.DAT SAI COM UMA LINHA PELO CABECALHO. A NOTA SO E
      *NUMERADA DEPOIS QUE TODOS OS ITENS TEM ALIQUOTA, PARA NAO
      *ABRIR BURACO NA SEQUENCIA
       0250-EMITIR-NOTA.
           PERFORM 0255-LER-CLIENTE
           IF WRK-CLI-STATUS NOT = '00'
               DISPLAY 'PEDIDO ' PED-NUMERO ' SEM CLIENTE '
                   PED-CPF ' NO CADASTRO - NOTA NAO EMITIDA'
               ADD 1 TO WRK-QTD-EXCECOES
               EXIT PARAGRAPH
           END-IF

           MOVE PED-UF TO WRK-UF-BUSCA
           PERFORM 0122-LOCALIZAR-UF
           IF NOT UF-CADASTRADA
               DISPLAY 'PEDIDO ' PED-NUMERO ' COM UF DE ENTREGA '
                   PED-UF ' INVALIDA - NOTA NAO EMITIDA'
               ADD 1 TO WRK-QTD-EXCECOES
               EXIT PARAGRAPH
           END-IF

           IF CLI-TIPO-PESSOA = 'J'
               MOVE 'N' TO WRK-CONSUMIDOR-FINAL
           ELSE
               MOVE 'S' TO WRK-CONSUMIDOR-FINAL
           END-IF

           MOVE 0 TO WRK-LNF-QTD
           MOVE 'S' TO WRK-NOTA-OK
           MOVE 0 TO WRK-NOTA-ICMS
           MOVE 0 TO WRK-NOTA-DIFAL

           IF PED-QTD-ITENS IS NUMERIC AND PED-QTD-ITENS > 0
               PERFORM VARYING WRK-ITM-SUB FROM 1 BY 1
                       UNTIL WRK-ITM-SUB > WRK-ITM-QTD
                       OR NOT NOTA-VALIDA
                   MOVE WRK-ITM-REGISTRO(WRK-ITM-SUB) TO ITM-REC
                   IF ITM-PEDIDO = PED-NUMERO
                       MOVE ITM-PROD       TO WRK-LIN-PROD
                       MOVE ITM-QTD        TO WRK-LIN-QTD
                       MOVE ITM-PRECO-UNIT TO WRK-LIN-PRECO
                       PERFORM 0260-MONTAR-LINHA
                   END-IF
               END-PERFORM
           END-IF

           IF WRK-LNF-QTD = 0 AND NOTA-VALIDA
               MOVE PED-PROD TO WRK-LIN-PROD
               IF PED-QTD = 0
                   MOVE 1 TO WRK-LIN-QTD
               ELSE
                   MOVE PED-QTD TO WRK-LIN-QTD
               END-IF
               MOVE PED-VALOR TO WRK-LIN-PRECO
               PERFORM 0260-MONTAR-LINHA
           END-IF

           IF NOT NOTA-VALIDA
               ADD 1 TO WRK-QTD-EXCECOES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WRK-ULTIMA-NOTA
           ADD 1 TO WRK-QTD-EMITIDAS
           PERFORM VARYING WRK-LNF-SUB FROM 1 BY 1
                   UNTIL WRK-LNF-SUB > WRK-LNF-QTD
               MOVE WRK-LNF-REGISTRO(WRK-LNF-SUB) TO NF-REC
               MOVE WRK-ULTIMA-NOTA TO NF-NUMERO
               WRITE NF-REC
           END-PERFORM

           PERFORM 0280-CONTABILIZAR-NOTA

           ADD WRK-NOTA-ICMS  TO WRK-TOTAL-ICMS
           ADD WRK-NOTA-DIFAL TO WRK-TOTAL-DIFAL

           MOVE WRK-NOTA-ICMS  TO WRK-VALOR-ED
           MOVE WRK-NOTA-DIFAL TO WRK-DIFAL-ED
           DISPLAY 'NOTA FISCAL ' WRK-ULTIMA-NOTA ' - PEDIDO '
               PED-NUMERO ' ' WRK-UF-ORIGEM '/' PED-UF
               ' ICMS ' WRK-VALOR-ED ' DIFAL ' WRK-DIFAL-ED.

       0255-LER-CLIENTE.
           MOVE PED-CPF TO CLI-CPF
           READ CLIENTE-MASTER
               INVALID KEY
                   MOVE '23' TO WRK-CLI-STATUS
           END-READ.

      **********UMA LINHA DA NOTA COM ICMS E DIFAL**************
      *PRODUTO SEM CLASSE FISCAL NO PRODMAST ASSUME A CLASSE 01;
      *O DIFAL SO EXISTE QUANDO A ALIQUOTA INTERNA DO DESTINO
      *PASSA DA ALIQUOTA INTERESTADUAL DA OPERACAO
       0260-MONTAR-LINHA.
           IF WRK-LNF-QTD >= 100
               DISPLAY 'ERRO: PEDIDO ' PED-NUMERO ' EXCEDE O LIMITE '
                   'DE 100 ITENS NA NOTA - PROCESSAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE '01' TO WRK-CLASSE
           PERFORM VARYING WRK-PRD-SUB FROM 1 BY 1
                   UNTIL WRK-PRD-SUB > WRK-PRD-QTD
               IF WRK-PRD-CODIGO(WRK-PRD-SUB) = WRK-LIN-PROD
                   AND WRK-PRD-CLASSE(WRK-PRD-SUB) NOT = SPACES
                   MOVE WRK-PRD-CLASSE(WRK-PRD-SUB) TO WRK-CLASSE
               END-IF
           END-PERFORM

           MOVE WRK-UF-ORIGEM TO WRK-ALQ-CHAVE-ORIGEM
           MOVE PED-UF        TO WRK-ALQ-CHAVE-DESTINO
           MOVE WRK-CLASSE    TO WRK-ALQ-CHAVE-CLASSE
           PERFORM 0265-BUSCAR-ALIQUOTA
           IF NOT ALIQUOTA-ENCONTRADA
               MOVE 'N' TO WRK-NOTA-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WRK-ALIQ-ENCONTRADA TO WRK-ALIQ-OPERACAO

           MOVE 0 TO WRK-ALIQ-INTERNA
           IF WRK-CONSUMIDOR-FINAL = 'S'
               AND PED-UF NOT = WRK-UF-ORIGEM
               MOVE PED-UF TO WRK-ALQ-CHAVE-ORIGEM
               PERFORM 0265-BUSCAR-ALIQUOTA
               IF NOT ALIQUOTA-ENCONTRADA
                   MOVE 'N' TO WRK-NOTA-OK
                   EXIT PARAGRAPH
               END-IF
               MOVE WRK-ALIQ-ENCONTRADA TO WRK-ALIQ-INTERNA
           END-IF

           ADD 1 TO WRK-LNF-QTD
           MOVE ZEROS               TO NF-NUMERO
           MOVE WRK-DATA-EXEC       TO NF-EMISSAO
           MOVE PED-NUMERO          TO NF-PEDIDO
           MOVE PED-CPF             TO NF-CPF
           MOVE WRK-CONSUMIDOR-FINAL TO NF-CONSUMIDOR-FINAL
           MOVE WRK-UF-ORIGEM       TO NF-UF-ORIGEM
           MOVE PED-UF              TO NF-UF-DESTINO
           MOVE WRK-LNF-QTD         TO NF-ITEM
           MOVE WRK-LIN-PROD        TO NF-PRODUTO
           MOVE WRK-CLASSE          TO NF-CLASSE-FISCAL
           MOVE WRK-LIN-QTD         TO NF-QTD
           MOVE WRK-LIN-PRECO       TO NF-PRECO-UNIT
           COMPUTE NF-BASE-ICMS = WRK-LIN-QTD * WRK-LIN-PRECO
           MOVE WRK-ALIQ-OPERACAO   TO NF-ALIQUOTA
           COMPUTE NF-VALOR-ICMS ROUNDED =
               NF-BASE-ICMS * WRK-ALIQ-OPERACAO / 100
           MOVE WRK-ALIQ-INTERNA    TO NF-ALIQ-DESTINO
           MOVE 0                   TO NF-VALOR-DIFAL
           IF WRK-ALIQ-INTERNA > WRK-ALIQ-OPERACAO
               COMPUTE NF-VALOR-DIFAL ROUNDED =
                   NF-BASE-ICMS *
                   (WRK-ALIQ-INTERNA - WRK-ALIQ-OPERACAO) / 100
           END-IF
           ADD NF-VALOR-ICMS  TO WRK-NOTA-ICMS
           ADD NF-VALOR-DIFAL TO WRK-NOTA-DIFAL
           MOVE NF-REC TO WRK-LNF-REGISTRO(WRK-LNF-QTD).

       0265-BUSCAR-ALIQUOTA.
           MOVE 'N' TO WRK-ALQ-ACHADA
           PERFORM VARYING WRK-ALQ-SUB FROM 1 BY 1
                   UNTIL WRK-ALQ-SUB > WRK-ALQ-QTD
                   OR ALIQUOTA-ENCONTRADA
               IF WRK-ALQ-TAB-CHAVE(WRK-ALQ-SUB) = WRK-ALQ-CHAVE
                   MOVE 'Y' TO WRK-ALQ-ACHADA
                   MOVE WRK-ALQ-TAB-ALIQ(WRK-ALQ-SUB)
                       TO WRK-ALIQ-ENCONTRADA
               END-IF
           END-PERFORM

           IF NOT ALIQUOTA-ENCONTRADA
               DISPLAY 'PEDIDO ' PED-NUMERO ' SEM ALIQUOTA DE ICMS '
                   WRK-ALQ-CHAVE-ORIGEM '/' WRK-ALQ-CHAVE-DESTINO
                   ' CLASSE ' WRK-ALQ-CHAVE-CLASSE
                   ' - NOTA NAO EMITIDA'
           END-IF.

      **********CONTABILIZACAO DO ICMS E DO DIFAL DA NOTA*******
       0280-CONTABILIZAR-NOTA.
           IF WRK-NOTA-ICMS > 0
               MOVE WRK-CONTA-DESPESA TO GL-CONTA-DEBITO
               MOVE WRK-CONTA-ICMS    TO GL-CONTA-CREDITO
               MOVE SPACES            TO GL-CCUSTO
               MOVE SPACES            TO GL-HISTORICO
               STRING 'ICMS NF ' DELIMITED BY SIZE
                   WRK-ULTIMA-NOTA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-UF-ORIGEM DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   PED-UF DELIMITED BY SIZE
                   INTO GL-HISTORICO
               END-STRING
               MOVE WRK-NOTA-ICMS     TO GL-VALOR
               MOVE WRK-DATA-EXEC     TO GL-DATA-EXEC
               MOVE ZEROS             TO GL-EMPRESA
               MOVE 'NFEMIT'          TO GL-ORIGEM
               MOVE WRK-GL-LOTE       TO GL-DOCUMENTO
               WRITE GL-REC
           END-IF

           IF WRK-NOTA-DIFAL > 0
               MOVE WRK-CONTA-DESPESA TO GL-CONTA-DEBITO
               MOVE WRK-CONTA-DIFAL   TO GL-CONTA-CREDITO
               MOVE SPACES            TO GL-CCUSTO
               MOVE SPACES            TO GL-HISTORICO
               STRING 'DIFAL NF ' DELIMITED BY SIZE
                   WRK-ULTIMA-NOTA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   PED-UF DELIMITED BY SIZE
                   INTO GL-HISTORICO
               END-STRING
               MOVE WRK-NOTA-DIFAL    TO GL-VALOR
               MOVE WRK-DATA-EXEC     TO GL-DATA-EXEC
               MOVE ZEROS             TO GL-EMPRESA
               MOVE 'NFEMIT'          TO GL-ORIGEM
               MOVE WRK-GL-LOTE       TO GL-DOCUMENTO
               WRITE GL-REC
           END-IF.

      **********REGISTRO NO CONTROLE CENTRAL DE EXECUCOES******
       0195-REGISTRAR-RUN.
           ACCEPT WRK-RUN-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-RUN-HORA FROM TIME

           OPEN EXTEND CONTROLE-RUNS
           IF WRK-RUN-STATUS NOT = '00'
               OPEN OUTPUT CONTROLE-RUNS
           END-IF

           MOVE 'NFEMIT  ' TO RUN-PROGRAMA
           MOVE WRK-RUN-DATA   TO RUN-DATA-NEGOCIO
           MOVE WRK-RUN-HORA   TO RUN-HORA
           MOVE WRK-RUN-EVENTO TO RUN-EVENTO
           WRITE RUN-REC
           CLOSE CONTROLE-RUNS.

       0300-FINALIZAR.
           MOVE 'CONCLUIDO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN

           CLOSE CLIENTE-MASTER
           CLOSE NOTAS-FISCAIS
           CLOSE LANCAMENTO-CONTABIL.

           IF WRK-QTD-EMITIDAS > 0
               OPEN OUTPUT CKP-NOTAS
               MOVE WRK-ULTIMA-NOTA TO CKP-ULTIMA-NOTA
               WRITE CKP-REC
               CLOSE CKP-NOTAS
           END-IF.

           MOVE WRK-TOTAL-ICMS  TO WRK-VALOR-ED
           MOVE WRK-TOTAL-DIFAL TO WRK-DIFAL-ED
           DISPLAY 'NOTAS FISCAIS EMITIDAS: ' WRK-QTD-EMITIDAS.
           DISPLAY 'PEDIDOS SEM NOTA......: ' WRK-QTD-EXCECOES.
           DISPLAY 'ICMS TOTAL............: ' WRK-VALOR-ED.
           DISPLAY 'DIFAL TOTAL...........: ' WRK-DIFAL-ED.
           DISPLAY 'FIM DE PROCESSAMENTO'.

           IF WRK-QTD-EXCECOES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WRK-QTD-EMITIDAS = 0
                   DISPLAY 'NENHUM PEDIDO ENTREGUE SEM NOTA FISCAL'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
