      *            DA CONCILIACAO, PARA A DISPUTA COM A
      *            TRANSPORTADORA SER COMPONENTE A COMPONENTE E NAO
      *            SOBRE O TOTAL OPACO
      *ALTERACAO = 15/10/2026 - LAYOUT DO EXE02GL.DAT PELO COPY
      *            COMPARTILHADO EXE02GL.CPY; CADA LINHA CONTABIL
      *            LEVA O PROGRAMA DE ORIGEM E O LOTE DA EXECUCAO
      *ALTERACAO = 15/10/2026 - LAYOUT DO PLANOCTA.DAT PELO COPY
      *            COMPARTILHADO PLANOCTA.CPY
      *ALTERACAO = 15/10/2026 - FATURA POR ROMANEIO DE EMBARQUE: A
      *            FATURA QUE TRAZ O NUMERO DO ROMANEIO E CONFERIDA
      *            CONTRA O FRETE COTADO DE TODOS OS PEDIDOS DO
      *            ROMANEIO (ROMANEIO.DAT GRAVADO PELO ROMANEIO), EM
      *            VEZ DA COTACAO DE UM PRODUTO/UF
      *ALTERACAO = 15/10/2026 - CADA FATURA CONFERIDA E ACRESCENTADA
      *            AO HISTORICO PERMANENTE FRETECONCHIS.DAT
      *            (CONCHIST.CPY) COM FATURADO, COTADO E SITUACAO,
      *            PARA O SCORECARD DAS TRANSPORTADORAS (TRPSCORE)
      *ALTERACAO = 15/10/2026 - LAYOUT DA FATURA NO FRETEFAT.CPY,
      *            COMPARTILHADO COM O FATEDIT E O FLUXOCX
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT FATURAS-APROVADAS ASSIGN TO "DATA/FRETEAPROV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CADASTRO-ROMANEIOS ASSIGN TO "DATA/ROMANEIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ROM-STATUS.

           SELECT HISTORICO-CONCILIACAO ASSIGN TO
               "DATA/FRETECONCHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CNH-STATUS.

           SELECT CONTROLE-RUNS ASSIGN TO "DATA/RUNCTLGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-STATUS.
           05  HIS-COMBUSTIVEL    PIC 9(04)V99.

       FD  FATURA-TRANSPORTADORA.
       COPY "FRETEFAT.CPY".

       FD  RELATORIO-CONCILIACAO.
       01  REL-LINHA                  PIC X(100).
           05  TRP-ATIVA              PIC X(01).

       FD  LANCAMENTO-CONTABIL.
       COPY "EXE02GL.CPY".

       FD  PLANO-CONTAS.
       COPY "PLANOCTA.CPY".

       FD  PARAMETROS-FRETE-GL.
       01  PRM-REC.
           05  APR-TRANSP         PIC 9(03).
           05  APR-SITUACAO       PIC X(01).

       FD  CADASTRO-ROMANEIOS.
       COPY "ROMANEIO.CPY".

       FD  HISTORICO-CONCILIACAO.
       COPY "CONCHIST.CPY".

       FD  CONTROLE-RUNS.
       01  RUN-REC.
           05  RUN-PROGRAMA       PIC X(08).

       77  WRK-COTADO          PIC X        VALUE 'N'.
           88  COTACAO-ENCONTRADA  VALUE 'Y'.
       77  WRK-FRETE-COTADO    PIC S9(09)V99 VALUE ZEROS.
       77  WRK-VARIANCIA       PIC S9(09)V99 VALUE ZEROS.
       77  WRK-VARIANCIA-ED    PIC +ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-FATURADO-ED     PIC ZZZ9,99   VALUE ZEROS.
       77  WRK-COTADO-ED       PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-ROM-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-CNH-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-ROM-EOF         PIC X        VALUE 'N'.
           88  FIM-ROMANEIOS   VALUE 'Y'.
       77  WRK-ROM-QTD         PIC 9(04)    VALUE ZEROS.
       77  WRK-ROM-SUB         PIC 9(04)    VALUE ZEROS.
       77  WRK-ROMANEIO        PIC 9(06)    VALUE ZEROS.

      *FRETE COTADO DE CADA ROMANEIO DE EMBARQUE (SOMA DOS PEDIDOS)
       01  WRK-TAB-ROMANEIOS.
           05  WRK-ROM-ITEM OCCURS 2000 TIMES.
               10  WRK-ROM-NUMERO     PIC 9(06).
               10  WRK-ROM-TRANSP     PIC 9(03).
               10  WRK-ROM-FRETE      PIC 9(09)V99.

       77  WRK-QTD-FATURAS     PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-CONFERIDAS  PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-DIVERGENTES PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-SEM-COTACAO PIC 9(05)    VALUE ZEROS.
       77  WRK-TOTAL-VARIANCIA PIC S9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-VAR-ED    PIC +ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-LIMITE-VARIANCIA PIC 9(04)V99  VALUE 0,05.
       77  WRK-VARIANCIA-ABS    PIC 9(09)V99  VALUE ZEROS.
       77  WRK-GL-STATUS        PIC X(02)     VALUE '00'.
       77  WRK-PRM-STATUS       PIC X(02)     VALUE '00'.
       77  WRK-DATA-EXEC        PIC 9(08)     VALUE ZEROS.
       77  WRK-COMP4-ED         PIC Z.ZZ9,99  VALUE ZEROS.
       77  WRK-CTA-EOF          PIC X         VALUE 'N'.
           88  FIM-PLANO-CONTAS VALUE 'Y'.
       77  WRK-CTA-QTD          PIC 9(03)     VALUE ZEROS.
       77  WRK-CTA-SUB          PIC 9(03)     VALUE ZEROS.
       77  WRK-CONTA-VALIDAR    PIC X(10)     VALUE SPACES.
       77  WRK-CONTA-OK         PIC X         VALUE 'N'.
           88  CONTA-VALIDA     VALUE 'Y'.

       01  WRK-TAB-PLANO-CONTAS.
           05  WRK-CTA-ITEM OCCURS 100 TIMES.
               10  WRK-CTA-CODIGO PIC X(10).
               10  WRK-CTA-ATIVA  PIC X(01).

       COPY "GLLOTE.CPY".

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.

           PERFORM 0110-VALIDAR-CONTAS-GL.
           PERFORM 0120-CARREGAR-TRANSPORTADORAS.
           PERFORM 0130-CARREGAR-ROMANEIOS.

           OPEN INPUT HISTORICO-FRETE.
           READ HISTORICO-FRETE
           OPEN INPUT FATURA-TRANSPORTADORA.
           OPEN OUTPUT RELATORIO-CONCILIACAO.
           OPEN OUTPUT FATURAS-APROVADAS.
           OPEN EXTEND HISTORICO-CONCILIACAO.
           IF WRK-CNH-STATUS NOT = '00'
               OPEN OUTPUT HISTORICO-CONCILIACAO
           END-IF.

           MOVE 'CONCILIACAO DE FRETE X FATURA DA TRANSPORTADORA' TO
               REL-LINHA.
           END-READ

           PERFORM UNTIL FIM-PLANO-CONTAS
               IF WRK-CTA-QTD >= 100
                   DISPLAY 'ERRO: PLANO DE CONTAS EXCEDE O LIMITE '
                       'DE 100 REGISTROS - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.
           CLOSE TRANSPORTADORA-MASTER.

      ****************FRETE COTADO DOS ROMANEIOS DE EMBARQUE***
       0130-CARREGAR-ROMANEIOS.
           OPEN INPUT CADASTRO-ROMANEIOS
           IF WRK-ROM-STATUS NOT = '00'
               MOVE 'Y' TO WRK-ROM-EOF
           ELSE
               READ CADASTRO-ROMANEIOS
                   AT END MOVE 'Y' TO WRK-ROM-EOF
               END-READ
           END-IF

           PERFORM UNTIL FIM-ROMANEIOS
               IF WRK-ROM-QTD >= 2000
                   DISPLAY 'ERRO: CADASTRO DE ROMANEIOS EXCEDE O '
                       'LIMITE DE 2000 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-ROM-QTD
               MOVE ROM-NUMERO TO WRK-ROM-NUMERO(WRK-ROM-QTD)
               MOVE ROM-TRANSP TO WRK-ROM-TRANSP(WRK-ROM-QTD)
               MOVE ROM-FRETE  TO WRK-ROM-FRETE(WRK-ROM-QTD)
               READ CADASTRO-ROMANEIOS
                   AT END MOVE 'Y' TO WRK-ROM-EOF
               END-READ
           END-PERFORM

           IF WRK-ROM-STATUS = '00' OR WRK-ROM-STATUS = '10'
               CLOSE CADASTRO-ROMANEIOS
           END-IF.

      ****************SLOT DA TRANSPORTADORA NA TABELA*********
       0150-LOCALIZAR-TRANSPORTADORA.
           MOVE 'N' TO WRK-TRP-ACHADA



      *FATURA COM ROMANEIO E CONFERIDA CONTRA O FRETE COTADO DE
      *TODOS OS PEDIDOS DO ROMANEIO; SEM ROMANEIO, PELA COTACAO DO
      *PRODUTO/UF/TRANSPORTADORA COMO SEMPRE
       0250-LOCALIZAR-COTACAO.
           MOVE 'N' TO WRK-COTADO
           IF FAT-ROMANEIO IS NUMERIC
               MOVE FAT-ROMANEIO TO WRK-ROMANEIO
           ELSE
               MOVE ZEROS TO WRK-ROMANEIO
           END-IF

           IF WRK-ROMANEIO > 0
               PERFORM VARYING WRK-ROM-SUB FROM 1 BY 1
                       UNTIL WRK-ROM-SUB > WRK-ROM-QTD
                       OR COTACAO-ENCONTRADA
                   IF WRK-ROM-NUMERO(WRK-ROM-SUB) = WRK-ROMANEIO
                       AND WRK-ROM-TRANSP(WRK-ROM-SUB) = FAT-TRANSP
                       SET COTACAO-ENCONTRADA TO TRUE
                       MOVE WRK-ROM-FRETE(WRK-ROM-SUB)
                           TO WRK-FRETE-COTADO
                   END-IF
               END-PERFORM
           ELSE
               SET WRK-HIS-IDX TO 1
               SEARCH WRK-HIS-ITEM
                   AT END CONTINUE
                   WHEN WRK-HIS-PROD(WRK-HIS-IDX) = FAT-PROD
                      AND WRK-HIS-UF(WRK-HIS-IDX)   = FAT-UF
                      AND WRK-HIS-TRANSP(WRK-HIS-IDX) = FAT-TRANSP
                       SET COTACAO-ENCONTRADA TO TRUE
                       MOVE WRK-HIS-FRETE(WRK-HIS-IDX)
                           TO WRK-FRETE-COTADO
               END-SEARCH
           END-IF.

           IF COTACAO-ENCONTRADA
               COMPUTE WRK-VARIANCIA =
           MOVE WRK-SITUACAO-APROV TO APR-SITUACAO
           WRITE APR-REC.

      *    HISTORICO PERMANENTE DA CONCILIACAO PARA O SCORECARD DAS
      *    TRANSPORTADORAS (O FRETEAPROV E CONSUMIDO PELO CONTASPG)
           MOVE FAT-TRANSP         TO CNH-TRANSP
           MOVE FAT-DATA           TO CNH-DATA
           MOVE FAT-PROD           TO CNH-PROD
           MOVE FAT-UF             TO CNH-UF
           MOVE WRK-ROMANEIO       TO CNH-ROMANEIO
           MOVE FAT-VALOR-FATURADO TO CNH-FATURADO
           IF COTACAO-ENCONTRADA
               MOVE WRK-FRETE-COTADO TO CNH-COTADO
           ELSE
               MOVE ZEROS TO CNH-COTADO
           END-IF
           MOVE WRK-SITUACAO-APROV TO CNH-SITUACAO
           MOVE WRK-DATA-EXEC      TO CNH-DATA-CONC
           WRITE CNH-REC.



       0260-GRAVAR-DETALHE.
           MOVE SPACES TO REL-LINHA.
           MOVE FAT-VALOR-FATURADO TO WRK-FATURADO-ED.

           IF WRK-ROMANEIO > 0
               PERFORM 0265-GRAVAR-DETALHE-ROMANEIO
               EXIT PARAGRAPH
           END-IF

           IF COTACAO-ENCONTRADA
               MOVE WRK-FRETE-COTADO TO WRK-COTADO-ED
               MOVE WRK-VARIANCIA    TO WRK-VARIANCIA-ED



       0265-GRAVAR-DETALHE-ROMANEIO.
           IF COTACAO-ENCONTRADA
               MOVE WRK-FRETE-COTADO TO WRK-COTADO-ED
               MOVE WRK-VARIANCIA    TO WRK-VARIANCIA-ED
               STRING 'ROMANEIO ' DELIMITED BY SIZE
                   WRK-ROMANEIO DELIMITED BY SIZE
                   '        ' DELIMITED BY SIZE
                   ' FATURADO: ' WRK-FATURADO-ED DELIMITED BY SIZE
                   ' COTADO: ' WRK-COTADO-ED DELIMITED BY SIZE
                   ' VARIANCIA: ' WRK-VARIANCIA-ED DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
           ELSE
               STRING 'ROMANEIO ' DELIMITED BY SIZE
                   WRK-ROMANEIO DELIMITED BY SIZE
                   '        ' DELIMITED BY SIZE
                   ' FATURADO: ' WRK-FATURADO-ED DELIMITED BY SIZE
                   ' ROMANEIO NAO EMITIDO PARA A TRANSPORTADORA'
                   DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
           END-IF.

           WRITE REL-LINHA.
           DISPLAY REL-LINHA.

      **********REGISTRO NO CONTROLE CENTRAL DE EXECUCOES******
       0195-REGISTRAR-RUN.
           ACCEPT WRK-RUN-DATA FROM DATE YYYYMMDD
           DISPLAY 'FIM DE PROCESSAMENTO'.

           CLOSE FATURA-TRANSPORTADORA RELATORIO-CONCILIACAO
               FATURAS-APROVADAS HISTORICO-CONCILIACAO.

           EVALUATE TRUE
               WHEN WRK-QTD-FATURAS = 0
               IF WRK-GL-STATUS NOT = '00'
                   OPEN OUTPUT LANCAMENTO-CONTABIL
               END-IF
               ACCEPT WRK-GL-LOTE-DATA FROM DATE YYYYMMDD
               ACCEPT WRK-GL-LOTE-TEMPO FROM TIME
               MOVE WRK-GL-LOTE-TEMPO(1:4) TO WRK-GL-LOTE-HORA
               MOVE WRK-CONTA-DEBITO  TO GL-CONTA-DEBITO
               MOVE WRK-CONTA-CREDITO TO GL-CONTA-CREDITO
               MOVE SPACES            TO GL-CCUSTO
               MOVE WRK-TOTAL-APROVADO TO GL-VALOR
               MOVE WRK-DATA-EXEC     TO GL-DATA-EXEC
               MOVE ZEROS             TO GL-EMPRESA
               MOVE 'FRETECONC'       TO GL-ORIGEM
               MOVE WRK-GL-LOTE       TO GL-DOCUMENTO
               WRITE GL-REC
               CLOSE LANCAMENTO-CONTABIL
           END-IF.
