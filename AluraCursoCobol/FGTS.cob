      *          COM OS LANCAMENTOS DA FOLHA; RC=8 QUANDO A
      *          COMPETENCIA NAO TEM FOLHA PROCESSADA
      *DATA = 02/09/2026
      *ALTERACAO = 15/10/2026 - LAYOUT DO EXE02GL.DAT PELO COPY
      *            COMPARTILHADO EXE02GL.CPY; CADA LINHA CONTABIL
      *            LEVA O PROGRAMA DE ORIGEM E O LOTE DA EXECUCAO
      *ALTERACAO = 15/10/2026 - LAYOUT DO PLANOCTA.DAT PELO COPY
      *            COMPARTILHADO PLANOCTA.CPY
      *ALTERACAO = 15/10/2026 - BASE DO DEPOSITO DA FOLHA PELAS
      *            RUBRICAS (EXE02RUB.DAT) COM INCIDENCIA DE FGTS;
      *            PAGAMENTO SEM RUBRICAS CONTINUA PELO BRUTO
      *ALTERACAO = 15/10/2026 - ADIANTAMENTO QUINZENAL (VERBA A DO
      *            EXE02LIQ, PAGO PELO ADIANT) FORA DA APURACAO: E
      *            ANTECIPACAO DO LIQUIDO DA FOLHA, NAO REMUNERACAO
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRM-STATUS.

           SELECT RUBRICAS-FOLHA ASSIGN TO "DATA/EXE02RUB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RBL-STATUS.

           SELECT CONTROLE-RUNS ASSIGN TO "DATA/RUNCTLGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-STATUS.
       01  REL-LINHA              PIC X(100).

       FD  LANCAMENTO-CONTABIL.
       COPY "EXE02GL.CPY".

       FD  PLANO-CONTAS.
       COPY "PLANOCTA.CPY".

       FD  PARAMETROS-FGTS.
       01  PRM-REC.
           05  PRM-CONTA-CREDITO  PIC X(10).
           05  PRM-PERCENTUAL     PIC 9(02)V99.

       FD  RUBRICAS-FOLHA.
       COPY "EXE02RUB.CPY".

       FD  CONTROLE-RUNS.
       01  RUN-REC.
           05  RUN-PROGRAMA       PIC X(08).
       77  WRK-LIQ-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-GL-STATUS       PIC X(02)    VALUE '00'.
       77  WRK-PRM-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-RBL-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-RBL-EOF         PIC X        VALUE 'N'.
           88  FIM-RUBRICAS    VALUE 'Y'.
       77  WRK-RBA-QTD         PIC 9(04)    VALUE ZEROS.
       77  WRK-RBA-SUB         PIC 9(04)    VALUE ZEROS.
       77  WRK-RBA-ACHADA      PIC 9(04)    VALUE ZEROS.
       77  WRK-BASE-FGTS       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-LIQ-EOF         PIC X        VALUE 'N'.
           88  FIM-LIQUIDOS    VALUE 'Y'.
       77  WRK-COMPETENCIA     PIC 9(06)    VALUE ZEROS.

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
               10  WRK-CTA-ATIVA  PIC X(01).

           05  WRK-AUX-BASE     PIC 9(09)V99.
           05  WRK-AUX-VALOR    PIC 9(09)V99.

       01  WRK-TAB-RUBRICAS.
           05  WRK-RBA-ITEM OCCURS 2000 TIMES.
               10  WRK-RBA-NUMERO   PIC 9(06).
               10  WRK-RBA-DATA     PIC 9(08).
               10  WRK-RBA-BASE     PIC S9(09)V99.

       01  WRK-TAB-EMPRESAS.
           05  WRK-EMP-ITEM OCCURS 20 TIMES.
               10  WRK-EMP-CODIGO   PIC 9(02).
               10  WRK-EMP-TOTAL    PIC 9(11)V99.
               10  WRK-EMP-FUNC     PIC 9(05).

       COPY "GLLOTE.CPY".

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           END-IF.

           PERFORM 0150-VALIDAR-CONTAS-GL.
           PERFORM 0160-CARREGAR-RUBRICAS.

           OPEN INPUT SALARIO-LIQUIDO.
           IF WRK-LIQ-STATUS NOT = '00'
           END-READ

           PERFORM UNTIL FIM-PLANO-CONTAS
               IF WRK-CTA-QTD >= 100
                   DISPLAY 'ERRO: PLANO DE CONTAS EXCEDE O LIMITE '
                       'DE 100 REGISTROS - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               STOP RUN
           END-IF.

      **********BASE DO FGTS PELAS RUBRICAS DA FOLHA**********
      *AS LINHAS DE RUBRICA DA COMPETENCIA SAO SOMADAS POR
      *FUNCIONARIO E DATA DE FOLHA COM A INCIDENCIA DE FGTS DE
      *CADA RUBRICA (PROVENTO SOMA, DESCONTO SUBTRAI); PAGAMENTO
      *SEM RUBRICAS CONTINUA PELO BRUTO DO EXE02LIQ
       0160-CARREGAR-RUBRICAS.
           OPEN INPUT RUBRICAS-FOLHA
           IF WRK-RBL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ RUBRICAS-FOLHA
               AT END MOVE 'Y' TO WRK-RBL-EOF
           END-READ

           PERFORM UNTIL FIM-RUBRICAS
               MOVE RBL-DATA-EXEC(1:6) TO WRK-MES-REGISTRO
               IF WRK-MES-REGISTRO = WRK-COMPETENCIA
                   AND RBL-TIPO = 'F'
                   PERFORM 0165-ACUMULAR-RUBRICA
               END-IF
               READ RUBRICAS-FOLHA
                   AT END MOVE 'Y' TO WRK-RBL-EOF
               END-READ
           END-PERFORM
           CLOSE RUBRICAS-FOLHA.

       0165-ACUMULAR-RUBRICA.
           MOVE 0 TO WRK-RBA-ACHADA
           PERFORM VARYING WRK-RBA-SUB FROM 1 BY 1
                   UNTIL WRK-RBA-SUB > WRK-RBA-QTD
                   OR WRK-RBA-ACHADA > 0
               IF WRK-RBA-NUMERO(WRK-RBA-SUB) = RBL-NUMERO
                   AND WRK-RBA-DATA(WRK-RBA-SUB) = RBL-DATA-EXEC
                   MOVE WRK-RBA-SUB TO WRK-RBA-ACHADA
               END-IF
           END-PERFORM

           IF WRK-RBA-ACHADA = 0
               IF WRK-RBA-QTD >= 2000
                   DISPLAY 'ERRO: RUBRICAS DA COMPETENCIA EXCEDEM O '
                       'LIMITE DE 2000 PAGAMENTOS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-RBA-QTD
               MOVE WRK-RBA-QTD TO WRK-RBA-ACHADA
               MOVE RBL-NUMERO    TO WRK-RBA-NUMERO(WRK-RBA-ACHADA)
               MOVE RBL-DATA-EXEC TO WRK-RBA-DATA(WRK-RBA-ACHADA)
               MOVE 0 TO WRK-RBA-BASE(WRK-RBA-ACHADA)
           END-IF

           IF RBL-INCIDE-FGTS = 'S'
               IF RBL-PROVENTO
                   ADD RBL-VALOR TO WRK-RBA-BASE(WRK-RBA-ACHADA)
               ELSE
                   SUBTRACT RBL-VALOR FROM
                       WRK-RBA-BASE(WRK-RBA-ACHADA)
               END-IF
           END-IF.

       0200-PROCESSAR.
           MOVE 'INICIADO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN

      *O ADIANTAMENTO QUINZENAL (TIPO A) E SO ANTECIPACAO DO
      *LIQUIDO DA FOLHA, QUE JA O CONTEM: NAO E REMUNERACAO NOVA
           PERFORM UNTIL FIM-LIQUIDOS
               MOVE LIQ-DATA-EXEC(1:6) TO WRK-MES-REGISTRO
               IF WRK-MES-REGISTRO = WRK-COMPETENCIA
                   AND NOT LIQ-VERBA-ADIANTAMENTO
                   PERFORM 0250-ACUMULAR-DEPOSITO
               END-IF

               STOP RUN
           END-IF

           MOVE LIQ-SALARIO-BRUTO TO WRK-BASE-FGTS
           IF LIQ-VERBA-FOLHA
               PERFORM 0255-BASE-RUBRICAS
           END-IF

           COMPUTE WRK-VALOR-DEPOSITO ROUNDED =
               WRK-BASE-FGTS * WRK-PCT-FGTS / 100

           ADD 1 TO WRK-DEP-QTD
           MOVE LIQ-EMPRESA        TO WRK-DEP-EMPRESA(WRK-DEP-QTD)
           MOVE LIQ-NUMERO         TO WRK-DEP-NUMERO(WRK-DEP-QTD)
           MOVE LIQ-NOME           TO WRK-DEP-NOME(WRK-DEP-QTD)
           MOVE WRK-BASE-FGTS      TO WRK-DEP-BASE(WRK-DEP-QTD)
           MOVE WRK-VALOR-DEPOSITO TO WRK-DEP-VALOR(WRK-DEP-QTD)

           PERFORM 0260-ACUMULAR-EMPRESA.

       0255-BASE-RUBRICAS.
           MOVE 0 TO WRK-RBA-ACHADA
           PERFORM VARYING WRK-RBA-SUB FROM 1 BY 1
                   UNTIL WRK-RBA-SUB > WRK-RBA-QTD
                   OR WRK-RBA-ACHADA > 0
               IF WRK-RBA-NUMERO(WRK-RBA-SUB) = LIQ-NUMERO
                   AND WRK-RBA-DATA(WRK-RBA-SUB) = LIQ-DATA-EXEC
                   MOVE WRK-RBA-SUB TO WRK-RBA-ACHADA
               END-IF
           END-PERFORM

           IF WRK-RBA-ACHADA > 0
               IF WRK-RBA-BASE(WRK-RBA-ACHADA) > 0
                   MOVE WRK-RBA-BASE(WRK-RBA-ACHADA) TO WRK-BASE-FGTS
               ELSE
                   MOVE 0 TO WRK-BASE-FGTS
               END-IF
           END-IF.

      **********TOTAL POR EMPRESA******************************
       0260-ACUMULAR-EMPRESA.
           MOVE 'N' TO WRK-EMP-ACHADA
           IF WRK-GL-STATUS NOT = '00'
               OPEN OUTPUT LANCAMENTO-CONTABIL
           END-IF
           ACCEPT WRK-GL-LOTE-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-GL-LOTE-TEMPO FROM TIME
           MOVE WRK-GL-LOTE-TEMPO(1:4) TO WRK-GL-LOTE-HORA

           PERFORM VARYING WRK-EMP-SUB FROM 1 BY 1
                   UNTIL WRK-EMP-SUB > WRK-EMP-QTD
               MOVE WRK-EMP-TOTAL(WRK-EMP-SUB) TO GL-VALOR
               MOVE WRK-DATA-EXEC     TO GL-DATA-EXEC
               MOVE WRK-EMP-CODIGO(WRK-EMP-SUB) TO GL-EMPRESA
               MOVE 'FGTS'                      TO GL-ORIGEM
               MOVE WRK-GL-LOTE                 TO GL-DOCUMENTO
               WRITE GL-REC

               ADD WRK-EMP-TOTAL(WRK-EMP-SUB) TO WRK-TOTAL-GERAL
