      *          NENHUMA, ENTAO A FALTA DE QUALQUER FOLHA RECUSA A
      *          EMISSAO COM RC=8
      *DATA = 02/09/2026
      *ALTERACAO = 15/10/2026 - BASE E INSS RETIDO DA FOLHA PELAS
      *            RUBRICAS (EXE02RUB.DAT) COM INCIDENCIA DE INSS; FOLHA
      *            SEM RUBRICAS CONTINUA PELAS COLUNAS DO EXE02LIQ
      *ALTERACAO = 15/10/2026 - ENCARGOS PATRONAIS (COTA PATRONAL,
      *            RAT E TERCEIROS) POR EMPRESA PELAS ALIQUOTAS DO
      *            INSSPATR.DAT SOBRE A REMUNERACAO DA COMPETENCIA,
      *            INCLUSIVE FERIAS E COMISSAO, IMPRESSOS NA GUIA E
      *            CONTABILIZADOS NO EXE02GL.DAT UMA VEZ POR COMPETENCIA
      *            (REEMISSAO NAO LANCA DE NOVO, RC=4)
      *ALTERACAO = 15/10/2026 - ADIANTAMENTO QUINZENAL (VERBA A DO
      *            EXE02LIQ, PAGO PELO ADIANT) FORA DA APURACAO: E
      *            ANTECIPACAO DO LIQUIDO DA FOLHA, NAO REMUNERACAO
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LIQ-STATUS.

           SELECT RUBRICAS-FOLHA ASSIGN TO "DATA/EXE02RUB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RBL-STATUS.

           SELECT CONTROLE-RUNS ASSIGN TO "DATA/RUNCTLGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-STATUS.
           SELECT RELATORIO-GUIA ASSIGN TO "DATA/GUIAINSSREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARAMETROS-PATRONAL ASSIGN TO "DATA/INSSPATR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PAT-STATUS.

           SELECT PLANO-CONTAS ASSIGN TO "DATA/PLANOCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LANCAMENTO-CONTABIL ASSIGN TO "DATA/EXE02GL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALARIO-LIQUIDO.
       COPY "EXE02LIQ.CPY".

       FD  RUBRICAS-FOLHA.
       COPY "EXE02RUB.CPY".

       FD  CONTROLE-RUNS.
       01  RUN-REC.
           05  RUN-PROGRAMA       PIC X(08).
       FD  RELATORIO-GUIA.
       01  REL-LINHA              PIC X(100).

       FD  PARAMETROS-PATRONAL.
       COPY "INSSPATR.CPY".

       FD  PLANO-CONTAS.
       COPY "PLANOCTA.CPY".

       FD  LANCAMENTO-CONTABIL.
       COPY "EXE02GL.CPY".

       WORKING-STORAGE SECTION.
       77  WRK-LIQ-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-RUN-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-RBL-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-RBL-EOF         PIC X        VALUE 'N'.
           88  FIM-RUBRICAS    VALUE 'Y'.
       77  WRK-RBA-QTD         PIC 9(04)    VALUE ZEROS.
       77  WRK-RBA-SUB         PIC 9(04)    VALUE ZEROS.
       77  WRK-RBA-ACHADA      PIC 9(04)    VALUE ZEROS.
       77  WRK-LIQ-EOF         PIC X        VALUE 'N'.
           88  FIM-LIQUIDOS    VALUE 'Y'.
       77  WRK-RUN-EOF         PIC X        VALUE 'N'.
       77  WRK-QTD-FALTANTES   PIC 9(02)    VALUE ZEROS.
       77  WRK-TOTAL-ED        PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL2-ED       PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL3-ED       PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       77  WRK-RUN-EVENTO      PIC X(10)    VALUE SPACES.
       77  WRK-RUN-DATA-HOJE   PIC 9(08)    VALUE ZEROS.
       77  WRK-RUN-HORA        PIC 9(08)    VALUE ZEROS.
       77  WRK-DATA-EXEC       PIC 9(08)    VALUE ZEROS.
       77  WRK-PAT-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-GL-STATUS       PIC X(02)    VALUE '00'.
       77  WRK-PAT-EOF         PIC X        VALUE 'N'.
           88  FIM-PARAMETROS  VALUE 'Y'.
       77  WRK-GL-EOF          PIC X        VALUE 'N'.
           88  FIM-LANCAMENTOS VALUE 'Y'.
       77  WRK-PAT-QTD         PIC 9(02)    VALUE ZEROS.
       77  WRK-PAT-SUB         PIC 9(02)    VALUE ZEROS.
       77  WRK-PAT-ACHADA      PIC 9(02)    VALUE ZEROS.
       77  WRK-PAT-PADRAO      PIC 9(02)    VALUE ZEROS.
       77  WRK-PCT-PATRONAL    PIC 9(02)V99 VALUE 20,00.
       77  WRK-PCT-RAT         PIC 9(02)V99 VALUE 2,00.
       77  WRK-PCT-TERCEIROS   PIC 9(02)V99 VALUE 5,80.
       77  WRK-CONTA-DEBITO    PIC X(10)    VALUE '5250-INSS'.
       77  WRK-CONTA-CREDITO   PIC X(10)    VALUE '2110-INSS'.
       77  WRK-GL-HISTORICO    PIC X(30)    VALUE SPACES.
       77  WRK-GL-VALOR        PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QTD-LANCAMENTOS PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-JA-LANCADAS PIC 9(02)    VALUE ZEROS.
       77  WRK-TOTAL-RECOLHER  PIC 9(11)V99 VALUE ZEROS.

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

      *    ALIQUOTAS POR EMPRESA; A EMPRESA 00 E O PADRAO
       01  WRK-TAB-PATRONAL.
           05  WRK-PAT-ITEM OCCURS 20 TIMES.
               10  WRK-PAT-EMPRESA       PIC 9(02).
               10  WRK-PAT-PCT-PATRONAL  PIC 9(02)V99.
               10  WRK-PAT-PCT-RAT       PIC 9(02)V99.
               10  WRK-PAT-PCT-TERCEIROS PIC 9(02)V99.
               10  WRK-PAT-CONTA-DEBITO  PIC X(10).
               10  WRK-PAT-CONTA-CREDITO PIC X(10).

       01  WRK-TAB-DATAS.
           05  WRK-DAT-ITEM OCCURS 31 TIMES.
           05  WRK-RUN-ITEM OCCURS 500 TIMES.
               10  WRK-RUN-DATA   PIC 9(08).

       01  WRK-TAB-RUBRICAS.
           05  WRK-RBA-ITEM OCCURS 2000 TIMES.
               10  WRK-RBA-NUMERO   PIC 9(06).
               10  WRK-RBA-DATA     PIC 9(08).
               10  WRK-RBA-BASE     PIC S9(09)V99.
               10  WRK-RBA-INSS     PIC 9(09)V99.

       01  WRK-TAB-EMPRESAS.
           05  WRK-EMP-ITEM OCCURS 20 TIMES.
               10  WRK-EMP-CODIGO PIC 9(02).
               10  WRK-EMP-FUNC   PIC 9(05).
               10  WRK-EMP-BASE   PIC 9(11)V99.
               10  WRK-EMP-INSS   PIC 9(11)V99.
               10  WRK-EMP-BASE-PATRONAL PIC 9(11)V99.
               10  WRK-EMP-PATRONAL      PIC 9(11)V99.
               10  WRK-EMP-RAT           PIC 9(11)V99.
               10  WRK-EMP-TERCEIROS     PIC 9(11)V99.
               10  WRK-EMP-CONTA-DEBITO  PIC X(10).
               10  WRK-EMP-CONTA-CREDITO PIC X(10).
               10  WRK-EMP-LANCADA       PIC X(01).
                   88  EMPRESA-JA-LANCADA VALUE 'S'.

       COPY "GLLOTE.CPY".

       PROCEDURE DIVISION.

           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.

           DISPLAY 'COMPETENCIA DA GUIA (AAAAMM).. '
           ACCEPT WRK-COMPETENCIA.

           END-IF.

           PERFORM 0150-CARREGAR-RUNS.
           PERFORM 0160-CARREGAR-RUBRICAS.
           PERFORM 0170-CARREGAR-ALIQUOTAS.

           OPEN INPUT SALARIO-LIQUIDO.
           IF WRK-LIQ-STATUS NOT = '00'
           END-PERFORM
           CLOSE CONTROLE-RUNS.

      **********BASE E RETENCAO PELAS RUBRICAS DA FOLHA*******
      *AS LINHAS DE RUBRICA DA COMPETENCIA SAO SOMADAS POR
      *FUNCIONARIO E DATA DE FOLHA: A BASE SAO AS RUBRICAS COM
      *INCIDENCIA DE INSS (PROVENTO SOMA, DESCONTO SUBTRAI) E O
      *RETIDO E A RUBRICA DE CLASSE INSS; FOLHA SEM RUBRICAS
      *CONTINUA PELAS COLUNAS DO EXE02LIQ
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
               MOVE 0 TO WRK-RBA-INSS(WRK-RBA-ACHADA)
           END-IF

           IF RBL-CLASSE = 'I'
               ADD RBL-VALOR TO WRK-RBA-INSS(WRK-RBA-ACHADA)
           END-IF
           IF RBL-INCIDE-INSS = 'S'
               IF RBL-PROVENTO
                   ADD RBL-VALOR TO WRK-RBA-BASE(WRK-RBA-ACHADA)
               ELSE
                   SUBTRACT RBL-VALOR FROM
                       WRK-RBA-BASE(WRK-RBA-ACHADA)
               END-IF
           END-IF.

      **********ALIQUOTAS PATRONAIS E CONTAS PARAMETRIZADAS****
      *SEM O INSSPATR.DAT VALEM AS ALIQUOTAS E CONTAS PADRAO; AS
      *CONTAS DE CADA REGISTRO PRECISAM EXISTIR ATIVAS NO PLANO DE
      *CONTAS ANTES DE QUALQUER SAIDA, COMO NO FGTS
       0170-CARREGAR-ALIQUOTAS.
           OPEN INPUT PLANO-CONTAS
           READ PLANO-CONTAS
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
               MOVE CTA-ATIVA  TO WRK-CTA-ATIVA(WRK-CTA-QTD)
               READ PLANO-CONTAS
                   AT END MOVE 'Y' TO WRK-CTA-EOF
               END-READ
           END-PERFORM
           CLOSE PLANO-CONTAS

           OPEN INPUT PARAMETROS-PATRONAL
           IF WRK-PAT-STATUS = '00'
               READ PARAMETROS-PATRONAL
                   AT END MOVE 'Y' TO WRK-PAT-EOF
               END-READ
               PERFORM UNTIL FIM-PARAMETROS
                   IF WRK-PAT-QTD >= 20
                       DISPLAY 'ERRO: ALIQUOTAS PATRONAIS EXCEDEM O '
                           'LIMITE DE 20 REGISTROS - PROCESSAMENTO '
                           'ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-PAT-QTD
                   MOVE PAT-EMPRESA TO WRK-PAT-EMPRESA(WRK-PAT-QTD)
                   MOVE PAT-PCT-PATRONAL TO
                       WRK-PAT-PCT-PATRONAL(WRK-PAT-QTD)
                   MOVE PAT-PCT-RAT TO WRK-PAT-PCT-RAT(WRK-PAT-QTD)
                   MOVE PAT-PCT-TERCEIROS TO
                       WRK-PAT-PCT-TERCEIROS(WRK-PAT-QTD)
                   MOVE PAT-CONTA-DEBITO TO
                       WRK-PAT-CONTA-DEBITO(WRK-PAT-QTD)
                   MOVE PAT-CONTA-CREDITO TO
                       WRK-PAT-CONTA-CREDITO(WRK-PAT-QTD)
                   IF PAT-EMPRESA = ZEROS
                       MOVE WRK-PAT-QTD TO WRK-PAT-PADRAO
                   END-IF
                   MOVE PAT-CONTA-DEBITO TO WRK-CONTA-VALIDAR
                   PERFORM 0175-VALIDAR-UMA-CONTA
                   MOVE PAT-CONTA-CREDITO TO WRK-CONTA-VALIDAR
                   PERFORM 0175-VALIDAR-UMA-CONTA
                   READ PARAMETROS-PATRONAL
                       AT END MOVE 'Y' TO WRK-PAT-EOF
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS-PATRONAL
           END-IF

           IF WRK-PAT-PADRAO = 0
               MOVE WRK-CONTA-DEBITO TO WRK-CONTA-VALIDAR
               PERFORM 0175-VALIDAR-UMA-CONTA
               MOVE WRK-CONTA-CREDITO TO WRK-CONTA-VALIDAR
               PERFORM 0175-VALIDAR-UMA-CONTA
           END-IF.

       0175-VALIDAR-UMA-CONTA.
           MOVE 'N' TO WRK-CONTA-OK
           PERFORM VARYING WRK-CTA-SUB FROM 1 BY 1
                   UNTIL WRK-CTA-SUB > WRK-CTA-QTD
               IF WRK-CTA-CODIGO(WRK-CTA-SUB) = WRK-CONTA-VALIDAR
                   AND WRK-CTA-ATIVA(WRK-CTA-SUB) = 'S'
                   MOVE 'Y' TO WRK-CONTA-OK
               END-IF
           END-PERFORM

           IF NOT CONTA-VALIDA
               DISPLAY 'ERRO: CONTA DE CONTABILIZACAO '
                   WRK-CONTA-VALIDAR ' INEXISTENTE OU INATIVA NO '
                   'PLANO DE CONTAS - PROCESSAMENTO RECUSADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
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
                   PERFORM 0250-ACUMULAR-REGISTRO
               END-IF

           END-IF.

           PERFORM 0260-CONFERIR-FOLHAS.
           PERFORM 0270-CALCULAR-ENCARGOS.

      *FERIAS (TIPO R) E COMISSAO (TIPO C) NAO SAO FOLHA DO
      *EXE02: NAO ENTRAM NA CONFERENCIA DE COMPLETUDE (SENAO TODO
      *MES COM FERIAS OU COMISSAO SERIA RECUSADO) NEM NA BASE DA
      *GUIA, POIS CARREGAM DESCONTO ZERO E SO INFLARIAM O TOTAL;
      *MAS SAO REMUNERACAO PAGA PELA EMPRESA E ENTRAM NA BASE DOS
      *ENCARGOS PATRONAIS
       0250-ACUMULAR-REGISTRO.
           IF LIQ-VERBA-FERIAS OR LIQ-VERBA-COMISSAO
               PERFORM 0255-LOCALIZAR-EMPRESA
               ADD LIQ-SALARIO-BRUTO TO
                   WRK-EMP-BASE-PATRONAL(WRK-EMP-SUB)
               EXIT PARAGRAPH
           END-IF

               END-IF
           END-IF

           PERFORM 0255-LOCALIZAR-EMPRESA

           ADD 1 TO WRK-EMP-FUNC(WRK-EMP-SUB)

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
                   ADD WRK-RBA-BASE(WRK-RBA-ACHADA) TO
                       WRK-EMP-BASE(WRK-EMP-SUB)
                       WRK-EMP-BASE-PATRONAL(WRK-EMP-SUB)
               END-IF
               ADD WRK-RBA-INSS(WRK-RBA-ACHADA) TO
                   WRK-EMP-INSS(WRK-EMP-SUB)
           ELSE
               ADD LIQ-SALARIO-BRUTO TO WRK-EMP-BASE(WRK-EMP-SUB)
                   WRK-EMP-BASE-PATRONAL(WRK-EMP-SUB)
               ADD LIQ-DESCONTO      TO WRK-EMP-INSS(WRK-EMP-SUB)
           END-IF.

       0255-LOCALIZAR-EMPRESA.
           MOVE 'N' TO WRK-EMP-ACHADA
           MOVE 1 TO WRK-EMP-SUB
           PERFORM UNTIL WRK-EMP-SUB > WRK-EMP-QTD
               MOVE 0 TO WRK-EMP-FUNC(WRK-EMP-SUB)
               MOVE 0 TO WRK-EMP-BASE(WRK-EMP-SUB)
               MOVE 0 TO WRK-EMP-INSS(WRK-EMP-SUB)
               MOVE 0 TO WRK-EMP-BASE-PATRONAL(WRK-EMP-SUB)
               MOVE 'N' TO WRK-EMP-LANCADA(WRK-EMP-SUB)
           END-IF.

      **********TODA FOLHA DO MES PRECISA ESTAR NO RUNCTLGER***
       0260-CONFERIR-FOLHAS.
               STOP RUN
           END-IF.

      **********ENCARGOS PATRONAIS POR EMPRESA****************
      *COTA PATRONAL, RAT E TERCEIROS SOBRE A REMUNERACAO DA
      *EMPRESA NA COMPETENCIA, PELAS ALIQUOTAS DA PROPRIA EMPRESA
      *NO INSSPATR.DAT, SENAO PELAS DA EMPRESA 00, SENAO PELAS
      *PADRAO DO PROGRAMA
       0270-CALCULAR-ENCARGOS.
           PERFORM VARYING WRK-EMP-SUB FROM 1 BY 1
                   UNTIL WRK-EMP-SUB > WRK-EMP-QTD
               MOVE 0 TO WRK-PAT-ACHADA
               PERFORM VARYING WRK-PAT-SUB FROM 1 BY 1
                       UNTIL WRK-PAT-SUB > WRK-PAT-QTD
                       OR WRK-PAT-ACHADA > 0
                   IF WRK-PAT-EMPRESA(WRK-PAT-SUB) =
                       WRK-EMP-CODIGO(WRK-EMP-SUB)
                       MOVE WRK-PAT-SUB TO WRK-PAT-ACHADA
                   END-IF
               END-PERFORM
               IF WRK-PAT-ACHADA = 0
                   MOVE WRK-PAT-PADRAO TO WRK-PAT-ACHADA
               END-IF

               IF WRK-PAT-ACHADA > 0
                   COMPUTE WRK-EMP-PATRONAL(WRK-EMP-SUB) ROUNDED =
                       WRK-EMP-BASE-PATRONAL(WRK-EMP-SUB) *
                       WRK-PAT-PCT-PATRONAL(WRK-PAT-ACHADA) / 100
                   COMPUTE WRK-EMP-RAT(WRK-EMP-SUB) ROUNDED =
                       WRK-EMP-BASE-PATRONAL(WRK-EMP-SUB) *
                       WRK-PAT-PCT-RAT(WRK-PAT-ACHADA) / 100
                   COMPUTE WRK-EMP-TERCEIROS(WRK-EMP-SUB) ROUNDED =
                       WRK-EMP-BASE-PATRONAL(WRK-EMP-SUB) *
                       WRK-PAT-PCT-TERCEIROS(WRK-PAT-ACHADA) / 100
                   MOVE WRK-PAT-CONTA-DEBITO(WRK-PAT-ACHADA) TO
                       WRK-EMP-CONTA-DEBITO(WRK-EMP-SUB)
                   MOVE WRK-PAT-CONTA-CREDITO(WRK-PAT-ACHADA) TO
                       WRK-EMP-CONTA-CREDITO(WRK-EMP-SUB)
               ELSE
                   COMPUTE WRK-EMP-PATRONAL(WRK-EMP-SUB) ROUNDED =
                       WRK-EMP-BASE-PATRONAL(WRK-EMP-SUB) *
                       WRK-PCT-PATRONAL / 100
                   COMPUTE WRK-EMP-RAT(WRK-EMP-SUB) ROUNDED =
                       WRK-EMP-BASE-PATRONAL(WRK-EMP-SUB) *
                       WRK-PCT-RAT / 100
                   COMPUTE WRK-EMP-TERCEIROS(WRK-EMP-SUB) ROUNDED =
                       WRK-EMP-BASE-PATRONAL(WRK-EMP-SUB) *
                       WRK-PCT-TERCEIROS / 100
                   MOVE WRK-CONTA-DEBITO TO
                       WRK-EMP-CONTA-DEBITO(WRK-EMP-SUB)
                   MOVE WRK-CONTA-CREDITO TO
                       WRK-EMP-CONTA-CREDITO(WRK-EMP-SUB)
               END-IF
           END-PERFORM.

      **********REGISTRO NO CONTROLE CENTRAL DE EXECUCOES******
       0195-REGISTRAR-RUN.
           ACCEPT WRK-RUN-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WRK-RUN-HORA FROM TIME

           OPEN EXTEND CONTROLE-RUNS
           IF WRK-RUN-STATUS NOT = '00'
               OPEN OUTPUT CONTROLE-RUNS
           END-IF

           MOVE 'GUIAINSS'        TO RUN-PROGRAMA
           MOVE WRK-RUN-DATA-HOJE TO RUN-DATA-NEGOCIO
           MOVE WRK-RUN-HORA      TO RUN-HORA
           MOVE WRK-RUN-EVENTO    TO RUN-EVENTO
           WRITE RUN-REC
           CLOSE CONTROLE-RUNS.

       0300-FINALIZAR.
           OPEN OUTPUT RELATORIO-GUIA.

                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA

               MOVE WRK-EMP-PATRONAL(WRK-EMP-SUB)  TO WRK-TOTAL-ED
               MOVE WRK-EMP-RAT(WRK-EMP-SUB)       TO WRK-TOTAL2-ED
               MOVE WRK-EMP-TERCEIROS(WRK-EMP-SUB) TO WRK-TOTAL3-ED
               MOVE SPACES TO REL-LINHA
               STRING '           PATRONAL: ' DELIMITED BY SIZE
                   WRK-TOTAL-ED DELIMITED BY SIZE
                   ' RAT: ' DELIMITED BY SIZE
                   WRK-TOTAL2-ED DELIMITED BY SIZE
                   ' TERCEIROS: ' DELIMITED BY SIZE
                   WRK-TOTAL3-ED DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA

               COMPUTE WRK-TOTAL-RECOLHER =
                   WRK-EMP-INSS(WRK-EMP-SUB) +
                   WRK-EMP-PATRONAL(WRK-EMP-SUB) +
                   WRK-EMP-RAT(WRK-EMP-SUB) +
                   WRK-EMP-TERCEIROS(WRK-EMP-SUB)
               MOVE WRK-EMP-BASE-PATRONAL(WRK-EMP-SUB) TO
                   WRK-TOTAL-ED
               MOVE WRK-TOTAL-RECOLHER TO WRK-TOTAL2-ED
               MOVE SPACES TO REL-LINHA
               STRING '           BASE PATRONAL: ' DELIMITED BY SIZE
                   WRK-TOTAL-ED DELIMITED BY SIZE
                   ' TOTAL A RECOLHER: ' DELIMITED BY SIZE
                   WRK-TOTAL2-ED DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-PERFORM.

           PERFORM 0340-VERIFICAR-LANCADAS.
           PERFORM 0350-CONTABILIZAR-ENCARGOS.

           DISPLAY 'GUIA EMITIDA PARA ' WRK-EMP-QTD ' EMPRESA(S)'.
           DISPLAY 'LANCAMENTOS DE ENCARGOS PATRONAIS: '
               WRK-QTD-LANCAMENTOS.
           IF WRK-QTD-JA-LANCADAS > 0
               DISPLAY 'EMPRESAS COM ENCARGOS DA COMPETENCIA JA '
                   'CONTABILIZADOS (NAO LANCADOS DE NOVO): '
                   WRK-QTD-JA-LANCADAS
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE 'CONCLUIDO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN.
           DISPLAY 'FIM DE PROCESSAMENTO'.

           CLOSE RELATORIO-GUIA.

      **********ENCARGOS DA COMPETENCIA JA CONTABILIZADOS******
      *A GUIA PODE SER REEMITIDA; O HISTORICO DO LANCAMENTO LEVA A
      *COMPETENCIA (COLUNA 20) E A EMPRESA QUE JA TEM LINHA DO
      *GUIAINSS NA COMPETENCIA NAO E CONTABILIZADA DE NOVO
       0340-VERIFICAR-LANCADAS.
           OPEN INPUT LANCAMENTO-CONTABIL
           IF WRK-GL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ LANCAMENTO-CONTABIL
               AT END MOVE 'Y' TO WRK-GL-EOF
           END-READ
           PERFORM UNTIL FIM-LANCAMENTOS
               IF GL-ORIGEM = 'GUIAINSS'
                   AND GL-HISTORICO(20:6) = WRK-COMPETENCIA
                   PERFORM VARYING WRK-EMP-SUB FROM 1 BY 1
                           UNTIL WRK-EMP-SUB > WRK-EMP-QTD
                       IF WRK-EMP-CODIGO(WRK-EMP-SUB) = GL-EMPRESA
                           MOVE 'S' TO WRK-EMP-LANCADA(WRK-EMP-SUB)
                       END-IF
                   END-PERFORM
               END-IF
               READ LANCAMENTO-CONTABIL
                   AT END MOVE 'Y' TO WRK-GL-EOF
               END-READ
           END-PERFORM
           CLOSE LANCAMENTO-CONTABIL.

      **********LANCAMENTO CONTABIL DOS ENCARGOS POR EMPRESA***
       0350-CONTABILIZAR-ENCARGOS.
           OPEN EXTEND LANCAMENTO-CONTABIL
           IF WRK-GL-STATUS NOT = '00'
               OPEN OUTPUT LANCAMENTO-CONTABIL
           END-IF
           ACCEPT WRK-GL-LOTE-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-GL-LOTE-TEMPO FROM TIME
           MOVE WRK-GL-LOTE-TEMPO(1:4) TO WRK-GL-LOTE-HORA

           PERFORM VARYING WRK-EMP-SUB FROM 1 BY 1
                   UNTIL WRK-EMP-SUB > WRK-EMP-QTD
               IF EMPRESA-JA-LANCADA(WRK-EMP-SUB)
                   ADD 1 TO WRK-QTD-JA-LANCADAS
               ELSE
                   MOVE SPACES TO WRK-GL-HISTORICO
                   STRING 'INSS PATRONAL COMP ' DELIMITED BY SIZE
                       WRK-COMPETENCIA DELIMITED BY SIZE
                       INTO WRK-GL-HISTORICO
                   END-STRING
                   MOVE WRK-EMP-PATRONAL(WRK-EMP-SUB) TO WRK-GL-VALOR
                   PERFORM 0355-GRAVAR-LANCAMENTO

                   MOVE SPACES TO WRK-GL-HISTORICO
                   STRING 'RAT DA FOLHA  COMP ' DELIMITED BY SIZE
                       WRK-COMPETENCIA DELIMITED BY SIZE
                       INTO WRK-GL-HISTORICO
                   END-STRING
                   MOVE WRK-EMP-RAT(WRK-EMP-SUB) TO WRK-GL-VALOR
                   PERFORM 0355-GRAVAR-LANCAMENTO

                   MOVE SPACES TO WRK-GL-HISTORICO
                   STRING 'TERCEIROS     COMP ' DELIMITED BY SIZE
                       WRK-COMPETENCIA DELIMITED BY SIZE
                       INTO WRK-GL-HISTORICO
                   END-STRING
                   MOVE WRK-EMP-TERCEIROS(WRK-EMP-SUB) TO
                       WRK-GL-VALOR
                   PERFORM 0355-GRAVAR-LANCAMENTO
               END-IF
           END-PERFORM

           CLOSE LANCAMENTO-CONTABIL.

       0355-GRAVAR-LANCAMENTO.
           IF WRK-GL-VALOR = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-EMP-CONTA-DEBITO(WRK-EMP-SUB)  TO GL-CONTA-DEBITO
           MOVE WRK-EMP-CONTA-CREDITO(WRK-EMP-SUB) TO
               GL-CONTA-CREDITO
           MOVE SPACES                      TO GL-CCUSTO
           MOVE WRK-GL-HISTORICO            TO GL-HISTORICO
           MOVE WRK-GL-VALOR                TO GL-VALOR
           MOVE WRK-DATA-EXEC               TO GL-DATA-EXEC
           MOVE WRK-EMP-CODIGO(WRK-EMP-SUB) TO GL-EMPRESA
           MOVE 'GUIAINSS'                  TO GL-ORIGEM
           MOVE WRK-GL-LOTE                 TO GL-DOCUMENTO
           WRITE GL-REC
           ADD 1 TO WRK-QTD-LANCAMENTOS.
