       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOFOL.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: CUSTO TOTAL DA MAO DE OBRA POR CENTRO DE CUSTO NA
      *          COMPETENCIA INFORMADA (AAAAMM): PARA CADA PAGAMENTO
      *          DO EXE02LIQ.DAT DA COMPETENCIA SOMA AO CENTRO DE
      *          CUSTO ATUAL DO FUNCIONARIO NO EMPMAST O SALARIO
      *          BRUTO, OS ENCARGOS PATRONAIS DE INSS (COTA
      *          PATRONAL, RAT E TERCEIROS PELAS ALIQUOTAS DA EMPRESA
      *          NO INSSPATR.DAT, COMO O GUIAINSS), O FGTS (PERCENTUAL
      *          DO FGTSPARM, COMO O FGTS) E, SOBRE A FOLHA MENSAL,
      *          AS PROVISOES DO MES DE FERIAS (1/12 MAIS O TERCO) E
      *          DE DECIMO TERCEIRO (1/12); AS BASES DE INSS E FGTS
      *          DA FOLHA COM RUBRICAS SAO AS DO EXE02RUB.DAT;
      *          IMPRIME O TOTAL E O VALOR POR FUNCIONARIO DE CADA
      *          CENTRO E O TOTAL GERAL NO CUSTOFOLREL.DAT; RC=8
      *          QUANDO A COMPETENCIA NAO TEM FOLHA PROCESSADA, RC=4
      *          QUANDO HA FUNCIONARIO FORA DO MESTRE (CENTRO ????)
      *DATA = 15/10/2026
      *ALTERACAO = 15/10/2026 - ADIANTAMENTO QUINZENAL (VERBA A DO
      *            EXE02LIQ, PAGO PELO ADIANT) FORA DA APURACAO: E
      *            ANTECIPACAO DO LIQUIDO DA FOLHA, NAO REMUNERACAO
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALARIO-LIQUIDO ASSIGN TO "DATA/EXE02LIQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LIQ-STATUS.

           SELECT RUBRICAS-FOLHA ASSIGN TO "DATA/EXE02RUB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RBL-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "DATA/EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WRK-EMP-STATUS.

           SELECT PARAMETROS-PATRONAL ASSIGN TO "DATA/INSSPATR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PAT-STATUS.

           SELECT PARAMETROS-FGTS ASSIGN TO "DATA/FGTSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRM-STATUS.

           SELECT RELATORIO-CUSTO ASSIGN TO "DATA/CUSTOFOLREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROLE-RUNS ASSIGN TO "DATA/RUNCTLGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALARIO-LIQUIDO.
       COPY "EXE02LIQ.CPY".

       FD  RUBRICAS-FOLHA.
       COPY "EXE02RUB.CPY".

       FD  EMPLOYEE-MASTER.
       COPY "EMPMAST.CPY".

       FD  PARAMETROS-PATRONAL.
       COPY "INSSPATR.CPY".

       FD  PARAMETROS-FGTS.
       01  PRM-REC.
           05  PRM-CONTA-DEBITO   PIC X(10).
           05  PRM-CONTA-CREDITO  PIC X(10).
           05  PRM-PERCENTUAL     PIC 9(02)V99.

       FD  RELATORIO-CUSTO.
       01  REL-LINHA              PIC X(100).

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
       77  WRK-LIQ-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-RBL-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-EMP-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-PAT-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-PRM-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-LIQ-EOF         PIC X        VALUE 'N'.
           88  FIM-LIQUIDOS    VALUE 'Y'.
       77  WRK-RBL-EOF         PIC X        VALUE 'N'.
           88  FIM-RUBRICAS    VALUE 'Y'.
       77  WRK-PAT-EOF         PIC X        VALUE 'N'.
           88  FIM-PARAMETROS  VALUE 'Y'.
       77  WRK-COMPETENCIA     PIC 9(06)    VALUE ZEROS.
       77  WRK-MES-REGISTRO    PIC 9(06)    VALUE ZEROS.
       77  WRK-PCT-FGTS        PIC 9(02)V99 VALUE 8,00.
       77  WRK-PCT-PATRONAL    PIC 9(02)V99 VALUE 20,00.
       77  WRK-PCT-RAT         PIC 9(02)V99 VALUE 2,00.
       77  WRK-PCT-TERCEIROS   PIC 9(02)V99 VALUE 5,80.
       77  WRK-PCT-ENCARGOS    PIC 9(03)V99 VALUE ZEROS.
       77  WRK-PAT-QTD         PIC 9(02)    VALUE ZEROS.
       77  WRK-PAT-SUB         PIC 9(02)    VALUE ZEROS.
       77  WRK-PAT-ACHADA      PIC 9(02)    VALUE ZEROS.
       77  WRK-PAT-PADRAO      PIC 9(02)    VALUE ZEROS.
       77  WRK-RBA-QTD         PIC 9(04)    VALUE ZEROS.
       77  WRK-RBA-SUB         PIC 9(04)    VALUE ZEROS.
       77  WRK-RBA-ACHADA      PIC 9(04)    VALUE ZEROS.
       77  WRK-FUN-QTD         PIC 9(04)    VALUE ZEROS.
       77  WRK-FUN-SUB         PIC 9(04)    VALUE ZEROS.
       77  WRK-FUN-ACHADO      PIC X        VALUE 'N'.
           88  FUNCIONARIO-JA-CONTADO VALUE 'Y'.
       77  WRK-CC-QTD          PIC 9(03)    VALUE ZEROS.
       77  WRK-CC-SUB          PIC 9(03)    VALUE ZEROS.
       77  WRK-CC-SUB2         PIC 9(03)    VALUE ZEROS.
       77  WRK-CC-ACHADO       PIC X        VALUE 'N'.
           88  CCUSTO-JA-EXISTE VALUE 'Y'.
       77  WRK-CCUSTO          PIC X(04)    VALUE SPACES.
       77  WRK-BASE-INSS       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-BASE-FGTS       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VLR-ENCARGOS    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VLR-FGTS        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VLR-PROV-FERIAS PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VLR-PROV-DECIMO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-QTD-PAGAMENTOS  PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-SEM-CADASTRO PIC 9(05)   VALUE ZEROS.
       77  WRK-VALOR-ED        PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-POR-FUNC-ED     PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-POR-FUNC        PIC 9(11)V99 VALUE ZEROS.
       77  WRK-ROTULO          PIC X(26)    VALUE SPACES.
       77  WRK-VALOR-IMPRIMIR  PIC 9(11)V99 VALUE ZEROS.

      *    ALIQUOTAS POR EMPRESA; A EMPRESA 00 E O PADRAO
       01  WRK-TAB-PATRONAL.
           05  WRK-PAT-ITEM OCCURS 20 TIMES.
               10  WRK-PAT-EMPRESA       PIC 9(02).
               10  WRK-PAT-PCT-TOTAL     PIC 9(03)V99.

      *    BASES DE INSS E FGTS POR PAGAMENTO DA FOLHA COM RUBRICAS
       01  WRK-TAB-RUBRICAS.
           05  WRK-RBA-ITEM OCCURS 2000 TIMES.
               10  WRK-RBA-NUMERO   PIC 9(06).
               10  WRK-RBA-DATA     PIC 9(08).
               10  WRK-RBA-BASE-INSS PIC S9(09)V99.
               10  WRK-RBA-BASE-FGTS PIC S9(09)V99.

      *    FUNCIONARIOS JA CONTADOS NO QUADRO DO SEU CENTRO
       01  WRK-TAB-FUNCIONARIOS.
           05  WRK-FUN-ITEM OCCURS 2000 TIMES.
               10  WRK-FUN-NUMERO   PIC 9(06).

       01  WRK-TAB-CCUSTO.
           05  WRK-CC-ITEM OCCURS 100 TIMES.
               10  WRK-CC-CODIGO       PIC X(04).
               10  WRK-CC-FUNC         PIC 9(05).
               10  WRK-CC-SALARIOS     PIC 9(11)V99.
               10  WRK-CC-ENCARGOS     PIC 9(11)V99.
               10  WRK-CC-FGTS         PIC 9(11)V99.
               10  WRK-CC-PROV-FERIAS  PIC 9(11)V99.
               10  WRK-CC-PROV-DECIMO  PIC 9(11)V99.
               10  WRK-CC-CUSTO-TOTAL  PIC 9(11)V99.

       01  WRK-CC-ITEM-AUX         PIC X(87).

      *    CENTRO EM IMPRESSAO (UM CENTRO OU O TOTAL GERAL)
       01  WRK-IMP.
           05  WRK-IMP-FUNC        PIC 9(05)    VALUE ZEROS.
           05  WRK-IMP-SALARIOS    PIC 9(11)V99 VALUE ZEROS.
           05  WRK-IMP-ENCARGOS    PIC 9(11)V99 VALUE ZEROS.
           05  WRK-IMP-FGTS        PIC 9(11)V99 VALUE ZEROS.
           05  WRK-IMP-PROV-FERIAS PIC 9(11)V99 VALUE ZEROS.
           05  WRK-IMP-PROV-DECIMO PIC 9(11)V99 VALUE ZEROS.
           05  WRK-IMP-CUSTO-TOTAL PIC 9(11)V99 VALUE ZEROS.

       01  WRK-TOTAL.
           05  WRK-TOT-FUNC        PIC 9(05)    VALUE ZEROS.
           05  WRK-TOT-SALARIOS    PIC 9(11)V99 VALUE ZEROS.
           05  WRK-TOT-ENCARGOS    PIC 9(11)V99 VALUE ZEROS.
           05  WRK-TOT-FGTS        PIC 9(11)V99 VALUE ZEROS.
           05  WRK-TOT-PROV-FERIAS PIC 9(11)V99 VALUE ZEROS.
           05  WRK-TOT-PROV-DECIMO PIC 9(11)V99 VALUE ZEROS.
           05  WRK-TOT-CUSTO-TOTAL PIC 9(11)V99 VALUE ZEROS.

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY 'COMPETENCIA DO CUSTO (AAAAMM).. '
           ACCEPT WRK-COMPETENCIA.

           IF WRK-COMPETENCIA = ZEROS
               DISPLAY 'COMPETENCIA INVALIDA - PROCESSAMENTO '
                   'RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0150-CARREGAR-PARAMETROS.
           PERFORM 0160-CARREGAR-RUBRICAS.

           OPEN INPUT SALARIO-LIQUIDO.
           IF WRK-LIQ-STATUS NOT = '00'
               DISPLAY 'SEM FOLHA PROCESSADA (EXE02LIQ) - '
                   'PROCESSAMENTO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-EMP-STATUS NOT = '00'
               DISPLAY 'ERRO: MESTRE DE FUNCIONARIOS (EMPMAST) '
                   'INDISPONIVEL - STATUS ' WRK-EMP-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ SALARIO-LIQUIDO
               AT END MOVE 'Y' TO WRK-LIQ-EOF
           END-READ.

      **********ALIQUOTAS PATRONAIS E PERCENTUAL DO FGTS*******
      *MESMOS PARAMETROS E PADROES DO GUIAINSS E DO FGTS, PARA QUE
      *O CUSTO FECHE COM A GUIA E COM O DEPOSITO DA COMPETENCIA
       0150-CARREGAR-PARAMETROS.
           OPEN INPUT PARAMETROS-FGTS
           IF WRK-PRM-STATUS = '00'
               READ PARAMETROS-FGTS
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-PERCENTUAL > 0
                           MOVE PRM-PERCENTUAL TO WRK-PCT-FGTS
                       END-IF
               END-READ
               CLOSE PARAMETROS-FGTS
           END-IF

           OPEN INPUT PARAMETROS-PATRONAL
           IF WRK-PAT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

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
               COMPUTE WRK-PAT-PCT-TOTAL(WRK-PAT-QTD) =
                   PAT-PCT-PATRONAL + PAT-PCT-RAT + PAT-PCT-TERCEIROS
               IF PAT-EMPRESA = ZEROS
                   MOVE WRK-PAT-QTD TO WRK-PAT-PADRAO
               END-IF
               READ PARAMETROS-PATRONAL
                   AT END MOVE 'Y' TO WRK-PAT-EOF
               END-READ
           END-PERFORM
           CLOSE PARAMETROS-PATRONAL.

      **********BASES PELAS RUBRICAS DA FOLHA*****************
      *AS LINHAS DE RUBRICA DA COMPETENCIA SAO SOMADAS POR
      *FUNCIONARIO E DATA DE FOLHA COM A INCIDENCIA DE INSS E DE
      *FGTS DE CADA RUBRICA (PROVENTO SOMA, DESCONTO SUBTRAI), COMO
      *NO GUIAINSS E NO FGTS
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
               MOVE 0 TO WRK-RBA-BASE-INSS(WRK-RBA-ACHADA)
               MOVE 0 TO WRK-RBA-BASE-FGTS(WRK-RBA-ACHADA)
           END-IF

           IF RBL-INCIDE-INSS = 'S'
               IF RBL-PROVENTO
                   ADD RBL-VALOR TO WRK-RBA-BASE-INSS(WRK-RBA-ACHADA)
               ELSE
                   SUBTRACT RBL-VALOR FROM
                       WRK-RBA-BASE-INSS(WRK-RBA-ACHADA)
               END-IF
           END-IF
           IF RBL-INCIDE-FGTS = 'S'
               IF RBL-PROVENTO
                   ADD RBL-VALOR TO WRK-RBA-BASE-FGTS(WRK-RBA-ACHADA)
               ELSE
                   SUBTRACT RBL-VALOR FROM
                       WRK-RBA-BASE-FGTS(WRK-RBA-ACHADA)
               END-IF
           END-IF.

      **********REGISTRO NO CONTROLE CENTRAL DE EXECUCOES******
       0195-REGISTRAR-RUN.
           ACCEPT WRK-RUN-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-RUN-HORA FROM TIME

           OPEN EXTEND CONTROLE-RUNS
           IF WRK-RUN-STATUS NOT = '00'
               OPEN OUTPUT CONTROLE-RUNS
           END-IF

           MOVE 'CUSTOFOL'     TO RUN-PROGRAMA
           MOVE WRK-RUN-DATA   TO RUN-DATA-NEGOCIO
           MOVE WRK-RUN-HORA   TO RUN-HORA
           MOVE WRK-RUN-EVENTO TO RUN-EVENTO
           WRITE RUN-REC
           CLOSE CONTROLE-RUNS.

       0200-PROCESSAR.
           MOVE 'INICIADO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN

      *O ADIANTAMENTO QUINZENAL (TIPO A) E SO ANTECIPACAO DO
      *LIQUIDO DA FOLHA, QUE JA O CONTEM: NAO E REMUNERACAO NOVA
           PERFORM UNTIL FIM-LIQUIDOS
               MOVE LIQ-DATA-EXEC(1:6) TO WRK-MES-REGISTRO
               IF WRK-MES-REGISTRO = WRK-COMPETENCIA
                   AND NOT LIQ-VERBA-ADIANTAMENTO
                   PERFORM 0250-APURAR-PAGAMENTO
               END-IF

               READ SALARIO-LIQUIDO
                   AT END MOVE 'Y' TO WRK-LIQ-EOF
               END-READ
           END-PERFORM.
           CLOSE SALARIO-LIQUIDO.
           CLOSE EMPLOYEE-MASTER.

           IF WRK-QTD-PAGAMENTOS = 0
               DISPLAY 'COMPETENCIA SEM FOLHA PROCESSADA - '
                   'RELATORIO NAO EMITIDO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      **********CUSTO DE UM PAGAMENTO*************************
      *FERIAS (TIPO R) E COMISSAO (TIPO C) SAO REMUNERACAO E TEM
      *ENCARGOS, MAS AS PROVISOES DO MES SO SE FORMAM SOBRE A
      *FOLHA MENSAL (TIPO F) - AS FERIAS PAGAS CONSOMEM A PROVISAO
       0250-APURAR-PAGAMENTO.
           ADD 1 TO WRK-QTD-PAGAMENTOS

           MOVE LIQ-NUMERO TO EMP-NUMERO
           READ EMPLOYEE-MASTER
               INVALID KEY
                   ADD 1 TO WRK-QTD-SEM-CADASTRO
                   MOVE '????' TO WRK-CCUSTO
                   DISPLAY 'FUNC ' LIQ-NUMERO ' (' LIQ-NOME ') NAO '
                       'ENCONTRADO NO MESTRE - CENTRO ????'
               NOT INVALID KEY
                   MOVE EMP-CCUSTO TO WRK-CCUSTO
           END-READ

           MOVE LIQ-SALARIO-BRUTO TO WRK-BASE-INSS
           MOVE LIQ-SALARIO-BRUTO TO WRK-BASE-FGTS
           IF LIQ-VERBA-FOLHA
               PERFORM 0255-BASES-RUBRICAS
           END-IF

           MOVE 0 TO WRK-PAT-ACHADA
           PERFORM VARYING WRK-PAT-SUB FROM 1 BY 1
                   UNTIL WRK-PAT-SUB > WRK-PAT-QTD
                   OR WRK-PAT-ACHADA > 0
               IF WRK-PAT-EMPRESA(WRK-PAT-SUB) = LIQ-EMPRESA
                   MOVE WRK-PAT-SUB TO WRK-PAT-ACHADA
               END-IF
           END-PERFORM
           IF WRK-PAT-ACHADA = 0
               MOVE WRK-PAT-PADRAO TO WRK-PAT-ACHADA
           END-IF
           IF WRK-PAT-ACHADA > 0
               MOVE WRK-PAT-PCT-TOTAL(WRK-PAT-ACHADA) TO
                   WRK-PCT-ENCARGOS
           ELSE
               COMPUTE WRK-PCT-ENCARGOS = WRK-PCT-PATRONAL +
                   WRK-PCT-RAT + WRK-PCT-TERCEIROS
           END-IF

           COMPUTE WRK-VLR-ENCARGOS ROUNDED =
               WRK-BASE-INSS * WRK-PCT-ENCARGOS / 100
           COMPUTE WRK-VLR-FGTS ROUNDED =
               WRK-BASE-FGTS * WRK-PCT-FGTS / 100

           MOVE 0 TO WRK-VLR-PROV-FERIAS
           MOVE 0 TO WRK-VLR-PROV-DECIMO
           IF LIQ-VERBA-FOLHA
               COMPUTE WRK-VLR-PROV-FERIAS ROUNDED =
                   LIQ-SALARIO-BRUTO * 4 / 36
               COMPUTE WRK-VLR-PROV-DECIMO ROUNDED =
                   LIQ-SALARIO-BRUTO / 12
           END-IF

           PERFORM 0260-ACUMULAR-CCUSTO.

       0255-BASES-RUBRICAS.
           MOVE 0 TO WRK-RBA-ACHADA
           PERFORM VARYING WRK-RBA-SUB FROM 1 BY 1
                   UNTIL WRK-RBA-SUB > WRK-RBA-QTD
                   OR WRK-RBA-ACHADA > 0
               IF WRK-RBA-NUMERO(WRK-RBA-SUB) = LIQ-NUMERO
                   AND WRK-RBA-DATA(WRK-RBA-SUB) = LIQ-DATA-EXEC
                   MOVE WRK-RBA-SUB TO WRK-RBA-ACHADA
               END-IF
           END-PERFORM

           IF WRK-RBA-ACHADA = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WRK-BASE-INSS
           MOVE 0 TO WRK-BASE-FGTS
           IF WRK-RBA-BASE-INSS(WRK-RBA-ACHADA) > 0
               MOVE WRK-RBA-BASE-INSS(WRK-RBA-ACHADA) TO WRK-BASE-INSS
           END-IF
           IF WRK-RBA-BASE-FGTS(WRK-RBA-ACHADA) > 0
               MOVE WRK-RBA-BASE-FGTS(WRK-RBA-ACHADA) TO WRK-BASE-FGTS
           END-IF.

      **********TOTAL POR CENTRO DE CUSTO*********************
       0260-ACUMULAR-CCUSTO.
           MOVE 'N' TO WRK-CC-ACHADO
           MOVE 1 TO WRK-CC-SUB
           PERFORM UNTIL WRK-CC-SUB > WRK-CC-QTD
                   OR CCUSTO-JA-EXISTE
               IF WRK-CC-CODIGO(WRK-CC-SUB) = WRK-CCUSTO
                   MOVE 'Y' TO WRK-CC-ACHADO
               ELSE
                   ADD 1 TO WRK-CC-SUB
               END-IF
           END-PERFORM

           IF NOT CCUSTO-JA-EXISTE
               IF WRK-CC-QTD >= 100
                   DISPLAY 'ERRO: CENTROS DE CUSTO EXCEDEM O LIMITE '
                       'DE 100 REGISTROS - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-CC-QTD
               MOVE WRK-CC-QTD TO WRK-CC-SUB
               MOVE WRK-CCUSTO TO WRK-CC-CODIGO(WRK-CC-SUB)
               MOVE 0 TO WRK-CC-FUNC(WRK-CC-SUB)
               MOVE 0 TO WRK-CC-SALARIOS(WRK-CC-SUB)
               MOVE 0 TO WRK-CC-ENCARGOS(WRK-CC-SUB)
               MOVE 0 TO WRK-CC-FGTS(WRK-CC-SUB)
               MOVE 0 TO WRK-CC-PROV-FERIAS(WRK-CC-SUB)
               MOVE 0 TO WRK-CC-PROV-DECIMO(WRK-CC-SUB)
               MOVE 0 TO WRK-CC-CUSTO-TOTAL(WRK-CC-SUB)
           END-IF

           PERFORM 0265-CONTAR-FUNCIONARIO

           ADD LIQ-SALARIO-BRUTO   TO WRK-CC-SALARIOS(WRK-CC-SUB)
           ADD WRK-VLR-ENCARGOS    TO WRK-CC-ENCARGOS(WRK-CC-SUB)
           ADD WRK-VLR-FGTS        TO WRK-CC-FGTS(WRK-CC-SUB)
           ADD WRK-VLR-PROV-FERIAS TO WRK-CC-PROV-FERIAS(WRK-CC-SUB)
           ADD WRK-VLR-PROV-DECIMO TO WRK-CC-PROV-DECIMO(WRK-CC-SUB)
           COMPUTE WRK-CC-CUSTO-TOTAL(WRK-CC-SUB) =
               WRK-CC-CUSTO-TOTAL(WRK-CC-SUB) + LIQ-SALARIO-BRUTO +
               WRK-VLR-ENCARGOS + WRK-VLR-FGTS +
               WRK-VLR-PROV-FERIAS + WRK-VLR-PROV-DECIMO.

      *O FUNCIONARIO CONTA UMA VEZ NO QUADRO DO SEU CENTRO, POR
      *MAIS PAGAMENTOS QUE TENHA NA COMPETENCIA
       0265-CONTAR-FUNCIONARIO.
           MOVE 'N' TO WRK-FUN-ACHADO
           PERFORM VARYING WRK-FUN-SUB FROM 1 BY 1
                   UNTIL WRK-FUN-SUB > WRK-FUN-QTD
                   OR FUNCIONARIO-JA-CONTADO
               IF WRK-FUN-NUMERO(WRK-FUN-SUB) = LIQ-NUMERO
                   MOVE 'Y' TO WRK-FUN-ACHADO
               END-IF
           END-PERFORM

           IF NOT FUNCIONARIO-JA-CONTADO
               IF WRK-FUN-QTD >= 2000
                   DISPLAY 'ERRO: FUNCIONARIOS DA COMPETENCIA '
                       'EXCEDEM O LIMITE DE 2000 REGISTROS - '
                       'PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-FUN-QTD
               MOVE LIQ-NUMERO TO WRK-FUN-NUMERO(WRK-FUN-QTD)
               ADD 1 TO WRK-CC-FUNC(WRK-CC-SUB)
           END-IF.

       0300-FINALIZAR.
      *    ORDENA POR CENTRO DE CUSTO PARA O RELATORIO
           PERFORM VARYING WRK-CC-SUB FROM 1 BY 1
                   UNTIL WRK-CC-SUB >= WRK-CC-QTD
               PERFORM VARYING WRK-CC-SUB2 FROM 1 BY 1
                       UNTIL WRK-CC-SUB2 >= WRK-CC-QTD
                   IF WRK-CC-CODIGO(WRK-CC-SUB2) >
                       WRK-CC-CODIGO(WRK-CC-SUB2 + 1)
                       MOVE WRK-CC-ITEM(WRK-CC-SUB2) TO
                           WRK-CC-ITEM-AUX
                       MOVE WRK-CC-ITEM(WRK-CC-SUB2 + 1) TO
                           WRK-CC-ITEM(WRK-CC-SUB2)
                       MOVE WRK-CC-ITEM-AUX TO
                           WRK-CC-ITEM(WRK-CC-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           OPEN OUTPUT RELATORIO-CUSTO.

           MOVE SPACES TO REL-LINHA
           STRING 'CUSTO DA MAO DE OBRA POR CENTRO DE CUSTO - '
               DELIMITED BY SIZE
               'COMPETENCIA ' DELIMITED BY SIZE
               WRK-COMPETENCIA DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE '=============================================' TO
               REL-LINHA.
           WRITE REL-LINHA.

           PERFORM VARYING WRK-CC-SUB FROM 1 BY 1
                   UNTIL WRK-CC-SUB > WRK-CC-QTD
               MOVE WRK-CC-FUNC(WRK-CC-SUB)        TO WRK-IMP-FUNC
               MOVE WRK-CC-SALARIOS(WRK-CC-SUB)    TO WRK-IMP-SALARIOS
               MOVE WRK-CC-ENCARGOS(WRK-CC-SUB)    TO WRK-IMP-ENCARGOS
               MOVE WRK-CC-FGTS(WRK-CC-SUB)        TO WRK-IMP-FGTS
               MOVE WRK-CC-PROV-FERIAS(WRK-CC-SUB) TO
                   WRK-IMP-PROV-FERIAS
               MOVE WRK-CC-PROV-DECIMO(WRK-CC-SUB) TO
                   WRK-IMP-PROV-DECIMO
               MOVE WRK-CC-CUSTO-TOTAL(WRK-CC-SUB) TO
                   WRK-IMP-CUSTO-TOTAL

               ADD WRK-IMP-FUNC        TO WRK-TOT-FUNC
               ADD WRK-IMP-SALARIOS    TO WRK-TOT-SALARIOS
               ADD WRK-IMP-ENCARGOS    TO WRK-TOT-ENCARGOS
               ADD WRK-IMP-FGTS        TO WRK-TOT-FGTS
               ADD WRK-IMP-PROV-FERIAS TO WRK-TOT-PROV-FERIAS
               ADD WRK-IMP-PROV-DECIMO TO WRK-TOT-PROV-DECIMO
               ADD WRK-IMP-CUSTO-TOTAL TO WRK-TOT-CUSTO-TOTAL

               MOVE SPACES TO REL-LINHA
               STRING 'CENTRO DE CUSTO: ' DELIMITED BY SIZE
                   WRK-CC-CODIGO(WRK-CC-SUB) DELIMITED BY SIZE
                   '   FUNCIONARIOS: ' DELIMITED BY SIZE
                   WRK-IMP-FUNC DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               PERFORM 0350-IMPRIMIR-CUSTOS
           END-PERFORM.

           MOVE WRK-TOTAL TO WRK-IMP.
           MOVE '---------------------------------------------' TO
               REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA
           STRING 'TOTAL GERAL   FUNCIONARIOS: ' DELIMITED BY SIZE
               WRK-IMP-FUNC DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           PERFORM 0350-IMPRIMIR-CUSTOS.

           MOVE 'CONCLUIDO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN

           MOVE WRK-TOT-CUSTO-TOTAL TO WRK-VALOR-ED
           DISPLAY 'CENTROS DE CUSTO: ' WRK-CC-QTD
               ' FUNCIONARIOS: ' WRK-TOT-FUNC.
           DISPLAY 'CUSTO TOTAL DA MAO DE OBRA: ' WRK-VALOR-ED.
           IF WRK-QTD-SEM-CADASTRO > 0
               DISPLAY 'PAGAMENTOS DE FUNCIONARIOS FORA DO MESTRE: '
                   WRK-QTD-SEM-CADASTRO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'FIM DE PROCESSAMENTO'.

           CLOSE RELATORIO-CUSTO.

      **********BLOCO DE CUSTOS: TOTAL E POR FUNCIONARIO******
       0350-IMPRIMIR-CUSTOS.
           MOVE SPACES TO REL-LINHA
           STRING '                            ' DELIMITED BY SIZE
               '             TOTAL    POR FUNCIONARIO'
               DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA

           MOVE '  SALARIOS..............: ' TO WRK-ROTULO
           MOVE WRK-IMP-SALARIOS TO WRK-VALOR-IMPRIMIR
           PERFORM 0355-IMPRIMIR-LINHA
           MOVE '  INSS PATRONAL/RAT/TERC: ' TO WRK-ROTULO
           MOVE WRK-IMP-ENCARGOS TO WRK-VALOR-IMPRIMIR
           PERFORM 0355-IMPRIMIR-LINHA
           MOVE '  FGTS..................: ' TO WRK-ROTULO
           MOVE WRK-IMP-FGTS TO WRK-VALOR-IMPRIMIR
           PERFORM 0355-IMPRIMIR-LINHA
           MOVE '  PROVISAO DE FERIAS....: ' TO WRK-ROTULO
           MOVE WRK-IMP-PROV-FERIAS TO WRK-VALOR-IMPRIMIR
           PERFORM 0355-IMPRIMIR-LINHA
           MOVE '  PROVISAO DE 13 SALARIO: ' TO WRK-ROTULO
           MOVE WRK-IMP-PROV-DECIMO TO WRK-VALOR-IMPRIMIR
           PERFORM 0355-IMPRIMIR-LINHA
           MOVE '  CUSTO TOTAL...........: ' TO WRK-ROTULO
           MOVE WRK-IMP-CUSTO-TOTAL TO WRK-VALOR-IMPRIMIR
           PERFORM 0355-IMPRIMIR-LINHA.

       0355-IMPRIMIR-LINHA.
           MOVE 0 TO WRK-POR-FUNC
           IF WRK-IMP-FUNC > 0
               COMPUTE WRK-POR-FUNC ROUNDED =
                   WRK-VALOR-IMPRIMIR / WRK-IMP-FUNC
           END-IF
           MOVE WRK-VALOR-IMPRIMIR TO WRK-VALOR-ED
           MOVE WRK-POR-FUNC       TO WRK-POR-FUNC-ED

           MOVE SPACES TO REL-LINHA
           STRING WRK-ROTULO DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-POR-FUNC-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
