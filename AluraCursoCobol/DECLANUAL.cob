       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLANUAL.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: DECLARACAO ANUAL DA FOLHA POR EMPRESA PARA O
      *          GOVERNO (MODELO RAIS/DIRF): A PARTIR DO MESTRE DE
      *          HISTORICO DE FOLHA (FOLHAHIST.DAT) DO ANO E DA
      *          EMPRESA INFORMADOS, GERA O ARQUIVO DE LAYOUT FIXO
      *          DECLANUAL.AAAA.EE.DAT COM O HEADER DA EMPRESA (CNPJ
      *          E NOME DO CNABPARM), UM REGISTRO POR FUNCIONARIO
      *          (CPF, ADMISSAO DO EMPMAST, DESLIGAMENTO DA TRILHA DE
      *          RESCISOES, RENDIMENTO TRIBUTAVEL, IRRF E INSS
      *          RETIDOS MES A MES E DECIMO TERCEIRO) E O TRAILER
      *          COM A QUANTIDADE E OS TOTAIS; OS VALORES MENSAIS
      *          SEGUEM AS MESMAS REGRAS DO INFORME (RUBRICAS NO
      *          LUGAR DAS COLUNAS FIXAS, ADIANTAMENTO FORA) E A SOMA
      *          DO ANO E CONFERIDA CONTRA OS TOTAIS DO INFORME
      *          ENTREGUE (INFORMETOT.DAT); FUNCIONARIO DIVERGENTE,
      *          SEM INFORME, SEM CPF OU SEM ADMISSAO E MARCADO NO
      *          RELATORIO DE CONTROLE (DECLANUALREL.DAT), QUE TRAZ
      *          OS TOTAIS E AS LINHAS DE CONFERENCIA E APROVACAO
      *          PARA O ENVIO; RC=4 QUANDO HA MARCADOS, RC=8 QUANDO
      *          A EMPRESA NAO TEM FOLHA NO ANO E RC=12 QUANDO A
      *          EMPRESA NAO ESTA NO CNABPARM
      *DATA = 15/10/2026
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO-FOLHA ASSIGN TO "DATA/FOLHAHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-CHAVE
               FILE STATUS IS WRK-FH-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "DATA/EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WRK-EMP-STATUS.

           SELECT PARAMETRO-CNAB ASSIGN TO "DATA/CNABPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CNP-STATUS.

           SELECT TOTAIS-INFORME ASSIGN TO "DATA/INFORMETOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-INF-STATUS.

           SELECT AUDITORIA-RESCISAO ASSIGN TO "DATA/RESCISAOAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUD-STATUS.

           SELECT ARQUIVO-DECLARACAO ASSIGN TO DYNAMIC
               WRK-NOME-DECLARACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DCL-STATUS.

           SELECT RELATORIO-CONTROLE ASSIGN TO "DATA/DECLANUALREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO-FOLHA.
       COPY "FOLHAHIST.CPY".

       FD  EMPLOYEE-MASTER.
       COPY "EMPMAST.CPY".

       FD  PARAMETRO-CNAB.
       01  CNP-REC                   PIC X(86).

       FD  TOTAIS-INFORME.
       COPY "INFORTOT.CPY".

       FD  AUDITORIA-RESCISAO.
       COPY "RESCAUD.CPY".

       FD  ARQUIVO-DECLARACAO.
       01  DCH-REC.
           05  DCH-TIPO              PIC X(01).
           05  DCH-ANO               PIC 9(04).
           05  DCH-EMPRESA           PIC 9(02).
           05  DCH-CNPJ              PIC 9(14).
           05  DCH-NOME              PIC X(30).
           05  DCH-DATA-GERACAO      PIC 9(08).
           05  FILLER                PIC X(402).
       01  DCD-REC.
           05  DCD-TIPO              PIC X(01).
           05  DCD-CPF               PIC 9(11).
           05  DCD-NUMERO            PIC 9(06).
           05  DCD-NOME              PIC X(20).
           05  DCD-ADMISSAO          PIC 9(08).
           05  DCD-DESLIGAMENTO      PIC 9(08).
           05  DCD-MES OCCURS 12 TIMES.
               10  DCD-BRUTO         PIC 9(09)V99.
               10  DCD-IRRF          PIC 9(09)V99.
               10  DCD-INSS          PIC 9(09)V99.
           05  DCD-DECIMO            PIC 9(09)V99.
       01  DCT-REC.
           05  DCT-TIPO              PIC X(01).
           05  DCT-QTD               PIC 9(06).
           05  DCT-TOTAL-BRUTO       PIC 9(13)V99.
           05  DCT-TOTAL-IRRF        PIC 9(13)V99.
           05  DCT-TOTAL-INSS        PIC 9(13)V99.
           05  DCT-TOTAL-DECIMO      PIC 9(13)V99.
           05  FILLER                PIC X(394).

       FD  RELATORIO-CONTROLE.
       01  REL-LINHA                 PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "CNABPARM.CPY".

       77  WRK-FH-STATUS       PIC X(02)    VALUE '00'.
       77  WRK-EMP-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-CNP-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-INF-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-AUD-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-DCL-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-FH-EOF          PIC X        VALUE 'N'.
           88  FIM-HISTORICO   VALUE 'Y'.
       77  WRK-CNP-EOF         PIC X        VALUE 'N'.
           88  FIM-CNAB        VALUE 'Y'.
       77  WRK-INF-EOF         PIC X        VALUE 'N'.
           88  FIM-INFORME     VALUE 'Y'.
       77  WRK-AUD-EOF         PIC X        VALUE 'N'.
           88  FIM-AUDITORIA   VALUE 'Y'.
       77  WRK-CNPJ-ACHADO     PIC X        VALUE 'N'.
           88  EMPRESA-NO-CNAB VALUE 'Y'.
       77  WRK-NOME-DECLARACAO PIC X(40)    VALUE SPACES.
       77  WRK-DATA-HOJE       PIC 9(08)    VALUE ZEROS.
       77  WRK-ANO-DECLARACAO  PIC 9(04)    VALUE ZEROS.
       77  WRK-EMPRESA-DECL    PIC 9(02)    VALUE ZEROS.
       77  WRK-ANO-REGISTRO    PIC 9(04)    VALUE ZEROS.
       77  WRK-CNPJ            PIC 9(14)    VALUE ZEROS.
       77  WRK-RAZAO-SOCIAL    PIC X(30)    VALUE SPACES.
       77  WRK-FUN-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-SUB             PIC 9(03)    VALUE ZEROS.
       77  WRK-MES             PIC 9(02)    VALUE ZEROS.
       77  WRK-ACHADO          PIC X        VALUE 'N'.
           88  FUNCIONARIO-JA-EXISTE VALUE 'Y'.
       77  WRK-GRP-PERIODO     PIC 9(06)    VALUE ZEROS.
       77  WRK-GRP-NUMERO      PIC 9(06)    VALUE ZEROS.
       77  WRK-GRP-QTD         PIC 9(02)    VALUE ZEROS.
       77  WRK-GRP-SUB         PIC 9(02)    VALUE ZEROS.
       77  WRK-EMPRESA-LANC    PIC 9(02)    VALUE ZEROS.
       77  WRK-DELTA-BRUTO     PIC S9(09)V99 VALUE ZEROS.
       77  WRK-DELTA-INSS      PIC S9(09)V99 VALUE ZEROS.
       77  WRK-DELTA-IRRF      PIC S9(09)V99 VALUE ZEROS.
       77  WRK-INF-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-INF-SUB         PIC 9(03)    VALUE ZEROS.
       77  WRK-INF-ACHADO      PIC 9(03)    VALUE ZEROS.
       77  WRK-RES-QTD         PIC 9(04)    VALUE ZEROS.
       77  WRK-RES-SUB         PIC 9(04)    VALUE ZEROS.
       77  WRK-RES-ACHADA      PIC 9(04)    VALUE ZEROS.
       77  WRK-DESLIGAMENTO    PIC 9(08)    VALUE ZEROS.
       77  WRK-ANO-BRUTO       PIC S9(11)V99 VALUE ZEROS.
       77  WRK-ANO-INSS        PIC S9(11)V99 VALUE ZEROS.
       77  WRK-ANO-IRRF        PIC S9(11)V99 VALUE ZEROS.
       77  WRK-CMP-BRUTO       PIC S9(11)V99 VALUE ZEROS.
       77  WRK-CMP-INSS        PIC S9(11)V99 VALUE ZEROS.
       77  WRK-CMP-IRRF        PIC S9(11)V99 VALUE ZEROS.
       77  WRK-MES-NEGATIVO    PIC X        VALUE 'N'.
           88  HA-MES-NEGATIVO VALUE 'S'.
       77  WRK-SITUACAO        PIC X(20)    VALUE SPACES.
       77  WRK-QTD-DECLARADOS  PIC 9(06)    VALUE ZEROS.
       77  WRK-QTD-MARCADOS    PIC 9(05)    VALUE ZEROS.
       77  WRK-TOTAL-BRUTO     PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-IRRF      PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-INSS      PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-DECIMO    PIC 9(13)V99 VALUE ZEROS.
       77  WRK-VALOR-ED        PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
       77  WRK-INSS-ED         PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
       77  WRK-IRRF-ED         PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
       77  WRK-DECIMO-ED       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-ED        PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  WRK-TAB-FUNCIONARIOS.
           05  WRK-FUN-ITEM OCCURS 200 TIMES.
               10  WRK-FUN-NUMERO     PIC 9(06).
               10  WRK-FUN-NOME       PIC X(20).
               10  WRK-FUN-NA-EMPRESA PIC X(01).
               10  WRK-FUN-MES OCCURS 12 TIMES.
                   15  WRK-FUN-BRUTO  PIC S9(09)V99.
                   15  WRK-FUN-INSS   PIC S9(09)V99.
                   15  WRK-FUN-IRRF   PIC S9(09)V99.
               10  WRK-FUN-DECIMO     PIC 9(09)V99.
               10  WRK-FUN-OUT-BRUTO  PIC S9(11)V99.
               10  WRK-FUN-OUT-INSS   PIC S9(11)V99.
               10  WRK-FUN-OUT-IRRF   PIC S9(11)V99.

       01  WRK-TAB-GRUPO.
           05  WRK-GRP-ITEM OCCURS 50 TIMES.
               10  WRK-GRP-DATA      PIC 9(08).
               10  WRK-GRP-TIPO      PIC X(01).
               10  WRK-GRP-EMPRESA   PIC 9(02).
               10  WRK-GRP-BRUTO     PIC 9(09)V99.
               10  WRK-GRP-INSS      PIC 9(09)V99.
               10  WRK-GRP-IRRF      PIC 9(09)V99.
               10  WRK-GRP-COBERTO   PIC X(01).

       01  WRK-TAB-INFORME.
           05  WRK-INF-ITEM OCCURS 200 TIMES.
               10  WRK-INF-NUMERO     PIC 9(06).
               10  WRK-INF-TRIBUTAVEL PIC 9(11)V99.
               10  WRK-INF-INSS       PIC 9(11)V99.
               10  WRK-INF-IRRF       PIC 9(11)V99.
               10  WRK-INF-DECIMO     PIC 9(11)V99.

       01  WRK-TAB-RESCISOES.
           05  WRK-RES-ITEM OCCURS 2000 TIMES.
               10  WRK-RES-NUMERO    PIC 9(06).
               10  WRK-RES-DATA      PIC 9(08).

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY 'ANO DA DECLARACAO (AAAA).. '
           ACCEPT WRK-ANO-DECLARACAO.
           DISPLAY 'EMPRESA.. '
           ACCEPT WRK-EMPRESA-DECL.

           PERFORM 0110-CARREGAR-EMPRESA.

           OPEN INPUT HISTORICO-FOLHA.
           IF WRK-FH-STATUS NOT = '00'
               DISPLAY 'SEM MESTRE DE HISTORICO DE FOLHA '
                   '(FOLHACARGA) - PROCESSAMENTO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE LOW-VALUES TO FH-CHAVE
           COMPUTE FH-PERIODO = (WRK-ANO-DECLARACAO * 100) + 1
           START HISTORICO-FOLHA KEY >= FH-CHAVE
               INVALID KEY MOVE 'Y' TO WRK-FH-EOF
           END-START.

           IF NOT FIM-HISTORICO
               READ HISTORICO-FOLHA NEXT
                   AT END MOVE 'Y' TO WRK-FH-EOF
               END-READ
           END-IF.

      **********CNPJ E NOME DA EMPRESA DO HEADER***************
      *O CADASTRO DAS EMPRESAS COM CNPJ E O MESMO DAS REMESSAS DO
      *BANCOPAG (REGISTRO TIPO 1 DO CNABPARM); SEM A EMPRESA NELE
      *A DECLARACAO NAO TEM COMO SER IDENTIFICADA
       0110-CARREGAR-EMPRESA.
           OPEN INPUT PARAMETRO-CNAB
           IF WRK-CNP-STATUS = '00'
               READ PARAMETRO-CNAB INTO CNP-EMPRESA
                   AT END MOVE 'Y' TO WRK-CNP-EOF
               END-READ
               PERFORM UNTIL FIM-CNAB
                   IF CNP-EMP-TIPO = '1'
                       AND CNP-EMP-EMPRESA = WRK-EMPRESA-DECL
                       MOVE CNP-EMP-CNPJ TO WRK-CNPJ
                       MOVE CNP-EMP-NOME TO WRK-RAZAO-SOCIAL
                       SET EMPRESA-NO-CNAB TO TRUE
                   END-IF
                   READ PARAMETRO-CNAB INTO CNP-EMPRESA
                       AT END MOVE 'Y' TO WRK-CNP-EOF
                   END-READ
               END-PERFORM
               CLOSE PARAMETRO-CNAB
           END-IF

           IF NOT EMPRESA-NO-CNAB OR WRK-CNPJ = ZEROS
               DISPLAY 'ERRO: EMPRESA ' WRK-EMPRESA-DECL ' SEM CNPJ '
                   'NO CNABPARM - DECLARACAO NAO GERADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       0200-PROCESSAR.
           PERFORM UNTIL FIM-HISTORICO
               MOVE FH-PERIODO(1:4) TO WRK-ANO-REGISTRO
               IF WRK-ANO-REGISTRO NOT = WRK-ANO-DECLARACAO
                   MOVE 'Y' TO WRK-FH-EOF
               ELSE
                   MOVE FH-PERIODO(5:2) TO WRK-MES
                   EVALUATE FH-ORIGEM
                       WHEN 'L'
      *                    ADIANTAMENTO QUINZENAL (VERBA A) JA ESTA
      *                    NO SALARIO DA FOLHA QUE O DESCONTOU
                           IF FH-TIPO-VERBA NOT = 'A'
                               PERFORM 0250-ACUMULAR-LIQUIDO
                           END-IF
                       WHEN 'D'
                           PERFORM 0260-ACUMULAR-DECIMO
                       WHEN 'R'
                           PERFORM 0270-ACUMULAR-RUBRICA
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   READ HISTORICO-FOLHA NEXT
                       AT END MOVE 'Y' TO WRK-FH-EOF
                   END-READ
               END-IF
           END-PERFORM.

      ****************ACUMULACAO DO SALARIO PAGO***************
       0250-ACUMULAR-LIQUIDO.
           PERFORM 0245-LOCALIZAR-FUNCIONARIO.

           IF NOT FUNCIONARIO-JA-EXISTE
               IF WRK-FUN-QTD >= 200
                   DISPLAY 'ERRO: DECLARACAO EXCEDE O LIMITE DE 200 '
                       'FUNCIONARIOS - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-FUN-QTD
               MOVE WRK-FUN-QTD TO WRK-SUB
               INITIALIZE WRK-FUN-ITEM(WRK-SUB)
               MOVE FH-NUMERO TO WRK-FUN-NUMERO(WRK-SUB)
               MOVE FH-NOME   TO WRK-FUN-NOME(WRK-SUB)
               MOVE 'N'       TO WRK-FUN-NA-EMPRESA(WRK-SUB)
           END-IF

           MOVE FH-EMPRESA       TO WRK-EMPRESA-LANC
           MOVE FH-SALARIO-BRUTO TO WRK-DELTA-BRUTO
           MOVE FH-DESCONTO-INSS TO WRK-DELTA-INSS
           MOVE FH-IRRF          TO WRK-DELTA-IRRF
           PERFORM 0280-LANCAR-VALORES

           PERFORM 0255-VERIFICAR-GRUPO
           IF WRK-GRP-QTD >= 50
               DISPLAY 'ERRO: FUNCIONARIO ' FH-NUMERO ' EXCEDE O '
                   'LIMITE DE 50 PAGAMENTOS NO PERIODO '
                   FH-PERIODO ' - PROCESSAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WRK-GRP-QTD
           MOVE FH-DATA-EXEC     TO WRK-GRP-DATA(WRK-GRP-QTD)
           MOVE FH-TIPO-VERBA    TO WRK-GRP-TIPO(WRK-GRP-QTD)
           MOVE FH-EMPRESA       TO WRK-GRP-EMPRESA(WRK-GRP-QTD)
           MOVE FH-SALARIO-BRUTO TO WRK-GRP-BRUTO(WRK-GRP-QTD)
           MOVE FH-DESCONTO-INSS TO WRK-GRP-INSS(WRK-GRP-QTD)
           MOVE FH-IRRF          TO WRK-GRP-IRRF(WRK-GRP-QTD)
           MOVE 'N'              TO WRK-GRP-COBERTO(WRK-GRP-QTD).

      ****************PAGAMENTOS DO FUNCIONARIO NO PERIODO*****
      *MESMO AGRUPAMENTO DO INFORME: OS SALARIOS LIQUIDOS DE UM
      *FUNCIONARIO NO PERIODO VEM ANTES DAS SUAS RUBRICAS
       0255-VERIFICAR-GRUPO.
           IF FH-PERIODO NOT = WRK-GRP-PERIODO
               OR FH-NUMERO NOT = WRK-GRP-NUMERO
               MOVE FH-PERIODO TO WRK-GRP-PERIODO
               MOVE FH-NUMERO  TO WRK-GRP-NUMERO
               MOVE 0 TO WRK-GRP-QTD
           END-IF.

       0245-LOCALIZAR-FUNCIONARIO.
           MOVE 'N' TO WRK-ACHADO
           MOVE 1 TO WRK-SUB

           PERFORM UNTIL WRK-SUB > WRK-FUN-QTD
                   OR FUNCIONARIO-JA-EXISTE
               IF WRK-FUN-NUMERO(WRK-SUB) = FH-NUMERO
                   MOVE 'Y' TO WRK-ACHADO
               ELSE
                   ADD 1 TO WRK-SUB
               END-IF
           END-PERFORM.

      ****************ACUMULACAO PELAS RUBRICAS****************
      *MESMAS REGRAS DO INFORME: A PRIMEIRA RUBRICA DE UM
      *PAGAMENTO ESTORNA AS COLUNAS FIXAS DELE, O TRIBUTAVEL SAO
      *AS RUBRICAS COM INCIDENCIA DE IRRF E AS RETENCOES VEM DAS
      *RUBRICAS DE CLASSE INSS E IRRF
       0270-ACUMULAR-RUBRICA.
           PERFORM 0245-LOCALIZAR-FUNCIONARIO
           IF NOT FUNCIONARIO-JA-EXISTE
               DISPLAY 'RUBRICA SEM SALARIO CORRESPONDENTE NO ANO: '
                   FH-NUMERO ' ' FH-DATA-EXEC
               EXIT PARAGRAPH
           END-IF

           PERFORM 0255-VERIFICAR-GRUPO
           PERFORM VARYING WRK-GRP-SUB FROM 1 BY 1
                   UNTIL WRK-GRP-SUB > WRK-GRP-QTD
               IF WRK-GRP-DATA(WRK-GRP-SUB) = FH-DATA-EXEC
                   AND WRK-GRP-TIPO(WRK-GRP-SUB) = FH-TIPO-VERBA
                   AND WRK-GRP-COBERTO(WRK-GRP-SUB) = 'N'
                   MOVE WRK-GRP-EMPRESA(WRK-GRP-SUB) TO
                       WRK-EMPRESA-LANC
                   COMPUTE WRK-DELTA-BRUTO =
                       WRK-GRP-BRUTO(WRK-GRP-SUB) * -1
                   COMPUTE WRK-DELTA-INSS =
                       WRK-GRP-INSS(WRK-GRP-SUB) * -1
                   COMPUTE WRK-DELTA-IRRF =
                       WRK-GRP-IRRF(WRK-GRP-SUB) * -1
                   PERFORM 0280-LANCAR-VALORES
                   MOVE 'S' TO WRK-GRP-COBERTO(WRK-GRP-SUB)
               END-IF
           END-PERFORM

           MOVE FH-EMPRESA TO WRK-EMPRESA-LANC
           MOVE 0 TO WRK-DELTA-BRUTO
           MOVE 0 TO WRK-DELTA-INSS
           MOVE 0 TO WRK-DELTA-IRRF
           EVALUATE TRUE
               WHEN FH-RUB-CLASSE = 'I'
                   MOVE FH-RUB-VALOR TO WRK-DELTA-INSS
               WHEN FH-RUB-CLASSE = 'R'
                   MOVE FH-RUB-VALOR TO WRK-DELTA-IRRF
               WHEN FH-RUB-CLASSE = 'E'
                   CONTINUE
               WHEN FH-RUB-INCIDE-IRRF = 'S'
                   IF FH-RUB-NATUREZA = 'P'
                       MOVE FH-RUB-VALOR TO WRK-DELTA-BRUTO
                   ELSE
                       COMPUTE WRK-DELTA-BRUTO = FH-RUB-VALOR * -1
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 0280-LANCAR-VALORES.

      ****************ACUMULACAO DO DECIMO TERCEIRO************
      *COMO NO INFORME, O DECIMO SO ENTRA PARA QUEM JA RECEBEU
      *SALARIO NO ANO
       0260-ACUMULAR-DECIMO.
           PERFORM 0245-LOCALIZAR-FUNCIONARIO

           IF FUNCIONARIO-JA-EXISTE
               ADD FH-VALOR-DECIMO TO WRK-FUN-DECIMO(WRK-SUB)
           ELSE
               DISPLAY 'DECIMO TERCEIRO SEM SALARIO CORRESPONDENTE '
                   'NO ANO: ' FH-NOME
           END-IF.

      **********LANCAMENTO NO MES DA EMPRESA OU FORA DELA******
      *O QUE FOI PAGO POR OUTRA EMPRESA DO GRUPO (FUNCIONARIO
      *TRANSFERIDO NO ANO) NAO ENTRA NA DECLARACAO, MAS CONTA NA
      *CONFERENCIA COM O INFORME, QUE E UM SO POR FUNCIONARIO
       0280-LANCAR-VALORES.
           IF WRK-EMPRESA-LANC = WRK-EMPRESA-DECL
               AND WRK-MES >= 1 AND WRK-MES <= 12
               MOVE 'S' TO WRK-FUN-NA-EMPRESA(WRK-SUB)
               ADD WRK-DELTA-BRUTO TO WRK-FUN-BRUTO(WRK-SUB, WRK-MES)
               ADD WRK-DELTA-INSS  TO WRK-FUN-INSS(WRK-SUB, WRK-MES)
               ADD WRK-DELTA-IRRF  TO WRK-FUN-IRRF(WRK-SUB, WRK-MES)
           ELSE
               ADD WRK-DELTA-BRUTO TO WRK-FUN-OUT-BRUTO(WRK-SUB)
               ADD WRK-DELTA-INSS  TO WRK-FUN-OUT-INSS(WRK-SUB)
               ADD WRK-DELTA-IRRF  TO WRK-FUN-OUT-IRRF(WRK-SUB)
           END-IF.

       0300-FINALIZAR.
           CLOSE HISTORICO-FOLHA.

           MOVE 0 TO WRK-SUB
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-FUN-QTD
               IF WRK-FUN-NA-EMPRESA(WRK-SUB) = 'S'
                   ADD 1 TO WRK-QTD-DECLARADOS
               END-IF
           END-PERFORM.

           IF WRK-QTD-DECLARADOS = 0
               DISPLAY 'EMPRESA ' WRK-EMPRESA-DECL ' SEM FOLHA NO ANO '
                   WRK-ANO-DECLARACAO ' - DECLARACAO NAO GERADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO WRK-QTD-DECLARADOS.

           PERFORM 0310-CARREGAR-INFORME.
           PERFORM 0320-CARREGAR-RESCISOES.

           OPEN INPUT EMPLOYEE-MASTER
           IF WRK-EMP-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO MESTRE DE '
                   'FUNCIONARIOS - STATUS ' WRK-EMP-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WRK-NOME-DECLARACAO
           STRING 'DATA/DECLANUAL.' DELIMITED BY SIZE
               WRK-ANO-DECLARACAO DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               WRK-EMPRESA-DECL DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE
               INTO WRK-NOME-DECLARACAO
           END-STRING
           OPEN OUTPUT ARQUIVO-DECLARACAO
           OPEN OUTPUT RELATORIO-CONTROLE.

           MOVE SPACES             TO DCH-REC
           MOVE 'H'                TO DCH-TIPO
           MOVE WRK-ANO-DECLARACAO TO DCH-ANO
           MOVE WRK-EMPRESA-DECL   TO DCH-EMPRESA
           MOVE WRK-CNPJ           TO DCH-CNPJ
           MOVE WRK-RAZAO-SOCIAL   TO DCH-NOME
           MOVE WRK-DATA-HOJE      TO DCH-DATA-GERACAO
           WRITE DCH-REC.

           PERFORM 0330-CABECALHO-RELATORIO.

           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-FUN-QTD
               IF WRK-FUN-NA-EMPRESA(WRK-SUB) = 'S'
                   PERFORM 0350-DECLARAR-FUNCIONARIO
               END-IF
           END-PERFORM.

           MOVE SPACES             TO DCT-REC
           MOVE 'T'                TO DCT-TIPO
           MOVE WRK-QTD-DECLARADOS TO DCT-QTD
           MOVE WRK-TOTAL-BRUTO    TO DCT-TOTAL-BRUTO
           MOVE WRK-TOTAL-IRRF     TO DCT-TOTAL-IRRF
           MOVE WRK-TOTAL-INSS     TO DCT-TOTAL-INSS
           MOVE WRK-TOTAL-DECIMO   TO DCT-TOTAL-DECIMO
           WRITE DCT-REC.

           PERFORM 0390-RODAPE-RELATORIO.

           CLOSE EMPLOYEE-MASTER
           CLOSE ARQUIVO-DECLARACAO
           CLOSE RELATORIO-CONTROLE.

           DISPLAY 'ARQUIVO GERADO.........: ' WRK-NOME-DECLARACAO.
           DISPLAY 'FUNCIONARIOS DECLARADOS: ' WRK-QTD-DECLARADOS.
           DISPLAY 'MARCADOS PARA CONFERIR.: ' WRK-QTD-MARCADOS.
           DISPLAY 'FIM DE PROCESSAMENTO'.

           IF WRK-QTD-MARCADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      **********TOTAIS DO INFORME ENTREGUE*********************
      *SO VALEM OS TOTAIS DO MESMO ANO; SEM O ARQUIVO (INFORME
      *NAO EMITIDO) TODO FUNCIONARIO SAI MARCADO SEM INFORME
       0310-CARREGAR-INFORME.
           OPEN INPUT TOTAIS-INFORME
           IF WRK-INF-STATUS NOT = '00'
               DISPLAY 'TOTAIS DO INFORME (INFORMETOT) NAO '
                   'ENCONTRADOS - CONFERENCIA SEM INFORME'
               EXIT PARAGRAPH
           END-IF

           READ TOTAIS-INFORME
               AT END MOVE 'Y' TO WRK-INF-EOF
           END-READ
           PERFORM UNTIL FIM-INFORME
               IF INF-ANO = WRK-ANO-DECLARACAO
                   IF WRK-INF-QTD >= 200
                       DISPLAY 'ERRO: TOTAIS DO INFORME EXCEDEM O '
                           'LIMITE DE 200 REGISTROS - PROCESSAMENTO '
                           'ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-INF-QTD
                   MOVE INF-NUMERO     TO WRK-INF-NUMERO(WRK-INF-QTD)
                   MOVE INF-TRIBUTAVEL TO
                       WRK-INF-TRIBUTAVEL(WRK-INF-QTD)
                   MOVE INF-INSS       TO WRK-INF-INSS(WRK-INF-QTD)
                   MOVE INF-IRRF       TO WRK-INF-IRRF(WRK-INF-QTD)
                   MOVE INF-DECIMO     TO WRK-INF-DECIMO(WRK-INF-QTD)
               END-IF
               READ TOTAIS-INFORME
                   AT END MOVE 'Y' TO WRK-INF-EOF
               END-READ
           END-PERFORM
           CLOSE TOTAIS-INFORME.

      **********DESLIGAMENTOS DA TRILHA DE RESCISOES***********
      *A ULTIMA RESCISAO DO FUNCIONARIO PREVALECE, COMO NO
      *QUADROREL
       0320-CARREGAR-RESCISOES.
           OPEN INPUT AUDITORIA-RESCISAO
           IF WRK-AUD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ AUDITORIA-RESCISAO
               AT END MOVE 'Y' TO WRK-AUD-EOF
           END-READ
           PERFORM UNTIL FIM-AUDITORIA
               PERFORM 0325-INCLUIR-RESCISAO
               READ AUDITORIA-RESCISAO
                   AT END MOVE 'Y' TO WRK-AUD-EOF
               END-READ
           END-PERFORM
           CLOSE AUDITORIA-RESCISAO.

       0325-INCLUIR-RESCISAO.
           MOVE 0 TO WRK-RES-ACHADA
           PERFORM VARYING WRK-RES-SUB FROM 1 BY 1
                   UNTIL WRK-RES-SUB > WRK-RES-QTD
                   OR WRK-RES-ACHADA > 0
               IF WRK-RES-NUMERO(WRK-RES-SUB) = AUD-NUMERO
                   MOVE WRK-RES-SUB TO WRK-RES-ACHADA
               END-IF
           END-PERFORM

           IF WRK-RES-ACHADA = 0
               IF WRK-RES-QTD >= 2000
                   DISPLAY 'ERRO: AUDITORIA DE RESCISOES EXCEDE O '
                       'LIMITE DE 2000 FUNCIONARIOS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-RES-QTD
               MOVE WRK-RES-QTD TO WRK-RES-ACHADA
               MOVE AUD-NUMERO TO WRK-RES-NUMERO(WRK-RES-ACHADA)
           END-IF

           MOVE AUD-DATA-DESLIGAMENTO TO WRK-RES-DATA(WRK-RES-ACHADA).

       0330-CABECALHO-RELATORIO.
           MOVE SPACES TO REL-LINHA
           STRING 'DECLARACAO ANUAL DA FOLHA - ANO '
               DELIMITED BY SIZE
               WRK-ANO-DECLARACAO DELIMITED BY SIZE
               ' - EMPRESA ' DELIMITED BY SIZE
               WRK-EMPRESA-DECL DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-RAZAO-SOCIAL DELIMITED BY SIZE
               ' CNPJ ' DELIMITED BY SIZE
               WRK-CNPJ DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA
           STRING 'RELATORIO DE CONTROLE PARA CONFERENCIA ANTES DO '
               DELIMITED BY SIZE
               'ENVIO - GERADO EM ' DELIMITED BY SIZE
               WRK-DATA-HOJE DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE '=============================================' TO
               REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES            TO REL-LINHA
           MOVE 'NUMERO'          TO REL-LINHA(1:6)
           MOVE 'NOME'            TO REL-LINHA(8:4)
           MOVE 'CPF'             TO REL-LINHA(29:3)
           MOVE 'TRIBUTAVEL'      TO REL-LINHA(46:10)
           MOVE 'INSS'            TO REL-LINHA(68:4)
           MOVE 'IRRF'            TO REL-LINHA(84:4)
           MOVE '13O SALARIO'     TO REL-LINHA(93:11)
           MOVE 'SITUACAO'        TO REL-LINHA(106:8)
           WRITE REL-LINHA.

      **********REGISTRO DE UM FUNCIONARIO DA EMPRESA**********
       0350-DECLARAR-FUNCIONARIO.
           ADD 1 TO WRK-QTD-DECLARADOS
           MOVE SPACES TO WRK-SITUACAO

           MOVE SPACES TO DCD-REC
           MOVE 'D' TO DCD-TIPO
           MOVE WRK-FUN-NUMERO(WRK-SUB) TO DCD-NUMERO
           MOVE WRK-FUN-NOME(WRK-SUB)   TO DCD-NOME

           MOVE WRK-FUN-NUMERO(WRK-SUB) TO EMP-NUMERO
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE ZEROS TO DCD-CPF
                   MOVE ZEROS TO DCD-ADMISSAO
                   MOVE 'NAO CADASTRADO' TO WRK-SITUACAO
               NOT INVALID KEY
                   MOVE EMP-CPF TO DCD-CPF
                   IF EMP-MES-ADMISSAO = ZEROS
                       MOVE ZEROS TO DCD-ADMISSAO
                   ELSE
                       COMPUTE DCD-ADMISSAO = (EMP-ANO * 10000) +
                           (EMP-MES-ADMISSAO * 100) + EMP-DIA-ADMISSAO
                   END-IF
           END-READ

           PERFORM 0355-LOCALIZAR-DESLIGAMENTO
           MOVE WRK-DESLIGAMENTO TO DCD-DESLIGAMENTO

           MOVE 0 TO WRK-ANO-BRUTO
           MOVE 0 TO WRK-ANO-INSS
           MOVE 0 TO WRK-ANO-IRRF
           MOVE 'N' TO WRK-MES-NEGATIVO
           PERFORM VARYING WRK-MES FROM 1 BY 1 UNTIL WRK-MES > 12
               IF WRK-FUN-BRUTO(WRK-SUB, WRK-MES) < 0
                   OR WRK-FUN-INSS(WRK-SUB, WRK-MES) < 0
                   OR WRK-FUN-IRRF(WRK-SUB, WRK-MES) < 0
                   SET HA-MES-NEGATIVO TO TRUE
               END-IF
               MOVE WRK-FUN-BRUTO(WRK-SUB, WRK-MES) TO
                   DCD-BRUTO(WRK-MES)
               MOVE WRK-FUN-IRRF(WRK-SUB, WRK-MES) TO
                   DCD-IRRF(WRK-MES)
               MOVE WRK-FUN-INSS(WRK-SUB, WRK-MES) TO
                   DCD-INSS(WRK-MES)
               ADD WRK-FUN-BRUTO(WRK-SUB, WRK-MES) TO WRK-ANO-BRUTO
               ADD WRK-FUN-INSS(WRK-SUB, WRK-MES)  TO WRK-ANO-INSS
               ADD WRK-FUN-IRRF(WRK-SUB, WRK-MES)  TO WRK-ANO-IRRF
           END-PERFORM
           MOVE WRK-FUN-DECIMO(WRK-SUB) TO DCD-DECIMO
           WRITE DCD-REC

           ADD WRK-ANO-BRUTO           TO WRK-TOTAL-BRUTO
           ADD WRK-ANO-IRRF            TO WRK-TOTAL-IRRF
           ADD WRK-ANO-INSS            TO WRK-TOTAL-INSS
           ADD WRK-FUN-DECIMO(WRK-SUB) TO WRK-TOTAL-DECIMO

           IF WRK-SITUACAO = SPACES
               PERFORM 0360-CONFERIR-INFORME
           END-IF
           IF WRK-SITUACAO = SPACES
               EVALUATE TRUE
                   WHEN DCD-CPF = ZEROS
                       MOVE 'SEM CPF' TO WRK-SITUACAO
                   WHEN DCD-ADMISSAO = ZEROS
                       MOVE 'SEM DATA DE ADMISSAO' TO WRK-SITUACAO
                   WHEN HA-MES-NEGATIVO
                       MOVE 'MES NEGATIVO' TO WRK-SITUACAO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF WRK-SITUACAO = SPACES
               MOVE 'OK' TO WRK-SITUACAO
           ELSE
               ADD 1 TO WRK-QTD-MARCADOS
           END-IF

           MOVE WRK-ANO-BRUTO           TO WRK-VALOR-ED
           MOVE WRK-ANO-INSS            TO WRK-INSS-ED
           MOVE WRK-ANO-IRRF            TO WRK-IRRF-ED
           MOVE WRK-FUN-DECIMO(WRK-SUB) TO WRK-DECIMO-ED
           MOVE SPACES TO REL-LINHA
           STRING DCD-NUMERO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DCD-NOME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DCD-CPF DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-INSS-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-IRRF-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-DECIMO-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-SITUACAO DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

           IF WRK-SITUACAO = 'DIVERGE DO INFORME'
               PERFORM 0365-LINHA-INFORME
           END-IF.

       0355-LOCALIZAR-DESLIGAMENTO.
           MOVE ZEROS TO WRK-DESLIGAMENTO
           PERFORM VARYING WRK-RES-SUB FROM 1 BY 1
                   UNTIL WRK-RES-SUB > WRK-RES-QTD
               IF WRK-RES-NUMERO(WRK-RES-SUB) =
                   WRK-FUN-NUMERO(WRK-SUB)
                   AND WRK-RES-DATA(WRK-RES-SUB)(1:4) =
                       WRK-ANO-DECLARACAO
                   MOVE WRK-RES-DATA(WRK-RES-SUB) TO WRK-DESLIGAMENTO
               END-IF
           END-PERFORM.

      **********CONFERENCIA COM O INFORME ENTREGUE*************
      *O INFORME E UM SO POR FUNCIONARIO NO ANO: O QUE OUTRA
      *EMPRESA DO GRUPO PAGOU ENTRA NA SOMA PARA A COMPARACAO
       0360-CONFERIR-INFORME.
           MOVE 0 TO WRK-INF-ACHADO
           PERFORM VARYING WRK-INF-SUB FROM 1 BY 1
                   UNTIL WRK-INF-SUB > WRK-INF-QTD
                   OR WRK-INF-ACHADO > 0
               IF WRK-INF-NUMERO(WRK-INF-SUB) =
                   WRK-FUN-NUMERO(WRK-SUB)
                   MOVE WRK-INF-SUB TO WRK-INF-ACHADO
               END-IF
           END-PERFORM

           IF WRK-INF-ACHADO = 0
               MOVE 'SEM INFORME' TO WRK-SITUACAO
               EXIT PARAGRAPH
           END-IF

           COMPUTE WRK-CMP-BRUTO =
               WRK-ANO-BRUTO + WRK-FUN-OUT-BRUTO(WRK-SUB)
           COMPUTE WRK-CMP-INSS =
               WRK-ANO-INSS + WRK-FUN-OUT-INSS(WRK-SUB)
           COMPUTE WRK-CMP-IRRF =
               WRK-ANO-IRRF + WRK-FUN-OUT-IRRF(WRK-SUB)

           IF WRK-CMP-BRUTO NOT = WRK-INF-TRIBUTAVEL(WRK-INF-ACHADO)
               OR WRK-CMP-INSS NOT = WRK-INF-INSS(WRK-INF-ACHADO)
               OR WRK-CMP-IRRF NOT = WRK-INF-IRRF(WRK-INF-ACHADO)
               OR WRK-FUN-DECIMO(WRK-SUB) NOT =
                   WRK-INF-DECIMO(WRK-INF-ACHADO)
               MOVE 'DIVERGE DO INFORME' TO WRK-SITUACAO
           END-IF.

       0365-LINHA-INFORME.
           MOVE WRK-INF-TRIBUTAVEL(WRK-INF-ACHADO) TO WRK-VALOR-ED
           MOVE WRK-INF-INSS(WRK-INF-ACHADO)       TO WRK-INSS-ED
           MOVE WRK-INF-IRRF(WRK-INF-ACHADO)       TO WRK-IRRF-ED
           MOVE WRK-INF-DECIMO(WRK-INF-ACHADO)     TO WRK-DECIMO-ED
           MOVE SPACES TO REL-LINHA
           STRING '       NO INFORME ENTREGUE........... '
               DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-INSS-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-IRRF-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-DECIMO-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

           IF WRK-FUN-OUT-BRUTO(WRK-SUB) NOT = 0
               OR WRK-FUN-OUT-INSS(WRK-SUB) NOT = 0
               OR WRK-FUN-OUT-IRRF(WRK-SUB) NOT = 0
               MOVE WRK-FUN-OUT-BRUTO(WRK-SUB) TO WRK-VALOR-ED
               MOVE WRK-FUN-OUT-INSS(WRK-SUB)  TO WRK-INSS-ED
               MOVE WRK-FUN-OUT-IRRF(WRK-SUB)  TO WRK-IRRF-ED
               MOVE SPACES TO REL-LINHA
               STRING '       PAGO POR OUTRA EMPRESA........ '
                   DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-INSS-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-IRRF-ED DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-IF.

      **********TOTAIS E TERMO DE CONFERENCIA******************
       0390-RODAPE-RELATORIO.
           MOVE '---------------------------------------------' TO
               REL-LINHA.
           WRITE REL-LINHA.

           MOVE SPACES TO REL-LINHA
           STRING 'FUNCIONARIOS DECLARADOS: ' DELIMITED BY SIZE
               WRK-QTD-DECLARADOS DELIMITED BY SIZE
               '   MARCADOS PARA CONFERIR: ' DELIMITED BY SIZE
               WRK-QTD-MARCADOS DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

           MOVE WRK-TOTAL-BRUTO TO WRK-TOTAL-ED
           MOVE SPACES TO REL-LINHA
           STRING 'TOTAL TRIBUTAVEL......: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

           MOVE WRK-TOTAL-INSS TO WRK-TOTAL-ED
           MOVE SPACES TO REL-LINHA
           STRING 'TOTAL INSS RETIDO.....: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

           MOVE WRK-TOTAL-IRRF TO WRK-TOTAL-ED
           MOVE SPACES TO REL-LINHA
           STRING 'TOTAL IRRF RETIDO.....: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

           MOVE WRK-TOTAL-DECIMO TO WRK-TOTAL-ED
           MOVE SPACES TO REL-LINHA
           STRING 'TOTAL 13O SALARIO.....: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

           MOVE SPACES TO REL-LINHA
           STRING 'ARQUIVO PARA ENVIO....: ' DELIMITED BY SIZE
               WRK-NOME-DECLARACAO DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA.
           IF WRK-QTD-MARCADOS > 0
               MOVE 'ATENCAO: HA FUNCIONARIOS MARCADOS - CONFERIR '
                   TO REL-LINHA
               MOVE 'ANTES DE ENVIAR' TO REL-LINHA(46:15)
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE 'CONFERIDO POR: ______________________________  '
               TO REL-LINHA
           MOVE 'DATA: ____/____/________' TO REL-LINHA(49:24)
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA.
           MOVE 'APROVADO PARA ENVIO POR: ____________________  '
               TO REL-LINHA
           MOVE 'DATA: ____/____/________' TO REL-LINHA(49:24)
           WRITE REL-LINHA.
