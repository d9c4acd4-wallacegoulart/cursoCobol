       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALANUAL.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: CALENDARIO ANUAL ESCOLAR E COMERCIAL: PARA O ANO
      *          INFORMADO IMPRIME CADA MES EM GRADE SEMANAL (NOME
      *          DO MES PELO MESES.DAT), MARCANDO OS FERIADOS DO
      *          FERIADOS.DAT (FIXOS, ANO 0000, E MOVEIS GERADOS
      *          PELO FERMANUT PARA O ANO), OS RECESSOS E OS DIAS
      *          LETIVOS DO CALENDARIO ESCOLAR (CALESCOL.DAT); CONTA
      *          OS DIAS UTEIS (SEGUNDA A SEXTA FORA DE FERIADO) E
      *          OS DIAS LETIVOS POR MES E NO ANO, AVISA QUANDO O
      *          ANO FICA ABAIXO DO MINIMO LEGAL DE 200 DIAS
      *          LETIVOS (RC 4) E GRAVA OS TOTAIS DO MES NO
      *          DIASLET.DAT, USADO PELO FREQALERT
      *DATA = 15/10/2026
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TABELA-MESES ASSIGN TO "DATA/MESES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MES-STATUS.

           SELECT CALENDARIO-FERIADOS ASSIGN TO "DATA/FERIADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FER-STATUS.

           SELECT CALENDARIO-ESCOLAR ASSIGN TO "DATA/CALESCOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CES-STATUS.

           SELECT DIAS-LETIVOS ASSIGN TO "DATA/DIASLET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DLT-STATUS.

           SELECT RELATORIO-CALENDARIO ASSIGN TO
               "DATA/CALANUALREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TABELA-MESES.
       01  MES-REC.
           05  MES-NUMERO       PIC 9(02).
           05  MES-NOME         PIC X(09).
           05  MES-ABREV        PIC X(03).

       FD  CALENDARIO-FERIADOS.
       01  FER-REC.
           05  FER-MES          PIC 9(02).
           05  FER-DIA          PIC 9(02).
           05  FER-DESCRICAO    PIC X(30).
           05  FER-ANO          PIC 9(04).

       FD  CALENDARIO-ESCOLAR.
       COPY "CALESCOL.CPY".

       FD  DIAS-LETIVOS.
       COPY "DIASLET.CPY".

       FD  RELATORIO-CALENDARIO.
       01  REL-LINHA            PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-MES-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-FER-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-CES-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-DLT-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-EOF           PIC X      VALUE 'N'.
           88  FIM-ARQUIVO   VALUE 'Y'.
       77  WRK-DATA-EXEC     PIC 9(08)  VALUE ZEROS.
       77  WRK-ANO           PIC 9(04)  VALUE ZEROS.
       77  WRK-MES           PIC 9(02)  VALUE ZEROS.
       77  WRK-DIA           PIC 9(02)  VALUE ZEROS.
       77  WRK-ULTIMO-DIA    PIC 9(02)  VALUE ZEROS.
       77  WRK-DATA          PIC 9(08)  VALUE ZEROS.
       77  WRK-DATA-PROX     PIC 9(08)  VALUE ZEROS.
       77  WRK-DATA-INT      PIC 9(07)  VALUE ZEROS.
       77  WRK-DIA-SEMANA    PIC 9(01)  VALUE ZEROS.
       77  WRK-COLUNA        PIC 9(01)  VALUE ZEROS.
       77  WRK-SUB           PIC 9(03)  VALUE ZEROS.
       77  WRK-MES-QTD       PIC 9(02)  VALUE ZEROS.
       77  WRK-FER-QTD       PIC 9(03)  VALUE ZEROS.
       77  WRK-CES-QTD       PIC 9(02)  VALUE ZEROS.
       77  WRK-DLT-QTD       PIC 9(03)  VALUE ZEROS.
       77  WRK-QTD-LETIVOS-PER PIC 9(02) VALUE ZEROS.
       77  WRK-NOME-MES      PIC X(09)  VALUE SPACES.
       77  WRK-DESCR-FERIADO PIC X(30)  VALUE SPACES.
       77  WRK-TIPO-DIA      PIC X(01)  VALUE SPACE.
           88  DIA-FERIADO      VALUE 'F'.
           88  DIA-RECESSO      VALUE 'R'.
           88  DIA-LETIVO       VALUE '*'.
           88  DIA-SEM-AULA     VALUE ' '.
       77  WRK-NO-PERIODO    PIC X      VALUE 'N'.
           88  DENTRO-DO-PERIODO VALUE 'Y'.
       77  WRK-NO-RECESSO    PIC X      VALUE 'N'.
           88  DENTRO-DO-RECESSO VALUE 'Y'.
       77  WRK-TOT-UTEIS     PIC 9(03)  VALUE ZEROS.
       77  WRK-TOT-LETIVOS   PIC 9(03)  VALUE ZEROS.
       77  WRK-MINIMO-LETIVOS PIC 9(03) VALUE 200.
       77  WRK-DATA-ED-INI   PIC X(10)  VALUE SPACES.
       77  WRK-DATA-ED-FIM   PIC X(10)  VALUE SPACES.

       01  WRK-TAB-MESES.
           05  WRK-MES-ITEM OCCURS 12 TIMES INDEXED BY WRK-MES-IDX.
               10  WRK-MES-NUMERO   PIC 9(02).
               10  WRK-MES-NOME     PIC X(09).

       01  WRK-TAB-FERIADOS.
           05  WRK-FER-ITEM OCCURS 100 TIMES INDEXED BY WRK-FER-IDX.
               10  WRK-FER-MES       PIC 9(02).
               10  WRK-FER-DIA       PIC 9(02).
               10  WRK-FER-DESCRICAO PIC X(30).

      *PERIODOS LETIVOS E RECESSOS DO ANO
       01  WRK-TAB-CALENDARIO.
           05  WRK-CES-ITEM OCCURS 50 TIMES.
               10  WRK-CES-TIPO      PIC X(01).
               10  WRK-CES-INICIO    PIC 9(08).
               10  WRK-CES-FIM       PIC 9(08).
               10  WRK-CES-DESCRICAO PIC X(30).

      *TOTAIS DO MES
       01  WRK-TAB-TOTAIS.
           05  WRK-TOT-ITEM OCCURS 12 TIMES.
               10  WRK-TOT-MES-UTEIS   PIC 9(02).
               10  WRK-TOT-MES-LETIVOS PIC 9(02).

      *DIASLET DE OUTROS ANOS, PRESERVADO NA REGRAVACAO
       01  WRK-TAB-DIASLET.
           05  WRK-DLT-ITEM OCCURS 240 TIMES.
               10  WRK-DLT-REGISTRO  PIC X(10).

      *FERIADOS DO MES, LISTADOS ABAIXO DA GRADE
       01  WRK-TAB-FER-MES.
           05  WRK-FMS-QTD           PIC 9(02).
           05  WRK-FMS-ITEM OCCURS 15 TIMES.
               10  WRK-FMS-DIA       PIC 9(02).
               10  WRK-FMS-DESCRICAO PIC X(30).

      *SEMANA DA GRADE: DOMINGO A SABADO, CELULA DE 5 POSICOES
       01  WRK-LINHA-SEMANA.
           05  WRK-SEM-CELULA OCCURS 7 TIMES.
               10  FILLER            PIC X(02).
               10  WRK-SEM-DIA       PIC Z9.
               10  WRK-SEM-MARCA     PIC X(01).

       01  WRK-LINHA-RESUMO.
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WRK-RES-MES           PIC X(09).
           05  FILLER                PIC X(08)  VALUE SPACES.
           05  WRK-RES-UTEIS         PIC ZZ9.
           05  FILLER                PIC X(10)  VALUE SPACES.
           05  WRK-RES-LETIVOS       PIC ZZ9.

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.

           DISPLAY 'ANO DO CALENDARIO (ZEROS = ANO CORRENTE).. '
           ACCEPT WRK-ANO.
           IF WRK-ANO = ZEROS
               MOVE WRK-DATA-EXEC(1:4) TO WRK-ANO
           END-IF.
           IF WRK-ANO < 1601
               DISPLAY 'ANO ' WRK-ANO ' INVALIDO - PROCESSAMENTO '
                   'RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0110-CARREGAR-MESES.
           PERFORM 0120-CARREGAR-FERIADOS.
           PERFORM 0130-CARREGAR-CALENDARIO.
           PERFORM 0140-CARREGAR-DIASLET.

           OPEN OUTPUT RELATORIO-CALENDARIO.
           MOVE SPACES TO REL-LINHA
           STRING 'CALENDARIO ESCOLAR E COMERCIAL - ANO '
               DELIMITED BY SIZE
               WRK-ANO DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE '=============================================' TO
               REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'LEGENDA: * DIA LETIVO  F FERIADO  R RECESSO ESCOLAR'
               TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 0150-LISTAR-PERIODOS.

      ****************CARGA DOS NOMES DOS MESES****************
       0110-CARREGAR-MESES.
           PERFORM VARYING WRK-SUB FROM 1 BY 1 UNTIL WRK-SUB > 12
               MOVE WRK-SUB TO WRK-MES-NUMERO(WRK-SUB)
               MOVE SPACES  TO WRK-MES-NOME(WRK-SUB)
           END-PERFORM

           OPEN INPUT TABELA-MESES
           IF WRK-MES-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ TABELA-MESES
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF MES-NUMERO >= 1 AND MES-NUMERO <= 12
                   MOVE MES-NOME TO WRK-MES-NOME(MES-NUMERO)
                   ADD 1 TO WRK-MES-QTD
               END-IF
               READ TABELA-MESES
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE TABELA-MESES
           MOVE 'N' TO WRK-EOF.

      ****************FERIADOS FIXOS E MOVEIS DO ANO***********
       0120-CARREGAR-FERIADOS.
           OPEN INPUT CALENDARIO-FERIADOS
           IF WRK-FER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ CALENDARIO-FERIADOS
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF FER-ANO = ZEROS OR FER-ANO = WRK-ANO
                   IF WRK-FER-QTD >= 100
                       DISPLAY 'ERRO: CALENDARIO DE FERIADOS EXCEDE O '
                           'LIMITE DE 100 REGISTROS - PROCESSAMENTO '
                           'ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-FER-QTD
                   MOVE FER-MES       TO WRK-FER-MES(WRK-FER-QTD)
                   MOVE FER-DIA       TO WRK-FER-DIA(WRK-FER-QTD)
                   MOVE FER-DESCRICAO TO
                       WRK-FER-DESCRICAO(WRK-FER-QTD)
               END-IF
               READ CALENDARIO-FERIADOS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE CALENDARIO-FERIADOS
           MOVE 'N' TO WRK-EOF.

      ****************CALENDARIO ESCOLAR DO ANO****************
       0130-CARREGAR-CALENDARIO.
           OPEN INPUT CALENDARIO-ESCOLAR
           IF WRK-CES-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ CALENDARIO-ESCOLAR
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF CES-ANO = WRK-ANO
                   AND (CES-PERIODO-LETIVO OR CES-RECESSO)
                   IF WRK-CES-QTD >= 50
                       DISPLAY 'ERRO: CALENDARIO ESCOLAR EXCEDE O '
                           'LIMITE DE 50 PERIODOS NO ANO - '
                           'PROCESSAMENTO ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-CES-QTD
                   MOVE CES-TIPO        TO WRK-CES-TIPO(WRK-CES-QTD)
                   MOVE CES-DATA-INICIO TO
                       WRK-CES-INICIO(WRK-CES-QTD)
                   MOVE CES-DATA-FIM    TO WRK-CES-FIM(WRK-CES-QTD)
                   MOVE CES-DESCRICAO   TO
                       WRK-CES-DESCRICAO(WRK-CES-QTD)
                   IF CES-PERIODO-LETIVO
                       ADD 1 TO WRK-QTD-LETIVOS-PER
                   END-IF
               END-IF
               READ CALENDARIO-ESCOLAR
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE CALENDARIO-ESCOLAR
           MOVE 'N' TO WRK-EOF.

      ****************DIASLET DOS OUTROS ANOS******************
       0140-CARREGAR-DIASLET.
           OPEN INPUT DIAS-LETIVOS
           IF WRK-DLT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ DIAS-LETIVOS
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF DLT-ANO NOT = WRK-ANO
                   IF WRK-DLT-QTD >= 228
                       DISPLAY 'ERRO: DIASLET EXCEDE O LIMITE DE 240 '
                           'REGISTROS - PROCESSAMENTO ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-DLT-QTD
                   MOVE DLT-REC TO WRK-DLT-REGISTRO(WRK-DLT-QTD)
               END-IF
               READ DIAS-LETIVOS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE DIAS-LETIVOS
           MOVE 'N' TO WRK-EOF.

      ****************PERIODOS DO CALENDARIO ESCOLAR***********
       0150-LISTAR-PERIODOS.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           IF WRK-CES-QTD = 0
               MOVE 'CALENDARIO ESCOLAR DO ANO NAO CADASTRADO' TO
                   REL-LINHA
               WRITE REL-LINHA
               EXIT PARAGRAPH
           END-IF
           MOVE 'PERIODOS DO CALENDARIO ESCOLAR' TO REL-LINHA
           WRITE REL-LINHA
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-CES-QTD
               MOVE WRK-CES-INICIO(WRK-SUB) TO WRK-DATA
               PERFORM 0155-EDITAR-DATA
               MOVE WRK-DATA-ED-FIM TO WRK-DATA-ED-INI
               MOVE WRK-CES-FIM(WRK-SUB) TO WRK-DATA
               PERFORM 0155-EDITAR-DATA
               MOVE SPACES TO REL-LINHA
               IF WRK-CES-TIPO(WRK-SUB) = 'L'
                   STRING '  LETIVO  ' DELIMITED BY SIZE
                       WRK-DATA-ED-INI DELIMITED BY SIZE
                       ' A ' DELIMITED BY SIZE
                       WRK-DATA-ED-FIM DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WRK-CES-DESCRICAO(WRK-SUB) DELIMITED BY SIZE
                       INTO REL-LINHA
                   END-STRING
               ELSE
                   STRING '  RECESSO ' DELIMITED BY SIZE
                       WRK-DATA-ED-INI DELIMITED BY SIZE
                       ' A ' DELIMITED BY SIZE
                       WRK-DATA-ED-FIM DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WRK-CES-DESCRICAO(WRK-SUB) DELIMITED BY SIZE
                       INTO REL-LINHA
                   END-STRING
               END-IF
               WRITE REL-LINHA
           END-PERFORM.

       0155-EDITAR-DATA.
           MOVE SPACES TO WRK-DATA-ED-FIM
           STRING WRK-DATA(7:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-DATA(5:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-DATA(1:4) DELIMITED BY SIZE
               INTO WRK-DATA-ED-FIM
           END-STRING.

       0200-PROCESSAR.
           PERFORM VARYING WRK-MES FROM 1 BY 1 UNTIL WRK-MES > 12
               PERFORM 0210-IMPRIMIR-MES
           END-PERFORM.

      **********GRADE DE UM MES********************************
      *DIA DA SEMANA PELA DATA JULIANA (MESMA CONTA DO JOBPLAN):
      *RESTO 0 = DOMINGO, 1 = SEGUNDA ... 6 = SABADO
       0210-IMPRIMIR-MES.
           MOVE 0 TO WRK-TOT-MES-UTEIS(WRK-MES)
           MOVE 0 TO WRK-TOT-MES-LETIVOS(WRK-MES)
           MOVE 0 TO WRK-FMS-QTD

           COMPUTE WRK-DATA = (WRK-ANO * 10000) + (WRK-MES * 100) + 1
           IF WRK-MES = 12
               COMPUTE WRK-DATA-PROX = ((WRK-ANO + 1) * 10000) + 101
           ELSE
               COMPUTE WRK-DATA-PROX =
                   (WRK-ANO * 10000) + ((WRK-MES + 1) * 100) + 1
           END-IF
           COMPUTE WRK-ULTIMO-DIA =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-PROX) -
               FUNCTION INTEGER-OF-DATE(WRK-DATA)

           MOVE WRK-MES-NOME(WRK-MES) TO WRK-NOME-MES
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING '          ' DELIMITED BY SIZE
               WRK-NOME-MES DELIMITED BY ' '
               ' ' DELIMITED BY SIZE
               WRK-ANO DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE '  DOM  SEG  TER  QUA  QUI  SEX  SAB' TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES TO WRK-LINHA-SEMANA
           PERFORM VARYING WRK-DIA FROM 1 BY 1
                   UNTIL WRK-DIA > WRK-ULTIMO-DIA
               COMPUTE WRK-DATA =
                   (WRK-ANO * 10000) + (WRK-MES * 100) + WRK-DIA
               COMPUTE WRK-DATA-INT = FUNCTION INTEGER-OF-DATE(WRK-DATA)
               COMPUTE WRK-DIA-SEMANA = FUNCTION MOD(WRK-DATA-INT 7)
               COMPUTE WRK-COLUNA = WRK-DIA-SEMANA + 1
               PERFORM 0220-CLASSIFICAR-DIA
               MOVE WRK-DIA      TO WRK-SEM-DIA(WRK-COLUNA)
               MOVE WRK-TIPO-DIA TO WRK-SEM-MARCA(WRK-COLUNA)
               IF WRK-COLUNA = 7 OR WRK-DIA = WRK-ULTIMO-DIA
                   MOVE WRK-LINHA-SEMANA TO REL-LINHA
                   WRITE REL-LINHA
                   MOVE SPACES TO WRK-LINHA-SEMANA
               END-IF
           END-PERFORM

           MOVE SPACES TO REL-LINHA
           STRING '  DIAS UTEIS: ' DELIMITED BY SIZE
               WRK-TOT-MES-UTEIS(WRK-MES) DELIMITED BY SIZE
               '   DIAS LETIVOS: ' DELIMITED BY SIZE
               WRK-TOT-MES-LETIVOS(WRK-MES) DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA

           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-FMS-QTD
               MOVE SPACES TO REL-LINHA
               STRING '  ' DELIMITED BY SIZE
                   WRK-FMS-DIA(WRK-SUB) DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   WRK-FMS-DESCRICAO(WRK-SUB) DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-PERFORM

           ADD WRK-TOT-MES-UTEIS(WRK-MES)   TO WRK-TOT-UTEIS
           ADD WRK-TOT-MES-LETIVOS(WRK-MES) TO WRK-TOT-LETIVOS.

      **********CLASSIFICACAO DO DIA***************************
      *FERIADO PREVALECE SOBRE O RECESSO; FIM DE SEMANA NAO E DIA
      *UTIL NEM LETIVO
       0220-CLASSIFICAR-DIA.
           SET DIA-SEM-AULA TO TRUE

           SET WRK-FER-IDX TO 1
           IF WRK-FER-QTD > 0
               SEARCH WRK-FER-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-FER-MES(WRK-FER-IDX) = WRK-MES
                       AND WRK-FER-DIA(WRK-FER-IDX) = WRK-DIA
                       SET DIA-FERIADO TO TRUE
                       MOVE WRK-FER-DESCRICAO(WRK-FER-IDX) TO
                           WRK-DESCR-FERIADO
               END-SEARCH
           END-IF

           IF DIA-FERIADO
               IF WRK-FMS-QTD < 15
                   ADD 1 TO WRK-FMS-QTD
                   MOVE WRK-DIA TO WRK-FMS-DIA(WRK-FMS-QTD)
                   MOVE WRK-DESCR-FERIADO TO
                       WRK-FMS-DESCRICAO(WRK-FMS-QTD)
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WRK-DIA-SEMANA = 0 OR WRK-DIA-SEMANA = 6
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WRK-TOT-MES-UTEIS(WRK-MES)

           MOVE 'N' TO WRK-NO-PERIODO
           MOVE 'N' TO WRK-NO-RECESSO
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-CES-QTD
               IF WRK-DATA >= WRK-CES-INICIO(WRK-SUB)
                   AND WRK-DATA <= WRK-CES-FIM(WRK-SUB)
                   IF WRK-CES-TIPO(WRK-SUB) = 'L'
                       SET DENTRO-DO-PERIODO TO TRUE
                   ELSE
                       SET DENTRO-DO-RECESSO TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN DENTRO-DO-RECESSO
                   SET DIA-RECESSO TO TRUE
               WHEN DENTRO-DO-PERIODO
                   SET DIA-LETIVO TO TRUE
                   ADD 1 TO WRK-TOT-MES-LETIVOS(WRK-MES)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0300-FINALIZAR.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE '---------------------------------------------' TO
               REL-LINHA
           WRITE REL-LINHA
           MOVE 'RESUMO DO ANO' TO REL-LINHA
           WRITE REL-LINHA
           MOVE '  MES         DIAS UTEIS   DIAS LETIVOS' TO REL-LINHA
           WRITE REL-LINHA

           PERFORM VARYING WRK-MES FROM 1 BY 1 UNTIL WRK-MES > 12
               MOVE WRK-MES-NOME(WRK-MES)        TO WRK-RES-MES
               MOVE WRK-TOT-MES-UTEIS(WRK-MES)   TO WRK-RES-UTEIS
               MOVE WRK-TOT-MES-LETIVOS(WRK-MES) TO WRK-RES-LETIVOS
               MOVE WRK-LINHA-RESUMO TO REL-LINHA
               WRITE REL-LINHA
           END-PERFORM

           MOVE 'TOTAL ANO'     TO WRK-RES-MES
           MOVE WRK-TOT-UTEIS   TO WRK-RES-UTEIS
           MOVE WRK-TOT-LETIVOS TO WRK-RES-LETIVOS
           MOVE WRK-LINHA-RESUMO TO REL-LINHA
           WRITE REL-LINHA

           IF WRK-TOT-LETIVOS < WRK-MINIMO-LETIVOS
               MOVE SPACES TO REL-LINHA
               STRING '*** ATENCAO: ' DELIMITED BY SIZE
                   WRK-TOT-LETIVOS DELIMITED BY SIZE
                   ' DIAS LETIVOS NO ANO - ABAIXO DO MINIMO LEGAL DE '
                   DELIMITED BY SIZE
                   WRK-MINIMO-LETIVOS DELIMITED BY SIZE
                   ' ***' DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               DISPLAY 'ATENCAO: ' WRK-TOT-LETIVOS ' DIAS LETIVOS EM '
                   WRK-ANO ' - ABAIXO DO MINIMO LEGAL DE '
                   WRK-MINIMO-LETIVOS
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE RELATORIO-CALENDARIO

           PERFORM 0350-GRAVAR-DIASLET

           DISPLAY 'CALENDARIO ' WRK-ANO ' GERADO (CALANUALREL.DAT) - '
               'DIAS UTEIS: ' WRK-TOT-UTEIS
               ' DIAS LETIVOS: ' WRK-TOT-LETIVOS.

      **********TOTAIS DO MES PARA O FREQALERT*****************
       0350-GRAVAR-DIASLET.
           OPEN OUTPUT DIAS-LETIVOS
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-DLT-QTD
               MOVE WRK-DLT-REGISTRO(WRK-SUB) TO DLT-REC
               WRITE DLT-REC
           END-PERFORM
           PERFORM VARYING WRK-MES FROM 1 BY 1 UNTIL WRK-MES > 12
               MOVE WRK-ANO                      TO DLT-ANO
               MOVE WRK-MES                      TO DLT-MES
               MOVE WRK-TOT-MES-UTEIS(WRK-MES)   TO DLT-DIAS-UTEIS
               MOVE WRK-TOT-MES-LETIVOS(WRK-MES) TO DLT-DIAS-LETIVOS
               WRITE DLT-REC
           END-PERFORM
           CLOSE DIAS-LETIVOS.
