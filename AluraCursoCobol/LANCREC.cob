       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANCREC.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: GERACAO MENSAL DOS LANCAMENTOS RECORRENTES: PARA A
      *          COMPETENCIA INFORMADA (AAAAMM, ZERO PARA O MES
      *          CORRENTE) GERA NO EXE02GL.DAT UM LANCAMENTO DE CADA
      *          MODELO EM VIGOR DO LANCMOD.DAT CUJA VIGENCIA COBRE A
      *          COMPETENCIA, DATADO NO DIA DO MODELO (ALEM DO FIM DO
      *          MES VAI PARA O ULTIMO DIA); COMPETENCIA EM PERIODO
      *          FISCAL FECHADO E RECUSADA COM RC=8, MODELO JA GERADO
      *          NA COMPETENCIA NAO E GERADO DE NOVO E MODELO COM
      *          CONTA INEXISTENTE OU INATIVA NO PLANO DE CONTAS VAI
      *          PARA A LISTA DE EXCECOES (RC=4); EMITE O RELATORIO
      *          LANCRECREL.DAT
      *DATA = 15/10/2026
      *ALTERACAO = 15/10/2026 - LAYOUT DO PLANOCTA.DAT PELO COPY
      *            COMPARTILHADO PLANOCTA.CPY
      *ALTERACAO = 15/10/2026 - SEM MODELOS OU SEM LANCAMENTO A GERAR
      *            TERMINA COM AVISO E RC=0 (NAO INTERROMPE A CADEIA)
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODELOS-RECORRENTES ASSIGN TO "DATA/LANCMOD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MOD-STATUS.

           SELECT PLANO-CONTAS ASSIGN TO "DATA/PLANOCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTA-STATUS.

           SELECT PERIODOS-FISCAIS ASSIGN TO "DATA/PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PER-STATUS.

           SELECT LANCAMENTO-CONTABIL ASSIGN TO "DATA/EXE02GL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GL-STATUS.

           SELECT RELATORIO-RECORRENTES ASSIGN TO
               "DATA/LANCRECREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROLE-RUNS ASSIGN TO "DATA/RUNCTLGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MODELOS-RECORRENTES.
       COPY "LANCMOD.CPY".

       FD  PLANO-CONTAS.
       COPY "PLANOCTA.CPY".

       FD  PERIODOS-FISCAIS.
       01  PER-REC.
           05  PER-ANO-FISCAL   PIC 9(04).
           05  PER-PERIODO      PIC 9(02).
           05  PER-SITUACAO     PIC X(01).

       FD  LANCAMENTO-CONTABIL.
       COPY "EXE02GL.CPY".

       FD  RELATORIO-RECORRENTES.
       01  REL-LINHA              PIC X(120).

       FD  CONTROLE-RUNS.
       01  RUN-REC.
           05  RUN-PROGRAMA       PIC X(08).
           05  RUN-DATA-NEGOCIO   PIC 9(08).
           05  RUN-HORA           PIC 9(08).
           05  RUN-EVENTO         PIC X(10).

       WORKING-STORAGE SECTION.
       77  WRK-RUN-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-RUN-EVENTO      PIC X(10)  VALUE SPACES.
       77  WRK-RUN-DATA        PIC 9(08)  VALUE ZEROS.
       77  WRK-RUN-HORA        PIC 9(08)  VALUE ZEROS.
       77  WRK-MOD-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-CTA-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-PER-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-GL-STATUS       PIC X(02)  VALUE '00'.
       77  WRK-MOD-EOF         PIC X      VALUE 'N'.
           88  FIM-MODELOS     VALUE 'Y'.
       77  WRK-CTA-EOF         PIC X      VALUE 'N'.
           88  FIM-PLANO-CONTAS VALUE 'Y'.
       77  WRK-PER-EOF         PIC X      VALUE 'N'.
           88  FIM-PERIODOS    VALUE 'Y'.
       77  WRK-MOD-QTD         PIC 9(03)  VALUE ZEROS.
       77  WRK-CTA-QTD         PIC 9(03)  VALUE ZEROS.
       77  WRK-PER-QTD         PIC 9(03)  VALUE ZEROS.
       77  WRK-SUB             PIC 9(03)  VALUE ZEROS.
       77  WRK-SUB2            PIC 9(03)  VALUE ZEROS.
       77  WRK-DATA-EXEC       PIC 9(08)  VALUE ZEROS.
       77  WRK-COMPETENCIA     PIC 9(06)  VALUE ZEROS.
       77  WRK-ANO-DATA        PIC 9(04)  VALUE ZEROS.
       77  WRK-MES-DATA        PIC 9(02)  VALUE ZEROS.
       77  WRK-MES-INICIO-FISCAL PIC 9(02) VALUE 04.
       77  WRK-ANO-FISCAL      PIC 9(04)  VALUE ZEROS.
       77  WRK-PERIODO-FISCAL  PIC 9(02)  VALUE ZEROS.
       77  WRK-PERIODO-SIT     PIC X(01)  VALUE 'A'.
           88  PERIODO-FECHADO VALUE 'F'.
       77  WRK-DATA-PRIMEIRO   PIC 9(08)  VALUE ZEROS.
       77  WRK-DATA-ULTIMO     PIC 9(08)  VALUE ZEROS.
       77  WRK-ULTIMO-DIA      PIC 9(02)  VALUE ZEROS.
       77  WRK-DATA-LANC       PIC 9(08)  VALUE ZEROS.
       77  WRK-CONTA-VALIDAR   PIC X(10)  VALUE SPACES.
       77  WRK-CONTA-OK        PIC X      VALUE 'N'.
           88  CONTA-VALIDA    VALUE 'Y'.
       77  WRK-MODELO-OK       PIC X      VALUE 'N'.
           88  MODELO-VALIDO   VALUE 'Y'.
       77  WRK-QTD-GERADOS     PIC 9(05)  VALUE ZEROS.
       77  WRK-QTD-JA-GERADOS  PIC 9(05)  VALUE ZEROS.
       77  WRK-QTD-EXCECOES    PIC 9(05)  VALUE ZEROS.
       77  WRK-TOTAL-GERADO    PIC 9(13)V99 VALUE ZEROS.
       77  WRK-VALOR-ED        PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-ED        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  WRK-TAB-MODELOS.
           05  WRK-MOD-ITEM OCCURS 200 TIMES.
               10  WRK-MOD-REGISTRO PIC X(94).

       01  WRK-TAB-PLANO-CONTAS.
           05  WRK-CTA-ITEM OCCURS 100 TIMES.
               10  WRK-CTA-CODIGO PIC X(10).
               10  WRK-CTA-ATIVA  PIC X(01).

       01  WRK-TAB-PERIODOS.
           05  WRK-PER-ITEM OCCURS 100 TIMES.
               10  WRK-PER-ANO      PIC 9(04).
               10  WRK-PER-NUM      PIC 9(02).
               10  WRK-PER-SIT      PIC X(01).

       COPY "GLLOTE.CPY".

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.

           DISPLAY 'COMPETENCIA (AAAAMM - ZERO PARA O MES '
               'CORRENTE).. '
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA = 0
               MOVE WRK-DATA-EXEC(1:6) TO WRK-COMPETENCIA
           END-IF.

           MOVE WRK-COMPETENCIA(1:4) TO WRK-ANO-DATA.
           MOVE WRK-COMPETENCIA(5:2) TO WRK-MES-DATA.
           IF WRK-MES-DATA < 1 OR WRK-MES-DATA > 12
               DISPLAY 'COMPETENCIA INVALIDA: ' WRK-COMPETENCIA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0110-CARREGAR-PERIODOS.
           PERFORM 0270-SITUACAO-PERIODO.
           IF PERIODO-FECHADO
               DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA ' NO PERIODO '
                   'FISCAL ' WRK-ANO-FISCAL '/' WRK-PERIODO-FISCAL
                   ' JA FECHADO - GERACAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0280-ULTIMO-DIA-DO-MES.

           PERFORM 0120-CARREGAR-PLANO.
           PERFORM 0130-CARREGAR-MODELOS.

           OPEN OUTPUT RELATORIO-RECORRENTES.

           MOVE SPACES TO REL-LINHA
           STRING 'LANCAMENTOS RECORRENTES - COMPETENCIA '
               DELIMITED BY SIZE
               WRK-COMPETENCIA DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE '=============================================' TO
               REL-LINHA.
           WRITE REL-LINHA.

      **********PERIODOS FISCAIS EM MEMORIA********************
       0110-CARREGAR-PERIODOS.
           OPEN INPUT PERIODOS-FISCAIS
           IF WRK-PER-STATUS = '00'
               READ PERIODOS-FISCAIS
                   AT END MOVE 'Y' TO WRK-PER-EOF
               END-READ
               PERFORM UNTIL FIM-PERIODOS
                   IF WRK-PER-QTD >= 100
                       DISPLAY 'ERRO: ARQUIVO DE PERIODOS EXCEDE O '
                           'LIMITE DE 100 REGISTROS - PROCESSAMENTO '
                           'ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-PER-QTD
                   MOVE PER-ANO-FISCAL TO WRK-PER-ANO(WRK-PER-QTD)
                   MOVE PER-PERIODO    TO WRK-PER-NUM(WRK-PER-QTD)
                   MOVE PER-SITUACAO   TO WRK-PER-SIT(WRK-PER-QTD)
                   READ PERIODOS-FISCAIS
                       AT END MOVE 'Y' TO WRK-PER-EOF
                   END-READ
               END-PERFORM
               CLOSE PERIODOS-FISCAIS
           END-IF.

      **********PLANO DE CONTAS PARA VALIDACAO*****************
       0120-CARREGAR-PLANO.
           OPEN INPUT PLANO-CONTAS
           IF WRK-CTA-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O PLANO DE CONTAS - STATUS '
                   WRK-CTA-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

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
           CLOSE PLANO-CONTAS.

      **********MODELOS RECORRENTES EM MEMORIA*****************
       0130-CARREGAR-MODELOS.
           OPEN INPUT MODELOS-RECORRENTES
           IF WRK-MOD-STATUS NOT = '00'
               DISPLAY 'SEM MODELOS DE LANCAMENTO RECORRENTE - '
                   'NADA A GERAR'
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           READ MODELOS-RECORRENTES
               AT END MOVE 'Y' TO WRK-MOD-EOF
           END-READ
           PERFORM UNTIL FIM-MODELOS
               IF WRK-MOD-QTD >= 200
                   DISPLAY 'ERRO: MODELOS RECORRENTES EXCEDEM O '
                       'LIMITE DE 200 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-MOD-QTD
               MOVE MOD-REC TO WRK-MOD-REGISTRO(WRK-MOD-QTD)
               READ MODELOS-RECORRENTES
                   AT END MOVE 'Y' TO WRK-MOD-EOF
               END-READ
           END-PERFORM
           CLOSE MODELOS-RECORRENTES.

       0200-PROCESSAR.
           MOVE 'INICIADO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN

           OPEN EXTEND LANCAMENTO-CONTABIL
           IF WRK-GL-STATUS NOT = '00'
               OPEN OUTPUT LANCAMENTO-CONTABIL
           END-IF
           ACCEPT WRK-GL-LOTE-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-GL-LOTE-TEMPO FROM TIME
           MOVE WRK-GL-LOTE-TEMPO(1:4) TO WRK-GL-LOTE-HORA

           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-MOD-QTD
               MOVE WRK-MOD-REGISTRO(WRK-SUB) TO MOD-REC
               IF MOD-EM-VIGOR
                   AND MOD-INICIO <= WRK-COMPETENCIA
                   AND (MOD-FIM = 0 OR MOD-FIM >= WRK-COMPETENCIA)
                   IF MOD-ULTIMA-COMPET >= WRK-COMPETENCIA
                       ADD 1 TO WRK-QTD-JA-GERADOS
                   ELSE
                       PERFORM 0250-GERAR-MODELO
                       MOVE MOD-REC TO WRK-MOD-REGISTRO(WRK-SUB)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE LANCAMENTO-CONTABIL.

      **********GERACAO DE UM MODELO NA COMPETENCIA*************
       0250-GERAR-MODELO.
           MOVE 'Y' TO WRK-MODELO-OK
           MOVE MOD-CONTA-DEBITO TO WRK-CONTA-VALIDAR
           PERFORM 0255-VALIDAR-UMA-CONTA
           MOVE MOD-CONTA-CREDITO TO WRK-CONTA-VALIDAR
           PERFORM 0255-VALIDAR-UMA-CONTA

           IF NOT MODELO-VALIDO
               ADD 1 TO WRK-QTD-EXCECOES
               MOVE SPACES TO REL-LINHA
               STRING 'EXCECAO MODELO ' DELIMITED BY SIZE
                   MOD-CODIGO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   MOD-HISTORICO DELIMITED BY SIZE
                   ' CONTA INEXISTENTE OU INATIVA: '
                   DELIMITED BY SIZE
                   WRK-CONTA-VALIDAR DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           ELSE
               IF MOD-DIA > WRK-ULTIMO-DIA
                   MOVE WRK-DATA-ULTIMO TO WRK-DATA-LANC
               ELSE
                   COMPUTE WRK-DATA-LANC =
                       (WRK-COMPETENCIA * 100) + MOD-DIA
               END-IF

               MOVE MOD-CONTA-DEBITO  TO GL-CONTA-DEBITO
               MOVE MOD-CONTA-CREDITO TO GL-CONTA-CREDITO
               MOVE MOD-CCUSTO        TO GL-CCUSTO
               MOVE MOD-HISTORICO     TO GL-HISTORICO
               MOVE MOD-VALOR         TO GL-VALOR
               MOVE WRK-DATA-LANC     TO GL-DATA-EXEC
               MOVE MOD-EMPRESA       TO GL-EMPRESA
               MOVE 'LANCREC'         TO GL-ORIGEM
               MOVE WRK-GL-LOTE       TO GL-DOCUMENTO
               WRITE GL-REC

               MOVE WRK-COMPETENCIA TO MOD-ULTIMA-COMPET
               ADD 1 TO WRK-QTD-GERADOS
               ADD MOD-VALOR TO WRK-TOTAL-GERADO

               MOVE MOD-VALOR TO WRK-VALOR-ED
               MOVE SPACES TO REL-LINHA
               STRING 'MODELO ' DELIMITED BY SIZE
                   MOD-CODIGO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   MOD-HISTORICO DELIMITED BY SIZE
                   ' D ' DELIMITED BY SIZE
                   MOD-CONTA-DEBITO DELIMITED BY SIZE
                   ' C ' DELIMITED BY SIZE
                   MOD-CONTA-CREDITO DELIMITED BY SIZE
                   ' EM ' DELIMITED BY SIZE
                   WRK-DATA-LANC DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-IF.

      *    A CONTA INVALIDA FICA EM WRK-CONTA-VALIDAR PARA A EXCECAO
       0255-VALIDAR-UMA-CONTA.
           IF MODELO-VALIDO
               MOVE 'N' TO WRK-CONTA-OK
               PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                       UNTIL WRK-SUB2 > WRK-CTA-QTD
                   IF WRK-CTA-CODIGO(WRK-SUB2) = WRK-CONTA-VALIDAR
                       AND WRK-CTA-ATIVA(WRK-SUB2) = 'S'
                       MOVE 'Y' TO WRK-CONTA-OK
                   END-IF
               END-PERFORM
               IF NOT CONTA-VALIDA
                   MOVE 'N' TO WRK-MODELO-OK
               END-IF
           END-IF.

      **********SITUACAO DO PERIODO FISCAL DA COMPETENCIA******
      *PERIODO AUSENTE DO PERIODOS.DAT CONTA COMO ABERTO
       0270-SITUACAO-PERIODO.
           IF WRK-MES-DATA >= WRK-MES-INICIO-FISCAL
               MOVE WRK-ANO-DATA TO WRK-ANO-FISCAL
               COMPUTE WRK-PERIODO-FISCAL =
                   WRK-MES-DATA - WRK-MES-INICIO-FISCAL + 1
           ELSE
               COMPUTE WRK-ANO-FISCAL = WRK-ANO-DATA - 1
               COMPUTE WRK-PERIODO-FISCAL =
                   WRK-MES-DATA + 13 - WRK-MES-INICIO-FISCAL
           END-IF

           MOVE 'A' TO WRK-PERIODO-SIT
           PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                   UNTIL WRK-SUB2 > WRK-PER-QTD
               IF WRK-PER-ANO(WRK-SUB2) = WRK-ANO-FISCAL
                   AND WRK-PER-NUM(WRK-SUB2) = WRK-PERIODO-FISCAL
                   MOVE WRK-PER-SIT(WRK-SUB2) TO WRK-PERIODO-SIT
               END-IF
           END-PERFORM.

      **********ULTIMO DIA DO MES DA COMPETENCIA***************
       0280-ULTIMO-DIA-DO-MES.
           MOVE WRK-COMPETENCIA(1:4) TO WRK-ANO-DATA
           MOVE WRK-COMPETENCIA(5:2) TO WRK-MES-DATA
           IF WRK-MES-DATA = 12
               ADD 1 TO WRK-ANO-DATA
               MOVE 1 TO WRK-MES-DATA
           ELSE
               ADD 1 TO WRK-MES-DATA
           END-IF
           COMPUTE WRK-DATA-PRIMEIRO =
               (WRK-ANO-DATA * 10000) + (WRK-MES-DATA * 100) + 1
           COMPUTE WRK-DATA-ULTIMO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WRK-DATA-PRIMEIRO) - 1)
           MOVE WRK-DATA-ULTIMO(7:2) TO WRK-ULTIMO-DIA.

      **********REGISTRO NO CONTROLE CENTRAL DE EXECUCOES******
       0195-REGISTRAR-RUN.
           ACCEPT WRK-RUN-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-RUN-HORA FROM TIME

           OPEN EXTEND CONTROLE-RUNS
           IF WRK-RUN-STATUS NOT = '00'
               OPEN OUTPUT CONTROLE-RUNS
           END-IF

           MOVE 'LANCREC' TO RUN-PROGRAMA
           MOVE WRK-RUN-DATA   TO RUN-DATA-NEGOCIO
           MOVE WRK-RUN-HORA   TO RUN-HORA
           MOVE WRK-RUN-EVENTO TO RUN-EVENTO
           WRITE RUN-REC
           CLOSE CONTROLE-RUNS.

       0300-FINALIZAR.
           IF WRK-QTD-GERADOS > 0
               OPEN OUTPUT MODELOS-RECORRENTES
               PERFORM VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > WRK-MOD-QTD
                   MOVE WRK-MOD-REGISTRO(WRK-SUB) TO MOD-REC
                   WRITE MOD-REC
               END-PERFORM
               CLOSE MODELOS-RECORRENTES
           END-IF.

           MOVE '---------------------------------------------' TO
               REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOTAL-GERADO TO WRK-TOTAL-ED
           MOVE SPACES TO REL-LINHA
           STRING 'TOTAL GERADO: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               ' EM ' DELIMITED BY SIZE
               WRK-QTD-GERADOS DELIMITED BY SIZE
               ' LANCAMENTO(S) - LOTE ' DELIMITED BY SIZE
               WRK-GL-LOTE DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

           CLOSE RELATORIO-RECORRENTES.

           DISPLAY 'MODELOS GERADOS: ' WRK-QTD-GERADOS.
           DISPLAY 'MODELOS JA GERADOS NA COMPETENCIA: '
               WRK-QTD-JA-GERADOS.
           DISPLAY 'MODELOS EM EXCECAO: ' WRK-QTD-EXCECOES.
           DISPLAY 'FIM DE PROCESSAMENTO'.

           MOVE 'CONCLUIDO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN.

           IF WRK-QTD-GERADOS = 0
               DISPLAY 'NENHUM LANCAMENTO RECORRENTE A GERAR NA '
                   'COMPETENCIA ' WRK-COMPETENCIA
           END-IF
           IF WRK-QTD-EXCECOES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
