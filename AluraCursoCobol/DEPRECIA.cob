       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPRECIA.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: DEPRECIACAO MENSAL LINEAR DO ATIVO IMOBILIZADO:
      *          PARA A COMPETENCIA INFORMADA (AAAAMM, ZERO PARA O
      *          MES CORRENTE) DEPRECIA CADA BEM EM USO DO
      *          ATIVOS.DAT EM CUSTO / VIDA UTIL POR MES, DO MES DE
      *          AQUISICAO ATE ZERAR O VALOR LIQUIDO, RECUPERANDO
      *          MESES ATRASADOS DESDE A ULTIMA COMPETENCIA
      *          DEPRECIADA; CADA MES GERA NO EXE02GL.DAT O
      *          LANCAMENTO DESPESA X DEPRECIACAO ACUMULADA DO BEM,
      *          DATADO NO ULTIMO DIA DO MES (MES EM PERIODO FECHADO
      *          VAI PARA A COMPETENCIA DA EXECUCAO, COMO NO EXE02);
      *          COMPETENCIA EM PERIODO FECHADO NO FECHAPER E
      *          RECUSADA COM RC=8 E BEM JA DEPRECIADO NA
      *          COMPETENCIA NAO E DEPRECIADO DE NOVO; EMITE O
      *          REGISTRO DE VALOR LIQUIDO CONTABIL POR EMPRESA E
      *          CENTRO DE CUSTO (DEPRECREL.DAT)
      *DATA = 15/10/2026
      *ALTERACAO = 15/10/2026 - COMPETENCIA SEM DEPRECIACAO A LANCAR
      *            TERMINA COM AVISO E RC=0 (NAO INTERROMPE A CADEIA)
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADASTRO-ATIVOS ASSIGN TO "DATA/ATIVOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ATV-STATUS.

           SELECT PERIODOS-FISCAIS ASSIGN TO "DATA/PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PER-STATUS.

           SELECT LANCAMENTO-CONTABIL ASSIGN TO "DATA/EXE02GL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GL-STATUS.

           SELECT RELATORIO-DEPRECIACAO ASSIGN TO "DATA/DEPRECREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROLE-RUNS ASSIGN TO "DATA/RUNCTLGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-ATIVOS.
       COPY "ATIVOS.CPY".

       FD  PERIODOS-FISCAIS.
       01  PER-REC.
           05  PER-ANO-FISCAL   PIC 9(04).
           05  PER-PERIODO      PIC 9(02).
           05  PER-SITUACAO     PIC X(01).

       FD  LANCAMENTO-CONTABIL.
       COPY "EXE02GL.CPY".

       FD  RELATORIO-DEPRECIACAO.
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
       77  WRK-ATV-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-PER-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-GL-STATUS       PIC X(02)  VALUE '00'.
       77  WRK-ATV-EOF         PIC X      VALUE 'N'.
           88  FIM-ATIVOS      VALUE 'Y'.
       77  WRK-PER-EOF         PIC X      VALUE 'N'.
           88  FIM-PERIODOS    VALUE 'Y'.
       77  WRK-ATV-QTD         PIC 9(03)  VALUE ZEROS.
       77  WRK-PER-QTD         PIC 9(03)  VALUE ZEROS.
       77  WRK-SUB             PIC 9(03)  VALUE ZEROS.
       77  WRK-SUB2            PIC 9(03)  VALUE ZEROS.
       77  WRK-DATA-EXEC       PIC 9(08)  VALUE ZEROS.
       77  WRK-COMPETENCIA     PIC 9(06)  VALUE ZEROS.
       77  WRK-COMPET-MES      PIC 9(06)  VALUE ZEROS.
       77  WRK-COMPET-TESTE    PIC 9(06)  VALUE ZEROS.
       77  WRK-COMPET-AQUIS    PIC 9(06)  VALUE ZEROS.
       77  WRK-ANO-DATA        PIC 9(04)  VALUE ZEROS.
       77  WRK-MES-DATA        PIC 9(02)  VALUE ZEROS.
       77  WRK-MES-INICIO-FISCAL PIC 9(02) VALUE 04.
       77  WRK-ANO-FISCAL      PIC 9(04)  VALUE ZEROS.
       77  WRK-PERIODO-FISCAL  PIC 9(02)  VALUE ZEROS.
       77  WRK-PERIODO-SIT     PIC X(01)  VALUE 'A'.
           88  PERIODO-FECHADO VALUE 'F'.
       77  WRK-DATA-PRIMEIRO   PIC 9(08)  VALUE ZEROS.
       77  WRK-DATA-ULTIMO     PIC 9(08)  VALUE ZEROS.
       77  WRK-DATA-GL-COMPET  PIC 9(08)  VALUE ZEROS.
       77  WRK-QUOTA           PIC 9(09)V99 VALUE ZEROS.
       77  WRK-SALDO-DEPRECIAR PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-LIQUIDO   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-QTD-DEPRECIADOS PIC 9(05)  VALUE ZEROS.
       77  WRK-QTD-JA-FEITOS   PIC 9(05)  VALUE ZEROS.
       77  WRK-QTD-LANCAMENTOS PIC 9(05)  VALUE ZEROS.
       77  WRK-QTD-DESVIADOS   PIC 9(05)  VALUE ZEROS.
       77  WRK-TOTAL-MES       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-EMPRESA-CORRENTE PIC 9(02) VALUE ZEROS.
       77  WRK-CCUSTO-CORRENTE PIC X(04)  VALUE SPACES.
       77  WRK-PRIMEIRO        PIC X      VALUE 'S'.
           88  PRIMEIRO-BEM    VALUE 'S'.
       77  WRK-CC-CUSTO        PIC 9(11)V99 VALUE ZEROS.
       77  WRK-CC-DEPR         PIC 9(11)V99 VALUE ZEROS.
       77  WRK-CC-LIQUIDO      PIC 9(11)V99 VALUE ZEROS.
       77  WRK-EMP-CUSTO       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-EMP-DEPR        PIC 9(11)V99 VALUE ZEROS.
       77  WRK-EMP-LIQUIDO     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-GER-CUSTO       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-GER-DEPR        PIC 9(11)V99 VALUE ZEROS.
       77  WRK-GER-LIQUIDO     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-CUSTO-ED        PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DEPR-ED         PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-LIQUIDO-ED      PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-ED        PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  WRK-TAB-ATIVOS.
           05  WRK-ATV-ITEM OCCURS 500 TIMES.
               10  WRK-ATV-REGISTRO PIC X(131).

       01  WRK-ATV-ITEM-AUX        PIC X(131).

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

           MOVE WRK-COMPETENCIA(5:2) TO WRK-MES-DATA.
           IF WRK-MES-DATA < 1 OR WRK-MES-DATA > 12
               DISPLAY 'COMPETENCIA INVALIDA: ' WRK-COMPETENCIA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0110-CARREGAR-PERIODOS.

           MOVE WRK-COMPETENCIA TO WRK-COMPET-TESTE.
           PERFORM 0270-SITUACAO-PERIODO.
           IF PERIODO-FECHADO
               DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA ' NO PERIODO '
                   'FISCAL ' WRK-ANO-FISCAL '/' WRK-PERIODO-FISCAL
                   ' JA FECHADO - DEPRECIACAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WRK-COMPETENCIA TO WRK-COMPET-MES.
           PERFORM 0280-ULTIMO-DIA-DO-MES.
           MOVE WRK-DATA-ULTIMO TO WRK-DATA-GL-COMPET.

           PERFORM 0120-CARREGAR-ATIVOS.

           OPEN OUTPUT RELATORIO-DEPRECIACAO.

           MOVE SPACES TO REL-LINHA
           STRING 'REGISTRO DE VALOR LIQUIDO DO IMOBILIZADO - '
               DELIMITED BY SIZE
               'COMPETENCIA ' DELIMITED BY SIZE
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

      **********CADASTRO DE BENS EM MEMORIA********************
       0120-CARREGAR-ATIVOS.
           OPEN INPUT CADASTRO-ATIVOS
           IF WRK-ATV-STATUS NOT = '00'
               DISPLAY 'SEM CADASTRO DE BENS DO IMOBILIZADO - '
                   'PROCESSAMENTO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           READ CADASTRO-ATIVOS
               AT END MOVE 'Y' TO WRK-ATV-EOF
           END-READ
           PERFORM UNTIL FIM-ATIVOS
               IF WRK-ATV-QTD >= 500
                   DISPLAY 'ERRO: CADASTRO DE BENS EXCEDE O LIMITE '
                       'DE 500 REGISTROS - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-ATV-QTD
               MOVE ATV-REC TO WRK-ATV-REGISTRO(WRK-ATV-QTD)
               READ CADASTRO-ATIVOS
                   AT END MOVE 'Y' TO WRK-ATV-EOF
               END-READ
           END-PERFORM
           CLOSE CADASTRO-ATIVOS.

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
                   UNTIL WRK-SUB > WRK-ATV-QTD
               MOVE WRK-ATV-REGISTRO(WRK-SUB) TO ATV-REC
               MOVE ATV-DATA-AQUIS(1:6) TO WRK-COMPET-AQUIS
               IF ATV-EM-USO
                   AND WRK-COMPET-AQUIS <= WRK-COMPETENCIA
                   IF ATV-ULTIMA-COMPET >= WRK-COMPETENCIA
                       ADD 1 TO WRK-QTD-JA-FEITOS
                   ELSE
                       PERFORM 0250-DEPRECIAR-BEM
                       MOVE ATV-REC TO WRK-ATV-REGISTRO(WRK-SUB)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE LANCAMENTO-CONTABIL.

      **********DEPRECIACAO DE UM BEM ATE A COMPETENCIA********
      *COMECA NO MES DE AQUISICAO (BEM NUNCA DEPRECIADO) OU NO MES
      *SEGUINTE A ULTIMA COMPETENCIA, E PARA QUANDO A DEPRECIACAO
      *ACUMULADA ALCANCA O CUSTO
       0250-DEPRECIAR-BEM.
           IF ATV-ULTIMA-COMPET = 0
               MOVE WRK-COMPET-AQUIS TO WRK-COMPET-MES
           ELSE
               MOVE ATV-ULTIMA-COMPET TO WRK-COMPET-MES
               PERFORM 0285-PROXIMO-MES
           END-IF

           IF ATV-DEPR-ACUM < ATV-CUSTO
               ADD 1 TO WRK-QTD-DEPRECIADOS
           END-IF

           PERFORM UNTIL WRK-COMPET-MES > WRK-COMPETENCIA
                   OR ATV-DEPR-ACUM >= ATV-CUSTO
               PERFORM 0260-DEPRECIAR-MES
               PERFORM 0285-PROXIMO-MES
           END-PERFORM

           MOVE WRK-COMPETENCIA TO ATV-ULTIMA-COMPET.

      **********QUOTA DE UM MES*********************************
       0260-DEPRECIAR-MES.
           COMPUTE WRK-QUOTA ROUNDED = ATV-CUSTO / ATV-VIDA-MESES
           COMPUTE WRK-SALDO-DEPRECIAR = ATV-CUSTO - ATV-DEPR-ACUM
           IF WRK-QUOTA > WRK-SALDO-DEPRECIAR
               MOVE WRK-SALDO-DEPRECIAR TO WRK-QUOTA
           END-IF

           MOVE WRK-COMPET-MES TO WRK-COMPET-TESTE
           PERFORM 0270-SITUACAO-PERIODO
           IF PERIODO-FECHADO
               MOVE WRK-DATA-GL-COMPET TO GL-DATA-EXEC
               ADD 1 TO WRK-QTD-DESVIADOS
           ELSE
               PERFORM 0280-ULTIMO-DIA-DO-MES
               MOVE WRK-DATA-ULTIMO TO GL-DATA-EXEC
           END-IF

           MOVE ATV-CONTA-DESPESA   TO GL-CONTA-DEBITO
           MOVE ATV-CONTA-DEPR-ACUM TO GL-CONTA-CREDITO
           MOVE ATV-CCUSTO          TO GL-CCUSTO
           MOVE SPACES TO GL-HISTORICO
           STRING 'DEPRECIACAO BEM ' DELIMITED BY SIZE
               ATV-NUMERO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-COMPET-MES DELIMITED BY SIZE
               INTO GL-HISTORICO
           END-STRING
           MOVE WRK-QUOTA   TO GL-VALOR
           MOVE ATV-EMPRESA TO GL-EMPRESA
           MOVE 'DEPRECIA'  TO GL-ORIGEM
           MOVE WRK-GL-LOTE TO GL-DOCUMENTO
           WRITE GL-REC

           ADD WRK-QUOTA TO ATV-DEPR-ACUM
           ADD WRK-QUOTA TO WRK-TOTAL-MES
           ADD 1 TO WRK-QTD-LANCAMENTOS.

      **********SITUACAO DO PERIODO FISCAL DE UM MES***********
      *ENTRA COM WRK-COMPET-TESTE (AAAAMM); PERIODO AUSENTE DO
      *PERIODOS.DAT CONTA COMO ABERTO, COMO NO EXE02
       0270-SITUACAO-PERIODO.
           MOVE WRK-COMPET-TESTE(1:4) TO WRK-ANO-DATA
           MOVE WRK-COMPET-TESTE(5:2) TO WRK-MES-DATA
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

      **********ULTIMO DIA DO MES DE WRK-COMPET-MES*************
       0280-ULTIMO-DIA-DO-MES.
           MOVE WRK-COMPET-MES TO WRK-COMPET-TESTE
           MOVE WRK-COMPET-TESTE(1:4) TO WRK-ANO-DATA
           MOVE WRK-COMPET-TESTE(5:2) TO WRK-MES-DATA
           IF WRK-MES-DATA = 12
               ADD 1 TO WRK-ANO-DATA
               MOVE 1 TO WRK-MES-DATA
           ELSE
               ADD 1 TO WRK-MES-DATA
           END-IF
           COMPUTE WRK-DATA-PRIMEIRO =
               (WRK-ANO-DATA * 10000) + (WRK-MES-DATA * 100) + 1
           COMPUTE WRK-DATA-ULTIMO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WRK-DATA-PRIMEIRO) - 1).

       0285-PROXIMO-MES.
           IF WRK-COMPET-MES(5:2) = '12'
               COMPUTE WRK-COMPET-MES = WRK-COMPET-MES + 89
           ELSE
               ADD 1 TO WRK-COMPET-MES
           END-IF.

      **********REGISTRO NO CONTROLE CENTRAL DE EXECUCOES******
       0195-REGISTRAR-RUN.
           ACCEPT WRK-RUN-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-RUN-HORA FROM TIME

           OPEN EXTEND CONTROLE-RUNS
           IF WRK-RUN-STATUS NOT = '00'
               OPEN OUTPUT CONTROLE-RUNS
           END-IF

           MOVE 'DEPRECIA' TO RUN-PROGRAMA
           MOVE WRK-RUN-DATA   TO RUN-DATA-NEGOCIO
           MOVE WRK-RUN-HORA   TO RUN-HORA
           MOVE WRK-RUN-EVENTO TO RUN-EVENTO
           WRITE RUN-REC
           CLOSE CONTROLE-RUNS.

       0300-FINALIZAR.
           IF WRK-QTD-LANCAMENTOS > 0
               OPEN OUTPUT CADASTRO-ATIVOS
               PERFORM VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > WRK-ATV-QTD
                   MOVE WRK-ATV-REGISTRO(WRK-SUB) TO ATV-REC
                   WRITE ATV-REC
               END-PERFORM
               CLOSE CADASTRO-ATIVOS
           END-IF.

      *    ORDENA POR EMPRESA/CENTRO DE CUSTO/BEM PARA A IMPRESSAO
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB >= WRK-ATV-QTD
               PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                       UNTIL WRK-SUB2 >= WRK-ATV-QTD
                   IF WRK-ATV-REGISTRO(WRK-SUB2)(37:6) >
                       WRK-ATV-REGISTRO(WRK-SUB2 + 1)(37:6)
                       OR (WRK-ATV-REGISTRO(WRK-SUB2)(37:6) =
                           WRK-ATV-REGISTRO(WRK-SUB2 + 1)(37:6)
                           AND WRK-ATV-REGISTRO(WRK-SUB2)(1:6) >
                               WRK-ATV-REGISTRO(WRK-SUB2 + 1)(1:6))
                       MOVE WRK-ATV-REGISTRO(WRK-SUB2) TO
                           WRK-ATV-ITEM-AUX
                       MOVE WRK-ATV-REGISTRO(WRK-SUB2 + 1) TO
                           WRK-ATV-REGISTRO(WRK-SUB2)
                       MOVE WRK-ATV-ITEM-AUX TO
                           WRK-ATV-REGISTRO(WRK-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-ATV-QTD
               MOVE WRK-ATV-REGISTRO(WRK-SUB) TO ATV-REC
               IF ATV-EM-USO
                   PERFORM 0350-IMPRIMIR-BEM
               END-IF
           END-PERFORM.

           IF NOT PRIMEIRO-BEM
               PERFORM 0360-TOTAL-CCUSTO
               PERFORM 0370-TOTAL-EMPRESA
           END-IF.

           MOVE '---------------------------------------------' TO
               REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-GER-CUSTO   TO WRK-CUSTO-ED
           MOVE WRK-GER-DEPR    TO WRK-DEPR-ED
           MOVE WRK-GER-LIQUIDO TO WRK-LIQUIDO-ED
           MOVE SPACES TO REL-LINHA
           STRING 'TOTAL GERAL         CUSTO ' DELIMITED BY SIZE
               WRK-CUSTO-ED DELIMITED BY SIZE
               ' DEPR ACUM ' DELIMITED BY SIZE
               WRK-DEPR-ED DELIMITED BY SIZE
               ' LIQUIDO ' DELIMITED BY SIZE
               WRK-LIQUIDO-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE WRK-TOTAL-MES TO WRK-TOTAL-ED
           MOVE SPACES TO REL-LINHA
           STRING 'DEPRECIACAO LANCADA NA EXECUCAO: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               ' EM ' DELIMITED BY SIZE
               WRK-QTD-LANCAMENTOS DELIMITED BY SIZE
               ' LANCAMENTO(S)' DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

           CLOSE RELATORIO-DEPRECIACAO.

           DISPLAY 'BENS DEPRECIADOS: ' WRK-QTD-DEPRECIADOS.
           DISPLAY 'BENS JA DEPRECIADOS NA COMPETENCIA: '
               WRK-QTD-JA-FEITOS.
           IF WRK-QTD-DESVIADOS > 0
               DISPLAY 'MESES EM PERIODO FECHADO LANCADOS NA '
                   'COMPETENCIA: ' WRK-QTD-DESVIADOS
           END-IF.
           DISPLAY 'FIM DE PROCESSAMENTO'.

           MOVE 'CONCLUIDO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN.

           IF WRK-QTD-LANCAMENTOS = 0
               DISPLAY 'NENHUMA DEPRECIACAO A LANCAR NA COMPETENCIA '
                   WRK-COMPETENCIA
               MOVE 0 TO RETURN-CODE
           END-IF.

      **********LINHA DE UM BEM COM QUEBRAS********************
       0350-IMPRIMIR-BEM.
           IF PRIMEIRO-BEM
               MOVE 'N' TO WRK-PRIMEIRO
               MOVE ATV-EMPRESA TO WRK-EMPRESA-CORRENTE
               MOVE ATV-CCUSTO  TO WRK-CCUSTO-CORRENTE
               PERFORM 0380-CABECALHO-EMPRESA
               PERFORM 0385-CABECALHO-CCUSTO
           ELSE
               IF ATV-EMPRESA NOT = WRK-EMPRESA-CORRENTE
                   PERFORM 0360-TOTAL-CCUSTO
                   PERFORM 0370-TOTAL-EMPRESA
                   MOVE ATV-EMPRESA TO WRK-EMPRESA-CORRENTE
                   MOVE ATV-CCUSTO  TO WRK-CCUSTO-CORRENTE
                   PERFORM 0380-CABECALHO-EMPRESA
                   PERFORM 0385-CABECALHO-CCUSTO
               ELSE
                   IF ATV-CCUSTO NOT = WRK-CCUSTO-CORRENTE
                       PERFORM 0360-TOTAL-CCUSTO
                       MOVE ATV-CCUSTO TO WRK-CCUSTO-CORRENTE
                       PERFORM 0385-CABECALHO-CCUSTO
                   END-IF
               END-IF
           END-IF

           COMPUTE WRK-VALOR-LIQUIDO = ATV-CUSTO - ATV-DEPR-ACUM
           ADD ATV-CUSTO         TO WRK-CC-CUSTO
           ADD ATV-DEPR-ACUM     TO WRK-CC-DEPR
           ADD WRK-VALOR-LIQUIDO TO WRK-CC-LIQUIDO

           MOVE ATV-CUSTO         TO WRK-CUSTO-ED
           MOVE ATV-DEPR-ACUM     TO WRK-DEPR-ED
           MOVE WRK-VALOR-LIQUIDO TO WRK-LIQUIDO-ED
           MOVE SPACES TO REL-LINHA
           STRING '    BEM ' DELIMITED BY SIZE
               ATV-NUMERO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ATV-DESCRICAO(1:20) DELIMITED BY SIZE
               ' CUSTO ' DELIMITED BY SIZE
               WRK-CUSTO-ED DELIMITED BY SIZE
               ' DEPR ' DELIMITED BY SIZE
               WRK-DEPR-ED DELIMITED BY SIZE
               ' LIQUIDO ' DELIMITED BY SIZE
               WRK-LIQUIDO-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

       0360-TOTAL-CCUSTO.
           MOVE WRK-CC-CUSTO   TO WRK-CUSTO-ED
           MOVE WRK-CC-DEPR    TO WRK-DEPR-ED
           MOVE WRK-CC-LIQUIDO TO WRK-LIQUIDO-ED
           MOVE SPACES TO REL-LINHA
           STRING '  TOTAL CCUSTO ' DELIMITED BY SIZE
               WRK-CCUSTO-CORRENTE DELIMITED BY SIZE
               '  CUSTO ' DELIMITED BY SIZE
               WRK-CUSTO-ED DELIMITED BY SIZE
               ' DEPR ACUM ' DELIMITED BY SIZE
               WRK-DEPR-ED DELIMITED BY SIZE
               ' LIQUIDO ' DELIMITED BY SIZE
               WRK-LIQUIDO-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA

           ADD WRK-CC-CUSTO   TO WRK-EMP-CUSTO
           ADD WRK-CC-DEPR    TO WRK-EMP-DEPR
           ADD WRK-CC-LIQUIDO TO WRK-EMP-LIQUIDO
           MOVE 0 TO WRK-CC-CUSTO
           MOVE 0 TO WRK-CC-DEPR
           MOVE 0 TO WRK-CC-LIQUIDO.

       0370-TOTAL-EMPRESA.
           MOVE WRK-EMP-CUSTO   TO WRK-CUSTO-ED
           MOVE WRK-EMP-DEPR    TO WRK-DEPR-ED
           MOVE WRK-EMP-LIQUIDO TO WRK-LIQUIDO-ED
           MOVE SPACES TO REL-LINHA
           STRING 'TOTAL EMPRESA ' DELIMITED BY SIZE
               WRK-EMPRESA-CORRENTE DELIMITED BY SIZE
               '      CUSTO ' DELIMITED BY SIZE
               WRK-CUSTO-ED DELIMITED BY SIZE
               ' DEPR ACUM ' DELIMITED BY SIZE
               WRK-DEPR-ED DELIMITED BY SIZE
               ' LIQUIDO ' DELIMITED BY SIZE
               WRK-LIQUIDO-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA

           ADD WRK-EMP-CUSTO   TO WRK-GER-CUSTO
           ADD WRK-EMP-DEPR    TO WRK-GER-DEPR
           ADD WRK-EMP-LIQUIDO TO WRK-GER-LIQUIDO
           MOVE 0 TO WRK-EMP-CUSTO
           MOVE 0 TO WRK-EMP-DEPR
           MOVE 0 TO WRK-EMP-LIQUIDO.

       0380-CABECALHO-EMPRESA.
           MOVE SPACES TO REL-LINHA
           STRING 'EMPRESA ' DELIMITED BY SIZE
               WRK-EMPRESA-CORRENTE DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

       0385-CABECALHO-CCUSTO.
           MOVE SPACES TO REL-LINHA
           STRING '  CENTRO DE CUSTO ' DELIMITED BY SIZE
               WRK-CCUSTO-CORRENTE DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
