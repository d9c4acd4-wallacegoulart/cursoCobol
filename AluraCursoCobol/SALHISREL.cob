       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALHISREL.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: RELATORIO DO HISTORICO SALARIAL POR FUNCIONARIO
      *          (SALHIST.DAT, GRAVADO PELO EMPSALAR, EMPMANUT E
      *          APROVA): O HISTORICO E ORDENADO POR FUNCIONARIO E
      *          DATA EFETIVA E CADA FUNCIONARIO SAI COM O CARGO E O
      *          SALARIO ATUAIS DO EMPMAST E UMA LINHA POR MUDANCA,
      *          COM A DATA EFETIVA, A DATA DE APLICACAO, O MOTIVO
      *          (PROMOCAO, MERITO, RECLASSIFICACAO, COLETIVO OU
      *          AJUSTE CADASTRAL), O CARGO E O SALARIO ANTIGOS E
      *          NOVOS, O PERCENTUAL DA MUDANCA E O PROGRAMA DE
      *          ORIGEM; FUNCIONARIO INFORMADO ZERO LISTA TODOS;
      *          RC=8 QUANDO NAO HA HISTORICO A LISTAR; GERA O
      *          SALHISREL.DAT
      *DATA = 15/10/2026
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO-SALARIAL ASSIGN TO "DATA/SALHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SAL-STATUS.

           SELECT ARQUIVO-ORDENACAO ASSIGN TO "DATA/SALHISTSRT.TMP".

           SELECT HISTORICO-ORDENADO ASSIGN TO "DATA/SALHISTORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ORD-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "DATA/EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WRK-EMP-STATUS.

           SELECT CADASTRO-CARGOS ASSIGN TO "DATA/CARGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CRG-STATUS.

           SELECT RELATORIO-HISTORICO ASSIGN TO "DATA/SALHISREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO-SALARIAL.
       01  HSA-REC                PIC X(59).

       SD  ARQUIVO-ORDENACAO.
       01  SRT-REC.
           05  SRT-NUMERO         PIC 9(06).
           05  SRT-DATA-EFETIVA   PIC 9(08).
           05  SRT-DATA-APLICACAO PIC 9(08).
           05  FILLER             PIC X(37).

       FD  HISTORICO-ORDENADO.
       01  ORD-REC                PIC X(59).

       FD  EMPLOYEE-MASTER.
       COPY "EMPMAST.CPY".

       FD  CADASTRO-CARGOS.
       01  CRG-REC.
           05  CRG-CODIGO         PIC 9(03).
           05  CRG-DESCRICAO      PIC X(20).
           05  CRG-PISO           PIC 9(09)V99.
           05  CRG-TETO           PIC 9(09)V99.

       FD  RELATORIO-HISTORICO.
       01  REL-LINHA              PIC X(120).

       WORKING-STORAGE SECTION.
       77  WRK-SAL-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-ORD-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-EMP-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-CRG-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-ORD-EOF         PIC X      VALUE 'N'.
           88  FIM-HISTORICO   VALUE 'Y'.
       77  WRK-CRG-EOF         PIC X      VALUE 'N'.
           88  FIM-CARGOS      VALUE 'Y'.
       77  WRK-CRG-QTD         PIC 9(03)  VALUE ZEROS.
       77  WRK-DATA-HOJE       PIC 9(08)  VALUE ZEROS.
       77  WRK-NUMERO-PEDIDO   PIC 9(06)  VALUE ZEROS.
       77  WRK-NUMERO-ANT      PIC 9(06)  VALUE ZEROS.
       77  WRK-QTD-FUNCIONARIOS PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-MUDANCAS    PIC 9(05)  VALUE ZEROS.
       77  WRK-CODIGO-CARGO    PIC 9(03)  VALUE ZEROS.
       77  WRK-DESCR-CARGO     PIC X(20)  VALUE SPACES.
       77  WRK-DESCR-CARGO-ANT PIC X(20)  VALUE SPACES.
       77  WRK-DESCR-MOTIVO    PIC X(16)  VALUE SPACES.
       77  WRK-VARIACAO-PCT    PIC S9(05)V99 VALUE ZEROS.
       77  WRK-VARIACAO-ED     PIC -ZZZ9,99 VALUE ZEROS.
       77  WRK-SALARIO-ED      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SALARIO-ANT-ED  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SALARIO-NOVO-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       COPY "SALHIST.CPY".

       01  WRK-TAB-CARGOS.
           05  WRK-CRG-ITEM OCCURS 100 TIMES INDEXED BY WRK-CRG-IDX.
               10  WRK-CRG-CODIGO PIC 9(03).
               10  WRK-CRG-DESCR  PIC X(20).

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY 'FUNCIONARIO (ZERO = TODOS).. '
           ACCEPT WRK-NUMERO-PEDIDO.

           OPEN INPUT HISTORICO-SALARIAL
           IF WRK-SAL-STATUS NOT = '00'
               DISPLAY 'SEM HISTORICO SALARIAL (SALHIST) - '
                   'RELATORIO NAO EMITIDO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE HISTORICO-SALARIAL.

           PERFORM 0150-CARREGAR-CARGOS.

           OPEN INPUT EMPLOYEE-MASTER
           IF WRK-EMP-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO MESTRE DE '
                   'FUNCIONARIOS - STATUS ' WRK-EMP-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY SRT-NUMERO SRT-DATA-EFETIVA
                   SRT-DATA-APLICACAO
               USING HISTORICO-SALARIAL
               GIVING HISTORICO-ORDENADO.

           OPEN INPUT HISTORICO-ORDENADO
           OPEN OUTPUT RELATORIO-HISTORICO.
           MOVE SPACES TO REL-LINHA
           STRING 'HISTORICO SALARIAL POR FUNCIONARIO EM '
               DELIMITED BY SIZE
               WRK-DATA-HOJE DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE '=============================================' TO
               REL-LINHA.
           WRITE REL-LINHA.

           READ HISTORICO-ORDENADO INTO SAL-REC
               AT END MOVE 'Y' TO WRK-ORD-EOF
           END-READ.

      ****************CARGA DO CADASTRO DE CARGOS**************
       0150-CARREGAR-CARGOS.
           OPEN INPUT CADASTRO-CARGOS
           IF WRK-CRG-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE CARGOS - '
                   'STATUS ' WRK-CRG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           READ CADASTRO-CARGOS
               AT END MOVE 'Y' TO WRK-CRG-EOF
           END-READ
           PERFORM UNTIL FIM-CARGOS
               IF WRK-CRG-QTD >= 100
                   DISPLAY 'ERRO: CADASTRO DE CARGOS EXCEDE O '
                       'LIMITE DE 100 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-CRG-QTD
               MOVE CRG-CODIGO    TO WRK-CRG-CODIGO(WRK-CRG-QTD)
               MOVE CRG-DESCRICAO TO WRK-CRG-DESCR(WRK-CRG-QTD)
               READ CADASTRO-CARGOS
                   AT END MOVE 'Y' TO WRK-CRG-EOF
               END-READ
           END-PERFORM
           CLOSE CADASTRO-CARGOS.

       0200-PROCESSAR.
           PERFORM UNTIL FIM-HISTORICO
               IF WRK-NUMERO-PEDIDO = ZEROS
                   OR SAL-NUMERO = WRK-NUMERO-PEDIDO
                   IF SAL-NUMERO NOT = WRK-NUMERO-ANT
                       PERFORM 0240-CABECALHO-FUNCIONARIO
                   END-IF
                   PERFORM 0250-LISTAR-MUDANCA
               END-IF

               READ HISTORICO-ORDENADO INTO SAL-REC
                   AT END MOVE 'Y' TO WRK-ORD-EOF
               END-READ
           END-PERFORM.

      **********QUEBRA POR FUNCIONARIO*************************
      *O CABECALHO MOSTRA A SITUACAO ATUAL DO MESTRE, PARA
      *CONFERIR COM A ULTIMA MUDANCA DO HISTORICO
       0240-CABECALHO-FUNCIONARIO.
           ADD 1 TO WRK-QTD-FUNCIONARIOS
           MOVE SAL-NUMERO TO WRK-NUMERO-ANT

           MOVE SAL-NUMERO TO EMP-NUMERO
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'NAO CADASTRADO' TO EMP-NOME
                   MOVE ZEROS TO EMP-CARGO
                   MOVE ZEROS TO EMP-SALARIO
           END-READ

           MOVE EMP-CARGO TO WRK-CODIGO-CARGO
           PERFORM 0260-DESCREVER-CARGO
           MOVE EMP-SALARIO TO WRK-SALARIO-ED

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'FUNC ' DELIMITED BY SIZE
               SAL-NUMERO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               EMP-NOME DELIMITED BY SIZE
               ' CARGO ATUAL ' DELIMITED BY SIZE
               EMP-CARGO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-DESCR-CARGO DELIMITED BY SIZE
               ' SALARIO ATUAL ' DELIMITED BY SIZE
               WRK-SALARIO-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE SPACES             TO REL-LINHA
           MOVE 'EFETIVA'          TO REL-LINHA(3:7)
           MOVE 'APLICADA'         TO REL-LINHA(12:8)
           MOVE 'MOTIVO'           TO REL-LINHA(21:6)
           MOVE 'CARGO ANTERIOR'   TO REL-LINHA(38:14)
           MOVE 'CARGO NOVO'       TO REL-LINHA(55:10)
           MOVE 'SAL.ANTERIOR'     TO REL-LINHA(74:12)
           MOVE 'SAL.NOVO'         TO REL-LINHA(93:8)
           MOVE 'VAR%'             TO REL-LINHA(106:4)
           MOVE 'ORIGEM'           TO REL-LINHA(111:6)
           WRITE REL-LINHA.

      **********LINHA DE UMA MUDANCA***************************
       0250-LISTAR-MUDANCA.
           ADD 1 TO WRK-QTD-MUDANCAS

           EVALUATE TRUE
               WHEN SAL-PROMOCAO
                   MOVE 'PROMOCAO'         TO WRK-DESCR-MOTIVO
               WHEN SAL-MERITO
                   MOVE 'MERITO'           TO WRK-DESCR-MOTIVO
               WHEN SAL-RECLASSIFICACAO
                   MOVE 'RECLASSIFICACAO'  TO WRK-DESCR-MOTIVO
               WHEN SAL-COLETIVO
                   MOVE 'COLETIVO'         TO WRK-DESCR-MOTIVO
               WHEN OTHER
                   MOVE 'AJUSTE CADASTRAL' TO WRK-DESCR-MOTIVO
           END-EVALUATE

           MOVE SAL-CARGO-ANT TO WRK-CODIGO-CARGO
           PERFORM 0260-DESCREVER-CARGO
           MOVE WRK-DESCR-CARGO TO WRK-DESCR-CARGO-ANT
           MOVE SAL-CARGO-NOVO TO WRK-CODIGO-CARGO
           PERFORM 0260-DESCREVER-CARGO

           IF SAL-SALARIO-ANT = ZEROS
               MOVE ZEROS TO WRK-VARIACAO-PCT
           ELSE
               COMPUTE WRK-VARIACAO-PCT ROUNDED =
                   (SAL-SALARIO-NOVO - SAL-SALARIO-ANT) * 100
                   / SAL-SALARIO-ANT
           END-IF
           MOVE WRK-VARIACAO-PCT TO WRK-VARIACAO-ED
           MOVE SAL-SALARIO-ANT  TO WRK-SALARIO-ANT-ED
           MOVE SAL-SALARIO-NOVO TO WRK-SALARIO-NOVO-ED

           MOVE SPACES TO REL-LINHA
           STRING '  ' DELIMITED BY SIZE
               SAL-DATA-EFETIVA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SAL-DATA-APLICACAO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-DESCR-MOTIVO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SAL-CARGO-ANT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-DESCR-CARGO-ANT(1:12) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SAL-CARGO-NOVO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-DESCR-CARGO(1:12) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-SALARIO-ANT-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-SALARIO-NOVO-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-VARIACAO-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SAL-ORIGEM DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

       0260-DESCREVER-CARGO.
           SET WRK-CRG-IDX TO 1
           MOVE 'CARGO NAO CADASTRADO' TO WRK-DESCR-CARGO
           SEARCH WRK-CRG-ITEM
               AT END
                   CONTINUE
               WHEN WRK-CRG-CODIGO(WRK-CRG-IDX) = WRK-CODIGO-CARGO
                   MOVE WRK-CRG-DESCR(WRK-CRG-IDX) TO WRK-DESCR-CARGO
           END-SEARCH.

       0300-FINALIZAR.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA.
           MOVE '---------------------------------------------' TO
               REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA
           STRING 'FUNCIONARIOS LISTADOS: ' DELIMITED BY SIZE
               WRK-QTD-FUNCIONARIOS DELIMITED BY SIZE
               ' MUDANCAS: ' DELIMITED BY SIZE
               WRK-QTD-MUDANCAS DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

           CLOSE HISTORICO-ORDENADO
           CLOSE EMPLOYEE-MASTER
           CLOSE RELATORIO-HISTORICO.

           DISPLAY 'FUNCIONARIOS LISTADOS: ' WRK-QTD-FUNCIONARIOS
               ' MUDANCAS: ' WRK-QTD-MUDANCAS.
           DISPLAY 'FIM DE PROCESSAMENTO'.

           IF WRK-QTD-MUDANCAS = 0
               DISPLAY 'NENHUMA MUDANCA SALARIAL NO HISTORICO PARA O '
                   'FUNCIONARIO INFORMADO'
               MOVE 8 TO RETURN-CODE
           END-IF.
