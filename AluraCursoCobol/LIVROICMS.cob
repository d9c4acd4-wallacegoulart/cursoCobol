       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIVROICMS.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: LIVRO MENSAL DE APURACAO DO ICMS PARA A
      *          CONTABILIDADE: LE AS NOTAS FISCAIS EMITIDAS PELO
      *          NFEMIT NA COMPETENCIA (NOTAFISC.DAT) E TOTALIZA
      *          QUANTIDADE DE NOTAS, BASE DE CALCULO, ICMS E DIFAL
      *          POR UF DE DESTINO E ALIQUOTA, COM SUBTOTAL POR UF E
      *          TOTAL GERAL QUE BATEM COM O LANCADO NO EXE02GL.DAT
      *DATA = 15/10/2026
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTAS-FISCAIS ASSIGN TO "DATA/NOTAFISC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NF-STATUS.

           SELECT RELATORIO-LIVRO ASSIGN TO "DATA/LIVROICMSREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTAS-FISCAIS.
       COPY "NOTAFISC.CPY".

       FD  RELATORIO-LIVRO.
       01  REL-LINHA              PIC X(132).

       WORKING-STORAGE SECTION.
       77  WRK-NF-STATUS       PIC X(02)    VALUE '00'.
       77  WRK-EOF             PIC X        VALUE 'N'.
           88  FIM-ARQUIVO     VALUE 'Y'.
       77  WRK-COMPETENCIA     PIC 9(06)    VALUE ZEROS.
       77  WRK-GRP-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-SUB             PIC 9(03)    VALUE ZEROS.
       77  WRK-POS             PIC 9(03)    VALUE ZEROS.
       77  WRK-GRP-ACHADO      PIC X        VALUE 'N'.
           88  GRUPO-JA-EXISTE VALUE 'Y'.
       77  WRK-ULTIMA-NOTA     PIC 9(06)    VALUE ZEROS.
       77  WRK-UF-ANTERIOR     PIC X(02)    VALUE SPACES.
       77  WRK-TOT-NOTAS       PIC 9(05)    VALUE ZEROS.
       77  WRK-TOT-BASE        PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-ICMS        PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-DIFAL       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-UF-BASE         PIC 9(11)V99 VALUE ZEROS.
       77  WRK-UF-ICMS         PIC 9(11)V99 VALUE ZEROS.
       77  WRK-UF-DIFAL        PIC 9(11)V99 VALUE ZEROS.
       77  WRK-ALIQ-ED         PIC Z9,99    VALUE ZEROS.
       77  WRK-NOTAS-ED        PIC ZZZZ9    VALUE ZEROS.
       77  WRK-BASE-ED         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-ICMS-ED         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DIFAL-ED        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  WRK-CHAVE-BUSCA.
           05  WRK-CHAVE-UF        PIC X(02).
           05  WRK-CHAVE-ALIQ      PIC 9(02)V99.

      *UMA LINHA POR UF DE DESTINO E ALIQUOTA, MANTIDA EM ORDEM
       01  WRK-TAB-GRUPOS.
           05  WRK-GRP-ITEM OCCURS 200 TIMES.
               10  WRK-GRP-CHAVE.
                   15  WRK-GRP-UF      PIC X(02).
                   15  WRK-GRP-ALIQ    PIC 9(02)V99.
               10  WRK-GRP-NOTAS       PIC 9(05).
               10  WRK-GRP-ULTIMA-NOTA PIC 9(06).
               10  WRK-GRP-BASE        PIC 9(11)V99.
               10  WRK-GRP-ICMS        PIC 9(11)V99.
               10  WRK-GRP-DIFAL       PIC 9(11)V99.

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY 'COMPETENCIA (AAAAMM).. '
           ACCEPT WRK-COMPETENCIA.

           IF WRK-COMPETENCIA = ZEROS
               DISPLAY 'COMPETENCIA INVALIDA - PROCESSAMENTO '
                   'RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RELATORIO-LIVRO.

           MOVE SPACES TO REL-LINHA
           STRING 'LIVRO DE APURACAO DO ICMS - COMPETENCIA '
               DELIMITED BY SIZE
               WRK-COMPETENCIA DELIMITED BY SIZE
               ' - POR UF DE DESTINO E ALIQUOTA' DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE '=============================================' TO
               REL-LINHA.
           WRITE REL-LINHA.

       0200-PROCESSAR.
           OPEN INPUT NOTAS-FISCAIS
           IF WRK-NF-STATUS NOT = '00'
               MOVE 'Y' TO WRK-EOF
           ELSE
               READ NOTAS-FISCAIS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-IF
           PERFORM UNTIL FIM-ARQUIVO
               IF NF-EMISSAO(1:6) = WRK-COMPETENCIA
                   PERFORM 0250-ACUMULAR-LINHA
               END-IF
               READ NOTAS-FISCAIS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           IF WRK-NF-STATUS = '00' OR WRK-NF-STATUS = '10'
               CLOSE NOTAS-FISCAIS
           END-IF.

      **********ACUMULO DE UMA LINHA DE NOTA********************
      *A NOTA E CONTADA UMA VEZ POR GRUPO, MESMO COM VARIOS ITENS
      *NA MESMA ALIQUOTA
       0250-ACUMULAR-LINHA.
           IF NF-NUMERO NOT = WRK-ULTIMA-NOTA
               ADD 1 TO WRK-TOT-NOTAS
               MOVE NF-NUMERO TO WRK-ULTIMA-NOTA
           END-IF

           MOVE NF-UF-DESTINO TO WRK-CHAVE-UF
           MOVE NF-ALIQUOTA   TO WRK-CHAVE-ALIQ
           PERFORM 0260-LOCALIZAR-GRUPO

           IF NF-NUMERO NOT = WRK-GRP-ULTIMA-NOTA(WRK-SUB)
               ADD 1 TO WRK-GRP-NOTAS(WRK-SUB)
               MOVE NF-NUMERO TO WRK-GRP-ULTIMA-NOTA(WRK-SUB)
           END-IF
           ADD NF-BASE-ICMS   TO WRK-GRP-BASE(WRK-SUB)
           ADD NF-VALOR-ICMS  TO WRK-GRP-ICMS(WRK-SUB)
           ADD NF-VALOR-DIFAL TO WRK-GRP-DIFAL(WRK-SUB)

           ADD NF-BASE-ICMS   TO WRK-TOT-BASE
           ADD NF-VALOR-ICMS  TO WRK-TOT-ICMS
           ADD NF-VALOR-DIFAL TO WRK-TOT-DIFAL.

      **********LOCALIZA OU ABRE O GRUPO NA ORDEM UF/ALIQUOTA***
       0260-LOCALIZAR-GRUPO.
           MOVE 'N' TO WRK-GRP-ACHADO
           MOVE 1 TO WRK-SUB

           PERFORM UNTIL WRK-SUB > WRK-GRP-QTD OR GRUPO-JA-EXISTE
               IF WRK-GRP-CHAVE(WRK-SUB) = WRK-CHAVE-BUSCA
                   MOVE 'Y' TO WRK-GRP-ACHADO
               ELSE
                   IF WRK-GRP-CHAVE(WRK-SUB) > WRK-CHAVE-BUSCA
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WRK-SUB
               END-IF
           END-PERFORM

           IF NOT GRUPO-JA-EXISTE
               IF WRK-GRP-QTD >= 200
                   DISPLAY 'ERRO: QUANTIDADE DE UF/ALIQUOTA EXCEDE O '
                       'LIMITE DE 200 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WRK-POS FROM WRK-GRP-QTD BY -1
                       UNTIL WRK-POS < WRK-SUB
                   MOVE WRK-GRP-ITEM(WRK-POS)
                       TO WRK-GRP-ITEM(WRK-POS + 1)
               END-PERFORM
               ADD 1 TO WRK-GRP-QTD
               MOVE WRK-CHAVE-BUSCA TO WRK-GRP-CHAVE(WRK-SUB)
               MOVE 0 TO WRK-GRP-NOTAS(WRK-SUB)
               MOVE 0 TO WRK-GRP-ULTIMA-NOTA(WRK-SUB)
               MOVE 0 TO WRK-GRP-BASE(WRK-SUB)
               MOVE 0 TO WRK-GRP-ICMS(WRK-SUB)
               MOVE 0 TO WRK-GRP-DIFAL(WRK-SUB)
           END-IF.

       0300-FINALIZAR.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-GRP-QTD
               IF WRK-GRP-UF(WRK-SUB) NOT = WRK-UF-ANTERIOR
                   AND WRK-UF-ANTERIOR NOT = SPACES
                   PERFORM 0360-IMPRIMIR-SUBTOTAL-UF
               END-IF
               PERFORM 0350-IMPRIMIR-GRUPO
           END-PERFORM.

           IF WRK-UF-ANTERIOR NOT = SPACES
               PERFORM 0360-IMPRIMIR-SUBTOTAL-UF
           END-IF.

           MOVE '---------------------------------------------' TO
               REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-NOTAS TO WRK-NOTAS-ED
           MOVE WRK-TOT-BASE  TO WRK-BASE-ED
           MOVE WRK-TOT-ICMS  TO WRK-ICMS-ED
           MOVE WRK-TOT-DIFAL TO WRK-DIFAL-ED
           MOVE SPACES TO REL-LINHA
           STRING 'TOTAL GERAL      NOTAS ' DELIMITED BY SIZE
               WRK-NOTAS-ED DELIMITED BY SIZE
               ' BASE ' DELIMITED BY SIZE
               WRK-BASE-ED DELIMITED BY SIZE
               ' ICMS ' DELIMITED BY SIZE
               WRK-ICMS-ED DELIMITED BY SIZE
               ' DIFAL ' DELIMITED BY SIZE
               WRK-DIFAL-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

           DISPLAY 'NOTAS NA COMPETENCIA: ' WRK-TOT-NOTAS
               ' ICMS ' WRK-ICMS-ED ' DIFAL ' WRK-DIFAL-ED.
           DISPLAY 'FIM DE PROCESSAMENTO'.

           CLOSE RELATORIO-LIVRO.

           IF WRK-TOT-NOTAS = 0
               DISPLAY 'COMPETENCIA SEM MOVIMENTO'
               MOVE 8 TO RETURN-CODE
           END-IF.

      **********LINHA DE UMA UF E ALIQUOTA**********************
       0350-IMPRIMIR-GRUPO.
           MOVE WRK-GRP-ALIQ(WRK-SUB)  TO WRK-ALIQ-ED
           MOVE WRK-GRP-NOTAS(WRK-SUB) TO WRK-NOTAS-ED
           MOVE WRK-GRP-BASE(WRK-SUB)  TO WRK-BASE-ED
           MOVE WRK-GRP-ICMS(WRK-SUB)  TO WRK-ICMS-ED
           MOVE WRK-GRP-DIFAL(WRK-SUB) TO WRK-DIFAL-ED

           MOVE SPACES TO REL-LINHA
           STRING WRK-GRP-UF(WRK-SUB) DELIMITED BY SIZE
               ' ALIQ ' DELIMITED BY SIZE
               WRK-ALIQ-ED DELIMITED BY SIZE
               '%   NOTAS ' DELIMITED BY SIZE
               WRK-NOTAS-ED DELIMITED BY SIZE
               ' BASE ' DELIMITED BY SIZE
               WRK-BASE-ED DELIMITED BY SIZE
               ' ICMS ' DELIMITED BY SIZE
               WRK-ICMS-ED DELIMITED BY SIZE
               ' DIFAL ' DELIMITED BY SIZE
               WRK-DIFAL-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA

           MOVE WRK-GRP-UF(WRK-SUB) TO WRK-UF-ANTERIOR
           ADD WRK-GRP-BASE(WRK-SUB)  TO WRK-UF-BASE
           ADD WRK-GRP-ICMS(WRK-SUB)  TO WRK-UF-ICMS
           ADD WRK-GRP-DIFAL(WRK-SUB) TO WRK-UF-DIFAL.

      **********SUBTOTAL DA UF DE DESTINO***********************
       0360-IMPRIMIR-SUBTOTAL-UF.
           MOVE WRK-UF-BASE  TO WRK-BASE-ED
           MOVE WRK-UF-ICMS  TO WRK-ICMS-ED
           MOVE WRK-UF-DIFAL TO WRK-DIFAL-ED

           MOVE SPACES TO REL-LINHA
           STRING '   SUBTOTAL ' DELIMITED BY SIZE
               WRK-UF-ANTERIOR DELIMITED BY SIZE
               '             BASE ' DELIMITED BY SIZE
               WRK-BASE-ED DELIMITED BY SIZE
               ' ICMS ' DELIMITED BY SIZE
               WRK-ICMS-ED DELIMITED BY SIZE
               ' DIFAL ' DELIMITED BY SIZE
               WRK-DIFAL-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA

           MOVE 0 TO WRK-UF-BASE
           MOVE 0 TO WRK-UF-ICMS
           MOVE 0 TO WRK-UF-DIFAL.
