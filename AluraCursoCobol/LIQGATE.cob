      *          COMPARACAO (FERIAS E COMISSOES NAO DISPARAM O
      *          PORTAO); RC=8 QUANDO NAO HA DUAS FOLHAS A COMPARAR
      *DATA = 02/09/2026
      *ALTERACAO = 15/10/2026 - ADIANTAMENTO QUINZENAL (VERBA A DO
      *            ADIANT): QUANDO A REMESSA MAIS RECENTE E DE
      *            ADIANTAMENTO, ELE E COMPARADO COM O ADIANTAMENTO
      *            ANTERIOR; A FOLHA CONTINUA COMPARADA COM A FOLHA
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-PCT-LIMITE      PIC 9(03)    VALUE 20.
       77  WRK-DATA-ATUAL      PIC 9(08)    VALUE ZEROS.
       77  WRK-DATA-ANTERIOR   PIC 9(08)    VALUE ZEROS.
       77  WRK-ADT-DATA-ATUAL  PIC 9(08)    VALUE ZEROS.
       77  WRK-ADT-DATA-ANTERIOR PIC 9(08)  VALUE ZEROS.
       77  WRK-VERBA-PORTAO    PIC X(01)    VALUE 'F'.
           88  PORTAO-ADIANTAMENTO VALUE 'A'.
       77  WRK-DESCRICAO-VERBA PIC X(12)    VALUE 'FOLHA'.
       77  WRK-ATU-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-ANT-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-SUB             PIC 9(03)    VALUE ZEROS.
           END-READ.

           PERFORM UNTIL FIM-LIQUIDOS
               IF LIQ-VERBA-ADIANTAMENTO
                   IF LIQ-DATA-EXEC > WRK-ADT-DATA-ATUAL
                       MOVE WRK-ADT-DATA-ATUAL TO WRK-ADT-DATA-ANTERIOR
                       MOVE LIQ-DATA-EXEC TO WRK-ADT-DATA-ATUAL
                   ELSE
                       IF LIQ-DATA-EXEC < WRK-ADT-DATA-ATUAL
                           AND LIQ-DATA-EXEC > WRK-ADT-DATA-ANTERIOR
                           MOVE LIQ-DATA-EXEC TO WRK-ADT-DATA-ANTERIOR
                       END-IF
                   END-IF
               END-IF
               IF LIQ-TIPO NOT = 'R' AND LIQ-TIPO NOT = 'C'
                   AND NOT LIQ-VERBA-ADIANTAMENTO
                   IF LIQ-DATA-EXEC > WRK-DATA-ATUAL
                       MOVE WRK-DATA-ATUAL TO WRK-DATA-ANTERIOR
                       MOVE LIQ-DATA-EXEC TO WRK-DATA-ATUAL
           END-PERFORM.
           CLOSE SALARIO-LIQUIDO.

      *    ADIANTAMENTO MAIS RECENTE QUE A FOLHA: A REMESSA A
      *    CONFERIR E A DO ADIANT, COMPARADA COM O ADIANTAMENTO
      *    ANTERIOR (ADIANTAMENTO E FOLHA NUNCA SE COMPARAM)
           IF WRK-ADT-DATA-ATUAL > WRK-DATA-ATUAL
               SET PORTAO-ADIANTAMENTO TO TRUE
               MOVE 'ADIANTAMENTO'        TO WRK-DESCRICAO-VERBA
               MOVE WRK-ADT-DATA-ATUAL    TO WRK-DATA-ATUAL
               MOVE WRK-ADT-DATA-ANTERIOR TO WRK-DATA-ANTERIOR
           END-IF.

           IF WRK-DATA-ANTERIOR = ZEROS
               DISPLAY 'SEM ' WRK-DESCRICAO-VERBA ' ANTERIOR PARA '
                   'COMPARAR - PORTAO NAO AVALIADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           END-READ.

           PERFORM UNTIL FIM-LIQUIDOS
               IF (PORTAO-ADIANTAMENTO AND LIQ-VERBA-ADIANTAMENTO)
                   OR (NOT PORTAO-ADIANTAMENTO
                       AND LIQ-TIPO NOT = 'R' AND LIQ-TIPO NOT = 'C'
                       AND NOT LIQ-VERBA-ADIANTAMENTO)
                   IF LIQ-DATA-EXEC = WRK-DATA-ATUAL
                       PERFORM 0150-CARREGAR-ATUAL
                   END-IF
           OPEN OUTPUT RELATORIO-PORTAO.

           MOVE SPACES TO REL-LINHA
           STRING 'PORTAO DE VARIACAO DO LIQUIDO - '
               DELIMITED BY SIZE
               WRK-DESCRICAO-VERBA DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WRK-DATA-ATUAL DELIMITED BY SIZE
               ' X ' DELIMITED BY SIZE
               WRK-DATA-ANTERIOR DELIMITED BY SIZE
