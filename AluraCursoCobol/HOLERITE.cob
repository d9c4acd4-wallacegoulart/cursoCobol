      *            INICIO, O PROGRAMA POSICIONA COM START NO PERIODO
      *            DA DATA DE REFERENCIA DO CONTROLE FOLHAHISTCTL E
      *            LE SO OS REGISTROS DO PERIODO
      *ALTERACAO = 15/10/2026 - FOLHA CALCULADA EM RUBRICAS
      *            (ORIGEM R DO MESTRE) IMPRESSA LINHA A LINHA, COM
      *            TOTAIS DE PROVENTOS E DESCONTOS; SEM RUBRICAS VALEM
      *            AS COLUNAS FIXAS
      *ALTERACAO = 15/10/2026 - PAGAMENTO DO ADIANTAMENTO QUINZENAL
      *            (VERBA A) IDENTIFICADO NO CONTRACHEQUE; O
      *            DESCONTO NA FOLHA SAI NA LINHA DA SUA RUBRICA
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-FALTAS-ED       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-IRRF-ED         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DATA-ED         PIC X(10)    VALUE SPACES.
       77  WRK-RBH-QTD         PIC 9(04)    VALUE ZEROS.
       77  WRK-RBH-SUB         PIC 9(04)    VALUE ZEROS.
       77  WRK-EM-RUBRICAS     PIC X        VALUE 'N'.
           88  CONTRACHEQUE-EM-RUBRICAS VALUE 'Y'.
       77  WRK-TOTAL-PROVENTOS PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-DESCONTOS PIC 9(09)V99 VALUE ZEROS.
       77  WRK-RUBRICA-ED      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  WRK-TAB-LIQUIDOS.
           05  WRK-LIQ-ITEM OCCURS 200 TIMES INDEXED BY WRK-LIQ-IDX.
               10  WRK-AUD-PERCENTUAL PIC X(05).
               10  WRK-AUD-DATA       PIC 9(08).

       01  WRK-TAB-RUBRICAS.
           05  WRK-RBH-ITEM OCCURS 2000 TIMES.
               10  WRK-RBH-NUMERO    PIC 9(06).
               10  WRK-RBH-DATA      PIC 9(08).
               10  WRK-RBH-TIPO      PIC X(01).
               10  WRK-RBH-DESCRICAO PIC X(20).
               10  WRK-RBH-NATUREZA  PIC X(01).
               10  WRK-RBH-VALOR     PIC 9(09)V99.

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
                           PERFORM 0127-CARREGAR-DECIMO
                       WHEN 'A'
                           PERFORM 0128-CARREGAR-AUDITORIA
                       WHEN 'R'
                           PERFORM 0129-CARREGAR-RUBRICA
                   END-EVALUATE
                   READ HISTORICO-FOLHA NEXT
                       AT END MOVE 'Y' TO WRK-FH-EOF
           MOVE FH-PERCENTUAL TO WRK-AUD-PERCENTUAL(WRK-AUD-QTD)
           MOVE FH-DATA-EXEC  TO WRK-AUD-DATA(WRK-AUD-QTD).

       0129-CARREGAR-RUBRICA.
           IF WRK-RBH-QTD >= 2000
               DISPLAY 'ERRO: PERIODO EXCEDE O LIMITE DE 2000 '
                   'LINHAS DE RUBRICA - PROCESSAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WRK-RBH-QTD
           MOVE FH-NUMERO        TO WRK-RBH-NUMERO(WRK-RBH-QTD)
           MOVE FH-DATA-EXEC     TO WRK-RBH-DATA(WRK-RBH-QTD)
           MOVE FH-TIPO-VERBA    TO WRK-RBH-TIPO(WRK-RBH-QTD)
           MOVE FH-RUB-DESCRICAO TO WRK-RBH-DESCRICAO(WRK-RBH-QTD)
           MOVE FH-RUB-NATUREZA  TO WRK-RBH-NATUREZA(WRK-RBH-QTD)
           MOVE FH-RUB-VALOR     TO WRK-RBH-VALOR(WRK-RBH-QTD).

       0200-PROCESSAR.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-LIQ-QTD
               WHEN 'C'
                   MOVE 'VERBA: COMISSAO DE VENDAS' TO REL-LINHA
                   WRITE REL-LINHA
               WHEN 'A'
                   MOVE 'VERBA: ADIANTAMENTO SALARIAL' TO REL-LINHA
                   WRITE REL-LINHA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 0260-IMPRIMIR-PERCENTUAL.

           PERFORM 0255-IMPRIMIR-RUBRICAS.
           IF NOT CONTRACHEQUE-EM-RUBRICAS
               PERFORM 0256-IMPRIMIR-COLUNAS
           END-IF.

           MOVE SPACES TO REL-LINHA
           STRING 'SALARIO LIQUIDO......: ' DELIMITED BY SIZE
               WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
               WRK-LIQUIDO-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

           PERFORM 0270-IMPRIMIR-DECIMO.

      ****************LINHAS DE RUBRICA DA FOLHA***************
      *FOLHA CALCULADA EM RUBRICAS IMPRIME UMA LINHA POR RUBRICA,
      *NA ORDEM GRAVADA PELO EXE02, COM OS TOTAIS DE PROVENTOS E
      *DESCONTOS; SEM RUBRICAS (PERIODOS ANTERIORES, FERIAS E
      *COMISSAO) VALEM AS COLUNAS FIXAS DO SALARIO LIQUIDO
       0255-IMPRIMIR-RUBRICAS.
           MOVE 'N' TO WRK-EM-RUBRICAS
           MOVE 0 TO WRK-TOTAL-PROVENTOS
           MOVE 0 TO WRK-TOTAL-DESCONTOS

           PERFORM VARYING WRK-RBH-SUB FROM 1 BY 1
                   UNTIL WRK-RBH-SUB > WRK-RBH-QTD
               IF WRK-RBH-NUMERO(WRK-RBH-SUB) = WRK-LIQ-NUMERO(WRK-SUB)
                   AND WRK-RBH-DATA(WRK-RBH-SUB) =
                       WRK-LIQ-DATA(WRK-SUB)
                   AND WRK-RBH-TIPO(WRK-RBH-SUB) =
                       WRK-LIQ-TIPO(WRK-SUB)
                   MOVE 'Y' TO WRK-EM-RUBRICAS
                   MOVE WRK-RBH-VALOR(WRK-RBH-SUB) TO WRK-RUBRICA-ED
                   MOVE SPACES TO REL-LINHA
                   IF WRK-RBH-NATUREZA(WRK-RBH-SUB) = 'P'
                       ADD WRK-RBH-VALOR(WRK-RBH-SUB) TO
                           WRK-TOTAL-PROVENTOS
                       STRING WRK-RBH-DESCRICAO(WRK-RBH-SUB)
                               DELIMITED BY SIZE
                           ' (+): ' DELIMITED BY SIZE
                           WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
                           WRK-RUBRICA-ED DELIMITED BY SIZE
                           INTO REL-LINHA
                       END-STRING
                   ELSE
                       ADD WRK-RBH-VALOR(WRK-RBH-SUB) TO
                           WRK-TOTAL-DESCONTOS
                       STRING WRK-RBH-DESCRICAO(WRK-RBH-SUB)
                               DELIMITED BY SIZE
                           ' (-): ' DELIMITED BY SIZE
                           WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
                           WRK-RUBRICA-ED DELIMITED BY SIZE
                           INTO REL-LINHA
                       END-STRING
                   END-IF
                   WRITE REL-LINHA
               END-IF
           END-PERFORM

           IF CONTRACHEQUE-EM-RUBRICAS
               MOVE WRK-TOTAL-PROVENTOS TO WRK-RUBRICA-ED
               MOVE SPACES TO REL-LINHA
               STRING 'TOTAL DE PROVENTOS......: ' DELIMITED BY SIZE
                   WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
                   WRK-RUBRICA-ED DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               MOVE WRK-TOTAL-DESCONTOS TO WRK-RUBRICA-ED
               MOVE SPACES TO REL-LINHA
               STRING 'TOTAL DE DESCONTOS......: ' DELIMITED BY SIZE
                   WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
                   WRK-RUBRICA-ED DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-IF.

      ****************COLUNAS FIXAS DO SALARIO LIQUIDO*********
       0256-IMPRIMIR-COLUNAS.
           MOVE SPACES TO REL-LINHA
           STRING 'SALARIO BRUTO........: ' DELIMITED BY SIZE
               WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-IF.

      ****************PERCENTUAL DE REAJUSTE DA AUDITORIA******
       0260-IMPRIMIR-PERCENTUAL.
