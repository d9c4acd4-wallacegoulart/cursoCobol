      *            PERIODO DO ANO INFORMADO E PARA QUANDO O ANO
      *            MUDA, EM VEZ DE VARRER OS EXTEND INTEIROS - O
      *            FECHAMENTO DE EXERCICIO DEIXA DE LEVAR A MANHA
      *ALTERACAO = 15/10/2026 - RENDIMENTO TRIBUTAVEL, ISENTO E
      *            RETENCOES PELAS RUBRICAS DA FOLHA (ORIGEM R), QUE
      *            SUBSTITUEM AS COLUNAS FIXAS DO PAGAMENTO; SEM
      *            RUBRICAS VALEM AS COLUNAS
      *ALTERACAO = 15/10/2026 - ADIANTAMENTO QUINZENAL (VERBA A DO
      *            ADIANT) FORA DOS RENDIMENTOS: JA ESTA NO SALARIO
      *            DA FOLHA QUE O DESCONTOU
      *ALTERACAO = 15/10/2026 - TOTAIS DE CADA INFORME GRAVADOS
      *            TAMBEM NO INFORMETOT.DAT (UM REGISTRO POR
      *            FUNCIONARIO), PARA A CONFERENCIA DA DECLARACAO
      *            ANUAL DA EMPRESA NO DECLANUAL
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PARAMETRO-MOEDA ASSIGN TO "DATA/MOEDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TOTAIS-INFORME ASSIGN TO "DATA/INFORMETOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO-FOLHA.
           05  MOEDA-CODIGO          PIC X(03).
           05  MOEDA-SIMBOLO         PIC X(03).

       FD  TOTAIS-INFORME.
       COPY "INFORTOT.CPY".

       WORKING-STORAGE SECTION.
       COPY "MOEDA.CPY".

       77  WRK-TOTAL-DECIMO    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-IRRF      PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-ED        PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-ISENTO    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-GRP-PERIODO     PIC 9(06)    VALUE ZEROS.
       77  WRK-GRP-NUMERO      PIC 9(06)    VALUE ZEROS.
       77  WRK-GRP-QTD         PIC 9(02)    VALUE ZEROS.
       77  WRK-GRP-SUB         PIC 9(02)    VALUE ZEROS.

       01  WRK-TAB-FUNCIONARIOS.
           05  WRK-FUN-ITEM OCCURS 200 TIMES.
               10  WRK-FUN-NUMERO    PIC 9(06).
               10  WRK-FUN-NOME      PIC X(20).
               10  WRK-FUN-BRUTO     PIC S9(11)V99.
               10  WRK-FUN-INSS      PIC 9(11)V99.
               10  WRK-FUN-DECIMO    PIC 9(11)V99.
               10  WRK-FUN-IRRF      PIC 9(11)V99.
               10  WRK-FUN-ISENTO    PIC 9(11)V99.

       01  WRK-TAB-GRUPO.
           05  WRK-GRP-ITEM OCCURS 50 TIMES.
               10  WRK-GRP-DATA      PIC 9(08).
               10  WRK-GRP-TIPO      PIC X(01).
               10  WRK-GRP-BRUTO     PIC 9(09)V99.
               10  WRK-GRP-INSS      PIC 9(09)V99.
               10  WRK-GRP-IRRF      PIC 9(09)V99.
               10  WRK-GRP-COBERTO   PIC X(01).

       PROCEDURE DIVISION.

           END-IF.

           OPEN OUTPUT RELATORIO-INFORME.
           OPEN OUTPUT TOTAIS-INFORME.

           MOVE LOW-VALUES TO FH-CHAVE
           COMPUTE FH-PERIODO = (WRK-ANO-INFORME * 100) + 1
               ELSE
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
               MOVE 0 TO WRK-FUN-INSS(WRK-SUB)
               MOVE 0 TO WRK-FUN-DECIMO(WRK-SUB)
               MOVE 0 TO WRK-FUN-IRRF(WRK-SUB)
               MOVE 0 TO WRK-FUN-ISENTO(WRK-SUB)
           END-IF

           ADD FH-SALARIO-BRUTO TO WRK-FUN-BRUTO(WRK-SUB)
           ADD FH-DESCONTO-INSS TO WRK-FUN-INSS(WRK-SUB)
           ADD FH-IRRF          TO WRK-FUN-IRRF(WRK-SUB)

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
           MOVE FH-SALARIO-BRUTO TO WRK-GRP-BRUTO(WRK-GRP-QTD)
           MOVE FH-DESCONTO-INSS TO WRK-GRP-INSS(WRK-GRP-QTD)
           MOVE FH-IRRF          TO WRK-GRP-IRRF(WRK-GRP-QTD)
           MOVE 'N'              TO WRK-GRP-COBERTO(WRK-GRP-QTD).

      ****************PAGAMENTOS DO FUNCIONARIO NO PERIODO*****
      *NA ORDEM DA CHAVE, OS SALARIOS LIQUIDOS (ORIGEM L) DE UM
      *FUNCIONARIO NO PERIODO VEM ANTES DAS SUAS RUBRICAS (ORIGEM
      *R); O GRUPO GUARDA OS PAGAMENTOS PARA QUE AS RUBRICAS
      *SUBSTITUAM AS COLUNAS FIXAS DO PAGAMENTO A QUE PERTENCEM
       0255-VERIFICAR-GRUPO.
           IF FH-PERIODO NOT = WRK-GRP-PERIODO
               OR FH-NUMERO NOT = WRK-GRP-NUMERO
               MOVE FH-PERIODO TO WRK-GRP-PERIODO
               MOVE FH-NUMERO  TO WRK-GRP-NUMERO
               MOVE 0 TO WRK-GRP-QTD
           END-IF.

       0245-LOCALIZAR-FUNCIONARIO.
           MOVE 'N' TO WRK-ACHADO
               END-IF
           END-PERFORM.

      ****************ACUMULACAO PELAS RUBRICAS****************
      *A PRIMEIRA RUBRICA DE UM PAGAMENTO ESTORNA AS COLUNAS FIXAS
      *DELE; O RENDIMENTO TRIBUTAVEL SAO AS RUBRICAS COM INCIDENCIA
      *DE IRRF (PROVENTO SOMA, DESCONTO SUBTRAI), O ISENTO SAO OS
      *PROVENTOS SEM INCIDENCIA E AS RETENCOES VEM DAS RUBRICAS DE
      *CLASSE INSS E IRRF
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
                   SUBTRACT WRK-GRP-BRUTO(WRK-GRP-SUB) FROM
                       WRK-FUN-BRUTO(WRK-SUB)
                   SUBTRACT WRK-GRP-INSS(WRK-GRP-SUB) FROM
                       WRK-FUN-INSS(WRK-SUB)
                   SUBTRACT WRK-GRP-IRRF(WRK-GRP-SUB) FROM
                       WRK-FUN-IRRF(WRK-SUB)
                   MOVE 'S' TO WRK-GRP-COBERTO(WRK-GRP-SUB)
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN FH-RUB-CLASSE = 'I'
                   ADD FH-RUB-VALOR TO WRK-FUN-INSS(WRK-SUB)
               WHEN FH-RUB-CLASSE = 'R'
                   ADD FH-RUB-VALOR TO WRK-FUN-IRRF(WRK-SUB)
               WHEN FH-RUB-CLASSE = 'E'
                   CONTINUE
               WHEN FH-RUB-INCIDE-IRRF = 'S'
                   IF FH-RUB-NATUREZA = 'P'
                       ADD FH-RUB-VALOR TO WRK-FUN-BRUTO(WRK-SUB)
                   ELSE
                       SUBTRACT FH-RUB-VALOR FROM
                           WRK-FUN-BRUTO(WRK-SUB)
                   END-IF
               WHEN FH-RUB-NATUREZA = 'P'
                   ADD FH-RUB-VALOR TO WRK-FUN-ISENTO(WRK-SUB)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ****************ACUMULACAO DO DECIMO TERCEIRO************
       0260-ACUMULAR-DECIMO.
           MOVE 'N' TO WRK-ACHADO

           MOVE WRK-TOTAL-BRUTO TO WRK-TOTAL-ED
           MOVE SPACES TO REL-LINHA
           STRING 'RENDIM. TRIBUTAVEIS..: ' DELIMITED BY SIZE
               WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

           MOVE WRK-TOTAL-ISENTO TO WRK-TOTAL-ED
           MOVE SPACES TO REL-LINHA
           STRING 'RENDIM. ISENTOS......: ' DELIMITED BY SIZE
               WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO REL-LINHA
           DISPLAY 'FIM DE PROCESSAMENTO'.

           CLOSE HISTORICO-FOLHA
           CLOSE RELATORIO-INFORME
           CLOSE TOTAIS-INFORME.

      ****************INFORME DE UM FUNCIONARIO****************
       0350-IMPRIMIR-INFORME.

           MOVE WRK-FUN-BRUTO(WRK-SUB) TO WRK-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING 'RENDIM. TRIBUTAVEIS..: ' DELIMITED BY SIZE
               WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

           MOVE WRK-FUN-ISENTO(WRK-SUB) TO WRK-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING 'RENDIM. ISENTOS......: ' DELIMITED BY SIZE
               WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

           MOVE WRK-ANO-INFORME         TO INF-ANO
           MOVE WRK-FUN-NUMERO(WRK-SUB) TO INF-NUMERO
           MOVE WRK-FUN-NOME(WRK-SUB)   TO INF-NOME
           MOVE WRK-FUN-BRUTO(WRK-SUB)  TO INF-TRIBUTAVEL
           MOVE WRK-FUN-ISENTO(WRK-SUB) TO INF-ISENTO
           MOVE WRK-FUN-INSS(WRK-SUB)   TO INF-INSS
           MOVE WRK-FUN-IRRF(WRK-SUB)   TO INF-IRRF
           MOVE WRK-FUN-DECIMO(WRK-SUB) TO INF-DECIMO
           WRITE INF-REC

           ADD WRK-FUN-BRUTO(WRK-SUB)  TO WRK-TOTAL-BRUTO
           ADD WRK-FUN-INSS(WRK-SUB)   TO WRK-TOTAL-INSS
           ADD WRK-FUN-IRRF(WRK-SUB)   TO WRK-TOTAL-IRRF
           ADD WRK-FUN-ISENTO(WRK-SUB) TO WRK-TOTAL-ISENTO
           ADD WRK-FUN-DECIMO(WRK-SUB) TO WRK-TOTAL-DECIMO.
