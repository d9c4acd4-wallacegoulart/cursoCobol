       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAZAO.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: RAZAO CONTABIL POR CONTA: PARA UMA FAIXA DE CONTAS
      *          E UMA FAIXA DE PERIODOS FISCAIS (AAAAPP, MESMA
      *          DERIVACAO COM INICIO EM ABRIL DO DRE) LISTA CADA
      *          LINHA DO EXE02GL.DAT QUE DEBITA OU CREDITA A CONTA,
      *          EM ORDEM DE DATA, COM HISTORICO, CENTRO DE CUSTO,
      *          EMPRESA, CONTRAPARTIDA, PROGRAMA DE ORIGEM E
      *          DOCUMENTO, E O SALDO CORRENTE A PARTIR DO SALDO
      *          ANTERIOR ACUMULADO DE TODOS OS PERIODOS ANTERIORES
      *          A FAIXA (SALDO DEVEDOR POSITIVO, CREDOR NEGATIVO);
      *          INFORMADO UM PROGRAMA DE ORIGEM, SO AS LINHAS
      *          GRAVADAS POR ELE ENTRAM NO RAZAO, INCLUSIVE NO
      *          SALDO ANTERIOR
      *DATA = 15/10/2026
      *ALTERACAO = 15/10/2026 - LAYOUT DO PLANOCTA.DAT PELO COPY
      *            COMPARTILHADO PLANOCTA.CPY
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LANCAMENTO-CONTABIL ASSIGN TO "DATA/EXE02GL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GL-STATUS.

           SELECT PLANO-CONTAS ASSIGN TO "DATA/PLANOCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTA-STATUS.

           SELECT RELATORIO-RAZAO ASSIGN TO "DATA/RAZAOREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LANCAMENTO-CONTABIL.
       COPY "EXE02GL.CPY".

       FD  PLANO-CONTAS.
       COPY "PLANOCTA.CPY".

       FD  RELATORIO-RAZAO.
       01  REL-LINHA            PIC X(160).

       WORKING-STORAGE SECTION.
       77  WRK-GL-STATUS       PIC X(02)    VALUE '00'.
       77  WRK-CTA-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-GL-EOF          PIC X        VALUE 'N'.
           88  FIM-LANCAMENTOS VALUE 'Y'.
       77  WRK-CTA-EOF         PIC X        VALUE 'N'.
           88  FIM-PLANO-CONTAS VALUE 'Y'.
       77  WRK-CONTA-INICIAL   PIC X(10)    VALUE SPACES.
       77  WRK-CONTA-FINAL     PIC X(10)    VALUE SPACES.
       77  WRK-PERIODO-INICIAL PIC 9(06)    VALUE ZEROS.
       77  WRK-PERIODO-FINAL   PIC 9(06)    VALUE ZEROS.
       77  WRK-ORIGEM-FILTRO   PIC X(10)    VALUE SPACES.
           88  TODAS-AS-ORIGENS VALUE SPACES.
       77  WRK-MES-INICIO-FISCAL PIC 9(02)  VALUE 04.
       77  WRK-ANO-DATA        PIC 9(04)    VALUE ZEROS.
       77  WRK-MES-DATA        PIC 9(02)    VALUE ZEROS.
       77  WRK-ANO-FISCAL      PIC 9(04)    VALUE ZEROS.
       77  WRK-PERIODO-FISCAL  PIC 9(02)    VALUE ZEROS.
       77  WRK-PERIODO-LANC    PIC 9(06)    VALUE ZEROS.
       77  WRK-CONTA           PIC X(10)    VALUE SPACES.
       77  WRK-CONTRAPARTIDA   PIC X(10)    VALUE SPACES.
       77  WRK-LADO            PIC X(01)    VALUE SPACE.
       77  WRK-CTA-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-CTA-SUB         PIC 9(03)    VALUE ZEROS.
       77  WRK-MOV-QTD         PIC 9(04)    VALUE ZEROS.
       77  WRK-SUB             PIC 9(04)    VALUE ZEROS.
       77  WRK-SUB2            PIC 9(04)    VALUE ZEROS.
       77  WRK-SEQ-LEITURA     PIC 9(05)    VALUE ZEROS.
       77  WRK-ACHADO          PIC X        VALUE 'N'.
           88  CONTA-JA-EXISTE VALUE 'Y'.
       77  WRK-QTD-LIDOS       PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-CONTAS-IMPRESSAS PIC 9(03) VALUE ZEROS.
       77  WRK-SALDO           PIC S9(13)V99 VALUE ZEROS.
       77  WRK-TOT-DEBITO      PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOT-CREDITO     PIC 9(13)V99 VALUE ZEROS.
       77  WRK-VALOR-ED        PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR2-ED       PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SALDO-ED        PIC -ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  WRK-TAB-CONTAS.
           05  WRK-CTA-ITEM OCCURS 100 TIMES.
               10  WRK-CTA-CODIGO    PIC X(10).
               10  WRK-CTA-DESCRICAO PIC X(20).
               10  WRK-CTA-ANTERIOR  PIC S9(13)V99.
               10  WRK-CTA-MOVTOS    PIC 9(04).

       01  WRK-CTA-ITEM-AUX.
           05  WRK-AUX-CODIGO      PIC X(10).
           05  WRK-AUX-DESCRICAO   PIC X(20).
           05  WRK-AUX-ANTERIOR    PIC S9(13)V99.
           05  WRK-AUX-MOVTOS      PIC 9(04).

      *    A CHAVE CONTA/DATA/SEQUENCIA DE LEITURA OCUPA AS 23
      *    PRIMEIRAS POSICOES E ORDENA O RAZAO NA IMPRESSAO
       01  WRK-TAB-MOVIMENTOS.
           05  WRK-MOV-ITEM OCCURS 2000 TIMES.
               10  WRK-MOV-CONTA         PIC X(10).
               10  WRK-MOV-DATA          PIC 9(08).
               10  WRK-MOV-SEQ           PIC 9(05).
               10  WRK-MOV-LADO          PIC X(01).
               10  WRK-MOV-CONTRAPARTIDA PIC X(10).
               10  WRK-MOV-HISTORICO     PIC X(30).
               10  WRK-MOV-CCUSTO        PIC X(04).
               10  WRK-MOV-EMPRESA       PIC 9(02).
               10  WRK-MOV-ORIGEM        PIC X(10).
               10  WRK-MOV-DOCUMENTO     PIC 9(12).
               10  WRK-MOV-VALOR         PIC 9(11)V99.

       01  WRK-MOV-ITEM-AUX            PIC X(105).

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY 'CONTA INICIAL.. '
           ACCEPT WRK-CONTA-INICIAL
           DISPLAY 'CONTA FINAL (BRANCO PARA SO A CONTA INICIAL).. '
           ACCEPT WRK-CONTA-FINAL
           IF WRK-CONTA-FINAL = SPACES
               MOVE WRK-CONTA-INICIAL TO WRK-CONTA-FINAL
           END-IF

           DISPLAY 'PERIODO FISCAL INICIAL (AAAAPP).. '
           ACCEPT WRK-PERIODO-INICIAL
           DISPLAY 'PERIODO FISCAL FINAL (AAAAPP - ZERO PARA O '
               'MESMO PERIODO).. '
           ACCEPT WRK-PERIODO-FINAL
           IF WRK-PERIODO-FINAL = 0
               MOVE WRK-PERIODO-INICIAL TO WRK-PERIODO-FINAL
           END-IF

           DISPLAY 'PROGRAMA DE ORIGEM (BRANCO PARA TODOS).. '
           ACCEPT WRK-ORIGEM-FILTRO

           IF WRK-CONTA-INICIAL > WRK-CONTA-FINAL
               OR WRK-PERIODO-INICIAL > WRK-PERIODO-FINAL
               OR WRK-PERIODO-INICIAL(5:2) < '01'
               OR WRK-PERIODO-INICIAL(5:2) > '12'
               OR WRK-PERIODO-FINAL(5:2) < '01'
               OR WRK-PERIODO-FINAL(5:2) > '12'
               DISPLAY 'FAIXA DE CONTAS OU DE PERIODOS INVALIDA - '
                   'PROCESSAMENTO RECUSADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0150-CARREGAR-PLANO.

           OPEN INPUT LANCAMENTO-CONTABIL.
           IF WRK-GL-STATUS NOT = '00'
               DISPLAY 'SEM LANCAMENTOS CONTABEIS ACUMULADOS - '
                   'PROCESSAMENTO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RELATORIO-RAZAO.

           MOVE SPACES TO REL-LINHA
           STRING 'RAZAO CONTABIL - CONTAS ' DELIMITED BY SIZE
               WRK-CONTA-INICIAL DELIMITED BY SIZE
               ' A ' DELIMITED BY SIZE
               WRK-CONTA-FINAL DELIMITED BY SIZE
               ' - PERIODOS FISCAIS ' DELIMITED BY SIZE
               WRK-PERIODO-INICIAL DELIMITED BY SIZE
               ' A ' DELIMITED BY SIZE
               WRK-PERIODO-FINAL DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           IF NOT TODAS-AS-ORIGENS
               MOVE SPACES TO REL-LINHA
               STRING 'SOMENTE LANCAMENTOS GRAVADOS PELO PROGRAMA '
                   DELIMITED BY SIZE
                   WRK-ORIGEM-FILTRO DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-IF.
           MOVE '=============================================' TO
               REL-LINHA.
           WRITE REL-LINHA.

           READ LANCAMENTO-CONTABIL
               AT END MOVE 'Y' TO WRK-GL-EOF
           END-READ.

      **********CONTAS DA FAIXA NO PLANO DE CONTAS*************
       0150-CARREGAR-PLANO.
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
               IF CTA-CODIGO >= WRK-CONTA-INICIAL
                   AND CTA-CODIGO <= WRK-CONTA-FINAL
                   IF WRK-CTA-QTD >= 100
                       DISPLAY 'ERRO: PLANO DE CONTAS EXCEDE O '
                           'LIMITE DE 100 REGISTROS - PROCESSAMENTO '
                           'ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-CTA-QTD
                   MOVE CTA-CODIGO    TO WRK-CTA-CODIGO(WRK-CTA-QTD)
                   MOVE CTA-DESCRICAO TO
                       WRK-CTA-DESCRICAO(WRK-CTA-QTD)
                   MOVE 0 TO WRK-CTA-ANTERIOR(WRK-CTA-QTD)
                   MOVE 0 TO WRK-CTA-MOVTOS(WRK-CTA-QTD)
               END-IF
               READ PLANO-CONTAS
                   AT END MOVE 'Y' TO WRK-CTA-EOF
               END-READ
           END-PERFORM.
           CLOSE PLANO-CONTAS.

       0200-PROCESSAR.
           PERFORM UNTIL FIM-LANCAMENTOS
               ADD 1 TO WRK-QTD-LIDOS
               IF TODAS-AS-ORIGENS
                   OR GL-ORIGEM = WRK-ORIGEM-FILTRO
                   PERFORM 0250-SELECIONAR-LANCAMENTO
               END-IF

               READ LANCAMENTO-CONTABIL
                   AT END MOVE 'Y' TO WRK-GL-EOF
               END-READ
           END-PERFORM.

      **********UM LANCAMENTO NOS DOIS LADOS DA FAIXA**********
       0250-SELECIONAR-LANCAMENTO.
           MOVE GL-DATA-EXEC(1:4) TO WRK-ANO-DATA
           MOVE GL-DATA-EXEC(5:2) TO WRK-MES-DATA

           IF WRK-MES-DATA >= WRK-MES-INICIO-FISCAL
               MOVE WRK-ANO-DATA TO WRK-ANO-FISCAL
               COMPUTE WRK-PERIODO-FISCAL =
                   WRK-MES-DATA - WRK-MES-INICIO-FISCAL + 1
           ELSE
               COMPUTE WRK-ANO-FISCAL = WRK-ANO-DATA - 1
               COMPUTE WRK-PERIODO-FISCAL =
                   WRK-MES-DATA + 13 - WRK-MES-INICIO-FISCAL
           END-IF
           COMPUTE WRK-PERIODO-LANC =
               (WRK-ANO-FISCAL * 100) + WRK-PERIODO-FISCAL

           IF WRK-PERIODO-LANC <= WRK-PERIODO-FINAL
               IF GL-CONTA-DEBITO >= WRK-CONTA-INICIAL
                   AND GL-CONTA-DEBITO <= WRK-CONTA-FINAL
                   MOVE GL-CONTA-DEBITO  TO WRK-CONTA
                   MOVE GL-CONTA-CREDITO TO WRK-CONTRAPARTIDA
                   MOVE 'D' TO WRK-LADO
                   PERFORM 0260-REGISTRAR-LADO
               END-IF
               IF GL-CONTA-CREDITO >= WRK-CONTA-INICIAL
                   AND GL-CONTA-CREDITO <= WRK-CONTA-FINAL
                   MOVE GL-CONTA-CREDITO TO WRK-CONTA
                   MOVE GL-CONTA-DEBITO  TO WRK-CONTRAPARTIDA
                   MOVE 'C' TO WRK-LADO
                   PERFORM 0260-REGISTRAR-LADO
               END-IF
           END-IF.

      *    ANTES DA FAIXA SO ACUMULA O SALDO ANTERIOR; DENTRO DELA
      *    GUARDA A LINHA PARA A IMPRESSAO EM ORDEM DE DATA
       0260-REGISTRAR-LADO.
           PERFORM 0270-LOCALIZAR-CONTA

           IF WRK-PERIODO-LANC < WRK-PERIODO-INICIAL
               IF WRK-LADO = 'D'
                   ADD GL-VALOR TO WRK-CTA-ANTERIOR(WRK-CTA-SUB)
               ELSE
                   SUBTRACT GL-VALOR FROM
                       WRK-CTA-ANTERIOR(WRK-CTA-SUB)
               END-IF
           ELSE
               IF WRK-MOV-QTD >= 2000
                   DISPLAY 'ERRO: RAZAO EXCEDE O LIMITE DE 2000 '
                       'LINHAS - REDUZA A FAIXA DE CONTAS OU DE '
                       'PERIODOS'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-MOV-QTD
               ADD 1 TO WRK-SEQ-LEITURA
               ADD 1 TO WRK-CTA-MOVTOS(WRK-CTA-SUB)
               MOVE WRK-CONTA         TO WRK-MOV-CONTA(WRK-MOV-QTD)
               MOVE GL-DATA-EXEC      TO WRK-MOV-DATA(WRK-MOV-QTD)
               MOVE WRK-SEQ-LEITURA   TO WRK-MOV-SEQ(WRK-MOV-QTD)
               MOVE WRK-LADO          TO WRK-MOV-LADO(WRK-MOV-QTD)
               MOVE WRK-CONTRAPARTIDA TO
                   WRK-MOV-CONTRAPARTIDA(WRK-MOV-QTD)
               MOVE GL-HISTORICO      TO
                   WRK-MOV-HISTORICO(WRK-MOV-QTD)
               MOVE GL-CCUSTO         TO WRK-MOV-CCUSTO(WRK-MOV-QTD)
               MOVE GL-EMPRESA        TO WRK-MOV-EMPRESA(WRK-MOV-QTD)
               MOVE GL-ORIGEM         TO WRK-MOV-ORIGEM(WRK-MOV-QTD)
               MOVE GL-DOCUMENTO      TO
                   WRK-MOV-DOCUMENTO(WRK-MOV-QTD)
               MOVE GL-VALOR          TO WRK-MOV-VALOR(WRK-MOV-QTD)
           END-IF.

      *    CONTA LANCADA QUE NAO ESTA NO PLANO ENTRA NO RAZAO
      *    MESMO ASSIM, PARA NAO SUMIR DA CONFERENCIA
       0270-LOCALIZAR-CONTA.
           MOVE 'N' TO WRK-ACHADO
           MOVE 1 TO WRK-CTA-SUB

           PERFORM UNTIL WRK-CTA-SUB > WRK-CTA-QTD OR CONTA-JA-EXISTE
               IF WRK-CTA-CODIGO(WRK-CTA-SUB) = WRK-CONTA
                   MOVE 'Y' TO WRK-ACHADO
               ELSE
                   ADD 1 TO WRK-CTA-SUB
               END-IF
           END-PERFORM

           IF NOT CONTA-JA-EXISTE
               IF WRK-CTA-QTD >= 100
                   DISPLAY 'ERRO: RAZAO EXCEDE O LIMITE DE 100 '
                       'CONTAS - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-CTA-QTD
               MOVE WRK-CTA-QTD TO WRK-CTA-SUB
               MOVE WRK-CONTA TO WRK-CTA-CODIGO(WRK-CTA-SUB)
               MOVE 'CONTA FORA DO PLANO' TO
                   WRK-CTA-DESCRICAO(WRK-CTA-SUB)
               MOVE 0 TO WRK-CTA-ANTERIOR(WRK-CTA-SUB)
               MOVE 0 TO WRK-CTA-MOVTOS(WRK-CTA-SUB)
           END-IF.

       0300-FINALIZAR.
      *    ORDENA AS CONTAS PELO CODIGO
           PERFORM VARYING WRK-CTA-SUB FROM 1 BY 1
                   UNTIL WRK-CTA-SUB >= WRK-CTA-QTD
               PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                       UNTIL WRK-SUB2 >= WRK-CTA-QTD
                   IF WRK-CTA-CODIGO(WRK-SUB2) >
                       WRK-CTA-CODIGO(WRK-SUB2 + 1)
                       MOVE WRK-CTA-ITEM(WRK-SUB2) TO WRK-CTA-ITEM-AUX
                       MOVE WRK-CTA-ITEM(WRK-SUB2 + 1) TO
                           WRK-CTA-ITEM(WRK-SUB2)
                       MOVE WRK-CTA-ITEM-AUX TO
                           WRK-CTA-ITEM(WRK-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    ORDENA AS LINHAS POR CONTA/DATA/ORDEM DE GRAVACAO
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB >= WRK-MOV-QTD
               PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                       UNTIL WRK-SUB2 >= WRK-MOV-QTD
                   IF WRK-MOV-ITEM(WRK-SUB2)(1:23) >
                       WRK-MOV-ITEM(WRK-SUB2 + 1)(1:23)
                       MOVE WRK-MOV-ITEM(WRK-SUB2) TO
                           WRK-MOV-ITEM-AUX
                       MOVE WRK-MOV-ITEM(WRK-SUB2 + 1) TO
                           WRK-MOV-ITEM(WRK-SUB2)
                       MOVE WRK-MOV-ITEM-AUX TO
                           WRK-MOV-ITEM(WRK-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE 1 TO WRK-SUB.
           PERFORM VARYING WRK-CTA-SUB FROM 1 BY 1
                   UNTIL WRK-CTA-SUB > WRK-CTA-QTD
               IF WRK-CTA-ANTERIOR(WRK-CTA-SUB) NOT = 0
                   OR WRK-CTA-MOVTOS(WRK-CTA-SUB) > 0
                   PERFORM 0350-IMPRIMIR-CONTA
               END-IF
           END-PERFORM.

           MOVE '---------------------------------------------' TO
               REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA
           STRING 'LANCAMENTOS LIDOS: ' DELIMITED BY SIZE
               WRK-QTD-LIDOS DELIMITED BY SIZE
               ' LINHAS NO RAZAO: ' DELIMITED BY SIZE
               WRK-MOV-QTD DELIMITED BY SIZE
               ' CONTAS: ' DELIMITED BY SIZE
               WRK-QTD-CONTAS-IMPRESSAS DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

           CLOSE LANCAMENTO-CONTABIL
           CLOSE RELATORIO-RAZAO.

           IF WRK-QTD-CONTAS-IMPRESSAS = 0
               DISPLAY 'NENHUM SALDO OU MOVIMENTO NA FAIXA INFORMADA'
               MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY 'FIM DE PROCESSAMENTO'.

      **********RAZAO DE UMA CONTA COM SALDO CORRENTE**********
      *AS LINHAS JA ESTAO ORDENADAS POR CONTA E WRK-SUB APONTA
      *PARA A PRIMEIRA LINHA AINDA NAO IMPRESSA
       0350-IMPRIMIR-CONTA.
           ADD 1 TO WRK-QTD-CONTAS-IMPRESSAS
           MOVE WRK-CTA-ANTERIOR(WRK-CTA-SUB) TO WRK-SALDO
           MOVE 0 TO WRK-TOT-DEBITO
           MOVE 0 TO WRK-TOT-CREDITO

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'CONTA ' DELIMITED BY SIZE
               WRK-CTA-CODIGO(WRK-CTA-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-CTA-DESCRICAO(WRK-CTA-SUB) DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA

           MOVE WRK-SALDO TO WRK-SALDO-ED
           MOVE '  SALDO ANTERIOR' TO REL-LINHA
           MOVE WRK-SALDO-ED TO REL-LINHA(124:19)
           WRITE REL-LINHA

           MOVE SPACES TO REL-LINHA
           STRING '  DATA     HISTORICO                      CC   EM '
               DELIMITED BY SIZE
               'CONTRAPART ORIGEM     DOCUMENTO    ' DELIMITED BY SIZE
               '            DEBITO            CREDITO '
               DELIMITED BY SIZE
               '              SALDO' DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA

           PERFORM UNTIL WRK-SUB > WRK-MOV-QTD
                   OR WRK-MOV-CONTA(WRK-SUB) NOT =
                      WRK-CTA-CODIGO(WRK-CTA-SUB)
               PERFORM 0360-IMPRIMIR-LINHA
               ADD 1 TO WRK-SUB
           END-PERFORM

           MOVE WRK-TOT-DEBITO  TO WRK-VALOR-ED
           MOVE WRK-TOT-CREDITO TO WRK-VALOR2-ED
           MOVE WRK-SALDO       TO WRK-SALDO-ED
           MOVE '  TOTAIS DA FAIXA E SALDO FINAL' TO REL-LINHA
           MOVE WRK-VALOR-ED  TO REL-LINHA(86:18)
           MOVE WRK-VALOR2-ED TO REL-LINHA(105:18)
           MOVE WRK-SALDO-ED  TO REL-LINHA(124:19)
           WRITE REL-LINHA.

       0360-IMPRIMIR-LINHA.
           IF WRK-MOV-LADO(WRK-SUB) = 'D'
               ADD WRK-MOV-VALOR(WRK-SUB) TO WRK-SALDO
               ADD WRK-MOV-VALOR(WRK-SUB) TO WRK-TOT-DEBITO
               MOVE WRK-MOV-VALOR(WRK-SUB) TO WRK-VALOR-ED
               MOVE 0 TO WRK-VALOR2-ED
           ELSE
               SUBTRACT WRK-MOV-VALOR(WRK-SUB) FROM WRK-SALDO
               ADD WRK-MOV-VALOR(WRK-SUB) TO WRK-TOT-CREDITO
               MOVE 0 TO WRK-VALOR-ED
               MOVE WRK-MOV-VALOR(WRK-SUB) TO WRK-VALOR2-ED
           END-IF
           MOVE WRK-SALDO TO WRK-SALDO-ED

           MOVE SPACES TO REL-LINHA
           STRING '  ' DELIMITED BY SIZE
               WRK-MOV-DATA(WRK-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-MOV-HISTORICO(WRK-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-MOV-CCUSTO(WRK-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-MOV-EMPRESA(WRK-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-MOV-CONTRAPARTIDA(WRK-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-MOV-ORIGEM(WRK-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-MOV-DOCUMENTO(WRK-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-VALOR2-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-SALDO-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
