       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSOLID.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: DEMONSTRACOES CONSOLIDADAS DO GRUPO NO FIM DE UM
      *          PERIODO FISCAL FECHADO (AAAAPP, FECHADO NO
      *          PERIODOS.DAT): SOMA OS LANCAMENTOS DO EXE02GL.DAT DE
      *          TODAS AS EMPRESAS PELOS MESMOS CRITERIOS DO DRE E DO
      *          BALANCO (RESULTADO DO EXERCICIO ATE O PERIODO,
      *          SALDO ACUMULADO DE ATIVO E PASSIVO, RESULTADO DOS
      *          EXERCICIOS ENCERRADOS NA CONTA DE LUCROS DO
      *          ENCERPARM), ELIMINA AS CONTAS INTERCOMPANHIA DO
      *          PLANO DE CONTAS CONTRA A CONTA PAR (SALDOS E
      *          RESULTADOS ENTRE EMPRESAS DO GRUPO, COMO OS DAS
      *          TRANSFERENCIAS DO EMPTRANSF E DOS FRETES
      *          COMPARTILHADOS) PELO VALOR QUE SE CASA ENTRE DEBITO
      *          E CREDITO, E IMPRIME A DRE E O BALANCO COM UMA
      *          COLUNA POR EMPRESA, A COLUNA DE ELIMINACOES E A
      *          CONSOLIDADA; PAR INTERCOMPANHIA QUE NAO ZERA NO
      *          GRUPO E LISTADO COMO DIVERGENCIA E A DIFERENCA
      *          PERMANECE NO CONSOLIDADO (RC=4, TAMBEM PARA BALANCO
      *          CONSOLIDADO DESEQUILIBRADO); ATE 6 EMPRESAS
      *DATA = 15/10/2026
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

           SELECT PERIODOS-FISCAIS ASSIGN TO "DATA/PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PER-STATUS.

           SELECT CONTROLE-ENCERRAMENTO ASSIGN TO "DATA/ENCERCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTL-STATUS.

           SELECT PARAMETROS-ENCERRAMENTO ASSIGN TO
               "DATA/ENCERPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRM-STATUS.

           SELECT RELATORIO-CONSOLIDADO ASSIGN TO
               "DATA/CONSOLIDREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LANCAMENTO-CONTABIL.
       COPY "EXE02GL.CPY".

       FD  PLANO-CONTAS.
       COPY "PLANOCTA.CPY".

       FD  PERIODOS-FISCAIS.
       01  PER-REC.
           05  PER-ANO-FISCAL   PIC 9(04).
           05  PER-PERIODO      PIC 9(02).
           05  PER-SITUACAO     PIC X(01).

       FD  CONTROLE-ENCERRAMENTO.
       01  ECT-REC.
           05  ECT-EXERCICIO    PIC 9(04).
           05  ECT-DATA         PIC 9(08).

       FD  PARAMETROS-ENCERRAMENTO.
       01  PRM-REC.
           05  PRM-CONTA-LUCROS PIC X(10).

       FD  RELATORIO-CONSOLIDADO.
       01  REL-LINHA            PIC X(190).

       WORKING-STORAGE SECTION.
       77  WRK-GL-STATUS       PIC X(02)    VALUE '00'.
       77  WRK-CTA-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-PER-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-CTL-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-PRM-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-GL-EOF          PIC X        VALUE 'N'.
           88  FIM-LANCAMENTOS VALUE 'Y'.
       77  WRK-CTA-EOF         PIC X        VALUE 'N'.
           88  FIM-PLANO-CONTAS VALUE 'Y'.
       77  WRK-PER-EOF         PIC X        VALUE 'N'.
           88  FIM-PERIODOS    VALUE 'Y'.
       77  WRK-CTL-EOF         PIC X        VALUE 'N'.
           88  FIM-CONTROLE    VALUE 'Y'.
       77  WRK-PERIODO-CONSOLID PIC 9(06)   VALUE ZEROS.
       77  WRK-EXERCICIO       PIC 9(04)    VALUE ZEROS.
       77  WRK-PERIODO-OK      PIC X        VALUE 'N'.
           88  PERIODO-FECHADO VALUE 'S'.
       77  WRK-CONTA-LUCROS    PIC X(10)    VALUE '2400-LUCR'.
       77  WRK-MES-INICIO-FISCAL PIC 9(02)  VALUE 04.
       77  WRK-ANO-DATA        PIC 9(04)    VALUE ZEROS.
       77  WRK-MES-DATA        PIC 9(02)    VALUE ZEROS.
       77  WRK-ANO-FISCAL      PIC 9(04)    VALUE ZEROS.
       77  WRK-PERIODO-FISCAL  PIC 9(02)    VALUE ZEROS.
       77  WRK-PERIODO-LANC    PIC 9(06)    VALUE ZEROS.
       77  WRK-CONTA           PIC X(10)    VALUE SPACES.
       77  WRK-TIPO-CONTA      PIC X(01)    VALUE SPACE.
       77  WRK-VALOR-LADO      PIC S9(13)V99 VALUE ZEROS.
       77  WRK-EXERCICIO-ENCERRADO PIC X    VALUE 'N'.
           88  ANO-JA-ENCERRADO VALUE 'S'.
       77  WRK-CTA-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-CTA-SUB         PIC 9(03)    VALUE ZEROS.
       77  WRK-PAR-SUB         PIC 9(03)    VALUE ZEROS.
       77  WRK-ECT-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-EMP-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-PAR-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-SUB             PIC 9(03)    VALUE ZEROS.
       77  WRK-SUB2            PIC 9(03)    VALUE ZEROS.
       77  WRK-EMP-SUB         PIC 9(03)    VALUE ZEROS.
       77  WRK-COL             PIC 9(03)    VALUE ZEROS.
       77  WRK-POS             PIC 9(03)    VALUE ZEROS.
       77  WRK-AUX-ORDEM       PIC 9(03)    VALUE ZEROS.
       77  WRK-ACHADO          PIC X        VALUE 'N'.
           88  ITEM-JA-EXISTE  VALUE 'Y'.
       77  WRK-LINHA-COM-VALOR PIC X        VALUE 'N'.
           88  LINHA-COM-VALOR VALUE 'Y'.
       77  WRK-EMPRESA         PIC 9(02)    VALUE ZEROS.
       77  WRK-SINAL           PIC S9(01)   VALUE +1.
       77  WRK-QTD-LIDOS       PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-FORA-PLANO  PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-DIVERGENCIAS PIC 9(03)   VALUE ZEROS.
       77  WRK-DESEQUILIBRADO  PIC X        VALUE 'N'.
           88  CONSOLIDADO-DESEQUILIBRADO VALUE 'S'.
       77  WRK-TOTAL-X         PIC S9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-Y         PIC S9(13)V99 VALUE ZEROS.
       77  WRK-DEBITOS         PIC S9(13)V99 VALUE ZEROS.
       77  WRK-CREDITOS        PIC S9(13)V99 VALUE ZEROS.
       77  WRK-ELIMINADO       PIC S9(13)V99 VALUE ZEROS.
       77  WRK-DIFERENCA       PIC S9(13)V99 VALUE ZEROS.
       77  WRK-VALOR-ED        PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TITULO          PIC X(33)    VALUE SPACES.
       77  WRK-CABEC-EMPRESA   PIC X(10)    VALUE SPACES.

       01  WRK-TAB-PLANO-CONTAS.
           05  WRK-CTA-ITEM OCCURS 100 TIMES.
               10  WRK-CTA-CODIGO    PIC X(10).
               10  WRK-CTA-DESCRICAO PIC X(20).
               10  WRK-CTA-TIPO      PIC X(01).
               10  WRK-CTA-INTERCIA  PIC X(01).
               10  WRK-CTA-PAR       PIC X(10).
               10  WRK-CTA-TRATADA   PIC X(01).
      *        SALDO NO SENTIDO DEVEDOR POR EMPRESA (POSICAO DA
      *        EMPRESA NA TABELA DE EMPRESAS)
               10  WRK-CTA-SALDO     PIC S9(13)V99 OCCURS 6 TIMES.
               10  WRK-CTA-ELIMINACAO PIC S9(13)V99.

       01  WRK-TAB-ENCERRADOS.
           05  WRK-ECT-EXERCICIO PIC 9(04) OCCURS 100 TIMES.

      *    RESULTADOS NO SENTIDO CREDOR (LUCRO POSITIVO)
       01  WRK-TAB-EMPRESAS.
           05  WRK-EMP-ITEM OCCURS 6 TIMES.
               10  WRK-EMP-CODIGO        PIC 9(02).
               10  WRK-EMP-RES-ENCERRADO PIC S9(13)V99.
               10  WRK-EMP-RES-PENDENTE  PIC S9(13)V99.

      *    POSICAO DA EMPRESA NA TABELA, NA ORDEM DO CODIGO
       01  WRK-TAB-ORDEM.
           05  WRK-ORD-EMPRESA PIC 9(03) OCCURS 6 TIMES.

       01  WRK-TAB-PARES.
           05  WRK-PAR-ITEM OCCURS 50 TIMES.
               10  WRK-PAR-CONTA-X   PIC X(10).
               10  WRK-PAR-CONTA-Y   PIC X(10).
               10  WRK-PAR-DEBITOS   PIC S9(13)V99.
               10  WRK-PAR-CREDITOS  PIC S9(13)V99.
               10  WRK-PAR-ELIMINADO PIC S9(13)V99.

      *    COLUNAS DE UMA LINHA IMPRESSA, NA ORDEM DAS EMPRESAS
       01  WRK-LINHA-VALORES.
           05  WRK-LIN-EMPRESA   PIC S9(13)V99 OCCURS 6 TIMES.
           05  WRK-LIN-ELIMINACAO PIC S9(13)V99.
           05  WRK-LIN-CONSOLIDADO PIC S9(13)V99.

       01  WRK-TOTAL-VALORES.
           05  WRK-TOT-EMPRESA   PIC S9(13)V99 OCCURS 6 TIMES.
           05  WRK-TOT-ELIMINACAO PIC S9(13)V99.
           05  WRK-TOT-CONSOLIDADO PIC S9(13)V99.

       01  WRK-RECEITA-VALORES.
           05  WRK-REC-EMPRESA   PIC S9(13)V99 OCCURS 6 TIMES.
           05  WRK-REC-ELIMINACAO PIC S9(13)V99.
           05  WRK-REC-CONSOLIDADO PIC S9(13)V99.

       01  WRK-RESULTADO-VALORES.
           05  WRK-RES-EMPRESA   PIC S9(13)V99 OCCURS 6 TIMES.
           05  WRK-RES-ELIMINACAO PIC S9(13)V99.
           05  WRK-RES-CONSOLIDADO PIC S9(13)V99.

       01  WRK-ATIVO-VALORES.
           05  WRK-ATV-EMPRESA   PIC S9(13)V99 OCCURS 6 TIMES.
           05  WRK-ATV-ELIMINACAO PIC S9(13)V99.
           05  WRK-ATV-CONSOLIDADO PIC S9(13)V99.

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY 'PERIODO FISCAL DA CONSOLIDACAO (AAAAPP).. '
           ACCEPT WRK-PERIODO-CONSOLID.

           IF WRK-PERIODO-CONSOLID(5:2) < '01'
               OR WRK-PERIODO-CONSOLID(5:2) > '12'
               DISPLAY 'PERIODO INVALIDO: ' WRK-PERIODO-CONSOLID
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WRK-PERIODO-CONSOLID(1:4) TO WRK-EXERCICIO.

           PERFORM 0110-VERIFICAR-PERIODO.
           PERFORM 0120-CARREGAR-ENCERRADOS.
           PERFORM 0130-CARREGAR-PARAMETRO.
           PERFORM 0140-CARREGAR-PLANO.

           OPEN INPUT LANCAMENTO-CONTABIL.
           IF WRK-GL-STATUS NOT = '00'
               DISPLAY 'SEM LANCAMENTOS CONTABEIS ACUMULADOS - '
                   'PROCESSAMENTO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RELATORIO-CONSOLIDADO.

           MOVE SPACES TO REL-LINHA
           STRING 'DEMONSTRACOES CONSOLIDADAS DO GRUPO - FIM DO '
               DELIMITED BY SIZE
               'PERIODO FISCAL ' DELIMITED BY SIZE
               WRK-PERIODO-CONSOLID DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE '=============================================' TO
               REL-LINHA.
           WRITE REL-LINHA.

           READ LANCAMENTO-CONTABIL
               AT END MOVE 'Y' TO WRK-GL-EOF
           END-READ.

      **********O PERIODO CONSOLIDADO PRECISA ESTAR FECHADO****
       0110-VERIFICAR-PERIODO.
           OPEN INPUT PERIODOS-FISCAIS
           IF WRK-PER-STATUS NOT = '00'
               DISPLAY 'SEM CONTROLE DE PERIODOS (FECHAPER) - '
                   'PROCESSAMENTO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           READ PERIODOS-FISCAIS
               AT END MOVE 'Y' TO WRK-PER-EOF
           END-READ
           PERFORM UNTIL FIM-PERIODOS
               IF PER-ANO-FISCAL = WRK-EXERCICIO
                   AND PER-PERIODO = WRK-PERIODO-CONSOLID(5:2)
                   AND PER-SITUACAO = 'F'
                   SET PERIODO-FECHADO TO TRUE
               END-IF
               READ PERIODOS-FISCAIS
                   AT END MOVE 'Y' TO WRK-PER-EOF
               END-READ
           END-PERFORM
           CLOSE PERIODOS-FISCAIS

           IF NOT PERIODO-FECHADO
               DISPLAY 'PERIODO FISCAL ' WRK-PERIODO-CONSOLID
                   ' AINDA NAO ESTA FECHADO - CONSOLIDACAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      **********EXERCICIOS JA ENCERRADOS PELO ENCEREXE*********
       0120-CARREGAR-ENCERRADOS.
           OPEN INPUT CONTROLE-ENCERRAMENTO
           IF WRK-CTL-STATUS = '00'
               READ CONTROLE-ENCERRAMENTO
                   AT END MOVE 'Y' TO WRK-CTL-EOF
               END-READ
               PERFORM UNTIL FIM-CONTROLE
                   IF WRK-ECT-QTD >= 100
                       DISPLAY 'ERRO: CONTROLE DE ENCERRAMENTO EXCEDE '
                           'O LIMITE DE 100 REGISTROS - '
                           'PROCESSAMENTO ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-ECT-QTD
                   MOVE ECT-EXERCICIO TO WRK-ECT-EXERCICIO(WRK-ECT-QTD)
                   READ CONTROLE-ENCERRAMENTO
                       AT END MOVE 'Y' TO WRK-CTL-EOF
                   END-READ
               END-PERFORM
               CLOSE CONTROLE-ENCERRAMENTO
           END-IF.

       0130-CARREGAR-PARAMETRO.
           OPEN INPUT PARAMETROS-ENCERRAMENTO
           IF WRK-PRM-STATUS = '00'
               READ PARAMETROS-ENCERRAMENTO
                   AT END CONTINUE
                   NOT AT END
                       MOVE PRM-CONTA-LUCROS TO WRK-CONTA-LUCROS
               END-READ
               CLOSE PARAMETROS-ENCERRAMENTO
           END-IF.

       0140-CARREGAR-PLANO.
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
               MOVE CTA-CODIGO    TO WRK-CTA-CODIGO(WRK-CTA-QTD)
               MOVE CTA-DESCRICAO TO WRK-CTA-DESCRICAO(WRK-CTA-QTD)
               MOVE CTA-TIPO      TO WRK-CTA-TIPO(WRK-CTA-QTD)
               MOVE CTA-INTERCOMPANHIA TO
                   WRK-CTA-INTERCIA(WRK-CTA-QTD)
               MOVE CTA-CONTA-PAR TO WRK-CTA-PAR(WRK-CTA-QTD)
               MOVE 'N'           TO WRK-CTA-TRATADA(WRK-CTA-QTD)
               MOVE 0 TO WRK-CTA-ELIMINACAO(WRK-CTA-QTD)
               PERFORM VARYING WRK-SUB FROM 1 BY 1 UNTIL WRK-SUB > 6
                   MOVE 0 TO WRK-CTA-SALDO(WRK-CTA-QTD, WRK-SUB)
               END-PERFORM
               READ PLANO-CONTAS
                   AT END MOVE 'Y' TO WRK-CTA-EOF
               END-READ
           END-PERFORM.
           CLOSE PLANO-CONTAS.

       0200-PROCESSAR.
           PERFORM UNTIL FIM-LANCAMENTOS
               ADD 1 TO WRK-QTD-LIDOS
               IF GL-HISTORICO(1:12) = 'ENCERRAMENTO'
                   CONTINUE
               ELSE
                   PERFORM 0250-CLASSIFICAR-LANCAMENTO
               END-IF

               READ LANCAMENTO-CONTABIL
                   AT END MOVE 'Y' TO WRK-GL-EOF
               END-READ
           END-PERFORM.

      **********CLASSIFICACAO DE UM LANCAMENTO*****************
       0250-CLASSIFICAR-LANCAMENTO.
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

           IF WRK-PERIODO-LANC <= WRK-PERIODO-CONSOLID
               MOVE GL-EMPRESA TO WRK-EMPRESA
               PERFORM 0270-LOCALIZAR-EMPRESA

               MOVE 'N' TO WRK-EXERCICIO-ENCERRADO
               PERFORM VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > WRK-ECT-QTD
                   IF WRK-ECT-EXERCICIO(WRK-SUB) = WRK-ANO-FISCAL
                       SET ANO-JA-ENCERRADO TO TRUE
                   END-IF
               END-PERFORM

               MOVE GL-CONTA-DEBITO TO WRK-CONTA
               MOVE GL-VALOR TO WRK-VALOR-LADO
               PERFORM 0260-ACUMULAR-LADO

               MOVE GL-CONTA-CREDITO TO WRK-CONTA
               COMPUTE WRK-VALOR-LADO = GL-VALOR * -1
               PERFORM 0260-ACUMULAR-LADO
           END-IF.

      *    ENTRA COM WRK-VALOR-LADO POSITIVO NO DEBITO E NEGATIVO
      *    NO CREDITO
       0260-ACUMULAR-LADO.
           MOVE SPACE TO WRK-TIPO-CONTA
           MOVE 0 TO WRK-SUB
           PERFORM VARYING WRK-CTA-SUB FROM 1 BY 1
                   UNTIL WRK-CTA-SUB > WRK-CTA-QTD
               IF WRK-CTA-CODIGO(WRK-CTA-SUB) = WRK-CONTA
                   MOVE WRK-CTA-TIPO(WRK-CTA-SUB) TO WRK-TIPO-CONTA
                   MOVE WRK-CTA-SUB TO WRK-SUB
               END-IF
           END-PERFORM

           EVALUATE WRK-TIPO-CONTA
               WHEN 'A'
               WHEN 'P'
                   ADD WRK-VALOR-LADO TO
                       WRK-CTA-SALDO(WRK-SUB, WRK-EMP-SUB)
               WHEN 'R'
               WHEN 'D'
                   IF WRK-ANO-FISCAL = WRK-EXERCICIO
                       ADD WRK-VALOR-LADO TO
                           WRK-CTA-SALDO(WRK-SUB, WRK-EMP-SUB)
                   ELSE
                       IF ANO-JA-ENCERRADO
                           SUBTRACT WRK-VALOR-LADO FROM
                               WRK-EMP-RES-ENCERRADO(WRK-EMP-SUB)
                       ELSE
                           SUBTRACT WRK-VALOR-LADO FROM
                               WRK-EMP-RES-PENDENTE(WRK-EMP-SUB)
                       END-IF
                   END-IF
               WHEN OTHER
                   ADD 1 TO WRK-QTD-FORA-PLANO
           END-EVALUATE.

       0270-LOCALIZAR-EMPRESA.
           MOVE 'N' TO WRK-ACHADO
           MOVE 1 TO WRK-EMP-SUB

           PERFORM UNTIL WRK-EMP-SUB > WRK-EMP-QTD OR ITEM-JA-EXISTE
               IF WRK-EMP-CODIGO(WRK-EMP-SUB) = WRK-EMPRESA
                   MOVE 'Y' TO WRK-ACHADO
               ELSE
                   ADD 1 TO WRK-EMP-SUB
               END-IF
           END-PERFORM

           IF NOT ITEM-JA-EXISTE
               IF WRK-EMP-QTD >= 6
                   DISPLAY 'ERRO: CONSOLIDACAO EXCEDE O LIMITE DE 6 '
                       'EMPRESAS - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-EMP-QTD
               MOVE WRK-EMP-QTD TO WRK-EMP-SUB
               MOVE WRK-EMPRESA TO WRK-EMP-CODIGO(WRK-EMP-SUB)
               MOVE 0 TO WRK-EMP-RES-ENCERRADO(WRK-EMP-SUB)
               MOVE 0 TO WRK-EMP-RES-PENDENTE(WRK-EMP-SUB)
           END-IF.

       0300-FINALIZAR.
      *    RESULTADO DOS EXERCICIOS ENCERRADOS VAI PARA LUCROS
      *    ACUMULADOS DE CADA EMPRESA; SEM A CONTA NO PLANO FICA NA
      *    LINHA DE RESULTADO NAO ENCERRADO
           MOVE 0 TO WRK-PAR-SUB
           PERFORM VARYING WRK-CTA-SUB FROM 1 BY 1
                   UNTIL WRK-CTA-SUB > WRK-CTA-QTD
               IF WRK-CTA-CODIGO(WRK-CTA-SUB) = WRK-CONTA-LUCROS
                   MOVE WRK-CTA-SUB TO WRK-PAR-SUB
               END-IF
           END-PERFORM
           PERFORM VARYING WRK-EMP-SUB FROM 1 BY 1
                   UNTIL WRK-EMP-SUB > WRK-EMP-QTD
               IF WRK-PAR-SUB > 0
                   SUBTRACT WRK-EMP-RES-ENCERRADO(WRK-EMP-SUB) FROM
                       WRK-CTA-SALDO(WRK-PAR-SUB, WRK-EMP-SUB)
               ELSE
                   ADD WRK-EMP-RES-ENCERRADO(WRK-EMP-SUB) TO
                       WRK-EMP-RES-PENDENTE(WRK-EMP-SUB)
               END-IF
           END-PERFORM.

      *    ORDEM DE IMPRESSAO DAS EMPRESAS PELO CODIGO
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-EMP-QTD
               MOVE WRK-SUB TO WRK-ORD-EMPRESA(WRK-SUB)
           END-PERFORM.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB >= WRK-EMP-QTD
               PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                       UNTIL WRK-SUB2 >= WRK-EMP-QTD
                   IF WRK-EMP-CODIGO(WRK-ORD-EMPRESA(WRK-SUB2)) >
                       WRK-EMP-CODIGO(WRK-ORD-EMPRESA(WRK-SUB2 + 1))
                       MOVE WRK-ORD-EMPRESA(WRK-SUB2) TO
                           WRK-AUX-ORDEM
                       MOVE WRK-ORD-EMPRESA(WRK-SUB2 + 1) TO
                           WRK-ORD-EMPRESA(WRK-SUB2)
                       MOVE WRK-AUX-ORDEM TO
                           WRK-ORD-EMPRESA(WRK-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM VARYING WRK-CTA-SUB FROM 1 BY 1
                   UNTIL WRK-CTA-SUB > WRK-CTA-QTD
               IF WRK-CTA-INTERCIA(WRK-CTA-SUB) = 'S'
                   AND WRK-CTA-TRATADA(WRK-CTA-SUB) = 'N'
                   PERFORM 0310-ELIMINAR-PAR
               END-IF
           END-PERFORM.

           IF WRK-EMP-QTD > 0
               PERFORM 0350-IMPRIMIR-DRE
               PERFORM 0370-IMPRIMIR-BALANCO
               PERFORM 0390-IMPRIMIR-ELIMINACOES
           END-IF.

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA.
           MOVE '---------------------------------------------' TO
               REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA
           STRING 'LANCAMENTOS LIDOS: ' DELIMITED BY SIZE
               WRK-QTD-LIDOS DELIMITED BY SIZE
               ' EMPRESAS: ' DELIMITED BY SIZE
               WRK-EMP-QTD DELIMITED BY SIZE
               ' PARES INTERCOMPANHIA: ' DELIMITED BY SIZE
               WRK-PAR-QTD DELIMITED BY SIZE
               ' DIVERGENCIAS: ' DELIMITED BY SIZE
               WRK-QTD-DIVERGENCIAS DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           IF WRK-QTD-FORA-PLANO > 0
               MOVE SPACES TO REL-LINHA
               STRING 'LADOS DE LANCAMENTO EM CONTA FORA DO PLANO '
                   'DE CONTAS: ' DELIMITED BY SIZE
                   WRK-QTD-FORA-PLANO DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-IF.

           CLOSE LANCAMENTO-CONTABIL
           CLOSE RELATORIO-CONSOLIDADO.

           IF WRK-QTD-DIVERGENCIAS > 0
               DISPLAY '*** ATENCAO: ' WRK-QTD-DIVERGENCIAS
                   ' PAR(ES) INTERCOMPANHIA NAO ZERAM NO GRUPO - '
                   'VER CONSOLIDREL.DAT ***'
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF CONSOLIDADO-DESEQUILIBRADO
               DISPLAY '*** ATENCAO: BALANCO CONSOLIDADO '
                   'DESEQUILIBRADO - ATIVO DIFERE DO PASSIVO MAIS '
                   'PATRIMONIO LIQUIDO ***'
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF WRK-EMP-QTD = 0
               DISPLAY 'NENHUM LANCAMENTO ATE O PERIODO '
                   WRK-PERIODO-CONSOLID
               MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY 'FIM DE PROCESSAMENTO'.

      **********ELIMINACAO DE UM PAR INTERCOMPANHIA*************
      *O VALOR ELIMINADO E O QUE SE CASA ENTRE O LADO DEVEDOR E O
      *CREDOR DO PAR NO GRUPO; A DIFERENCA FICA NO CONSOLIDADO.
      *CONTA SEM PAR (OU COM PAR FORA DO PLANO) CASA CONSIGO MESMA:
      *OS SALDOS DAS EMPRESAS JA SE ANULAM NA SOMA E A COLUNA DE
      *ELIMINACOES NAO SE ALTERA
       0310-ELIMINAR-PAR.
           MOVE WRK-CTA-SUB TO WRK-PAR-SUB
           IF WRK-CTA-PAR(WRK-CTA-SUB) NOT = SPACES
               PERFORM VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > WRK-CTA-QTD
                   IF WRK-CTA-CODIGO(WRK-SUB) =
                       WRK-CTA-PAR(WRK-CTA-SUB)
                       MOVE WRK-SUB TO WRK-PAR-SUB
                   END-IF
               END-PERFORM
           END-IF
           MOVE 'S' TO WRK-CTA-TRATADA(WRK-CTA-SUB)
           MOVE 'S' TO WRK-CTA-TRATADA(WRK-PAR-SUB)

           MOVE 0 TO WRK-TOTAL-X
           MOVE 0 TO WRK-TOTAL-Y
           MOVE 0 TO WRK-DEBITOS
           MOVE 0 TO WRK-CREDITOS
           PERFORM VARYING WRK-EMP-SUB FROM 1 BY 1
                   UNTIL WRK-EMP-SUB > WRK-EMP-QTD
               ADD WRK-CTA-SALDO(WRK-CTA-SUB, WRK-EMP-SUB) TO
                   WRK-TOTAL-X
               IF WRK-PAR-SUB NOT = WRK-CTA-SUB
                   ADD WRK-CTA-SALDO(WRK-PAR-SUB, WRK-EMP-SUB) TO
                       WRK-TOTAL-Y
               ELSE
                   IF WRK-CTA-SALDO(WRK-CTA-SUB, WRK-EMP-SUB) > 0
                       ADD WRK-CTA-SALDO(WRK-CTA-SUB, WRK-EMP-SUB)
                           TO WRK-DEBITOS
                   ELSE
                       ADD WRK-CTA-SALDO(WRK-CTA-SUB, WRK-EMP-SUB)
                           TO WRK-CREDITOS
                   END-IF
               END-IF
           END-PERFORM

           IF WRK-PAR-SUB NOT = WRK-CTA-SUB
               IF WRK-TOTAL-X > 0
                   ADD WRK-TOTAL-X TO WRK-DEBITOS
               ELSE
                   ADD WRK-TOTAL-X TO WRK-CREDITOS
               END-IF
               IF WRK-TOTAL-Y > 0
                   ADD WRK-TOTAL-Y TO WRK-DEBITOS
               ELSE
                   ADD WRK-TOTAL-Y TO WRK-CREDITOS
               END-IF
           END-IF

           IF WRK-DEBITOS < WRK-CREDITOS * -1
               MOVE WRK-DEBITOS TO WRK-ELIMINADO
           ELSE
               COMPUTE WRK-ELIMINADO = WRK-CREDITOS * -1
           END-IF

           IF WRK-PAR-SUB NOT = WRK-CTA-SUB
               EVALUATE TRUE
                   WHEN WRK-TOTAL-X > 0
                       COMPUTE WRK-CTA-ELIMINACAO(WRK-CTA-SUB) =
                           WRK-ELIMINADO * -1
                   WHEN WRK-TOTAL-X < 0
                       MOVE WRK-ELIMINADO TO
                           WRK-CTA-ELIMINACAO(WRK-CTA-SUB)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               EVALUATE TRUE
                   WHEN WRK-TOTAL-Y > 0
                       COMPUTE WRK-CTA-ELIMINACAO(WRK-PAR-SUB) =
                           WRK-ELIMINADO * -1
                   WHEN WRK-TOTAL-Y < 0
                       MOVE WRK-ELIMINADO TO
                           WRK-CTA-ELIMINACAO(WRK-PAR-SUB)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF WRK-PAR-QTD >= 50
               DISPLAY 'ERRO: CONSOLIDACAO EXCEDE O LIMITE DE 50 '
                   'PARES INTERCOMPANHIA - PROCESSAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WRK-PAR-QTD
           MOVE WRK-CTA-CODIGO(WRK-CTA-SUB) TO
               WRK-PAR-CONTA-X(WRK-PAR-QTD)
           MOVE WRK-CTA-CODIGO(WRK-PAR-SUB) TO
               WRK-PAR-CONTA-Y(WRK-PAR-QTD)
           MOVE WRK-DEBITOS   TO WRK-PAR-DEBITOS(WRK-PAR-QTD)
           MOVE WRK-CREDITOS  TO WRK-PAR-CREDITOS(WRK-PAR-QTD)
           MOVE WRK-ELIMINADO TO WRK-PAR-ELIMINADO(WRK-PAR-QTD).

      **********DRE CONSOLIDADA********************************
       0350-IMPRIMIR-DRE.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'DEMONSTRACAO DE RESULTADO - EXERCICIO '
               DELIMITED BY SIZE
               WRK-EXERCICIO DELIMITED BY SIZE
               ' ATE O PERIODO ' DELIMITED BY SIZE
               WRK-PERIODO-CONSOLID(5:2) DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           PERFORM 0410-IMPRIMIR-CABECALHO

           MOVE ' RECEITAS' TO REL-LINHA
           WRITE REL-LINHA
           INITIALIZE WRK-TOTAL-VALORES
           MOVE -1 TO WRK-SINAL
           MOVE 'R' TO WRK-TIPO-CONTA
           PERFORM 0420-IMPRIMIR-CONTAS-DO-TIPO
           MOVE WRK-TOTAL-VALORES TO WRK-LINHA-VALORES
           MOVE '  TOTAL DAS RECEITAS' TO WRK-TITULO
           PERFORM 0440-IMPRIMIR-VALORES
           MOVE WRK-TOTAL-VALORES TO WRK-RECEITA-VALORES

           MOVE ' DESPESAS' TO REL-LINHA
           WRITE REL-LINHA
           INITIALIZE WRK-TOTAL-VALORES
           MOVE +1 TO WRK-SINAL
           MOVE 'D' TO WRK-TIPO-CONTA
           PERFORM 0420-IMPRIMIR-CONTAS-DO-TIPO
           MOVE WRK-TOTAL-VALORES TO WRK-LINHA-VALORES
           MOVE '  TOTAL DAS DESPESAS' TO WRK-TITULO
           PERFORM 0440-IMPRIMIR-VALORES

           PERFORM VARYING WRK-COL FROM 1 BY 1
                   UNTIL WRK-COL > WRK-EMP-QTD
               COMPUTE WRK-RES-EMPRESA(WRK-COL) =
                   WRK-REC-EMPRESA(WRK-COL) - WRK-TOT-EMPRESA(WRK-COL)
           END-PERFORM
           COMPUTE WRK-RES-ELIMINACAO =
               WRK-REC-ELIMINACAO - WRK-TOT-ELIMINACAO
           COMPUTE WRK-RES-CONSOLIDADO =
               WRK-REC-CONSOLIDADO - WRK-TOT-CONSOLIDADO
           MOVE WRK-RESULTADO-VALORES TO WRK-LINHA-VALORES
           MOVE ' RESULTADO DO EXERCICIO' TO WRK-TITULO
           PERFORM 0440-IMPRIMIR-VALORES.

      **********BALANCO PATRIMONIAL CONSOLIDADO****************
       0370-IMPRIMIR-BALANCO.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'BALANCO PATRIMONIAL - FIM DO PERIODO FISCAL '
               DELIMITED BY SIZE
               WRK-PERIODO-CONSOLID DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           PERFORM 0410-IMPRIMIR-CABECALHO

           MOVE ' ATIVO' TO REL-LINHA
           WRITE REL-LINHA
           INITIALIZE WRK-TOTAL-VALORES
           MOVE +1 TO WRK-SINAL
           MOVE 'A' TO WRK-TIPO-CONTA
           PERFORM 0420-IMPRIMIR-CONTAS-DO-TIPO
           MOVE WRK-TOTAL-VALORES TO WRK-LINHA-VALORES
           MOVE '  TOTAL DO ATIVO' TO WRK-TITULO
           PERFORM 0440-IMPRIMIR-VALORES
           MOVE WRK-TOTAL-VALORES TO WRK-ATIVO-VALORES

           MOVE ' PASSIVO E PATRIMONIO LIQUIDO' TO REL-LINHA
           WRITE REL-LINHA
           INITIALIZE WRK-TOTAL-VALORES
           MOVE -1 TO WRK-SINAL
           MOVE 'P' TO WRK-TIPO-CONTA
           PERFORM 0420-IMPRIMIR-CONTAS-DO-TIPO

           INITIALIZE WRK-LINHA-VALORES
           MOVE 'N' TO WRK-LINHA-COM-VALOR
           PERFORM VARYING WRK-COL FROM 1 BY 1
                   UNTIL WRK-COL > WRK-EMP-QTD
               MOVE WRK-ORD-EMPRESA(WRK-COL) TO WRK-EMP-SUB
               MOVE WRK-EMP-RES-PENDENTE(WRK-EMP-SUB) TO
                   WRK-LIN-EMPRESA(WRK-COL)
               ADD WRK-LIN-EMPRESA(WRK-COL) TO WRK-LIN-CONSOLIDADO
               IF WRK-LIN-EMPRESA(WRK-COL) NOT = 0
                   SET LINHA-COM-VALOR TO TRUE
               END-IF
           END-PERFORM
           IF LINHA-COM-VALOR
               MOVE '  RESULTADO EXERC. NAO ENCERRADOS' TO
                   WRK-TITULO
               PERFORM 0430-SOMAR-E-IMPRIMIR
           END-IF

           MOVE WRK-RESULTADO-VALORES TO WRK-LINHA-VALORES
           MOVE '  RESULTADO DO EXERCICIO' TO WRK-TITULO
           PERFORM 0430-SOMAR-E-IMPRIMIR

           MOVE WRK-TOTAL-VALORES TO WRK-LINHA-VALORES
           MOVE '  TOTAL DO PASSIVO E PL' TO WRK-TITULO
           PERFORM 0440-IMPRIMIR-VALORES

           COMPUTE WRK-DIFERENCA =
               WRK-ATV-CONSOLIDADO - WRK-TOT-CONSOLIDADO
           IF WRK-DIFERENCA NOT = 0
               SET CONSOLIDADO-DESEQUILIBRADO TO TRUE
               MOVE WRK-DIFERENCA TO WRK-VALOR-ED
               MOVE SPACES TO REL-LINHA
               MOVE '  *** BALANCO CONSOLIDADO DESEQUILIBRADO - '
                   TO REL-LINHA
               MOVE 'DIFERENCA' TO REL-LINHA(44:9)
               COMPUTE WRK-POS = 35 + ((WRK-EMP-QTD + 1) * 19)
               MOVE WRK-VALOR-ED TO REL-LINHA(WRK-POS:18)
               WRITE REL-LINHA
           END-IF.

      **********PARES INTERCOMPANHIA ELIMINADOS****************
       0390-IMPRIMIR-ELIMINACOES.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'ELIMINACOES INTERCOMPANHIA' TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           MOVE '  CONTA      CONTA PAR' TO REL-LINHA
           MOVE '           DEBITOS' TO REL-LINHA(35:18)
           MOVE '          CREDITOS' TO REL-LINHA(54:18)
           MOVE '         ELIMINADO' TO REL-LINHA(73:18)
           MOVE '         DIFERENCA' TO REL-LINHA(92:18)
           WRITE REL-LINHA

           IF WRK-PAR-QTD = 0
               MOVE '  NENHUMA CONTA INTERCOMPANHIA NO PLANO DE CONTAS'
                   TO REL-LINHA
               WRITE REL-LINHA
           END-IF

           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-PAR-QTD
               COMPUTE WRK-DIFERENCA = WRK-PAR-DEBITOS(WRK-SUB)
                   + WRK-PAR-CREDITOS(WRK-SUB)
               MOVE SPACES TO REL-LINHA
               MOVE WRK-PAR-CONTA-X(WRK-SUB) TO REL-LINHA(3:10)
               MOVE WRK-PAR-CONTA-Y(WRK-SUB) TO REL-LINHA(14:10)
               MOVE WRK-PAR-DEBITOS(WRK-SUB) TO WRK-VALOR-ED
               MOVE WRK-VALOR-ED TO REL-LINHA(35:18)
               COMPUTE WRK-VALOR-ED = WRK-PAR-CREDITOS(WRK-SUB) * -1
               MOVE WRK-VALOR-ED TO REL-LINHA(54:18)
               MOVE WRK-PAR-ELIMINADO(WRK-SUB) TO WRK-VALOR-ED
               MOVE WRK-VALOR-ED TO REL-LINHA(73:18)
               MOVE WRK-DIFERENCA TO WRK-VALOR-ED
               MOVE WRK-VALOR-ED TO REL-LINHA(92:18)
               IF WRK-DIFERENCA NOT = 0
                   ADD 1 TO WRK-QTD-DIVERGENCIAS
                   MOVE '*** NAO ZERA NO GRUPO ***' TO
                       REL-LINHA(112:25)
               END-IF
               WRITE REL-LINHA
           END-PERFORM.

      **********CABECALHO DAS COLUNAS**************************
       0410-IMPRIMIR-CABECALHO.
           MOVE SPACES TO REL-LINHA
           MOVE '  CONTA      DESCRICAO' TO REL-LINHA
           PERFORM VARYING WRK-COL FROM 1 BY 1
                   UNTIL WRK-COL > WRK-EMP-QTD
               MOVE WRK-ORD-EMPRESA(WRK-COL) TO WRK-EMP-SUB
               MOVE SPACES TO WRK-CABEC-EMPRESA
               STRING 'EMPRESA ' DELIMITED BY SIZE
                   WRK-EMP-CODIGO(WRK-EMP-SUB) DELIMITED BY SIZE
                   INTO WRK-CABEC-EMPRESA
               END-STRING
               COMPUTE WRK-POS = 35 + ((WRK-COL - 1) * 19) + 8
               MOVE WRK-CABEC-EMPRESA TO REL-LINHA(WRK-POS:10)
           END-PERFORM
           COMPUTE WRK-POS = 35 + (WRK-EMP-QTD * 19)
           MOVE '       ELIMINACOES' TO REL-LINHA(WRK-POS:18)
           ADD 19 TO WRK-POS
           MOVE '       CONSOLIDADO' TO REL-LINHA(WRK-POS:18)
           WRITE REL-LINHA.

      **********CONTAS DE UM TIPO******************************
      *ENTRA COM O TIPO EM WRK-TIPO-CONTA E O SINAL DA IMPRESSAO
      *(+1 SENTIDO DEVEDOR, -1 SENTIDO CREDOR) EM WRK-SINAL; SO
      *SAEM AS CONTAS COM VALOR EM ALGUMA COLUNA
       0420-IMPRIMIR-CONTAS-DO-TIPO.
           PERFORM VARYING WRK-CTA-SUB FROM 1 BY 1
                   UNTIL WRK-CTA-SUB > WRK-CTA-QTD
               IF WRK-CTA-TIPO(WRK-CTA-SUB) = WRK-TIPO-CONTA
                   INITIALIZE WRK-LINHA-VALORES
                   MOVE 'N' TO WRK-LINHA-COM-VALOR
                   PERFORM VARYING WRK-COL FROM 1 BY 1
                           UNTIL WRK-COL > WRK-EMP-QTD
                       MOVE WRK-ORD-EMPRESA(WRK-COL) TO WRK-EMP-SUB
                       COMPUTE WRK-LIN-EMPRESA(WRK-COL) = WRK-SINAL *
                           WRK-CTA-SALDO(WRK-CTA-SUB, WRK-EMP-SUB)
                       ADD WRK-LIN-EMPRESA(WRK-COL) TO
                           WRK-LIN-CONSOLIDADO
                       IF WRK-LIN-EMPRESA(WRK-COL) NOT = 0
                           SET LINHA-COM-VALOR TO TRUE
                       END-IF
                   END-PERFORM
                   COMPUTE WRK-LIN-ELIMINACAO = WRK-SINAL *
                       WRK-CTA-ELIMINACAO(WRK-CTA-SUB)
                   ADD WRK-LIN-ELIMINACAO TO WRK-LIN-CONSOLIDADO
                   IF WRK-LIN-ELIMINACAO NOT = 0
                       SET LINHA-COM-VALOR TO TRUE
                   END-IF
                   IF LINHA-COM-VALOR
                       MOVE SPACES TO WRK-TITULO
                       MOVE WRK-CTA-CODIGO(WRK-CTA-SUB) TO
                           WRK-TITULO(3:10)
                       MOVE WRK-CTA-DESCRICAO(WRK-CTA-SUB) TO
                           WRK-TITULO(14:20)
                       PERFORM 0430-SOMAR-E-IMPRIMIR
                   END-IF
               END-IF
           END-PERFORM.

      **********SOMA A LINHA NO TOTAL E IMPRIME****************
       0430-SOMAR-E-IMPRIMIR.
           PERFORM VARYING WRK-COL FROM 1 BY 1
                   UNTIL WRK-COL > WRK-EMP-QTD
               ADD WRK-LIN-EMPRESA(WRK-COL) TO WRK-TOT-EMPRESA(WRK-COL)
           END-PERFORM
           ADD WRK-LIN-ELIMINACAO  TO WRK-TOT-ELIMINACAO
           ADD WRK-LIN-CONSOLIDADO TO WRK-TOT-CONSOLIDADO
           PERFORM 0440-IMPRIMIR-VALORES.

      **********LINHA COM AS COLUNAS DE VALOR******************
       0440-IMPRIMIR-VALORES.
           MOVE SPACES TO REL-LINHA
           MOVE WRK-TITULO TO REL-LINHA(1:33)
           PERFORM VARYING WRK-COL FROM 1 BY 1
                   UNTIL WRK-COL > WRK-EMP-QTD
               COMPUTE WRK-POS = 35 + ((WRK-COL - 1) * 19)
               MOVE WRK-LIN-EMPRESA(WRK-COL) TO WRK-VALOR-ED
               MOVE WRK-VALOR-ED TO REL-LINHA(WRK-POS:18)
           END-PERFORM
           COMPUTE WRK-POS = 35 + (WRK-EMP-QTD * 19)
           MOVE WRK-LIN-ELIMINACAO TO WRK-VALOR-ED
           MOVE WRK-VALOR-ED TO REL-LINHA(WRK-POS:18)
           ADD 19 TO WRK-POS
           MOVE WRK-LIN-CONSOLIDADO TO WRK-VALOR-ED
           MOVE WRK-VALOR-ED TO REL-LINHA(WRK-POS:18)
           WRITE REL-LINHA.
