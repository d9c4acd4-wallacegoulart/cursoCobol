       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRPSCORE.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: SCORECARD MENSAL DAS TRANSPORTADORAS DO TRANSMAST:
      *          PARA A COMPETENCIA INFORMADA JUNTA A VARIACAO MEDIA
      *          FATURADO X COTADO (HISTORICO DA CONCILIACAO DO
      *          FRETECONC), AS FATURAS QUE ENTRARAM EM DISPUTA NO
      *          CONTAS A PAGAR (CONTASPG), O PERCENTUAL DE ENTREGAS
      *          NO PRAZO PROMETIDO (PEDIDOS, COMO O PRAZOREL) E AS
      *          DEVOLUCOES E AVARIAS NO TRANSPORTE (NOTAS DE CREDITO
      *          DO DEVOLUCAO); CADA ASPECTO VIRA UMA NOTA DE 0 A 100
      *          E A NOTA FINAL E A MEDIA PONDERADA PELOS PESOS DO
      *          SCOREPARM; IMPRIME O RANKING DAS MELHORES PARA AS
      *          PIORES E GRAVA O SCORECARD (TRPSCORE.DAT) COM A
      *          MARCA DE ABAIXO DA NOTA MINIMA, QUE O PRGCOB09 USA
      *          PARA AVISAR OU EXCLUIR A TRANSPORTADORA NA COMPRA DE
      *          FRETE; REPROCESSAR A COMPETENCIA SUBSTITUI AS LINHAS
      *          DELA NO SCORECARD
      *DATA = 15/10/2026
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSPORTADORA-MASTER ASSIGN TO "DATA/TRANSMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARAMETRO-SCORE ASSIGN TO "DATA/SCOREPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SCP-STATUS.

           SELECT HISTORICO-CONCILIACAO ASSIGN TO
               "DATA/FRETECONCHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CNH-STATUS.

           SELECT TITULOS-PAGAR ASSIGN TO "DATA/CONTASPG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TIT-STATUS.

           SELECT ARQUIVO-PEDIDOS ASSIGN TO "DATA/PEDIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PED-STATUS.

           SELECT NOTAS-CREDITO ASSIGN TO "DATA/NOTACRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NTC-STATUS.

           SELECT SCORECARD-TRANSP ASSIGN TO "DATA/TRPSCORE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SCO-STATUS.

           SELECT RELATORIO-SCORE ASSIGN TO "DATA/TRPSCOREREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROLE-RUNS ASSIGN TO "DATA/RUNCTLGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSPORTADORA-MASTER.
       01  TRP-REC.
           05  TRP-CODIGO         PIC 9(03).
           05  TRP-NOME           PIC X(20).
           05  TRP-BANCO          PIC 9(03).
           05  TRP-AGENCIA        PIC 9(04).
           05  TRP-CONTA          PIC 9(08).
           05  TRP-FATOR          PIC 9V99.
           05  TRP-ATIVA          PIC X(01).

       FD  PARAMETRO-SCORE.
       COPY "SCOREPRM.CPY".

       FD  HISTORICO-CONCILIACAO.
       COPY "CONCHIST.CPY".

       FD  TITULOS-PAGAR.
       COPY "CONTASPG.CPY".

       FD  ARQUIVO-PEDIDOS.
       COPY "PEDIDOS.CPY".

       FD  NOTAS-CREDITO.
       COPY "NOTACRED.CPY".

       FD  SCORECARD-TRANSP.
       COPY "TRPSCORE.CPY".

       FD  RELATORIO-SCORE.
       01  REL-LINHA              PIC X(132).

       FD  CONTROLE-RUNS.
       01  RUN-REC.
           05  RUN-PROGRAMA       PIC X(08).
           05  RUN-DATA-NEGOCIO   PIC 9(08).
           05  RUN-HORA           PIC 9(08).
           05  RUN-EVENTO         PIC X(10).

       WORKING-STORAGE SECTION.
       77  WRK-RUN-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-RUN-EVENTO      PIC X(10)    VALUE SPACES.
       77  WRK-RUN-DATA        PIC 9(08)    VALUE ZEROS.
       77  WRK-RUN-HORA        PIC 9(08)    VALUE ZEROS.
       77  WRK-SCP-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-CNH-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-TIT-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-PED-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-NTC-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-SCO-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-EOF             PIC X        VALUE 'N'.
           88  FIM-ARQUIVO     VALUE 'Y'.
       77  WRK-TRP-EOF         PIC X        VALUE 'N'.
           88  FIM-TRANSPORTADORAS VALUE 'Y'.
       77  WRK-COMPETENCIA     PIC 9(06)    VALUE ZEROS.
       77  WRK-DATA-EXEC       PIC 9(08)    VALUE ZEROS.

      *PESOS DAS NOTAS E NOTA MINIMA - PADRAO SEM SCOREPARM
       77  WRK-PESO-CUSTO      PIC 9(03)    VALUE 30.
       77  WRK-PESO-DISPUTA    PIC 9(03)    VALUE 20.
       77  WRK-PESO-PRAZO      PIC 9(03)    VALUE 35.
       77  WRK-PESO-DEVOLUCAO  PIC 9(03)    VALUE 15.
       77  WRK-PESO-TOTAL      PIC 9(04)    VALUE ZEROS.
       77  WRK-NOTA-MINIMA     PIC 9(03)    VALUE 60.

       77  WRK-TRP-QTD         PIC 9(02)    VALUE ZEROS.
       77  WRK-TRP-SUB         PIC 9(02)    VALUE ZEROS.
       77  WRK-TRP-SUB2        PIC 9(02)    VALUE ZEROS.
       77  WRK-TRP-ACHADA      PIC X        VALUE 'N'.
           88  TRANSP-JA-EXISTE VALUE 'Y'.
       77  WRK-TRP-LOCALIZAR   PIC 9(03)    VALUE ZEROS.
       77  WRK-TROCAR          PIC X        VALUE 'N'.
           88  TROCAR-POSICAO  VALUE 'Y'.
       77  WRK-RANK-POSICAO    PIC 9(02)    VALUE ZEROS.

       01  WRK-TAB-TRANSPORTADORAS.
           05  WRK-TRP-ITEM OCCURS 10 TIMES.
               10  WRK-TRP-CODIGO      PIC 9(03).
               10  WRK-TRP-NOME        PIC X(20).
               10  WRK-TRP-FATURAS     PIC 9(05).
               10  WRK-TRP-FATURADO    PIC 9(09)V99.
               10  WRK-TRP-COTADO      PIC 9(09)V99.
               10  WRK-TRP-TITULOS     PIC 9(05).
               10  WRK-TRP-DISPUTAS    PIC 9(05).
               10  WRK-TRP-ENTREGAS    PIC 9(05).
               10  WRK-TRP-AVALIADAS   PIC 9(05).
               10  WRK-TRP-NO-PRAZO    PIC 9(05).
               10  WRK-TRP-DEVOLUCOES  PIC 9(05).
               10  WRK-TRP-AVARIAS     PIC 9(05).
               10  WRK-TRP-VARIACAO    PIC S9(05)V9.
               10  WRK-TRP-NOTA-CUSTO  PIC 9(03)V9.
               10  WRK-TRP-NOTA-DISP   PIC 9(03)V9.
               10  WRK-TRP-NOTA-PRAZO  PIC 9(03)V9.
               10  WRK-TRP-NOTA-DEVOL  PIC 9(03)V9.
               10  WRK-TRP-NOTA        PIC 9(03)V9.
               10  WRK-TRP-MOVIMENTO   PIC X(01).
               10  WRK-TRP-ABAIXO      PIC X(01).

       01  WRK-TRP-ITEM-AUX            PIC X(113).

      *FATURAS CONCILIADAS NA COMPETENCIA - A MESMA FATURA
      *CONCILIADA DE NOVO SUBSTITUI A LINHA ANTERIOR
       77  WRK-CNH-QTD         PIC 9(04)    VALUE ZEROS.
       77  WRK-CNH-SUB         PIC 9(04)    VALUE ZEROS.
       77  WRK-CNH-ACHADA      PIC X        VALUE 'N'.
           88  FATURA-JA-EXISTE VALUE 'Y'.

       01  WRK-TAB-CONCILIACOES.
           05  WRK-CNH-ITEM OCCURS 2000 TIMES.
               10  WRK-CNH-REGISTRO    PIC X(70).

      *LINHAS DO SCORECARD DE OUTRAS COMPETENCIAS (PRESERVADAS)
       77  WRK-SCO-EOF         PIC X        VALUE 'N'.
           88  FIM-SCORECARD   VALUE 'Y'.
       77  WRK-SCO-QTD         PIC 9(04)    VALUE ZEROS.
       77  WRK-SCO-SUB         PIC 9(04)    VALUE ZEROS.

       01  WRK-TAB-SCORECARD.
           05  WRK-SCO-ITEM OCCURS 1000 TIMES.
               10  WRK-SCO-REGISTRO    PIC X(40).

       77  WRK-CALCULO         PIC S9(07)V9 VALUE ZEROS.
       77  WRK-BASE-DEVOL      PIC 9(06)    VALUE ZEROS.
       77  WRK-QTD-FATURAS     PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-TITULOS     PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-ENTREGAS    PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-DEVOLUCOES  PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-SEM-TRANSP  PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-AVALIADAS   PIC 9(02)    VALUE ZEROS.
       77  WRK-QTD-ABAIXO      PIC 9(02)    VALUE ZEROS.
       77  WRK-NOTA-ED         PIC ZZ9,9    VALUE ZEROS.
       77  WRK-CUSTO-ED        PIC ZZ9,9    VALUE ZEROS.
       77  WRK-DISP-ED         PIC ZZ9,9    VALUE ZEROS.
       77  WRK-PRAZO-ED        PIC ZZ9,9    VALUE ZEROS.
       77  WRK-DEVOL-ED        PIC ZZ9,9    VALUE ZEROS.
       77  WRK-VARIACAO-ED     PIC +ZZZZ9,9 VALUE ZEROS.

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.

           DISPLAY 'COMPETENCIA DO SCORECARD (AAAAMM).. '
           ACCEPT WRK-COMPETENCIA.

           IF WRK-COMPETENCIA = ZEROS
               OR WRK-COMPETENCIA(5:2) < '01'
               OR WRK-COMPETENCIA(5:2) > '12'
               DISPLAY 'COMPETENCIA INVALIDA - PROCESSAMENTO '
                   'RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'INICIADO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN

           PERFORM 0110-CARREGAR-PARAMETRO.
           PERFORM 0120-CARREGAR-TRANSPORTADORAS.

      **********PESOS E NOTA MINIMA DO SCORECARD***************
       0110-CARREGAR-PARAMETRO.
           OPEN INPUT PARAMETRO-SCORE
           IF WRK-SCP-STATUS = '00'
               READ PARAMETRO-SCORE
                   AT END CONTINUE
                   NOT AT END
                       IF SCP-PESO-CUSTO IS NUMERIC
                           AND SCP-PESO-DISPUTA IS NUMERIC
                           AND SCP-PESO-PRAZO IS NUMERIC
                           AND SCP-PESO-DEVOLUCAO IS NUMERIC
                           AND (SCP-PESO-CUSTO + SCP-PESO-DISPUTA +
                                SCP-PESO-PRAZO + SCP-PESO-DEVOLUCAO)
                                > 0
                           MOVE SCP-PESO-CUSTO     TO WRK-PESO-CUSTO
                           MOVE SCP-PESO-DISPUTA   TO WRK-PESO-DISPUTA
                           MOVE SCP-PESO-PRAZO     TO WRK-PESO-PRAZO
                           MOVE SCP-PESO-DEVOLUCAO TO
                               WRK-PESO-DEVOLUCAO
                       ELSE
                           DISPLAY 'PESOS DO SCOREPARM INVALIDOS - '
                               'VALEM OS PESOS PADRAO'
                       END-IF
                       IF SCP-NOTA-MINIMA IS NUMERIC
                           MOVE SCP-NOTA-MINIMA TO WRK-NOTA-MINIMA
                       END-IF
               END-READ
               CLOSE PARAMETRO-SCORE
           END-IF

           COMPUTE WRK-PESO-TOTAL = WRK-PESO-CUSTO +
               WRK-PESO-DISPUTA + WRK-PESO-PRAZO +
               WRK-PESO-DEVOLUCAO.

      ****************CARGA DO CADASTRO DE TRANSPORTADORAS*****
       0120-CARREGAR-TRANSPORTADORAS.
           OPEN INPUT TRANSPORTADORA-MASTER.
           READ TRANSPORTADORA-MASTER
               AT END MOVE 'Y' TO WRK-TRP-EOF
           END-READ.

           PERFORM UNTIL FIM-TRANSPORTADORAS
               MOVE TRP-CODIGO TO WRK-TRP-LOCALIZAR
               PERFORM 0150-LOCALIZAR-TRANSPORTADORA
               MOVE TRP-NOME   TO WRK-TRP-NOME(WRK-TRP-SUB)
               READ TRANSPORTADORA-MASTER
                   AT END MOVE 'Y' TO WRK-TRP-EOF
               END-READ
           END-PERFORM.
           CLOSE TRANSPORTADORA-MASTER.

      ****************SLOT DA TRANSPORTADORA NA TABELA*********
       0150-LOCALIZAR-TRANSPORTADORA.
           MOVE 'N' TO WRK-TRP-ACHADA
           MOVE 1 TO WRK-TRP-SUB

           PERFORM UNTIL WRK-TRP-SUB > WRK-TRP-QTD OR TRANSP-JA-EXISTE
               IF WRK-TRP-CODIGO(WRK-TRP-SUB) = WRK-TRP-LOCALIZAR
                   MOVE 'Y' TO WRK-TRP-ACHADA
               ELSE
                   ADD 1 TO WRK-TRP-SUB
               END-IF
           END-PERFORM

           IF NOT TRANSP-JA-EXISTE
               IF WRK-TRP-QTD >= 10
                   DISPLAY 'ERRO: QUANTIDADE DE TRANSPORTADORAS '
                       'EXCEDE O LIMITE DE 10 REGISTROS - '
                       'PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-TRP-QTD
               MOVE WRK-TRP-QTD TO WRK-TRP-SUB
               INITIALIZE WRK-TRP-ITEM(WRK-TRP-SUB)
               MOVE WRK-TRP-LOCALIZAR TO WRK-TRP-CODIGO(WRK-TRP-SUB)
               MOVE 'NAO CADASTRADA' TO WRK-TRP-NOME(WRK-TRP-SUB)
               MOVE 'N' TO WRK-TRP-MOVIMENTO(WRK-TRP-SUB)
               MOVE 'N' TO WRK-TRP-ABAIXO(WRK-TRP-SUB)
           END-IF.

      **********REGISTRO NO CONTROLE CENTRAL DE EXECUCOES******
       0195-REGISTRAR-RUN.
           ACCEPT WRK-RUN-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-RUN-HORA FROM TIME

           OPEN EXTEND CONTROLE-RUNS
           IF WRK-RUN-STATUS NOT = '00'
               OPEN OUTPUT CONTROLE-RUNS
           END-IF

           MOVE 'TRPSCORE' TO RUN-PROGRAMA
           MOVE WRK-RUN-DATA   TO RUN-DATA-NEGOCIO
           MOVE WRK-RUN-HORA   TO RUN-HORA
           MOVE WRK-RUN-EVENTO TO RUN-EVENTO
           WRITE RUN-REC
           CLOSE CONTROLE-RUNS.

       0200-PROCESSAR.
           PERFORM 0210-LER-CONCILIACOES.
           PERFORM 0220-LER-TITULOS.
           PERFORM 0230-LER-ENTREGAS.
           PERFORM 0240-LER-DEVOLUCOES.

      **********VARIACAO FATURADO X COTADO DA COMPETENCIA******
      *SO AS FATURAS COM COTACAO (SITUACAO A OU D) ENTRAM NA
      *VARIACAO; A ULTIMA CONCILIACAO DA MESMA FATURA PREVALECE
       0210-LER-CONCILIACOES.
           OPEN INPUT HISTORICO-CONCILIACAO
           IF WRK-CNH-STATUS NOT = '00'
               DISPLAY 'SEM HISTORICO DE CONCILIACAO DE FRETE - '
                   'NOTA DE CUSTO NEUTRA'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WRK-EOF
           READ HISTORICO-CONCILIACAO
               AT END MOVE 'Y' TO WRK-EOF
           END-READ

           PERFORM UNTIL FIM-ARQUIVO
               IF CNH-DATA(1:6) = WRK-COMPETENCIA
                   PERFORM 0215-GUARDAR-CONCILIACAO
               END-IF
               READ HISTORICO-CONCILIACAO
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE HISTORICO-CONCILIACAO

           PERFORM VARYING WRK-CNH-SUB FROM 1 BY 1
                   UNTIL WRK-CNH-SUB > WRK-CNH-QTD
               MOVE WRK-CNH-REGISTRO(WRK-CNH-SUB) TO CNH-REC
               IF CNH-SITUACAO = 'A' OR CNH-SITUACAO = 'D'
                   ADD 1 TO WRK-QTD-FATURAS
                   MOVE CNH-TRANSP TO WRK-TRP-LOCALIZAR
                   PERFORM 0150-LOCALIZAR-TRANSPORTADORA
                   ADD 1 TO WRK-TRP-FATURAS(WRK-TRP-SUB)
                   ADD CNH-FATURADO TO WRK-TRP-FATURADO(WRK-TRP-SUB)
                   ADD CNH-COTADO   TO WRK-TRP-COTADO(WRK-TRP-SUB)
               END-IF
           END-PERFORM.

       0215-GUARDAR-CONCILIACAO.
           MOVE 'N' TO WRK-CNH-ACHADA
           PERFORM VARYING WRK-CNH-SUB FROM 1 BY 1
                   UNTIL WRK-CNH-SUB > WRK-CNH-QTD
                   OR FATURA-JA-EXISTE
               IF WRK-CNH-REGISTRO(WRK-CNH-SUB)(1:39) =
                   CNH-REC(1:39)
                   MOVE CNH-REC TO WRK-CNH-REGISTRO(WRK-CNH-SUB)
                   SET FATURA-JA-EXISTE TO TRUE
               END-IF
           END-PERFORM

           IF NOT FATURA-JA-EXISTE
               IF WRK-CNH-QTD >= 2000
                   DISPLAY 'ERRO: FATURAS CONCILIADAS NA COMPETENCIA '
                       'EXCEDEM O LIMITE DE 2000 REGISTROS - '
                       'PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-CNH-QTD
               MOVE CNH-REC TO WRK-CNH-REGISTRO(WRK-CNH-QTD)
           END-IF.

      **********TITULOS DE FRETE E DISPUTAS DA COMPETENCIA*****
      *TITULO DE FRETE EM DISPUTA OU QUE NASCEU EM DISPUTA E FOI
      *LIBERADO (MOTIVO GUARDADO PELO CONTASPG)
       0220-LER-TITULOS.
           OPEN INPUT TITULOS-PAGAR
           IF WRK-TIT-STATUS NOT = '00'
               DISPLAY 'SEM TITULOS A PAGAR - NOTA DE DISPUTA '
                   'NEUTRA'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WRK-EOF
           READ TITULOS-PAGAR
               AT END MOVE 'Y' TO WRK-EOF
           END-READ

           PERFORM UNTIL FIM-ARQUIVO
               IF TIT-DE-FRETE
                   AND TIT-DATA-FATURA(1:6) = WRK-COMPETENCIA
                   ADD 1 TO WRK-QTD-TITULOS
                   MOVE TIT-TRANSP TO WRK-TRP-LOCALIZAR
                   PERFORM 0150-LOCALIZAR-TRANSPORTADORA
                   ADD 1 TO WRK-TRP-TITULOS(WRK-TRP-SUB)
                   IF TIT-SITUACAO = 'D'
                       OR TIT-MOTIVO = 'FATURA DIVERGENTE DA COTACAO'
                       ADD 1 TO WRK-TRP-DISPUTAS(WRK-TRP-SUB)
                   END-IF
               END-IF
               READ TITULOS-PAGAR
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE TITULOS-PAGAR.

      **********ENTREGAS DA COMPETENCIA E CUMPRIMENTO DE PRAZO*
      *MESMO CRITERIO DO PRAZOREL: PEDIDO ENTREGUE (G) NO MES,
      *DATA DA ENTREGA CONTRA A DATA DE PROMESSA
       0230-LER-ENTREGAS.
           OPEN INPUT ARQUIVO-PEDIDOS
           IF WRK-PED-STATUS NOT = '00'
               DISPLAY 'SEM ARQUIVO DE PEDIDOS - NOTA DE PRAZO '
                   'NEUTRA'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WRK-EOF
           READ ARQUIVO-PEDIDOS
               AT END MOVE 'Y' TO WRK-EOF
           END-READ

           PERFORM UNTIL FIM-ARQUIVO
               IF PED-STATUS = 'G'
                   AND PED-STATUS-DATA(1:6) = WRK-COMPETENCIA
                   PERFORM 0235-AVALIAR-ENTREGA
               END-IF
               READ ARQUIVO-PEDIDOS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-PEDIDOS.

       0235-AVALIAR-ENTREGA.
           IF PED-TRANSP NOT NUMERIC OR PED-TRANSP = ZEROS
               ADD 1 TO WRK-QTD-SEM-TRANSP
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WRK-QTD-ENTREGAS
           MOVE PED-TRANSP TO WRK-TRP-LOCALIZAR
           PERFORM 0150-LOCALIZAR-TRANSPORTADORA
           ADD 1 TO WRK-TRP-ENTREGAS(WRK-TRP-SUB)

           IF PED-PROMESSA IS NUMERIC AND PED-PROMESSA > ZEROS
               ADD 1 TO WRK-TRP-AVALIADAS(WRK-TRP-SUB)
               IF PED-STATUS-DATA <= PED-PROMESSA
                   ADD 1 TO WRK-TRP-NO-PRAZO(WRK-TRP-SUB)
               END-IF
           END-IF.

      **********DEVOLUCOES E AVARIAS NO TRANSPORTE*************
      *UMA NOTA DE CREDITO POR DEVOLUCAO; NOTA ANTIGA SEM
      *TRANSPORTADORA NAO ENTRA NO SCORECARD
       0240-LER-DEVOLUCOES.
           OPEN INPUT NOTAS-CREDITO
           IF WRK-NTC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WRK-EOF
           READ NOTAS-CREDITO
               AT END MOVE 'Y' TO WRK-EOF
           END-READ

           PERFORM UNTIL FIM-ARQUIVO
               IF NTC-DATA(1:6) = WRK-COMPETENCIA
                   IF NTC-TRANSP IS NUMERIC AND NTC-TRANSP > ZEROS
                       ADD 1 TO WRK-QTD-DEVOLUCOES
                       MOVE NTC-TRANSP TO WRK-TRP-LOCALIZAR
                       PERFORM 0150-LOCALIZAR-TRANSPORTADORA
                       ADD 1 TO WRK-TRP-DEVOLUCOES(WRK-TRP-SUB)
                       IF NTC-AVARIA
                           ADD 1 TO WRK-TRP-AVARIAS(WRK-TRP-SUB)
                       END-IF
                   ELSE
                       ADD 1 TO WRK-QTD-SEM-TRANSP
                   END-IF
               END-IF
               READ NOTAS-CREDITO
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE NOTAS-CREDITO.

       0300-FINALIZAR.
           PERFORM VARYING WRK-TRP-SUB FROM 1 BY 1
                   UNTIL WRK-TRP-SUB > WRK-TRP-QTD
               PERFORM 0310-CALCULAR-NOTAS
           END-PERFORM.

      *    ORDENA DAS MELHORES PARA AS PIORES; SEM MOVIMENTO NO FIM
           PERFORM VARYING WRK-TRP-SUB FROM 1 BY 1
                   UNTIL WRK-TRP-SUB >= WRK-TRP-QTD
               PERFORM VARYING WRK-TRP-SUB2 FROM 1 BY 1
                       UNTIL WRK-TRP-SUB2 >= WRK-TRP-QTD
                   MOVE 'N' TO WRK-TROCAR
                   IF WRK-TRP-MOVIMENTO(WRK-TRP-SUB2) = 'N'
                       AND WRK-TRP-MOVIMENTO(WRK-TRP-SUB2 + 1) = 'S'
                       SET TROCAR-POSICAO TO TRUE
                   END-IF
                   IF WRK-TRP-MOVIMENTO(WRK-TRP-SUB2) =
                       WRK-TRP-MOVIMENTO(WRK-TRP-SUB2 + 1)
                       AND WRK-TRP-NOTA(WRK-TRP-SUB2) <
                           WRK-TRP-NOTA(WRK-TRP-SUB2 + 1)
                       SET TROCAR-POSICAO TO TRUE
                   END-IF
                   IF TROCAR-POSICAO
                       MOVE WRK-TRP-ITEM(WRK-TRP-SUB2) TO
                           WRK-TRP-ITEM-AUX
                       MOVE WRK-TRP-ITEM(WRK-TRP-SUB2 + 1) TO
                           WRK-TRP-ITEM(WRK-TRP-SUB2)
                       MOVE WRK-TRP-ITEM-AUX TO
                           WRK-TRP-ITEM(WRK-TRP-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM 0320-IMPRIMIR-RANKING.

           IF WRK-QTD-AVALIADAS > 0
               PERFORM 0330-GRAVAR-SCORECARD
           END-IF.

           DISPLAY 'TRANSPORTADORAS AVALIADAS: ' WRK-QTD-AVALIADAS
               ' ABAIXO DA NOTA MINIMA: ' WRK-QTD-ABAIXO.
           DISPLAY 'FIM DE PROCESSAMENTO'.

           MOVE 'CONCLUIDO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN

           EVALUATE TRUE
               WHEN WRK-QTD-AVALIADAS = 0
                   DISPLAY 'NENHUM MOVIMENTO DE TRANSPORTADORA NA '
                       'COMPETENCIA - SCORECARD NAO GRAVADO'
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QTD-ABAIXO > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

      **********NOTAS DE 0 A 100 E NOTA PONDERADA**************
      *CUSTO: 100 MENOS 2 PONTOS POR PONTO PERCENTUAL FATURADO
      *ACIMA DO COTADO; DISPUTA: PERCENTUAL DE FATURAS SEM DISPUTA;
      *PRAZO: PERCENTUAL NO PRAZO; DEVOLUCAO: 100 MENOS O PERCENTUAL
      *DE DEVOLUCOES SOBRE AS ENTREGAS, COM A AVARIA CONTANDO EM
      *DOBRO; ASPECTO SEM MOVIMENTO FICA COM NOTA 100
       0310-CALCULAR-NOTAS.
           MOVE 'N' TO WRK-TRP-MOVIMENTO(WRK-TRP-SUB)
           MOVE 'N' TO WRK-TRP-ABAIXO(WRK-TRP-SUB)
           IF WRK-TRP-FATURAS(WRK-TRP-SUB) = 0
               AND WRK-TRP-TITULOS(WRK-TRP-SUB) = 0
               AND WRK-TRP-ENTREGAS(WRK-TRP-SUB) = 0
               AND WRK-TRP-DEVOLUCOES(WRK-TRP-SUB) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WRK-TRP-MOVIMENTO(WRK-TRP-SUB)
           ADD 1 TO WRK-QTD-AVALIADAS

           MOVE 100 TO WRK-TRP-NOTA-CUSTO(WRK-TRP-SUB)
           MOVE 0 TO WRK-TRP-VARIACAO(WRK-TRP-SUB)
           IF WRK-TRP-COTADO(WRK-TRP-SUB) > 0
               COMPUTE WRK-TRP-VARIACAO(WRK-TRP-SUB) ROUNDED =
                   (WRK-TRP-FATURADO(WRK-TRP-SUB) -
                    WRK-TRP-COTADO(WRK-TRP-SUB)) * 100 /
                   WRK-TRP-COTADO(WRK-TRP-SUB)
                   ON SIZE ERROR
                       MOVE 99999,9 TO WRK-TRP-VARIACAO(WRK-TRP-SUB)
               END-COMPUTE
               IF WRK-TRP-VARIACAO(WRK-TRP-SUB) > 0
                   COMPUTE WRK-CALCULO =
                       100 - (WRK-TRP-VARIACAO(WRK-TRP-SUB) * 2)
                   IF WRK-CALCULO < 0
                       MOVE 0 TO WRK-CALCULO
                   END-IF
                   MOVE WRK-CALCULO TO WRK-TRP-NOTA-CUSTO(WRK-TRP-SUB)
               END-IF
           END-IF

           MOVE 100 TO WRK-TRP-NOTA-DISP(WRK-TRP-SUB)
           IF WRK-TRP-TITULOS(WRK-TRP-SUB) > 0
               COMPUTE WRK-TRP-NOTA-DISP(WRK-TRP-SUB) ROUNDED =
                   (WRK-TRP-TITULOS(WRK-TRP-SUB) -
                    WRK-TRP-DISPUTAS(WRK-TRP-SUB)) * 100 /
                   WRK-TRP-TITULOS(WRK-TRP-SUB)
           END-IF

           MOVE 100 TO WRK-TRP-NOTA-PRAZO(WRK-TRP-SUB)
           IF WRK-TRP-AVALIADAS(WRK-TRP-SUB) > 0
               COMPUTE WRK-TRP-NOTA-PRAZO(WRK-TRP-SUB) ROUNDED =
                   WRK-TRP-NO-PRAZO(WRK-TRP-SUB) * 100 /
                   WRK-TRP-AVALIADAS(WRK-TRP-SUB)
           END-IF

      *    A DEVOLUCAO TOTAL TIRA O PEDIDO DO STATUS ENTREGUE: A BASE
      *    E O QUE FICOU ENTREGUE MAIS O QUE VOLTOU
           MOVE 100 TO WRK-TRP-NOTA-DEVOL(WRK-TRP-SUB)
           COMPUTE WRK-BASE-DEVOL = WRK-TRP-ENTREGAS(WRK-TRP-SUB) +
               WRK-TRP-DEVOLUCOES(WRK-TRP-SUB)
           IF WRK-BASE-DEVOL > 0
               COMPUTE WRK-CALCULO ROUNDED =
                   (WRK-BASE-DEVOL - WRK-TRP-DEVOLUCOES(WRK-TRP-SUB) -
                    WRK-TRP-AVARIAS(WRK-TRP-SUB)) * 100 /
                   WRK-BASE-DEVOL
               IF WRK-CALCULO < 0
                   MOVE 0 TO WRK-CALCULO
               END-IF
               MOVE WRK-CALCULO TO WRK-TRP-NOTA-DEVOL(WRK-TRP-SUB)
           END-IF

           COMPUTE WRK-TRP-NOTA(WRK-TRP-SUB) ROUNDED =
               ((WRK-TRP-NOTA-CUSTO(WRK-TRP-SUB) * WRK-PESO-CUSTO) +
                (WRK-TRP-NOTA-DISP(WRK-TRP-SUB) * WRK-PESO-DISPUTA) +
                (WRK-TRP-NOTA-PRAZO(WRK-TRP-SUB) * WRK-PESO-PRAZO) +
                (WRK-TRP-NOTA-DEVOL(WRK-TRP-SUB) *
                 WRK-PESO-DEVOLUCAO)) / WRK-PESO-TOTAL

           IF WRK-TRP-NOTA(WRK-TRP-SUB) < WRK-NOTA-MINIMA
               MOVE 'S' TO WRK-TRP-ABAIXO(WRK-TRP-SUB)
               ADD 1 TO WRK-QTD-ABAIXO
           END-IF.

      **********RELATORIO DO RANKING***************************
       0320-IMPRIMIR-RANKING.
           OPEN OUTPUT RELATORIO-SCORE.

           MOVE SPACES TO REL-LINHA
           STRING 'SCORECARD DAS TRANSPORTADORAS - COMPETENCIA '
               DELIMITED BY SIZE
               WRK-COMPETENCIA DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE '=============================================' TO
               REL-LINHA.
           WRITE REL-LINHA.

           MOVE 0 TO WRK-RANK-POSICAO.
           PERFORM VARYING WRK-TRP-SUB FROM 1 BY 1
                   UNTIL WRK-TRP-SUB > WRK-TRP-QTD
               IF WRK-TRP-MOVIMENTO(WRK-TRP-SUB) = 'S'
                   ADD 1 TO WRK-RANK-POSICAO
                   PERFORM 0325-IMPRIMIR-TRANSPORTADORA
               ELSE
                   MOVE SPACES TO REL-LINHA
                   STRING '    ' DELIMITED BY SIZE
                       WRK-TRP-NOME(WRK-TRP-SUB) DELIMITED BY SIZE
                       ' SEM MOVIMENTO NA COMPETENCIA'
                       DELIMITED BY SIZE
                       INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
               END-IF
           END-PERFORM.

           MOVE '---------------------------------------------' TO
               REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA
           STRING 'PESOS CUSTO/DISPUTA/PRAZO/DEVOLUCAO: '
               DELIMITED BY SIZE
               WRK-PESO-CUSTO DELIMITED BY SIZE
               '/' WRK-PESO-DISPUTA DELIMITED BY SIZE
               '/' WRK-PESO-PRAZO DELIMITED BY SIZE
               '/' WRK-PESO-DEVOLUCAO DELIMITED BY SIZE
               ' NOTA MINIMA: ' WRK-NOTA-MINIMA DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA
           STRING 'FATURAS CONCILIADAS: ' DELIMITED BY SIZE
               WRK-QTD-FATURAS DELIMITED BY SIZE
               ' TITULOS DE FRETE: ' WRK-QTD-TITULOS
               DELIMITED BY SIZE
               ' ENTREGAS: ' WRK-QTD-ENTREGAS DELIMITED BY SIZE
               ' DEVOLUCOES: ' WRK-QTD-DEVOLUCOES DELIMITED BY SIZE
               ' SEM TRANSPORTADORA: ' WRK-QTD-SEM-TRANSP
               DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

           CLOSE RELATORIO-SCORE.

       0325-IMPRIMIR-TRANSPORTADORA.
           MOVE WRK-TRP-NOTA(WRK-TRP-SUB)       TO WRK-NOTA-ED
           MOVE WRK-TRP-NOTA-CUSTO(WRK-TRP-SUB) TO WRK-CUSTO-ED
           MOVE WRK-TRP-NOTA-DISP(WRK-TRP-SUB)  TO WRK-DISP-ED
           MOVE WRK-TRP-NOTA-PRAZO(WRK-TRP-SUB) TO WRK-PRAZO-ED
           MOVE WRK-TRP-NOTA-DEVOL(WRK-TRP-SUB) TO WRK-DEVOL-ED
           MOVE WRK-TRP-VARIACAO(WRK-TRP-SUB)   TO WRK-VARIACAO-ED

           MOVE SPACES TO REL-LINHA
           STRING WRK-RANK-POSICAO DELIMITED BY SIZE
               'O ' DELIMITED BY SIZE
               WRK-TRP-NOME(WRK-TRP-SUB) DELIMITED BY SIZE
               ' NOTA: ' WRK-NOTA-ED DELIMITED BY SIZE
               ' CUSTO: ' WRK-CUSTO-ED DELIMITED BY SIZE
               ' DISPUTA: ' WRK-DISP-ED DELIMITED BY SIZE
               ' PRAZO: ' WRK-PRAZO-ED DELIMITED BY SIZE
               ' DEVOLUCAO: ' WRK-DEVOL-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           IF WRK-TRP-ABAIXO(WRK-TRP-SUB) = 'S'
               MOVE '*** ABAIXO DA NOTA MINIMA ***' TO
                   REL-LINHA(100:29)
           END-IF
           WRITE REL-LINHA
           DISPLAY REL-LINHA

           MOVE SPACES TO REL-LINHA
           STRING '    FATURAS: ' DELIMITED BY SIZE
               WRK-TRP-FATURAS(WRK-TRP-SUB) DELIMITED BY SIZE
               ' VARIACAO: ' WRK-VARIACAO-ED DELIMITED BY SIZE
               '% DISPUTAS: ' WRK-TRP-DISPUTAS(WRK-TRP-SUB)
               DELIMITED BY SIZE
               '/' WRK-TRP-TITULOS(WRK-TRP-SUB) DELIMITED BY SIZE
               ' NO PRAZO: ' WRK-TRP-NO-PRAZO(WRK-TRP-SUB)
               DELIMITED BY SIZE
               '/' WRK-TRP-AVALIADAS(WRK-TRP-SUB) DELIMITED BY SIZE
               ' DEVOLUCOES: ' WRK-TRP-DEVOLUCOES(WRK-TRP-SUB)
               DELIMITED BY SIZE
               ' AVARIAS: ' WRK-TRP-AVARIAS(WRK-TRP-SUB)
               DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

      **********GRAVACAO DO SCORECARD**************************
      *AS LINHAS DE OUTRAS COMPETENCIAS SAO PRESERVADAS E AS DA
      *COMPETENCIA PROCESSADA SAO SUBSTITUIDAS
       0330-GRAVAR-SCORECARD.
           OPEN INPUT SCORECARD-TRANSP
           IF WRK-SCO-STATUS NOT = '00'
               MOVE 'Y' TO WRK-SCO-EOF
           ELSE
               READ SCORECARD-TRANSP
                   AT END MOVE 'Y' TO WRK-SCO-EOF
               END-READ
           END-IF

           PERFORM UNTIL FIM-SCORECARD
               IF SCO-COMPETENCIA NOT = WRK-COMPETENCIA
                   IF WRK-SCO-QTD >= 1000
                       DISPLAY 'ERRO: SCORECARD DAS TRANSPORTADORAS '
                           'EXCEDE O LIMITE DE 1000 REGISTROS - '
                           'PROCESSAMENTO ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-SCO-QTD
                   MOVE SCO-REC TO WRK-SCO-REGISTRO(WRK-SCO-QTD)
               END-IF
               READ SCORECARD-TRANSP
                   AT END MOVE 'Y' TO WRK-SCO-EOF
               END-READ
           END-PERFORM

           IF WRK-SCO-STATUS = '00' OR WRK-SCO-STATUS = '10'
               CLOSE SCORECARD-TRANSP
           END-IF

           OPEN OUTPUT SCORECARD-TRANSP
           PERFORM VARYING WRK-SCO-SUB FROM 1 BY 1
                   UNTIL WRK-SCO-SUB > WRK-SCO-QTD
               MOVE WRK-SCO-REGISTRO(WRK-SCO-SUB) TO SCO-REC
               WRITE SCO-REC
           END-PERFORM

           MOVE 0 TO WRK-RANK-POSICAO
           PERFORM VARYING WRK-TRP-SUB FROM 1 BY 1
                   UNTIL WRK-TRP-SUB > WRK-TRP-QTD
               IF WRK-TRP-MOVIMENTO(WRK-TRP-SUB) = 'S'
                   ADD 1 TO WRK-RANK-POSICAO
                   MOVE WRK-TRP-CODIGO(WRK-TRP-SUB) TO SCO-TRANSP
                   MOVE WRK-COMPETENCIA TO SCO-COMPETENCIA
                   MOVE WRK-TRP-NOTA(WRK-TRP-SUB) TO SCO-NOTA
                   MOVE WRK-RANK-POSICAO TO SCO-POSICAO
                   MOVE WRK-TRP-ABAIXO(WRK-TRP-SUB) TO
                       SCO-ABAIXO-MINIMO
                   MOVE WRK-TRP-NOTA-CUSTO(WRK-TRP-SUB) TO
                       SCO-NOTA-CUSTO
                   MOVE WRK-TRP-NOTA-DISP(WRK-TRP-SUB) TO
                       SCO-NOTA-DISPUTA
                   MOVE WRK-TRP-NOTA-PRAZO(WRK-TRP-SUB) TO
                       SCO-NOTA-PRAZO
                   MOVE WRK-TRP-NOTA-DEVOL(WRK-TRP-SUB) TO
                       SCO-NOTA-DEVOLUCAO
                   MOVE WRK-DATA-EXEC TO SCO-DATA-CALCULO
                   WRITE SCO-REC
               END-IF
           END-PERFORM
           CLOSE SCORECARD-TRANSP.
