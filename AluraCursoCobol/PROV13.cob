       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROV13.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: PROVISAO MENSAL DO DECIMO TERCEIRO SALARIO: PARA A
      *          COMPETENCIA INFORMADA (AAAAMM, ZERO PARA O MES
      *          CORRENTE) APROPRIA 1/12 DO SALARIO DE CADA
      *          FUNCIONARIO ATIVO DO EMPMAST MAIS OS ENCARGOS
      *          PATRONAIS SOBRE ELE (INSS PATRONAL, RAT E TERCEIROS
      *          DO INSSPATR.DAT E O FGTS DO FGTSPARM), ACUMULA O
      *          SALDO POR FUNCIONARIO E CENTRO DE CUSTO NO
      *          PROV13SLD.DAT E CONTABILIZA NO EXE02GL.DAT, POR
      *          EMPRESA E CENTRO DE CUSTO, A DESPESA CONTRA O
      *          PASSIVO DA PROVISAO (CONTAS DO PROV13PARM); O EXE02
      *          REVERTE O SALDO NO MES DE PAGAMENTO DO DECIMO
      *          TERCEIRO; FUNCIONARIO JA PROVISIONADO NA COMPETENCIA
      *          NAO E PROVISIONADO DE NOVO; EMITE O PROV13REL.DAT
      *          COM O SALDO POR FUNCIONARIO CONCILIADO COM O SALDO
      *          CONTABIL DA CONTA DA PROVISAO (DIFERENCA DA RC=4);
      *          COMPETENCIA EM PERIODO FISCAL FECHADO E RECUSADA
      *          COM RC=8; COMPETENCIA COM MENOS DE 15 DIAS FORA DE
      *          AFASTAMENTO NAO PAGO PELA EMPRESA (AFASTAM.DAT) NAO
      *          E AVO DO 13 E NAO E PROVISIONADA
      *DATA = 15/10/2026
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "DATA/EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WRK-EMP-STATUS.

           SELECT SALDOS-PROVISAO ASSIGN TO "DATA/PROV13SLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-P13-STATUS.

           SELECT PARAMETROS-PROVISAO ASSIGN TO "DATA/PROV13PARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-P13P-STATUS.

           SELECT PARAMETROS-PATRONAL ASSIGN TO "DATA/INSSPATR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PAT-STATUS.

           SELECT PARAMETROS-FGTS ASSIGN TO "DATA/FGTSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRM-STATUS.

           SELECT PLANO-CONTAS ASSIGN TO "DATA/PLANOCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTA-STATUS.

           SELECT PERIODOS-FISCAIS ASSIGN TO "DATA/PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PER-STATUS.

           SELECT LANCAMENTO-CONTABIL ASSIGN TO "DATA/EXE02GL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GL-STATUS.

           SELECT RELATORIO-PROVISAO ASSIGN TO "DATA/PROV13REL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CADASTRO-AFASTAMENTOS ASSIGN TO "DATA/AFASTAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AFT-STATUS.

           SELECT CONTROLE-RUNS ASSIGN TO "DATA/RUNCTLGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY "EMPMAST.CPY".

       FD  SALDOS-PROVISAO.
       COPY "PROV13.CPY".

       FD  PARAMETROS-PROVISAO.
       COPY "PRV13PRM.CPY".

       FD  PARAMETROS-PATRONAL.
       COPY "INSSPATR.CPY".

       FD  PARAMETROS-FGTS.
       01  PRM-REC.
           05  PRM-CONTA-DEBITO   PIC X(10).
           05  PRM-CONTA-CREDITO  PIC X(10).
           05  PRM-PERCENTUAL     PIC 9(02)V99.

       FD  PLANO-CONTAS.
       COPY "PLANOCTA.CPY".

       FD  PERIODOS-FISCAIS.
       01  PER-REC.
           05  PER-ANO-FISCAL   PIC 9(04).
           05  PER-PERIODO      PIC 9(02).
           05  PER-SITUACAO     PIC X(01).

       FD  LANCAMENTO-CONTABIL.
       COPY "EXE02GL.CPY".

       FD  RELATORIO-PROVISAO.
       01  REL-LINHA              PIC X(120).

       FD  CADASTRO-AFASTAMENTOS.
       COPY "AFASTAM.CPY".

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
       77  WRK-EMP-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-P13-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-P13P-STATUS     PIC X(02)  VALUE '00'.
       77  WRK-PAT-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-PRM-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-CTA-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-PER-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-GL-STATUS       PIC X(02)  VALUE '00'.
       77  WRK-EMP-EOF         PIC X      VALUE 'N'.
           88  FIM-FUNCIONARIOS VALUE 'Y'.
       77  WRK-P13-EOF         PIC X      VALUE 'N'.
           88  FIM-SALDOS      VALUE 'Y'.
       77  WRK-PAT-EOF         PIC X      VALUE 'N'.
           88  FIM-PARAMETROS  VALUE 'Y'.
       77  WRK-CTA-EOF         PIC X      VALUE 'N'.
           88  FIM-PLANO-CONTAS VALUE 'Y'.
       77  WRK-PER-EOF         PIC X      VALUE 'N'.
           88  FIM-PERIODOS    VALUE 'Y'.
       77  WRK-GL-EOF          PIC X      VALUE 'N'.
           88  FIM-LANCAMENTOS VALUE 'Y'.
       77  WRK-CTA-QTD         PIC 9(03)  VALUE ZEROS.
       77  WRK-CTA-SUB         PIC 9(03)  VALUE ZEROS.
       77  WRK-PER-QTD         PIC 9(03)  VALUE ZEROS.
       77  WRK-PER-SUB         PIC 9(03)  VALUE ZEROS.
       77  WRK-PAT-QTD         PIC 9(02)  VALUE ZEROS.
       77  WRK-PAT-SUB         PIC 9(02)  VALUE ZEROS.
       77  WRK-PAT-ACHADA      PIC 9(02)  VALUE ZEROS.
       77  WRK-PAT-PADRAO      PIC 9(02)  VALUE ZEROS.
       77  WRK-SLD-QTD         PIC 9(04)  VALUE ZEROS.
       77  WRK-SLD-SUB         PIC 9(04)  VALUE ZEROS.
       77  WRK-SLD-SUB2        PIC 9(04)  VALUE ZEROS.
       77  WRK-SLD-ACHADO      PIC 9(04)  VALUE ZEROS.
       77  WRK-APR-QTD         PIC 9(03)  VALUE ZEROS.
       77  WRK-APR-SUB         PIC 9(03)  VALUE ZEROS.
       77  WRK-APR-ACHADA      PIC 9(03)  VALUE ZEROS.
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
       77  WRK-CONTA-DESPESA   PIC X(10)  VALUE '5160-DC13'.
       77  WRK-CONTA-PROVISAO  PIC X(10)  VALUE '2510-PR13'.
       77  WRK-CONTA-ENCARGOS  PIC X(10)  VALUE '5170-EN13'.
       77  WRK-CONTA-VALIDAR   PIC X(10)  VALUE SPACES.
       77  WRK-CONTA-OK        PIC X      VALUE 'N'.
           88  CONTA-VALIDA    VALUE 'Y'.
       77  WRK-PCT-FGTS        PIC 9(02)V99 VALUE 8,00.
       77  WRK-PCT-PATRONAL    PIC 9(03)V99 VALUE 27,80.
       77  WRK-PCT-ENCARGOS    PIC 9(03)V99 VALUE ZEROS.
       77  WRK-VLR-PROVISAO    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VLR-ENCARGOS    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-GL-HISTORICO    PIC X(30)  VALUE SPACES.
       77  WRK-GL-DEBITO       PIC X(10)  VALUE SPACES.
       77  WRK-GL-VALOR        PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QTD-PROVISIONADOS PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-JA-PROVISIONADOS PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-AFASTADOS   PIC 9(05)  VALUE ZEROS.
       77  WRK-QTD-LANCAMENTOS PIC 9(05)  VALUE ZEROS.
       77  WRK-TOTAL-PROVISAO  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-ENCARGOS  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-SALDO-FUNC      PIC 9(11)V99 VALUE ZEROS.
       77  WRK-SALDO-RELATORIO PIC 9(13)V99 VALUE ZEROS.
       77  WRK-SALDO-CONTABIL  PIC S9(13)V99 VALUE ZEROS.
       77  WRK-DIFERENCA       PIC S9(13)V99 VALUE ZEROS.
       77  WRK-VALOR-ED        PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR2-ED       PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR3-ED       PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SALDO-ED        PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  WRK-TAB-PLANO-CONTAS.
           05  WRK-CTA-ITEM OCCURS 100 TIMES.
               10  WRK-CTA-CODIGO PIC X(10).
               10  WRK-CTA-ATIVA  PIC X(01).

       01  WRK-TAB-PERIODOS.
           05  WRK-PER-ITEM OCCURS 100 TIMES.
               10  WRK-PER-ANO      PIC 9(04).
               10  WRK-PER-NUM      PIC 9(02).
               10  WRK-PER-SIT      PIC X(01).

      *    ALIQUOTAS PATRONAIS POR EMPRESA; A EMPRESA 00 E O PADRAO
       01  WRK-TAB-PATRONAL.
           05  WRK-PAT-ITEM OCCURS 20 TIMES.
               10  WRK-PAT-EMPRESA   PIC 9(02).
               10  WRK-PAT-PCT-TOTAL PIC 9(03)V99.

      *    SALDOS POR FUNCIONARIO E CENTRO (IMAGEM DO PROV13SLD)
       01  WRK-TAB-SALDOS.
           05  WRK-SLD-ITEM OCCURS 2000 TIMES.
               10  WRK-SLD-REGISTRO PIC X(60).

       01  WRK-SLD-AUX             PIC X(60).

       77  WRK-AFT-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-AFT-EOF         PIC X      VALUE 'N'.
           88  FIM-AFASTAMENTOS VALUE 'Y'.
       77  WRK-AFT-QTD         PIC 9(04)  VALUE ZEROS.
       77  WRK-AFT-SUB         PIC 9(04)  VALUE ZEROS.
       77  WRK-AFT-PER-INICIO  PIC 9(07)  VALUE ZEROS.
       77  WRK-AFT-PER-FIM     PIC 9(07)  VALUE ZEROS.
       77  WRK-AFT-DE          PIC 9(07)  VALUE ZEROS.
       77  WRK-AFT-ATE         PIC 9(07)  VALUE ZEROS.
       77  WRK-AFT-DATA-FIM    PIC 9(08)  VALUE ZEROS.
       77  WRK-DIAS-AFASTADO   PIC 9(05)  VALUE ZEROS.
       77  WRK-DIAS-NO-MES     PIC 9(02)  VALUE ZEROS.

      *    AFASTAMENTOS (IMAGEM DO AFASTAM) JA REDUZIDOS AO PERIODO
      *    NAO PAGO PELA EMPRESA, EM DIAS CORRIDOS, COMO NO EXE02
       01  WRK-TAB-AFASTAMENTOS.
           05  WRK-AFT-ITEM OCCURS 1000 TIMES.
               10  WRK-AFT-NUMERO     PIC 9(06).
               10  WRK-AFT-DIA-INICIO PIC 9(07).
               10  WRK-AFT-DIA-FIM    PIC 9(07).

      *    APROPRIACAO DA COMPETENCIA POR EMPRESA E CENTRO DE CUSTO
       01  WRK-TAB-APROPRIACAO.
           05  WRK-APR-ITEM OCCURS 200 TIMES.
               10  WRK-APR-EMPRESA   PIC 9(02).
               10  WRK-APR-CCUSTO    PIC X(04).
               10  WRK-APR-PROVISAO  PIC 9(11)V99.
               10  WRK-APR-ENCARGOS  PIC 9(11)V99.

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
                   ' JA FECHADO - PROVISAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0280-ULTIMO-DIA-DO-MES.
           COMPUTE WRK-AFT-PER-INICIO = FUNCTION INTEGER-OF-DATE(
               (WRK-COMPETENCIA * 100) + 1).
           COMPUTE WRK-AFT-PER-FIM =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-ULTIMO).
           COMPUTE WRK-DIAS-NO-MES =
               WRK-AFT-PER-FIM - WRK-AFT-PER-INICIO + 1.
           PERFORM 0150-CARREGAR-AFASTAMENTOS.

           PERFORM 0120-CARREGAR-PLANO.
           PERFORM 0130-CARREGAR-PARAMETROS.
           PERFORM 0140-CARREGAR-SALDOS.

           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-EMP-STATUS NOT = '00'
               DISPLAY 'ERRO: MESTRE DE FUNCIONARIOS (EMPMAST) '
                   'INDISPONIVEL - STATUS ' WRK-EMP-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ EMPLOYEE-MASTER NEXT
               AT END MOVE 'Y' TO WRK-EMP-EOF
           END-READ.

      **********CARGA DOS AFASTAMENTOS*************************
      *O CADASTRO E OPCIONAL; SO ENTRA O PERIODO QUE A EMPRESA NAO
      *PAGA (DOENCA E ACIDENTE DO 16O DIA EM DIANTE, LICENCA NAO
      *REMUNERADA INTEIRA), ATE A VESPERA DO RETORNO EFETIVO OU,
      *SEM ELE, DO PREVISTO - A MESMA REGRA DO EXE02
       0150-CARREGAR-AFASTAMENTOS.
           OPEN INPUT CADASTRO-AFASTAMENTOS
           IF WRK-AFT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ CADASTRO-AFASTAMENTOS
               AT END MOVE 'Y' TO WRK-AFT-EOF
           END-READ

           PERFORM UNTIL FIM-AFASTAMENTOS
               IF AFT-RETORNO-EFETIVO NOT = ZEROS
                   MOVE AFT-RETORNO-EFETIVO TO WRK-AFT-DATA-FIM
               ELSE
                   MOVE AFT-RETORNO-PREVISTO TO WRK-AFT-DATA-FIM
               END-IF
               IF (AFASTAMENTO-INSS OR AFASTAMENTO-NAO-REMUNERADO)
                   AND FUNCTION TEST-DATE-YYYYMMDD(AFT-DATA-INICIO)
                       = 0
                   AND FUNCTION TEST-DATE-YYYYMMDD(WRK-AFT-DATA-FIM)
                       = 0
                   AND WRK-AFT-DATA-FIM > AFT-DATA-INICIO
                   PERFORM 0155-INCLUIR-AFASTAMENTO
               END-IF
               READ CADASTRO-AFASTAMENTOS
                   AT END MOVE 'Y' TO WRK-AFT-EOF
               END-READ
           END-PERFORM
           CLOSE CADASTRO-AFASTAMENTOS.

       0155-INCLUIR-AFASTAMENTO.
           COMPUTE WRK-AFT-DE =
               FUNCTION INTEGER-OF-DATE(AFT-DATA-INICIO)
           IF AFASTAMENTO-INSS
               ADD 15 TO WRK-AFT-DE
           END-IF
           COMPUTE WRK-AFT-ATE =
               FUNCTION INTEGER-OF-DATE(WRK-AFT-DATA-FIM) - 1
           IF WRK-AFT-ATE < WRK-AFT-DE
               EXIT PARAGRAPH
           END-IF

           IF WRK-AFT-QTD >= 1000
               DISPLAY 'ERRO: CADASTRO DE AFASTAMENTOS EXCEDE O '
                   'LIMITE DE 1000 REGISTROS - PROCESSAMENTO '
                   'ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WRK-AFT-QTD
           MOVE AFT-NUMERO  TO WRK-AFT-NUMERO(WRK-AFT-QTD)
           MOVE WRK-AFT-DE  TO WRK-AFT-DIA-INICIO(WRK-AFT-QTD)
           MOVE WRK-AFT-ATE TO WRK-AFT-DIA-FIM(WRK-AFT-QTD).

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

      **********CONTAS DA PROVISAO E ALIQUOTAS DOS ENCARGOS*****
      *OS ENCARGOS SOBRE A PROVISAO USAM AS MESMAS ALIQUOTAS DO
      *GUIAINSS (POR EMPRESA, EMPRESA 00 COMO PADRAO) MAIS O
      *PERCENTUAL DO FGTS
       0130-CARREGAR-PARAMETROS.
           OPEN INPUT PARAMETROS-PROVISAO
           IF WRK-P13P-STATUS = '00'
               READ PARAMETROS-PROVISAO
                   AT END CONTINUE
                   NOT AT END
                       MOVE P13P-CONTA-DESPESA  TO WRK-CONTA-DESPESA
                       MOVE P13P-CONTA-PROVISAO TO WRK-CONTA-PROVISAO
                       MOVE P13P-CONTA-ENCARGOS TO WRK-CONTA-ENCARGOS
               END-READ
               CLOSE PARAMETROS-PROVISAO
           END-IF

           MOVE WRK-CONTA-DESPESA TO WRK-CONTA-VALIDAR
           PERFORM 0135-VALIDAR-UMA-CONTA
           MOVE WRK-CONTA-PROVISAO TO WRK-CONTA-VALIDAR
           PERFORM 0135-VALIDAR-UMA-CONTA
           MOVE WRK-CONTA-ENCARGOS TO WRK-CONTA-VALIDAR
           PERFORM 0135-VALIDAR-UMA-CONTA

           OPEN INPUT PARAMETROS-FGTS
           IF WRK-PRM-STATUS = '00'
               READ PARAMETROS-FGTS
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-PERCENTUAL > 0
                           MOVE PRM-PERCENTUAL TO WRK-PCT-FGTS
                       END-IF
               END-READ
               CLOSE PARAMETROS-FGTS
           END-IF

           OPEN INPUT PARAMETROS-PATRONAL
           IF WRK-PAT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ PARAMETROS-PATRONAL
               AT END MOVE 'Y' TO WRK-PAT-EOF
           END-READ
           PERFORM UNTIL FIM-PARAMETROS
               IF WRK-PAT-QTD >= 20
                   DISPLAY 'ERRO: ALIQUOTAS PATRONAIS EXCEDEM O '
                       'LIMITE DE 20 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-PAT-QTD
               MOVE PAT-EMPRESA TO WRK-PAT-EMPRESA(WRK-PAT-QTD)
               COMPUTE WRK-PAT-PCT-TOTAL(WRK-PAT-QTD) =
                   PAT-PCT-PATRONAL + PAT-PCT-RAT + PAT-PCT-TERCEIROS
               IF PAT-EMPRESA = ZEROS
                   MOVE WRK-PAT-QTD TO WRK-PAT-PADRAO
               END-IF
               READ PARAMETROS-PATRONAL
                   AT END MOVE 'Y' TO WRK-PAT-EOF
               END-READ
           END-PERFORM
           CLOSE PARAMETROS-PATRONAL.

       0135-VALIDAR-UMA-CONTA.
           MOVE 'N' TO WRK-CONTA-OK
           PERFORM VARYING WRK-CTA-SUB FROM 1 BY 1
                   UNTIL WRK-CTA-SUB > WRK-CTA-QTD
               IF WRK-CTA-CODIGO(WRK-CTA-SUB) = WRK-CONTA-VALIDAR
                   AND WRK-CTA-ATIVA(WRK-CTA-SUB) = 'S'
                   MOVE 'Y' TO WRK-CONTA-OK
               END-IF
           END-PERFORM

           IF NOT CONTA-VALIDA
               DISPLAY 'ERRO: CONTA DE CONTABILIZACAO '
                   WRK-CONTA-VALIDAR ' INEXISTENTE OU INATIVA NO '
                   'PLANO DE CONTAS - PROCESSAMENTO RECUSADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      **********SALDOS DA PROVISAO EM MEMORIA******************
       0140-CARREGAR-SALDOS.
           OPEN INPUT SALDOS-PROVISAO
           IF WRK-P13-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ SALDOS-PROVISAO
               AT END MOVE 'Y' TO WRK-P13-EOF
           END-READ
           PERFORM UNTIL FIM-SALDOS
               IF WRK-SLD-QTD >= 2000
                   DISPLAY 'ERRO: SALDOS DA PROVISAO EXCEDEM O '
                       'LIMITE DE 2000 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-SLD-QTD
               MOVE P13-REC TO WRK-SLD-REGISTRO(WRK-SLD-QTD)
               READ SALDOS-PROVISAO
                   AT END MOVE 'Y' TO WRK-P13-EOF
               END-READ
           END-PERFORM
           CLOSE SALDOS-PROVISAO.

      **********REGISTRO NO CONTROLE CENTRAL DE EXECUCOES******
       0195-REGISTRAR-RUN.
           ACCEPT WRK-RUN-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-RUN-HORA FROM TIME

           OPEN EXTEND CONTROLE-RUNS
           IF WRK-RUN-STATUS NOT = '00'
               OPEN OUTPUT CONTROLE-RUNS
           END-IF

           MOVE 'PROV13'       TO RUN-PROGRAMA
           MOVE WRK-RUN-DATA   TO RUN-DATA-NEGOCIO
           MOVE WRK-RUN-HORA   TO RUN-HORA
           MOVE WRK-RUN-EVENTO TO RUN-EVENTO
           WRITE RUN-REC
           CLOSE CONTROLE-RUNS.

       0200-PROCESSAR.
           MOVE 'INICIADO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN

           PERFORM UNTIL FIM-FUNCIONARIOS
               IF EMP-ATIVO
                   PERFORM 0250-PROVISIONAR-FUNCIONARIO
               END-IF
               READ EMPLOYEE-MASTER NEXT
                   AT END MOVE 'Y' TO WRK-EMP-EOF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER.

      **********APROPRIACAO DO MES DE UM FUNCIONARIO************
      *O SALDO E MANTIDO POR FUNCIONARIO E CENTRO DE CUSTO: SE O
      *FUNCIONARIO MUDA DE CENTRO, A PARTE JA FORMADA FICA NO
      *CENTRO ANTIGO E E REVERTIDA LA MESMO PELO EXE02
       0250-PROVISIONAR-FUNCIONARIO.
           PERFORM 0285-APURAR-DIAS-AFASTADO
           IF WRK-DIAS-NO-MES - WRK-DIAS-AFASTADO < 15
               ADD 1 TO WRK-QTD-AFASTADOS
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WRK-SLD-ACHADO
           PERFORM VARYING WRK-SLD-SUB FROM 1 BY 1
                   UNTIL WRK-SLD-SUB > WRK-SLD-QTD
                   OR WRK-SLD-ACHADO > 0
               MOVE WRK-SLD-REGISTRO(WRK-SLD-SUB) TO P13-REC
               IF P13-NUMERO = EMP-NUMERO
                   AND P13-CCUSTO = EMP-CCUSTO
                   MOVE WRK-SLD-SUB TO WRK-SLD-ACHADO
               END-IF
           END-PERFORM

           IF WRK-SLD-ACHADO = 0
               IF WRK-SLD-QTD >= 2000
                   DISPLAY 'ERRO: SALDOS DA PROVISAO EXCEDEM O '
                       'LIMITE DE 2000 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-SLD-QTD
               MOVE WRK-SLD-QTD TO WRK-SLD-ACHADO
               MOVE EMP-NUMERO  TO P13-NUMERO
               MOVE EMP-CCUSTO  TO P13-CCUSTO
               MOVE EMP-EMPRESA TO P13-EMPRESA
               MOVE 0           TO P13-SALDO-PROVISAO
               MOVE 0           TO P13-SALDO-ENCARGOS
               MOVE 0           TO P13-ULTIMA-COMPET
           ELSE
               MOVE WRK-SLD-REGISTRO(WRK-SLD-ACHADO) TO P13-REC
           END-IF

           IF P13-ULTIMA-COMPET >= WRK-COMPETENCIA
               ADD 1 TO WRK-QTD-JA-PROVISIONADOS
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WRK-PAT-ACHADA
           PERFORM VARYING WRK-PAT-SUB FROM 1 BY 1
                   UNTIL WRK-PAT-SUB > WRK-PAT-QTD
                   OR WRK-PAT-ACHADA > 0
               IF WRK-PAT-EMPRESA(WRK-PAT-SUB) = EMP-EMPRESA
                   MOVE WRK-PAT-SUB TO WRK-PAT-ACHADA
               END-IF
           END-PERFORM
           IF WRK-PAT-ACHADA = 0
               MOVE WRK-PAT-PADRAO TO WRK-PAT-ACHADA
           END-IF
           IF WRK-PAT-ACHADA > 0
               COMPUTE WRK-PCT-ENCARGOS =
                   WRK-PAT-PCT-TOTAL(WRK-PAT-ACHADA) + WRK-PCT-FGTS
           ELSE
               COMPUTE WRK-PCT-ENCARGOS =
                   WRK-PCT-PATRONAL + WRK-PCT-FGTS
           END-IF

           COMPUTE WRK-VLR-PROVISAO ROUNDED = EMP-SALARIO / 12
           COMPUTE WRK-VLR-ENCARGOS ROUNDED =
               WRK-VLR-PROVISAO * WRK-PCT-ENCARGOS / 100

           MOVE EMP-NOME        TO P13-NOME
           MOVE EMP-EMPRESA     TO P13-EMPRESA
           ADD WRK-VLR-PROVISAO TO P13-SALDO-PROVISAO
           ADD WRK-VLR-ENCARGOS TO P13-SALDO-ENCARGOS
           MOVE WRK-COMPETENCIA TO P13-ULTIMA-COMPET
           MOVE P13-REC TO WRK-SLD-REGISTRO(WRK-SLD-ACHADO)

           ADD 1 TO WRK-QTD-PROVISIONADOS
           ADD WRK-VLR-PROVISAO TO WRK-TOTAL-PROVISAO
           ADD WRK-VLR-ENCARGOS TO WRK-TOTAL-ENCARGOS

           PERFORM 0260-ACUMULAR-APROPRIACAO.

       0260-ACUMULAR-APROPRIACAO.
           MOVE 0 TO WRK-APR-ACHADA
           PERFORM VARYING WRK-APR-SUB FROM 1 BY 1
                   UNTIL WRK-APR-SUB > WRK-APR-QTD
                   OR WRK-APR-ACHADA > 0
               IF WRK-APR-EMPRESA(WRK-APR-SUB) = EMP-EMPRESA
                   AND WRK-APR-CCUSTO(WRK-APR-SUB) = EMP-CCUSTO
                   MOVE WRK-APR-SUB TO WRK-APR-ACHADA
               END-IF
           END-PERFORM

           IF WRK-APR-ACHADA = 0
               IF WRK-APR-QTD >= 200
                   DISPLAY 'ERRO: EMPRESAS/CENTROS DE CUSTO EXCEDEM '
                       'O LIMITE DE 200 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-APR-QTD
               MOVE WRK-APR-QTD TO WRK-APR-ACHADA
               MOVE EMP-EMPRESA TO WRK-APR-EMPRESA(WRK-APR-ACHADA)
               MOVE EMP-CCUSTO  TO WRK-APR-CCUSTO(WRK-APR-ACHADA)
               MOVE 0 TO WRK-APR-PROVISAO(WRK-APR-ACHADA)
               MOVE 0 TO WRK-APR-ENCARGOS(WRK-APR-ACHADA)
           END-IF

           ADD WRK-VLR-PROVISAO TO WRK-APR-PROVISAO(WRK-APR-ACHADA)
           ADD WRK-VLR-ENCARGOS TO WRK-APR-ENCARGOS(WRK-APR-ACHADA).

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
           PERFORM VARYING WRK-PER-SUB FROM 1 BY 1
                   UNTIL WRK-PER-SUB > WRK-PER-QTD
               IF WRK-PER-ANO(WRK-PER-SUB) = WRK-ANO-FISCAL
                   AND WRK-PER-NUM(WRK-PER-SUB) = WRK-PERIODO-FISCAL
                   MOVE WRK-PER-SIT(WRK-PER-SUB) TO WRK-PERIODO-SIT
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
               FUNCTION INTEGER-OF-DATE(WRK-DATA-PRIMEIRO) - 1).

      **********DIAS AFASTADOS NA COMPETENCIA******************
      *COMPETENCIA COM MENOS DE 15 DIAS FORA DE AFASTAMENTO NAO
      *PAGO PELA EMPRESA NAO E AVO DO 13 E NAO E PROVISIONADA
       0285-APURAR-DIAS-AFASTADO.
           MOVE 0 TO WRK-DIAS-AFASTADO
           PERFORM VARYING WRK-AFT-SUB FROM 1 BY 1
                   UNTIL WRK-AFT-SUB > WRK-AFT-QTD
               IF WRK-AFT-NUMERO(WRK-AFT-SUB) = EMP-NUMERO
                   MOVE WRK-AFT-DIA-INICIO(WRK-AFT-SUB) TO WRK-AFT-DE
                   IF WRK-AFT-DE < WRK-AFT-PER-INICIO
                       MOVE WRK-AFT-PER-INICIO TO WRK-AFT-DE
                   END-IF
                   MOVE WRK-AFT-DIA-FIM(WRK-AFT-SUB) TO WRK-AFT-ATE
                   IF WRK-AFT-ATE > WRK-AFT-PER-FIM
                       MOVE WRK-AFT-PER-FIM TO WRK-AFT-ATE
                   END-IF
                   IF WRK-AFT-ATE >= WRK-AFT-DE
                       COMPUTE WRK-DIAS-AFASTADO = WRK-DIAS-AFASTADO
                           + WRK-AFT-ATE - WRK-AFT-DE + 1
                   END-IF
               END-IF
           END-PERFORM.

       0300-FINALIZAR.
           PERFORM 0350-CONTABILIZAR-APROPRIACAO.

           IF WRK-QTD-PROVISIONADOS > 0
               OPEN OUTPUT SALDOS-PROVISAO
               PERFORM VARYING WRK-SLD-SUB FROM 1 BY 1
                       UNTIL WRK-SLD-SUB > WRK-SLD-QTD
                   MOVE WRK-SLD-REGISTRO(WRK-SLD-SUB) TO P13-REC
                   WRITE P13-REC
               END-PERFORM
               CLOSE SALDOS-PROVISAO
           END-IF.

           PERFORM 0360-EMITIR-RELATORIO.

           MOVE 'CONCLUIDO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN

           MOVE WRK-TOTAL-PROVISAO TO WRK-VALOR-ED
           MOVE WRK-TOTAL-ENCARGOS TO WRK-VALOR2-ED
           DISPLAY 'FUNCIONARIOS PROVISIONADOS: '
               WRK-QTD-PROVISIONADOS.
           DISPLAY 'JA PROVISIONADOS NA COMPETENCIA: '
               WRK-QTD-JA-PROVISIONADOS.
           DISPLAY 'SEM AVO NA COMPETENCIA POR AFASTAMENTO: '
               WRK-QTD-AFASTADOS.
           DISPLAY 'PROVISAO DO MES: ' WRK-VALOR-ED
               ' ENCARGOS: ' WRK-VALOR2-ED.
           IF WRK-DIFERENCA NOT = 0
               MOVE WRK-DIFERENCA TO WRK-SALDO-ED
               DISPLAY 'SALDO DOS FUNCIONARIOS NAO CONFERE COM A '
                   'CONTA ' WRK-CONTA-PROVISAO ' - DIFERENCA '
                   WRK-SALDO-ED
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'FIM DE PROCESSAMENTO'.

      **********LANCAMENTO DA APROPRIACAO POR CENTRO***********
      *DESPESA DO 1/12 E DESPESA DOS ENCARGOS CONTRA O PASSIVO DA
      *PROVISAO, DATADOS NO ULTIMO DIA DA COMPETENCIA
       0350-CONTABILIZAR-APROPRIACAO.
           IF WRK-APR-QTD = 0
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND LANCAMENTO-CONTABIL
           IF WRK-GL-STATUS NOT = '00'
               OPEN OUTPUT LANCAMENTO-CONTABIL
           END-IF
           ACCEPT WRK-GL-LOTE-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-GL-LOTE-TEMPO FROM TIME
           MOVE WRK-GL-LOTE-TEMPO(1:4) TO WRK-GL-LOTE-HORA

           PERFORM VARYING WRK-APR-SUB FROM 1 BY 1
                   UNTIL WRK-APR-SUB > WRK-APR-QTD
               MOVE SPACES TO WRK-GL-HISTORICO
               STRING 'PROVISAO 13 SALARIO ' DELIMITED BY SIZE
                   WRK-COMPETENCIA DELIMITED BY SIZE
                   INTO WRK-GL-HISTORICO
               END-STRING
               MOVE WRK-CONTA-DESPESA TO WRK-GL-DEBITO
               MOVE WRK-APR-PROVISAO(WRK-APR-SUB) TO WRK-GL-VALOR
               PERFORM 0355-GRAVAR-LANCAMENTO

               MOVE SPACES TO WRK-GL-HISTORICO
               STRING 'ENCARGOS PROV 13 ' DELIMITED BY SIZE
                   WRK-COMPETENCIA DELIMITED BY SIZE
                   INTO WRK-GL-HISTORICO
               END-STRING
               MOVE WRK-CONTA-ENCARGOS TO WRK-GL-DEBITO
               MOVE WRK-APR-ENCARGOS(WRK-APR-SUB) TO WRK-GL-VALOR
               PERFORM 0355-GRAVAR-LANCAMENTO
           END-PERFORM

           CLOSE LANCAMENTO-CONTABIL.

       0355-GRAVAR-LANCAMENTO.
           IF WRK-GL-VALOR = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-GL-DEBITO                 TO GL-CONTA-DEBITO
           MOVE WRK-CONTA-PROVISAO            TO GL-CONTA-CREDITO
           MOVE WRK-APR-CCUSTO(WRK-APR-SUB)   TO GL-CCUSTO
           MOVE WRK-GL-HISTORICO              TO GL-HISTORICO
           MOVE WRK-GL-VALOR                  TO GL-VALOR
           MOVE WRK-DATA-ULTIMO               TO GL-DATA-EXEC
           MOVE WRK-APR-EMPRESA(WRK-APR-SUB)  TO GL-EMPRESA
           MOVE 'PROV13'                      TO GL-ORIGEM
           MOVE WRK-GL-LOTE                   TO GL-DOCUMENTO
           WRITE GL-REC
           ADD 1 TO WRK-QTD-LANCAMENTOS.

      **********SALDO POR FUNCIONARIO CONCILIADO COM O RAZAO***
      *O SALDO CONTABIL DA CONTA DA PROVISAO (CREDITOS MENOS
      *DEBITOS EM TODO O EXE02GL) PRECISA SER A SOMA DOS SALDOS
      *DOS FUNCIONARIOS (PROVISAO MAIS ENCARGOS)
       0360-EMITIR-RELATORIO.
      *    ORDENA POR FUNCIONARIO E CENTRO DE CUSTO
           PERFORM VARYING WRK-SLD-SUB FROM 1 BY 1
                   UNTIL WRK-SLD-SUB >= WRK-SLD-QTD
               PERFORM VARYING WRK-SLD-SUB2 FROM 1 BY 1
                       UNTIL WRK-SLD-SUB2 >= WRK-SLD-QTD
                   IF WRK-SLD-REGISTRO(WRK-SLD-SUB2)(1:10) >
                       WRK-SLD-REGISTRO(WRK-SLD-SUB2 + 1)(1:10)
                       MOVE WRK-SLD-REGISTRO(WRK-SLD-SUB2) TO
                           WRK-SLD-AUX
                       MOVE WRK-SLD-REGISTRO(WRK-SLD-SUB2 + 1) TO
                           WRK-SLD-REGISTRO(WRK-SLD-SUB2)
                       MOVE WRK-SLD-AUX TO
                           WRK-SLD-REGISTRO(WRK-SLD-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM

           OPEN OUTPUT RELATORIO-PROVISAO

           MOVE SPACES TO REL-LINHA
           STRING 'SALDO DA PROVISAO DE DECIMO TERCEIRO - '
               DELIMITED BY SIZE
               'COMPETENCIA ' DELIMITED BY SIZE
               WRK-COMPETENCIA DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE '=============================================' TO
               REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'FUNC   NOME                 CC   ' DELIMITED BY SIZE
               '          PROVISAO           ENCARGOS' DELIMITED BY
               SIZE
               '              SALDO' DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA

           PERFORM VARYING WRK-SLD-SUB FROM 1 BY 1
                   UNTIL WRK-SLD-SUB > WRK-SLD-QTD
               MOVE WRK-SLD-REGISTRO(WRK-SLD-SUB) TO P13-REC
               COMPUTE WRK-SALDO-FUNC =
                   P13-SALDO-PROVISAO + P13-SALDO-ENCARGOS
               IF WRK-SALDO-FUNC > 0
                   ADD WRK-SALDO-FUNC TO WRK-SALDO-RELATORIO
                   MOVE P13-SALDO-PROVISAO TO WRK-VALOR-ED
                   MOVE P13-SALDO-ENCARGOS TO WRK-VALOR2-ED
                   MOVE WRK-SALDO-FUNC     TO WRK-VALOR3-ED
                   MOVE SPACES TO REL-LINHA
                   STRING P13-NUMERO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       P13-NOME DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       P13-CCUSTO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WRK-VALOR-ED DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WRK-VALOR2-ED DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WRK-VALOR3-ED DELIMITED BY SIZE
                       INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
               END-IF
           END-PERFORM

           PERFORM 0365-APURAR-SALDO-CONTABIL
           COMPUTE WRK-DIFERENCA =
               WRK-SALDO-CONTABIL - WRK-SALDO-RELATORIO

           MOVE '---------------------------------------------' TO
               REL-LINHA
           WRITE REL-LINHA
           MOVE WRK-SALDO-RELATORIO TO WRK-SALDO-ED
           MOVE SPACES TO REL-LINHA
           STRING 'SALDO DOS FUNCIONARIOS......: ' DELIMITED BY SIZE
               WRK-SALDO-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE WRK-SALDO-CONTABIL TO WRK-SALDO-ED
           MOVE SPACES TO REL-LINHA
           STRING 'SALDO CONTABIL ' DELIMITED BY SIZE
               WRK-CONTA-PROVISAO DELIMITED BY SIZE
               '...: ' DELIMITED BY SIZE
               WRK-SALDO-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE WRK-DIFERENCA TO WRK-SALDO-ED
           MOVE SPACES TO REL-LINHA
           IF WRK-DIFERENCA = 0
               STRING 'DIFERENCA...................: ' DELIMITED BY
                   SIZE
                   WRK-SALDO-ED DELIMITED BY SIZE
                   ' - CONCILIADO' DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
           ELSE
               STRING 'DIFERENCA...................: ' DELIMITED BY
                   SIZE
                   WRK-SALDO-ED DELIMITED BY SIZE
                   ' - NAO CONCILIADO' DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
           END-IF
           WRITE REL-LINHA

           CLOSE RELATORIO-PROVISAO.

       0365-APURAR-SALDO-CONTABIL.
           MOVE 0 TO WRK-SALDO-CONTABIL
           OPEN INPUT LANCAMENTO-CONTABIL
           IF WRK-GL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WRK-GL-EOF
           READ LANCAMENTO-CONTABIL
               AT END MOVE 'Y' TO WRK-GL-EOF
           END-READ
           PERFORM UNTIL FIM-LANCAMENTOS
               IF GL-CONTA-CREDITO = WRK-CONTA-PROVISAO
                   ADD GL-VALOR TO WRK-SALDO-CONTABIL
               END-IF
               IF GL-CONTA-DEBITO = WRK-CONTA-PROVISAO
                   SUBTRACT GL-VALOR FROM WRK-SALDO-CONTABIL
               END-IF
               READ LANCAMENTO-CONTABIL
                   AT END MOVE 'Y' TO WRK-GL-EOF
               END-READ
           END-PERFORM
           CLOSE LANCAMENTO-CONTABIL.
