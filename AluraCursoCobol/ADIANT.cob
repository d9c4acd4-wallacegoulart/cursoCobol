       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADIANT.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: ADIANTAMENTO QUINZENAL DE SALARIO: PARA A
      *          COMPETENCIA INFORMADA (AAAAMM, ZERO PARA O MES
      *          CORRENTE) PAGA A CADA FUNCIONARIO ATIVO DO EMPMAST
      *          QUE NAO RECUSOU O ADIANTAMENTO (EMP-ADIANTAMENTO =
      *          'N') O PERCENTUAL DO SALARIO DO PARAMETRO ADIANTPARM
      *          (PADRAO 40 POR CENTO); GRAVA O PAGAMENTO NO SALARIO
      *          LIQUIDO (EXE02LIQ.DAT, VERBA A) PARA UMA REMESSA
      *          PROPRIA DO BANCOPAG (JOBADIANT: CONFERENCIA DE
      *          VARIACAO DO LIQGATE ANTES E CRITICA DO BANCOEDIT
      *          DEPOIS), GRAVA O ADIANTAMENTO PENDENTE NO
      *          ADIANTAM.DAT PARA O DESCONTO NO LIQUIDO DA FOLHA DO
      *          EXE02 E CONTABILIZA NO EXE02GL.DAT, POR EMPRESA E
      *          CENTRO DE CUSTO, O ADIANTAMENTO A EMPREGADOS CONTRA
      *          BANCOS (CONTAS DO ADIANTPARM); FUNCIONARIO JA
      *          ADIANTADO NA COMPETENCIA NAO RECEBE DE NOVO; EMITE
      *          O ADIANTREL.DAT; RC=8 QUANDO NAO HA ADIANTAMENTO A
      *          PAGAR
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

           SELECT ADIANTAMENTOS ASSIGN TO "DATA/ADIANTAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ADT-STATUS.

           SELECT PARAMETROS-ADIANTAMENTO ASSIGN TO
               "DATA/ADIANTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRM-STATUS.

           SELECT PLANO-CONTAS ASSIGN TO "DATA/PLANOCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTA-STATUS.

           SELECT SALARIO-LIQUIDO ASSIGN TO "DATA/EXE02LIQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LIQ-STATUS.

           SELECT LANCAMENTO-CONTABIL ASSIGN TO "DATA/EXE02GL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GL-STATUS.

           SELECT RELATORIO-ADIANTAMENTO ASSIGN TO
               "DATA/ADIANTREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROLE-RUNS ASSIGN TO "DATA/RUNCTLGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY "EMPMAST.CPY".

       FD  ADIANTAMENTOS.
       COPY "ADIANTAM.CPY".

       FD  PARAMETROS-ADIANTAMENTO.
       01  PRM-REC.
           05  PRM-CONTA-DEBITO   PIC X(10).
           05  PRM-CONTA-CREDITO  PIC X(10).
           05  PRM-PERCENTUAL     PIC 9(03)V99.

       FD  PLANO-CONTAS.
       COPY "PLANOCTA.CPY".

       FD  SALARIO-LIQUIDO.
       COPY "EXE02LIQ.CPY".

       FD  LANCAMENTO-CONTABIL.
       COPY "EXE02GL.CPY".

       FD  RELATORIO-ADIANTAMENTO.
       01  REL-LINHA              PIC X(100).

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
       77  WRK-ADT-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-PRM-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-CTA-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-LIQ-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-GL-STATUS       PIC X(02)  VALUE '00'.
       77  WRK-EMP-EOF         PIC X      VALUE 'N'.
           88  FIM-FUNCIONARIOS VALUE 'Y'.
       77  WRK-ADT-EOF         PIC X      VALUE 'N'.
           88  FIM-ADIANTAMENTOS VALUE 'Y'.
       77  WRK-CTA-EOF         PIC X      VALUE 'N'.
           88  FIM-PLANO-CONTAS VALUE 'Y'.
       77  WRK-CTA-QTD         PIC 9(03)  VALUE ZEROS.
       77  WRK-CTA-SUB         PIC 9(03)  VALUE ZEROS.
       77  WRK-ADT-QTD         PIC 9(04)  VALUE ZEROS.
       77  WRK-ADT-SUB         PIC 9(04)  VALUE ZEROS.
       77  WRK-ADT-ACHADO      PIC 9(04)  VALUE ZEROS.
       77  WRK-APR-QTD         PIC 9(03)  VALUE ZEROS.
       77  WRK-APR-SUB         PIC 9(03)  VALUE ZEROS.
       77  WRK-APR-ACHADA      PIC 9(03)  VALUE ZEROS.
       77  WRK-DATA-EXEC       PIC 9(08)  VALUE ZEROS.
       77  WRK-COMPETENCIA     PIC 9(06)  VALUE ZEROS.
       77  WRK-MES-DATA        PIC 9(02)  VALUE ZEROS.
       77  WRK-CONTA-DEBITO    PIC X(10)  VALUE '1150-ADTO'.
       77  WRK-CONTA-CREDITO   PIC X(10)  VALUE '1000-BCOS'.
       77  WRK-CONTA-VALIDAR   PIC X(10)  VALUE SPACES.
       77  WRK-CONTA-OK        PIC X      VALUE 'N'.
           88  CONTA-VALIDA    VALUE 'Y'.
       77  WRK-PCT-ADIANTAMENTO PIC 9(03)V99 VALUE 40,00.
       77  WRK-VLR-ADIANTAMENTO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-QTD-ADIANTADOS  PIC 9(05)  VALUE ZEROS.
       77  WRK-QTD-JA-ADIANTADOS PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SEM-OPCAO   PIC 9(05)  VALUE ZEROS.
       77  WRK-QTD-LANCAMENTOS PIC 9(05)  VALUE ZEROS.
       77  WRK-TOTAL-ADIANTADO PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-ED        PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PCT-ED          PIC ZZ9,99 VALUE ZEROS.

       01  WRK-TAB-PLANO-CONTAS.
           05  WRK-CTA-ITEM OCCURS 100 TIMES.
               10  WRK-CTA-CODIGO PIC X(10).
               10  WRK-CTA-ATIVA  PIC X(01).

      *    ADIANTAMENTOS JA GRAVADOS (IMAGEM DO ADIANTAM)
       01  WRK-TAB-ADIANTAMENTOS.
           05  WRK-ADT-ITEM OCCURS 2000 TIMES.
               10  WRK-ADT-REGISTRO PIC X(77).

      *    ADIANTAMENTO DA EXECUCAO POR EMPRESA E CENTRO DE CUSTO
       01  WRK-TAB-APROPRIACAO.
           05  WRK-APR-ITEM OCCURS 200 TIMES.
               10  WRK-APR-EMPRESA   PIC 9(02).
               10  WRK-APR-CCUSTO    PIC X(04).
               10  WRK-APR-VALOR     PIC 9(11)V99.

       01  WRK-LINHA-DETALHE.
           05  WRK-DET-NUMERO      PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WRK-DET-NOME        PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WRK-DET-EMPRESA     PIC 9(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WRK-DET-CCUSTO      PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WRK-DET-SALARIO     PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WRK-DET-VALOR       PIC ZZZ.ZZZ.ZZ9,99.

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

           PERFORM 0120-CARREGAR-PLANO.
           PERFORM 0130-CARREGAR-PARAMETROS.
           PERFORM 0140-CARREGAR-ADIANTAMENTOS.

           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-EMP-STATUS NOT = '00'
               DISPLAY 'ERRO: MESTRE DE FUNCIONARIOS (EMPMAST) '
                   'INDISPONIVEL - STATUS ' WRK-EMP-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND SALARIO-LIQUIDO
           IF WRK-LIQ-STATUS NOT = '00'
               OPEN OUTPUT SALARIO-LIQUIDO
           END-IF.

           OPEN OUTPUT RELATORIO-ADIANTAMENTO.
           MOVE WRK-PCT-ADIANTAMENTO TO WRK-PCT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'ADIANTAMENTO QUINZENAL DE SALARIO - '
               DELIMITED BY SIZE
               'COMPETENCIA ' DELIMITED BY SIZE
               WRK-COMPETENCIA DELIMITED BY SIZE
               ' - PERCENTUAL ' DELIMITED BY SIZE
               WRK-PCT-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE '=============================================' TO
               REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'FUNC   NOME                 EMP CC   '
               DELIMITED BY SIZE
               '       SALARIO   ADIANTAMENTO' DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.

           READ EMPLOYEE-MASTER NEXT
               AT END MOVE 'Y' TO WRK-EMP-EOF
           END-READ.

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

      **********CONTAS E PERCENTUAL DO ADIANTAMENTO************
      *SEM O PARAMETRO VALEM AS CONTAS PADRAO E 40 POR CENTO;
      *PERCENTUAL ACIMA DE 100 E RECUSADO
       0130-CARREGAR-PARAMETROS.
           OPEN INPUT PARAMETROS-ADIANTAMENTO
           IF WRK-PRM-STATUS = '00'
               READ PARAMETROS-ADIANTAMENTO
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-CONTA-DEBITO NOT = SPACES
                           MOVE PRM-CONTA-DEBITO TO WRK-CONTA-DEBITO
                       END-IF
                       IF PRM-CONTA-CREDITO NOT = SPACES
                           MOVE PRM-CONTA-CREDITO TO
                               WRK-CONTA-CREDITO
                       END-IF
                       IF PRM-PERCENTUAL IS NUMERIC
                           AND PRM-PERCENTUAL > 0
                           MOVE PRM-PERCENTUAL TO
                               WRK-PCT-ADIANTAMENTO
                       END-IF
               END-READ
               CLOSE PARAMETROS-ADIANTAMENTO
           END-IF

           IF WRK-PCT-ADIANTAMENTO > 100
               DISPLAY 'ERRO: PERCENTUAL DE ADIANTAMENTO '
                   WRK-PCT-ADIANTAMENTO ' ACIMA DE 100 - '
                   'PROCESSAMENTO RECUSADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WRK-CONTA-DEBITO TO WRK-CONTA-VALIDAR
           PERFORM 0135-VALIDAR-UMA-CONTA
           MOVE WRK-CONTA-CREDITO TO WRK-CONTA-VALIDAR
           PERFORM 0135-VALIDAR-UMA-CONTA.

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

      **********ADIANTAMENTOS JA GRAVADOS EM MEMORIA***********
       0140-CARREGAR-ADIANTAMENTOS.
           OPEN INPUT ADIANTAMENTOS
           IF WRK-ADT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ ADIANTAMENTOS
               AT END MOVE 'Y' TO WRK-ADT-EOF
           END-READ
           PERFORM UNTIL FIM-ADIANTAMENTOS
               IF WRK-ADT-QTD >= 2000
                   DISPLAY 'ERRO: ARQUIVO DE ADIANTAMENTOS EXCEDE O '
                       'LIMITE DE 2000 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-ADT-QTD
               MOVE ADT-REC TO WRK-ADT-REGISTRO(WRK-ADT-QTD)
               READ ADIANTAMENTOS
                   AT END MOVE 'Y' TO WRK-ADT-EOF
               END-READ
           END-PERFORM
           CLOSE ADIANTAMENTOS.

      **********REGISTRO NO CONTROLE CENTRAL DE EXECUCOES******
       0195-REGISTRAR-RUN.
           ACCEPT WRK-RUN-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-RUN-HORA FROM TIME

           OPEN EXTEND CONTROLE-RUNS
           IF WRK-RUN-STATUS NOT = '00'
               OPEN OUTPUT CONTROLE-RUNS
           END-IF

           MOVE 'ADIANT'       TO RUN-PROGRAMA
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
                   IF EMP-SEM-ADIANTAMENTO
                       ADD 1 TO WRK-QTD-SEM-OPCAO
                   ELSE
                       PERFORM 0250-ADIANTAR-FUNCIONARIO
                   END-IF
               END-IF
               READ EMPLOYEE-MASTER NEXT
                   AT END MOVE 'Y' TO WRK-EMP-EOF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER.

      **********ADIANTAMENTO DE UM FUNCIONARIO*****************
      *UM ADIANTAMENTO POR FUNCIONARIO E COMPETENCIA: REPETIR A
      *EXECUCAO NAO PAGA DUAS VEZES
       0250-ADIANTAR-FUNCIONARIO.
           MOVE 0 TO WRK-ADT-ACHADO
           PERFORM VARYING WRK-ADT-SUB FROM 1 BY 1
                   UNTIL WRK-ADT-SUB > WRK-ADT-QTD
                   OR WRK-ADT-ACHADO > 0
               MOVE WRK-ADT-REGISTRO(WRK-ADT-SUB) TO ADT-REC
               IF ADT-NUMERO = EMP-NUMERO
                   AND ADT-COMPETENCIA = WRK-COMPETENCIA
                   MOVE WRK-ADT-SUB TO WRK-ADT-ACHADO
               END-IF
           END-PERFORM

           IF WRK-ADT-ACHADO > 0
               ADD 1 TO WRK-QTD-JA-ADIANTADOS
               EXIT PARAGRAPH
           END-IF

           COMPUTE WRK-VLR-ADIANTAMENTO ROUNDED =
               EMP-SALARIO * WRK-PCT-ADIANTAMENTO / 100
           IF WRK-VLR-ADIANTAMENTO = 0
               EXIT PARAGRAPH
           END-IF

           IF WRK-ADT-QTD >= 2000
               DISPLAY 'ERRO: ARQUIVO DE ADIANTAMENTOS EXCEDE O '
                   'LIMITE DE 2000 REGISTROS - PROCESSAMENTO '
                   'ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE EMP-NUMERO           TO ADT-NUMERO
           MOVE WRK-COMPETENCIA      TO ADT-COMPETENCIA
           MOVE EMP-EMPRESA          TO ADT-EMPRESA
           MOVE EMP-NOME             TO ADT-NOME
           MOVE EMP-CCUSTO           TO ADT-CCUSTO
           MOVE WRK-DATA-EXEC        TO ADT-DATA-PAGAMENTO
           MOVE WRK-VLR-ADIANTAMENTO TO ADT-VALOR
           MOVE WRK-VLR-ADIANTAMENTO TO ADT-SALDO
           MOVE 'P'                  TO ADT-SITUACAO
           MOVE 0                    TO ADT-DATA-DESCONTO
           ADD 1 TO WRK-ADT-QTD
           MOVE ADT-REC TO WRK-ADT-REGISTRO(WRK-ADT-QTD)

           MOVE EMP-NUMERO           TO LIQ-NUMERO
           MOVE EMP-NOME             TO LIQ-NOME
           MOVE WRK-VLR-ADIANTAMENTO TO LIQ-SALARIO-BRUTO
           MOVE 0                    TO LIQ-DESCONTO
           MOVE WRK-VLR-ADIANTAMENTO TO LIQ-SALARIO-LIQUIDO
           MOVE WRK-DATA-EXEC        TO LIQ-DATA-EXEC
           MOVE EMP-EMPRESA          TO LIQ-EMPRESA
           MOVE 0                    TO LIQ-EMPRESTIMO
           MOVE 0                    TO LIQ-HORAS-EXTRAS
           MOVE 0                    TO LIQ-FALTAS
           MOVE 0                    TO LIQ-IRRF
           MOVE 'A'                  TO LIQ-TIPO
           WRITE LIQ-REC

           MOVE EMP-NUMERO           TO WRK-DET-NUMERO
           MOVE EMP-NOME             TO WRK-DET-NOME
           MOVE EMP-EMPRESA          TO WRK-DET-EMPRESA
           MOVE EMP-CCUSTO           TO WRK-DET-CCUSTO
           MOVE EMP-SALARIO          TO WRK-DET-SALARIO
           MOVE WRK-VLR-ADIANTAMENTO TO WRK-DET-VALOR
           MOVE WRK-LINHA-DETALHE    TO REL-LINHA
           WRITE REL-LINHA

           ADD 1 TO WRK-QTD-ADIANTADOS
           ADD WRK-VLR-ADIANTAMENTO TO WRK-TOTAL-ADIANTADO

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
               MOVE 0 TO WRK-APR-VALOR(WRK-APR-ACHADA)
           END-IF

           ADD WRK-VLR-ADIANTAMENTO TO WRK-APR-VALOR(WRK-APR-ACHADA).

       0300-FINALIZAR.
           CLOSE SALARIO-LIQUIDO.

           PERFORM 0350-CONTABILIZAR-ADIANTAMENTO.

           IF WRK-QTD-ADIANTADOS > 0
               OPEN OUTPUT ADIANTAMENTOS
               PERFORM VARYING WRK-ADT-SUB FROM 1 BY 1
                       UNTIL WRK-ADT-SUB > WRK-ADT-QTD
                   MOVE WRK-ADT-REGISTRO(WRK-ADT-SUB) TO ADT-REC
                   WRITE ADT-REC
               END-PERFORM
               CLOSE ADIANTAMENTOS
           END-IF.

           MOVE WRK-TOTAL-ADIANTADO TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'FUNCIONARIOS ADIANTADOS: ' DELIMITED BY SIZE
               WRK-QTD-ADIANTADOS DELIMITED BY SIZE
               '   TOTAL: ' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'JA ADIANTADOS NA COMPETENCIA: ' DELIMITED BY SIZE
               WRK-QTD-JA-ADIANTADOS DELIMITED BY SIZE
               '   SEM ADIANTAMENTO POR OPCAO: ' DELIMITED BY SIZE
               WRK-QTD-SEM-OPCAO DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING.
           WRITE REL-LINHA.
           CLOSE RELATORIO-ADIANTAMENTO.

           MOVE 'CONCLUIDO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN

           DISPLAY 'FUNCIONARIOS ADIANTADOS: ' WRK-QTD-ADIANTADOS.
           DISPLAY 'JA ADIANTADOS NA COMPETENCIA: '
               WRK-QTD-JA-ADIANTADOS.
           DISPLAY 'SEM ADIANTAMENTO POR OPCAO: ' WRK-QTD-SEM-OPCAO.
           DISPLAY 'TOTAL ADIANTADO: ' WRK-VALOR-ED.
           DISPLAY 'FIM DE PROCESSAMENTO'.

           IF WRK-QTD-ADIANTADOS = 0
               DISPLAY 'NENHUM ADIANTAMENTO A PAGAR NA COMPETENCIA '
                   WRK-COMPETENCIA
               MOVE 8 TO RETURN-CODE
           END-IF.

      **********LANCAMENTO DO ADIANTAMENTO POR CENTRO**********
      *O ADIANTAMENTO E UM DIREITO CONTRA O EMPREGADO ATE O
      *DESCONTO NA FOLHA: DEBITO NO ATIVO DE ADIANTAMENTOS E
      *CREDITO EM BANCOS, NA DATA DO PAGAMENTO
       0350-CONTABILIZAR-ADIANTAMENTO.
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
               MOVE WRK-CONTA-DEBITO              TO GL-CONTA-DEBITO
               MOVE WRK-CONTA-CREDITO             TO GL-CONTA-CREDITO
               MOVE WRK-APR-CCUSTO(WRK-APR-SUB)   TO GL-CCUSTO
               MOVE SPACES                        TO GL-HISTORICO
               STRING 'ADIANTAMENTO SALARIAL ' DELIMITED BY SIZE
                   WRK-COMPETENCIA DELIMITED BY SIZE
                   INTO GL-HISTORICO
               END-STRING
               MOVE WRK-APR-VALOR(WRK-APR-SUB)    TO GL-VALOR
               MOVE WRK-DATA-EXEC                 TO GL-DATA-EXEC
               MOVE WRK-APR-EMPRESA(WRK-APR-SUB)  TO GL-EMPRESA
               MOVE 'ADIANT'                      TO GL-ORIGEM
               MOVE WRK-GL-LOTE                   TO GL-DOCUMENTO
               WRITE GL-REC
               ADD 1 TO WRK-QTD-LANCAMENTOS
           END-PERFORM

           CLOSE LANCAMENTO-CONTABIL.
