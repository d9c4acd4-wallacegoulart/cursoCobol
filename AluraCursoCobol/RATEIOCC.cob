       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEIOCC.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: RATEIO MENSAL DAS DESPESAS COMPARTILHADAS ENTRE OS
      *          CENTROS DE CUSTO: PARA A COMPETENCIA INFORMADA
      *          (AAAAMM, ZERO PARA O MES CORRENTE) APURA NO
      *          EXE02GL.DAT O SALDO DO MES DE CADA ORIGEM DA TABELA
      *          DE RATEIO (RATEIOCC.DAT: EMPRESA, CONTA E CENTRO DE
      *          CUSTO DE ORIGEM - ALUGUEL, CONSUMO, SALARIOS DA
      *          ADMINISTRACAO - E O DIRECIONADOR) E RECLASSIFICA O
      *          SALDO PARA OS CENTROS RECEPTORES PELO DIRECIONADOR:
      *          Q - QUADRO DE PESSOAL (FUNCIONARIOS ATIVOS DO
      *          EMPMAST.DAT POR EMP-CCUSTO), F - CUSTO DA FOLHA
      *          (SALARIO DOS ATIVOS POR EMP-CCUSTO) OU P -
      *          PERCENTUAL FIXO POR CENTRO DESTINO (SOMANDO 100);
      *          COMO O LANCAMENTO TEM UM SO CENTRO DE CUSTO, CADA
      *          PARCELA GERA DOIS LANCAMENTOS BALANCEADOS PELA CONTA
      *          TRANSITORIA DO REGISTRO DE CONTROLE (DESPESA NO
      *          DESTINO CONTRA A TRANSITORIA, TRANSITORIA CONTRA A
      *          DESPESA NA ORIGEM), COM O RESTO DO ARREDONDAMENTO NO
      *          ULTIMO DESTINO; A ORIGEM JA RATEADA FICA SEM SALDO E
      *          NAO E RATEADA DE NOVO; COMPETENCIA EM PERIODO FECHADO
      *          NO FECHAPER E RECUSADA COM RC=8; REGRA INVALIDA SAI
      *          RECUSADA NO RELATORIO (RATEIOCCREL.DAT) COM RC=4
      *DATA = 15/10/2026
      *ALTERACAO = 15/10/2026 - COMPETENCIA SEM SALDO A RATEAR
      *            TERMINA COM AVISO E RC=0 (NAO INTERROMPE A CADEIA)
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TABELA-RATEIO ASSIGN TO "DATA/RATEIOCC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RAT-STATUS.

           SELECT PLANO-CONTAS ASSIGN TO "DATA/PLANOCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTA-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "DATA/EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WRK-EMP-STATUS.

           SELECT PERIODOS-FISCAIS ASSIGN TO "DATA/PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PER-STATUS.

           SELECT LANCAMENTO-CONTABIL ASSIGN TO "DATA/EXE02GL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GL-STATUS.

           SELECT RELATORIO-RATEIO ASSIGN TO "DATA/RATEIOCCREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROLE-RUNS ASSIGN TO "DATA/RUNCTLGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TABELA-RATEIO.
       01  RCC-REC                PIC X(27).

       FD  PLANO-CONTAS.
       COPY "PLANOCTA.CPY".

       FD  EMPLOYEE-MASTER.
       COPY "EMPMAST.CPY".

       FD  PERIODOS-FISCAIS.
       01  PER-REC.
           05  PER-ANO-FISCAL   PIC 9(04).
           05  PER-PERIODO      PIC 9(02).
           05  PER-SITUACAO     PIC X(01).

       FD  LANCAMENTO-CONTABIL.
       COPY "EXE02GL.CPY".

       FD  RELATORIO-RATEIO.
       01  REL-LINHA              PIC X(120).

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
       77  WRK-RAT-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-CTA-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-EMP-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-PER-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-GL-STATUS       PIC X(02)  VALUE '00'.
       77  WRK-RAT-EOF         PIC X      VALUE 'N'.
           88  FIM-TABELA      VALUE 'Y'.
       77  WRK-CTA-EOF         PIC X      VALUE 'N'.
           88  FIM-PLANO-CONTAS VALUE 'Y'.
       77  WRK-EMP-EOF         PIC X      VALUE 'N'.
           88  FIM-FUNCIONARIOS VALUE 'Y'.
       77  WRK-PER-EOF         PIC X      VALUE 'N'.
           88  FIM-PERIODOS    VALUE 'Y'.
       77  WRK-GL-EOF          PIC X      VALUE 'N'.
           88  FIM-LANCAMENTOS VALUE 'Y'.
       77  WRK-CTA-QTD         PIC 9(03)  VALUE ZEROS.
       77  WRK-PER-QTD         PIC 9(03)  VALUE ZEROS.
       77  WRK-ORI-QTD         PIC 9(03)  VALUE ZEROS.
       77  WRK-REG-QTD         PIC 9(03)  VALUE ZEROS.
       77  WRK-DIR-QTD         PIC 9(03)  VALUE ZEROS.
       77  WRK-DST-QTD         PIC 9(03)  VALUE ZEROS.
       77  WRK-SUB             PIC 9(03)  VALUE ZEROS.
       77  WRK-SUB2            PIC 9(03)  VALUE ZEROS.
       77  WRK-ORI-SUB         PIC 9(03)  VALUE ZEROS.
       77  WRK-DST-SUB         PIC 9(03)  VALUE ZEROS.
       77  WRK-DATA-EXEC       PIC 9(08)  VALUE ZEROS.
       77  WRK-COMPETENCIA     PIC 9(06)  VALUE ZEROS.
       77  WRK-COMPET-TESTE    PIC 9(06)  VALUE ZEROS.
       77  WRK-ANO-DATA        PIC 9(04)  VALUE ZEROS.
       77  WRK-MES-DATA        PIC 9(02)  VALUE ZEROS.
       77  WRK-MES-INICIO-FISCAL PIC 9(02) VALUE 04.
       77  WRK-ANO-FISCAL      PIC 9(04)  VALUE ZEROS.
       77  WRK-PERIODO-FISCAL  PIC 9(02)  VALUE ZEROS.
       77  WRK-PERIODO-SIT     PIC X(01)  VALUE 'A'.
           88  PERIODO-FECHADO VALUE 'F'.
       77  WRK-DATA-PRIMEIRO   PIC 9(08)  VALUE ZEROS.
       77  WRK-DATA-ULTIMO     PIC 9(08)  VALUE ZEROS.
       77  WRK-CONTA-TRANSITORIA PIC X(10) VALUE SPACES.
       77  WRK-CONTA           PIC X(10)  VALUE SPACES.
       77  WRK-CONTA-OK        PIC X      VALUE 'N'.
           88  CONTA-VALIDA    VALUE 'S'.
       77  WRK-TIPO-CONTA      PIC X(01)  VALUE SPACE.
       77  WRK-PRECISA-EMPMAST PIC X      VALUE 'N'.
           88  USA-QUADRO-OU-FOLHA VALUE 'S'.
       77  WRK-ACHADO          PIC X      VALUE 'N'.
           88  ITEM-JA-EXISTE  VALUE 'Y'.
       77  WRK-BASE            PIC 9(11)V99 VALUE ZEROS.
       77  WRK-PARCELA         PIC 9(11)V99 VALUE ZEROS.
       77  WRK-RATEADO         PIC 9(11)V99 VALUE ZEROS.
       77  WRK-PARTICIPACAO    PIC 9(03)V9(04) VALUE ZEROS.
       77  WRK-QTD-RATEADAS    PIC 9(05)  VALUE ZEROS.
       77  WRK-QTD-SEM-SALDO   PIC 9(05)  VALUE ZEROS.
       77  WRK-QTD-RECUSADAS   PIC 9(05)  VALUE ZEROS.
       77  WRK-QTD-LANCAMENTOS PIC 9(05)  VALUE ZEROS.
       77  WRK-TOTAL-RATEADO   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-EMPRESA-CORRENTE PIC 9(02) VALUE 99.
       77  WRK-SALDO-ED        PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR-ED        PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-QUANTIDADE-ED   PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PARTICIPACAO-ED PIC ZZ9,9999   VALUE ZEROS.
       77  WRK-DIRECIONADOR-ED PIC X(20)  VALUE SPACES.

      *    REGISTRO DE CONTROLE (TIPO 0) E REGRA DE RATEIO (TIPO 1)
       01  RCC-CONTROLE.
           05  RCC-CTL-TIPO        PIC X(01).
           05  RCC-CTL-TRANSITORIA PIC X(10).
           05  FILLER              PIC X(16).
       01  RCC-REGRA.
           05  RCC-TIPO            PIC X(01).
           05  RCC-EMPRESA         PIC 9(02).
           05  RCC-CONTA-ORIGEM    PIC X(10).
           05  RCC-CCUSTO-ORIGEM   PIC X(04).
           05  RCC-DIRECIONADOR    PIC X(01).
               88  RCC-QUADRO      VALUE 'Q'.
               88  RCC-FOLHA       VALUE 'F'.
               88  RCC-PERCENTUAL-FIXO VALUE 'P'.
           05  RCC-CCUSTO-DESTINO  PIC X(04).
           05  RCC-PERCENTUAL      PIC 9(03)V99.

       01  WRK-TAB-PLANO-CONTAS.
           05  WRK-CTA-ITEM OCCURS 100 TIMES.
               10  WRK-CTA-CODIGO PIC X(10).
               10  WRK-CTA-TIPO   PIC X(01).
               10  WRK-CTA-ATIVA  PIC X(01).

       01  WRK-TAB-PERIODOS.
           05  WRK-PER-ITEM OCCURS 100 TIMES.
               10  WRK-PER-ANO      PIC 9(04).
               10  WRK-PER-NUM      PIC 9(02).
               10  WRK-PER-SIT      PIC X(01).

      *    UMA ORIGEM POR EMPRESA/CONTA/CENTRO; MOTIVO EM BRANCO E
      *    ORIGEM VALIDA
       01  WRK-TAB-ORIGENS.
           05  WRK-ORI-ITEM OCCURS 50 TIMES.
               10  WRK-ORI-EMPRESA      PIC 9(02).
               10  WRK-ORI-CONTA        PIC X(10).
               10  WRK-ORI-CCUSTO       PIC X(04).
               10  WRK-ORI-DIRECIONADOR PIC X(01).
               10  WRK-ORI-SALDO        PIC S9(13)V99.
               10  WRK-ORI-PCT-TOTAL    PIC 9(05)V99.
               10  WRK-ORI-MOTIVO       PIC X(40).

       01  WRK-ORI-ITEM-AUX         PIC X(79).

      *    DESTINOS DO PERCENTUAL FIXO, LIGADOS A ORIGEM
       01  WRK-TAB-REGRAS.
           05  WRK-REG-ITEM OCCURS 200 TIMES.
               10  WRK-REG-ORIGEM     PIC 9(03).
               10  WRK-REG-CCUSTO     PIC X(04).
               10  WRK-REG-PERCENTUAL PIC 9(03)V99.

      *    QUADRO E FOLHA DOS ATIVOS POR EMPRESA/CENTRO DE CUSTO
       01  WRK-TAB-DIRECIONADORES.
           05  WRK-DIR-ITEM OCCURS 200 TIMES.
               10  WRK-DIR-EMPRESA   PIC 9(02).
               10  WRK-DIR-CCUSTO    PIC X(04).
               10  WRK-DIR-QUADRO    PIC 9(05).
               10  WRK-DIR-FOLHA     PIC 9(11)V99.

      *    DESTINOS DA ORIGEM EM RATEIO, COM A QUANTIDADE DO
      *    DIRECIONADOR
       01  WRK-TAB-DESTINOS.
           05  WRK-DST-ITEM OCCURS 200 TIMES.
               10  WRK-DST-CCUSTO     PIC X(04).
               10  WRK-DST-QUANTIDADE PIC 9(11)V99.

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

           PERFORM 0110-CARREGAR-PERIODOS.

           MOVE WRK-COMPETENCIA TO WRK-COMPET-TESTE.
           PERFORM 0270-SITUACAO-PERIODO.
           IF PERIODO-FECHADO
               DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA ' NO PERIODO '
                   'FISCAL ' WRK-ANO-FISCAL '/' WRK-PERIODO-FISCAL
                   ' JA FECHADO - RATEIO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0280-ULTIMO-DIA-DO-MES.

           PERFORM 0120-CARREGAR-PLANO.
           PERFORM 0130-CARREGAR-TABELA.
           IF USA-QUADRO-OU-FOLHA
               PERFORM 0140-CARREGAR-DIRECIONADORES
           END-IF.

           OPEN OUTPUT RELATORIO-RATEIO.

           MOVE SPACES TO REL-LINHA
           STRING 'RATEIO DE DESPESAS COMPARTILHADAS POR CENTRO DE '
               DELIMITED BY SIZE
               'CUSTO - COMPETENCIA ' DELIMITED BY SIZE
               WRK-COMPETENCIA DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE '=============================================' TO
               REL-LINHA.
           WRITE REL-LINHA.

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
               MOVE CTA-TIPO   TO WRK-CTA-TIPO(WRK-CTA-QTD)
               MOVE CTA-ATIVA  TO WRK-CTA-ATIVA(WRK-CTA-QTD)
               READ PLANO-CONTAS
                   AT END MOVE 'Y' TO WRK-CTA-EOF
               END-READ
           END-PERFORM.
           CLOSE PLANO-CONTAS.

      **********TABELA DE RATEIO********************************
      *O REGISTRO DE CONTROLE TRAZ A CONTA TRANSITORIA (ATIVO OU
      *PASSIVO, ATIVA NO PLANO); CADA REGRA DE QUADRO OU FOLHA E UMA
      *ORIGEM E AS REGRAS DE PERCENTUAL DA MESMA ORIGEM SOMAM OS
      *DESTINOS
       0130-CARREGAR-TABELA.
           OPEN INPUT TABELA-RATEIO
           IF WRK-RAT-STATUS NOT = '00'
               DISPLAY 'SEM TABELA DE RATEIO (RATEIOCC.DAT) - '
                   'PROCESSAMENTO RECUSADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           READ TABELA-RATEIO
               AT END MOVE 'Y' TO WRK-RAT-EOF
           END-READ
           PERFORM UNTIL FIM-TABELA
               MOVE RCC-REC TO RCC-REGRA
               IF RCC-TIPO = '0'
                   MOVE RCC-REC TO RCC-CONTROLE
                   MOVE RCC-CTL-TRANSITORIA TO WRK-CONTA-TRANSITORIA
               ELSE
                   PERFORM 0135-REGISTRAR-REGRA
               END-IF
               READ TABELA-RATEIO
                   AT END MOVE 'Y' TO WRK-RAT-EOF
               END-READ
           END-PERFORM
           CLOSE TABELA-RATEIO

           MOVE WRK-CONTA-TRANSITORIA TO WRK-CONTA
           PERFORM 0260-VALIDAR-CONTA
           IF NOT CONTA-VALIDA
               OR (WRK-TIPO-CONTA NOT = 'A'
                   AND WRK-TIPO-CONTA NOT = 'P')
               DISPLAY 'CONTA TRANSITORIA DO RATEIO INVALIDA ('
                   WRK-CONTA-TRANSITORIA ') - DEVE SER DE ATIVO OU '
                   'PASSIVO ATIVA NO PLANO - PROCESSAMENTO RECUSADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING WRK-ORI-SUB FROM 1 BY 1
                   UNTIL WRK-ORI-SUB > WRK-ORI-QTD
               IF WRK-ORI-DIRECIONADOR(WRK-ORI-SUB) = 'P'
                   AND WRK-ORI-PCT-TOTAL(WRK-ORI-SUB) NOT = 100
                   AND WRK-ORI-MOTIVO(WRK-ORI-SUB) = SPACES
                   MOVE 'PERCENTUAIS DOS DESTINOS NAO SOMAM 100'
                       TO WRK-ORI-MOTIVO(WRK-ORI-SUB)
               END-IF
           END-PERFORM.

       0135-REGISTRAR-REGRA.
           MOVE 'N' TO WRK-ACHADO
           MOVE 1 TO WRK-ORI-SUB
           PERFORM UNTIL WRK-ORI-SUB > WRK-ORI-QTD OR ITEM-JA-EXISTE
               IF WRK-ORI-EMPRESA(WRK-ORI-SUB) = RCC-EMPRESA
                   AND WRK-ORI-CONTA(WRK-ORI-SUB) = RCC-CONTA-ORIGEM
                   AND WRK-ORI-CCUSTO(WRK-ORI-SUB) = RCC-CCUSTO-ORIGEM
                   MOVE 'Y' TO WRK-ACHADO
               ELSE
                   ADD 1 TO WRK-ORI-SUB
               END-IF
           END-PERFORM

           IF NOT ITEM-JA-EXISTE
               IF WRK-ORI-QTD >= 50
                   DISPLAY 'ERRO: TABELA DE RATEIO EXCEDE O LIMITE '
                       'DE 50 ORIGENS - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-ORI-QTD
               MOVE WRK-ORI-QTD       TO WRK-ORI-SUB
               MOVE RCC-EMPRESA       TO WRK-ORI-EMPRESA(WRK-ORI-SUB)
               MOVE RCC-CONTA-ORIGEM  TO WRK-ORI-CONTA(WRK-ORI-SUB)
               MOVE RCC-CCUSTO-ORIGEM TO WRK-ORI-CCUSTO(WRK-ORI-SUB)
               MOVE RCC-DIRECIONADOR  TO
                   WRK-ORI-DIRECIONADOR(WRK-ORI-SUB)
               MOVE 0 TO WRK-ORI-SALDO(WRK-ORI-SUB)
               MOVE 0 TO WRK-ORI-PCT-TOTAL(WRK-ORI-SUB)
               MOVE SPACES TO WRK-ORI-MOTIVO(WRK-ORI-SUB)

               MOVE RCC-CONTA-ORIGEM TO WRK-CONTA
               PERFORM 0260-VALIDAR-CONTA
               EVALUATE TRUE
                   WHEN NOT CONTA-VALIDA
                       MOVE 'CONTA DE ORIGEM FORA DO PLANO OU INATIVA'
                           TO WRK-ORI-MOTIVO(WRK-ORI-SUB)
                   WHEN WRK-TIPO-CONTA NOT = 'D'
                       MOVE 'CONTA DE ORIGEM NAO E DE DESPESA'
                           TO WRK-ORI-MOTIVO(WRK-ORI-SUB)
                   WHEN NOT RCC-QUADRO AND NOT RCC-FOLHA
                       AND NOT RCC-PERCENTUAL-FIXO
                       MOVE 'DIRECIONADOR INVALIDO'
                           TO WRK-ORI-MOTIVO(WRK-ORI-SUB)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF RCC-QUADRO OR RCC-FOLHA
                   MOVE 'S' TO WRK-PRECISA-EMPMAST
               END-IF
           ELSE
               IF RCC-DIRECIONADOR NOT =
                   WRK-ORI-DIRECIONADOR(WRK-ORI-SUB)
                   OR NOT RCC-PERCENTUAL-FIXO
                   MOVE 'ORIGEM REPETIDA NA TABELA DE RATEIO'
                       TO WRK-ORI-MOTIVO(WRK-ORI-SUB)
               END-IF
           END-IF

           IF RCC-PERCENTUAL-FIXO
               IF RCC-CCUSTO-DESTINO = SPACES
                   OR RCC-CCUSTO-DESTINO = RCC-CCUSTO-ORIGEM
                   OR RCC-PERCENTUAL NOT NUMERIC
                   OR RCC-PERCENTUAL = 0
                   MOVE 'DESTINO OU PERCENTUAL INVALIDO'
                       TO WRK-ORI-MOTIVO(WRK-ORI-SUB)
               ELSE
                   IF WRK-REG-QTD >= 200
                       DISPLAY 'ERRO: TABELA DE RATEIO EXCEDE O '
                           'LIMITE DE 200 DESTINOS - PROCESSAMENTO '
                           'ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-REG-QTD
                   MOVE WRK-ORI-SUB TO WRK-REG-ORIGEM(WRK-REG-QTD)
                   MOVE RCC-CCUSTO-DESTINO TO
                       WRK-REG-CCUSTO(WRK-REG-QTD)
                   MOVE RCC-PERCENTUAL TO
                       WRK-REG-PERCENTUAL(WRK-REG-QTD)
                   ADD RCC-PERCENTUAL TO WRK-ORI-PCT-TOTAL(WRK-ORI-SUB)
               END-IF
           END-IF.

      **********QUADRO E FOLHA DOS FUNCIONARIOS ATIVOS*********
       0140-CARREGAR-DIRECIONADORES.
           OPEN INPUT EMPLOYEE-MASTER
           IF WRK-EMP-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO MESTRE DE '
                   'FUNCIONARIOS - STATUS ' WRK-EMP-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           READ EMPLOYEE-MASTER NEXT
               AT END MOVE 'Y' TO WRK-EMP-EOF
           END-READ
           PERFORM UNTIL FIM-FUNCIONARIOS
               IF EMP-ATIVO
                   PERFORM 0145-SOMAR-FUNCIONARIO
               END-IF
               READ EMPLOYEE-MASTER NEXT
                   AT END MOVE 'Y' TO WRK-EMP-EOF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER.

       0145-SOMAR-FUNCIONARIO.
           MOVE 'N' TO WRK-ACHADO
           MOVE 1 TO WRK-SUB
           PERFORM UNTIL WRK-SUB > WRK-DIR-QTD OR ITEM-JA-EXISTE
               IF WRK-DIR-EMPRESA(WRK-SUB) = EMP-EMPRESA
                   AND WRK-DIR-CCUSTO(WRK-SUB) = EMP-CCUSTO
                   MOVE 'Y' TO WRK-ACHADO
               ELSE
                   ADD 1 TO WRK-SUB
               END-IF
           END-PERFORM

           IF NOT ITEM-JA-EXISTE
               IF WRK-DIR-QTD >= 200
                   DISPLAY 'ERRO: RATEIO EXCEDE O LIMITE DE 200 '
                       'COMBINACOES EMPRESA/CENTRO DE CUSTO - '
                       'PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-DIR-QTD
               MOVE WRK-DIR-QTD TO WRK-SUB
               MOVE EMP-EMPRESA TO WRK-DIR-EMPRESA(WRK-SUB)
               MOVE EMP-CCUSTO  TO WRK-DIR-CCUSTO(WRK-SUB)
               MOVE 0 TO WRK-DIR-QUADRO(WRK-SUB)
               MOVE 0 TO WRK-DIR-FOLHA(WRK-SUB)
           END-IF

           ADD 1           TO WRK-DIR-QUADRO(WRK-SUB)
           ADD EMP-SALARIO TO WRK-DIR-FOLHA(WRK-SUB).

       0200-PROCESSAR.
           MOVE 'INICIADO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN

      *    SALDO DO MES DE CADA ORIGEM NO SENTIDO DEVEDOR
           OPEN INPUT LANCAMENTO-CONTABIL
           IF WRK-GL-STATUS = '00'
               READ LANCAMENTO-CONTABIL
                   AT END MOVE 'Y' TO WRK-GL-EOF
               END-READ
           ELSE
               MOVE 'Y' TO WRK-GL-EOF
           END-IF
           PERFORM UNTIL FIM-LANCAMENTOS
               IF GL-DATA-EXEC(1:6) = WRK-COMPETENCIA
                   PERFORM 0210-SOMAR-LANCAMENTO
               END-IF
               READ LANCAMENTO-CONTABIL
                   AT END MOVE 'Y' TO WRK-GL-EOF
               END-READ
           END-PERFORM
           IF WRK-GL-STATUS = '00' OR WRK-GL-STATUS = '10'
               CLOSE LANCAMENTO-CONTABIL
           END-IF

      *    ORDENA AS ORIGENS POR EMPRESA/CONTA/CENTRO PARA A
      *    IMPRESSAO; O VINCULO DOS DESTINOS ACOMPANHA A TROCA
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB >= WRK-ORI-QTD
               PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                       UNTIL WRK-SUB2 >= WRK-ORI-QTD
                   IF WRK-ORI-ITEM(WRK-SUB2)(1:16) >
                       WRK-ORI-ITEM(WRK-SUB2 + 1)(1:16)
                       MOVE WRK-ORI-ITEM(WRK-SUB2) TO WRK-ORI-ITEM-AUX
                       MOVE WRK-ORI-ITEM(WRK-SUB2 + 1) TO
                           WRK-ORI-ITEM(WRK-SUB2)
                       MOVE WRK-ORI-ITEM-AUX TO
                           WRK-ORI-ITEM(WRK-SUB2 + 1)
                       PERFORM VARYING WRK-DST-SUB FROM 1 BY 1
                               UNTIL WRK-DST-SUB > WRK-REG-QTD
                           EVALUATE WRK-REG-ORIGEM(WRK-DST-SUB)
                               WHEN WRK-SUB2
                                   COMPUTE WRK-REG-ORIGEM(WRK-DST-SUB)
                                       = WRK-SUB2 + 1
                               WHEN WRK-SUB2 + 1
                                   MOVE WRK-SUB2 TO
                                       WRK-REG-ORIGEM(WRK-DST-SUB)
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM

           OPEN EXTEND LANCAMENTO-CONTABIL
           IF WRK-GL-STATUS NOT = '00'
               OPEN OUTPUT LANCAMENTO-CONTABIL
           END-IF
           ACCEPT WRK-GL-LOTE-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-GL-LOTE-TEMPO FROM TIME
           MOVE WRK-GL-LOTE-TEMPO(1:4) TO WRK-GL-LOTE-HORA

           PERFORM VARYING WRK-ORI-SUB FROM 1 BY 1
                   UNTIL WRK-ORI-SUB > WRK-ORI-QTD
               IF WRK-ORI-EMPRESA(WRK-ORI-SUB) NOT =
                   WRK-EMPRESA-CORRENTE
                   MOVE WRK-ORI-EMPRESA(WRK-ORI-SUB) TO
                       WRK-EMPRESA-CORRENTE
                   MOVE SPACES TO REL-LINHA
                   WRITE REL-LINHA
                   STRING 'EMPRESA ' DELIMITED BY SIZE
                       WRK-EMPRESA-CORRENTE DELIMITED BY SIZE
                       INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
               END-IF
               PERFORM 0250-RATEAR-ORIGEM
           END-PERFORM

           CLOSE LANCAMENTO-CONTABIL.

      *    ENTRA COM UM LANCAMENTO DA COMPETENCIA
       0210-SOMAR-LANCAMENTO.
           PERFORM VARYING WRK-ORI-SUB FROM 1 BY 1
                   UNTIL WRK-ORI-SUB > WRK-ORI-QTD
               IF GL-EMPRESA = WRK-ORI-EMPRESA(WRK-ORI-SUB)
                   AND GL-CCUSTO = WRK-ORI-CCUSTO(WRK-ORI-SUB)
                   IF GL-CONTA-DEBITO = WRK-ORI-CONTA(WRK-ORI-SUB)
                       ADD GL-VALOR TO WRK-ORI-SALDO(WRK-ORI-SUB)
                   END-IF
                   IF GL-CONTA-CREDITO = WRK-ORI-CONTA(WRK-ORI-SUB)
                       SUBTRACT GL-VALOR FROM
                           WRK-ORI-SALDO(WRK-ORI-SUB)
                   END-IF
               END-IF
           END-PERFORM.

      **********RATEIO DE UMA ORIGEM***************************
       0250-RATEAR-ORIGEM.
           EVALUATE WRK-ORI-DIRECIONADOR(WRK-ORI-SUB)
               WHEN 'Q'
                   MOVE 'QUADRO DE PESSOAL' TO WRK-DIRECIONADOR-ED
               WHEN 'F'
                   MOVE 'CUSTO DA FOLHA' TO WRK-DIRECIONADOR-ED
               WHEN 'P'
                   MOVE 'PERCENTUAL FIXO' TO WRK-DIRECIONADOR-ED
               WHEN OTHER
                   MOVE 'INVALIDO' TO WRK-DIRECIONADOR-ED
           END-EVALUATE
           MOVE WRK-ORI-SALDO(WRK-ORI-SUB) TO WRK-SALDO-ED
           MOVE SPACES TO REL-LINHA
           STRING '  ORIGEM ' DELIMITED BY SIZE
               WRK-ORI-CONTA(WRK-ORI-SUB) DELIMITED BY SIZE
               ' CCUSTO ' DELIMITED BY SIZE
               WRK-ORI-CCUSTO(WRK-ORI-SUB) DELIMITED BY SIZE
               '  DIRECIONADOR ' DELIMITED BY SIZE
               WRK-DIRECIONADOR-ED DELIMITED BY SIZE
               ' SALDO DO MES ' DELIMITED BY SIZE
               WRK-SALDO-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA

           IF WRK-ORI-MOTIVO(WRK-ORI-SUB) = SPACES
               PERFORM 0255-MONTAR-DESTINOS
           END-IF

           EVALUATE TRUE
               WHEN WRK-ORI-MOTIVO(WRK-ORI-SUB) NOT = SPACES
                   ADD 1 TO WRK-QTD-RECUSADAS
                   MOVE SPACES TO REL-LINHA
                   STRING '    *** REGRA RECUSADA: ' DELIMITED BY SIZE
                       WRK-ORI-MOTIVO(WRK-ORI-SUB) DELIMITED BY SIZE
                       INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
               WHEN WRK-ORI-SALDO(WRK-ORI-SUB) NOT > 0
                   ADD 1 TO WRK-QTD-SEM-SALDO
                   MOVE '    SEM SALDO A RATEAR NA COMPETENCIA' TO
                       REL-LINHA
                   WRITE REL-LINHA
               WHEN OTHER
                   ADD 1 TO WRK-QTD-RATEADAS
                   MOVE 0 TO WRK-RATEADO
                   PERFORM VARYING WRK-DST-SUB FROM 1 BY 1
                           UNTIL WRK-DST-SUB > WRK-DST-QTD
                       PERFORM 0290-LANCAR-PARCELA
                   END-PERFORM
                   MOVE WRK-RATEADO TO WRK-VALOR-ED
                   MOVE SPACES TO REL-LINHA
                   STRING '    TOTAL RATEADO ' DELIMITED BY SIZE
                       WRK-VALOR-ED DELIMITED BY SIZE
                       INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
           END-EVALUATE.

      **********DESTINOS E QUANTIDADES DO DIRECIONADOR*********
      *QUADRO E FOLHA VAO PARA TODOS OS CENTROS DA EMPRESA COM
      *FUNCIONARIO ATIVO, MENOS O PROPRIO CENTRO DE ORIGEM
       0255-MONTAR-DESTINOS.
           MOVE 0 TO WRK-DST-QTD
           MOVE 0 TO WRK-BASE
           IF WRK-ORI-DIRECIONADOR(WRK-ORI-SUB) = 'P'
               PERFORM VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > WRK-REG-QTD
                   IF WRK-REG-ORIGEM(WRK-SUB) = WRK-ORI-SUB
                       ADD 1 TO WRK-DST-QTD
                       MOVE WRK-REG-CCUSTO(WRK-SUB) TO
                           WRK-DST-CCUSTO(WRK-DST-QTD)
                       MOVE WRK-REG-PERCENTUAL(WRK-SUB) TO
                           WRK-DST-QUANTIDADE(WRK-DST-QTD)
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > WRK-DIR-QTD
                   IF WRK-DIR-EMPRESA(WRK-SUB) =
                       WRK-ORI-EMPRESA(WRK-ORI-SUB)
                       AND WRK-DIR-CCUSTO(WRK-SUB) NOT =
                           WRK-ORI-CCUSTO(WRK-ORI-SUB)
                       ADD 1 TO WRK-DST-QTD
                       MOVE WRK-DIR-CCUSTO(WRK-SUB) TO
                           WRK-DST-CCUSTO(WRK-DST-QTD)
                       IF WRK-ORI-DIRECIONADOR(WRK-ORI-SUB) = 'Q'
                           MOVE WRK-DIR-QUADRO(WRK-SUB) TO
                               WRK-DST-QUANTIDADE(WRK-DST-QTD)
                       ELSE
                           MOVE WRK-DIR-FOLHA(WRK-SUB) TO
                               WRK-DST-QUANTIDADE(WRK-DST-QTD)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           PERFORM VARYING WRK-DST-SUB FROM 1 BY 1
                   UNTIL WRK-DST-SUB > WRK-DST-QTD
               ADD WRK-DST-QUANTIDADE(WRK-DST-SUB) TO WRK-BASE
           END-PERFORM

           IF WRK-BASE = 0
               MOVE 'DIRECIONADOR SEM BASE (NENHUM FUNCIONARIO ATIVO)'
                   TO WRK-ORI-MOTIVO(WRK-ORI-SUB)
           END-IF.

      **********CONTA ATIVA NO PLANO***************************
       0260-VALIDAR-CONTA.
           MOVE 'N' TO WRK-CONTA-OK
           MOVE SPACE TO WRK-TIPO-CONTA
           PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                   UNTIL WRK-SUB2 > WRK-CTA-QTD
               IF WRK-CTA-CODIGO(WRK-SUB2) = WRK-CONTA
                   AND WRK-CTA-ATIVA(WRK-SUB2) = 'S'
                   SET CONTA-VALIDA TO TRUE
                   MOVE WRK-CTA-TIPO(WRK-SUB2) TO WRK-TIPO-CONTA
               END-IF
           END-PERFORM.

      **********SITUACAO DO PERIODO FISCAL DE UM MES***********
      *ENTRA COM WRK-COMPET-TESTE (AAAAMM); PERIODO AUSENTE DO
      *PERIODOS.DAT CONTA COMO ABERTO, COMO NO EXE02
       0270-SITUACAO-PERIODO.
           MOVE WRK-COMPET-TESTE(1:4) TO WRK-ANO-DATA
           MOVE WRK-COMPET-TESTE(5:2) TO WRK-MES-DATA
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
           PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                   UNTIL WRK-SUB2 > WRK-PER-QTD
               IF WRK-PER-ANO(WRK-SUB2) = WRK-ANO-FISCAL
                   AND WRK-PER-NUM(WRK-SUB2) = WRK-PERIODO-FISCAL
                   MOVE WRK-PER-SIT(WRK-SUB2) TO WRK-PERIODO-SIT
               END-IF
           END-PERFORM.

      **********ULTIMO DIA DO MES DA COMPETENCIA****************
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

      **********PARCELA DE UM DESTINO**************************
      *O ULTIMO DESTINO LEVA O RESTO PARA O RATEIO FECHAR NO
      *CENTAVO COM O SALDO DA ORIGEM
       0290-LANCAR-PARCELA.
           IF WRK-DST-SUB = WRK-DST-QTD
               COMPUTE WRK-PARCELA =
                   WRK-ORI-SALDO(WRK-ORI-SUB) - WRK-RATEADO
           ELSE
               COMPUTE WRK-PARCELA ROUNDED =
                   WRK-ORI-SALDO(WRK-ORI-SUB) *
                   WRK-DST-QUANTIDADE(WRK-DST-SUB) / WRK-BASE
           END-IF
           COMPUTE WRK-PARTICIPACAO ROUNDED =
               WRK-DST-QUANTIDADE(WRK-DST-SUB) * 100 / WRK-BASE
           ADD WRK-PARCELA TO WRK-RATEADO
           ADD WRK-PARCELA TO WRK-TOTAL-RATEADO

           MOVE WRK-DST-QUANTIDADE(WRK-DST-SUB) TO WRK-QUANTIDADE-ED
           MOVE WRK-PARTICIPACAO TO WRK-PARTICIPACAO-ED
           MOVE WRK-PARCELA TO WRK-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING '    DESTINO ' DELIMITED BY SIZE
               WRK-DST-CCUSTO(WRK-DST-SUB) DELIMITED BY SIZE
               ' QUANTIDADE ' DELIMITED BY SIZE
               WRK-QUANTIDADE-ED DELIMITED BY SIZE
               ' PARTICIPACAO ' DELIMITED BY SIZE
               WRK-PARTICIPACAO-ED DELIMITED BY SIZE
               '% VALOR ' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA

           IF WRK-PARCELA > 0
               MOVE SPACES TO GL-HISTORICO
               STRING 'RATEIO ' DELIMITED BY SIZE
                   WRK-ORI-CCUSTO(WRK-ORI-SUB) DELIMITED BY SIZE
                   ' P/ ' DELIMITED BY SIZE
                   WRK-DST-CCUSTO(WRK-DST-SUB) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-COMPETENCIA DELIMITED BY SIZE
                   INTO GL-HISTORICO
               END-STRING
               MOVE WRK-PARCELA     TO GL-VALOR
               MOVE WRK-DATA-ULTIMO TO GL-DATA-EXEC
               MOVE WRK-ORI-EMPRESA(WRK-ORI-SUB) TO GL-EMPRESA
               MOVE 'RATEIOCC'      TO GL-ORIGEM
               MOVE WRK-GL-LOTE     TO GL-DOCUMENTO

               MOVE WRK-ORI-CONTA(WRK-ORI-SUB) TO GL-CONTA-DEBITO
               MOVE WRK-CONTA-TRANSITORIA      TO GL-CONTA-CREDITO
               MOVE WRK-DST-CCUSTO(WRK-DST-SUB) TO GL-CCUSTO
               WRITE GL-REC

               MOVE WRK-CONTA-TRANSITORIA      TO GL-CONTA-DEBITO
               MOVE WRK-ORI-CONTA(WRK-ORI-SUB) TO GL-CONTA-CREDITO
               MOVE WRK-ORI-CCUSTO(WRK-ORI-SUB) TO GL-CCUSTO
               WRITE GL-REC
               ADD 2 TO WRK-QTD-LANCAMENTOS
           END-IF.

      **********REGISTRO NO CONTROLE CENTRAL DE EXECUCOES******
       0195-REGISTRAR-RUN.
           ACCEPT WRK-RUN-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-RUN-HORA FROM TIME

           OPEN EXTEND CONTROLE-RUNS
           IF WRK-RUN-STATUS NOT = '00'
               OPEN OUTPUT CONTROLE-RUNS
           END-IF

           MOVE 'RATEIOCC' TO RUN-PROGRAMA
           MOVE WRK-RUN-DATA   TO RUN-DATA-NEGOCIO
           MOVE WRK-RUN-HORA   TO RUN-HORA
           MOVE WRK-RUN-EVENTO TO RUN-EVENTO
           WRITE RUN-REC
           CLOSE CONTROLE-RUNS.

       0300-FINALIZAR.
           MOVE '---------------------------------------------' TO
               REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOTAL-RATEADO TO WRK-VALOR-ED
           MOVE SPACES TO REL-LINHA
           STRING 'ORIGENS RATEADAS: ' DELIMITED BY SIZE
               WRK-QTD-RATEADAS DELIMITED BY SIZE
               ' SEM SALDO: ' DELIMITED BY SIZE
               WRK-QTD-SEM-SALDO DELIMITED BY SIZE
               ' RECUSADAS: ' DELIMITED BY SIZE
               WRK-QTD-RECUSADAS DELIMITED BY SIZE
               ' TOTAL RATEADO ' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               ' EM ' DELIMITED BY SIZE
               WRK-QTD-LANCAMENTOS DELIMITED BY SIZE
               ' LANCAMENTO(S)' DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

           CLOSE RELATORIO-RATEIO.

           DISPLAY 'ORIGENS RATEADAS....: ' WRK-QTD-RATEADAS.
           DISPLAY 'ORIGENS SEM SALDO...: ' WRK-QTD-SEM-SALDO.
           DISPLAY 'REGRAS RECUSADAS....: ' WRK-QTD-RECUSADAS.
           DISPLAY 'FIM DE PROCESSAMENTO'.

           MOVE 'CONCLUIDO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN.

           IF WRK-QTD-RECUSADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF WRK-QTD-LANCAMENTOS = 0 AND WRK-QTD-RECUSADAS = 0
               DISPLAY 'NENHUM SALDO A RATEAR NA COMPETENCIA '
                   WRK-COMPETENCIA
           END-IF.
