      *          TERCO CONSTITUCIONAL; GERA ARQUIVO DE PROVISAO POR
      *          FUNCIONARIO E RESUMO TOTAL PARA A CONTABILIDADE
      *DATA = 23/08/2026
      *ALTERACAO = 15/10/2026 - PERIODO AQUISITIVO CONTADO EM ANOS
      *            COMPLETOS DESDE A DATA DE ADMISSAO DO MESTRE, E NAO
      *            MAIS PELA DIFERENCA DE ANOS
      *ALTERACAO = 15/10/2026 - AFASTAMENTOS (AFASTAM.DAT): LICENCA
      *            NAO REMUNERADA SUSPENDE A CONTAGEM DO PERIODO
      *            AQUISITIVO E MAIS DE 6 MESES PAGOS PELO INSS
      *            (DOENCA/ACIDENTE) NO ULTIMO PERIODO FECHADO FAZEM
      *            PERDER AS FERIAS DESSE PERIODO
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PARAMETRO-MOEDA ASSIGN TO "DATA/MOEDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CADASTRO-AFASTAMENTOS ASSIGN TO "DATA/AFASTAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AFT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           05  MOEDA-CODIGO       PIC X(03).
           05  MOEDA-SIMBOLO      PIC X(03).

       FD  CADASTRO-AFASTAMENTOS.
       COPY "AFASTAM.CPY".

       WORKING-STORAGE SECTION.
       COPY "MOEDA.CPY".

       77  WRK-DATA-EXEC       PIC 9(08)    VALUE ZEROS.
       77  WRK-ANO-SISTEMA     PIC 9(04)    VALUE ZEROS.
       77  WRK-RESUL           PIC 9(04)    VALUE ZEROS.
       77  WRK-MMDD-EXEC       PIC 9(04)    VALUE ZEROS.
       01  WRK-DATA-ADMISSAO   PIC 9(08)    VALUE ZEROS.
       01  WRK-DATA-ADMISSAO-R REDEFINES WRK-DATA-ADMISSAO.
           05  WRK-ANO-ADMISSAO  PIC 9(04).
           05  WRK-MMDD-ADMISSAO PIC 9(04).
       77  WRK-DATA-ANIVERSARIO PIC 9(08)   VALUE ZEROS.
       77  WRK-DIAS-INSS       PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-PERDA-AFASTAMENTO PIC 9(05) VALUE ZEROS.
       77  WRK-DIAS-SALDO      PIC 9(03)    VALUE ZEROS.
       77  WRK-VALOR-PROVISAO  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-PROVISAO-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-PROVISAO  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-PROVISAO-ED PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       77  WRK-AFT-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-AFT-EOF         PIC X        VALUE 'N'.
           88  FIM-AFASTAMENTOS VALUE 'Y'.
       77  WRK-AFT-QTD         PIC 9(04)    VALUE ZEROS.
       77  WRK-AFT-SUB         PIC 9(04)    VALUE ZEROS.
       77  WRK-AFT-CLASSE      PIC X(01)    VALUE SPACES.
       77  WRK-AFT-PER-INICIO  PIC 9(07)    VALUE ZEROS.
       77  WRK-AFT-PER-FIM     PIC 9(07)    VALUE ZEROS.
       77  WRK-AFT-DE          PIC 9(07)    VALUE ZEROS.
       77  WRK-AFT-ATE         PIC 9(07)    VALUE ZEROS.
       77  WRK-AFT-DATA-FIM    PIC 9(08)    VALUE ZEROS.
       77  WRK-DIAS-AFASTADO   PIC 9(05)    VALUE ZEROS.

      *    AFASTAMENTOS (IMAGEM DO AFASTAM) EM DIAS CORRIDOS: CLASSE
      *    I = PERIODO PAGO PELO INSS (DOENCA E ACIDENTE DO 16O DIA EM
      *    DIANTE) E N = LICENCA NAO REMUNERADA
       01  WRK-TAB-AFASTAMENTOS.
           05  WRK-AFT-ITEM OCCURS 1000 TIMES.
               10  WRK-AFT-NUMERO     PIC 9(06).
               10  WRK-AFT-CLASSE-TAB PIC X(01).
               10  WRK-AFT-DIA-INICIO PIC 9(07).
               10  WRK-AFT-DIA-FIM    PIC 9(07).

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
       0100-INICIALIZAR.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
           MOVE WRK-DATA-EXEC(1:4) TO WRK-ANO-SISTEMA.
           MOVE WRK-DATA-EXEC(5:4) TO WRK-MMDD-EXEC.

           PERFORM 0150-CARREGAR-MOEDA.
           PERFORM 0160-CARREGAR-AFASTAMENTOS.

           OPEN INPUT EMPLOYEE-MASTER
           OPEN OUTPUT PROVISAO-FERIAS
           END-READ
           CLOSE PARAMETRO-MOEDA.

      **********CARGA DOS AFASTAMENTOS*************************
      *O CADASTRO E OPCIONAL; A MATERNIDADE NAO AFETA AS FERIAS E
      *NAO ENTRA NA TABELA; O PERIODO VAI ATE A VESPERA DO RETORNO
      *EFETIVO OU, SEM ELE, DO PREVISTO
       0160-CARREGAR-AFASTAMENTOS.
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
                   PERFORM 0165-INCLUIR-AFASTAMENTO
               END-IF
               READ CADASTRO-AFASTAMENTOS
                   AT END MOVE 'Y' TO WRK-AFT-EOF
               END-READ
           END-PERFORM
           CLOSE CADASTRO-AFASTAMENTOS.

       0165-INCLUIR-AFASTAMENTO.
           COMPUTE WRK-AFT-DE =
               FUNCTION INTEGER-OF-DATE(AFT-DATA-INICIO)
           IF AFASTAMENTO-INSS
               ADD 15 TO WRK-AFT-DE
               MOVE 'I' TO WRK-AFT-CLASSE
           ELSE
               MOVE 'N' TO WRK-AFT-CLASSE
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
           MOVE AFT-NUMERO     TO WRK-AFT-NUMERO(WRK-AFT-QTD)
           MOVE WRK-AFT-CLASSE TO WRK-AFT-CLASSE-TAB(WRK-AFT-QTD)
           MOVE WRK-AFT-DE     TO WRK-AFT-DIA-INICIO(WRK-AFT-QTD)
           MOVE WRK-AFT-ATE    TO WRK-AFT-DIA-FIM(WRK-AFT-QTD).

       0200-PROCESSAR.
           PERFORM UNTIL FIM-ARQUIVO
               IF EMP-DESLIGADO
           END-PERFORM.

      **********CALCULO DO TEMPO DE SERVICO E DA PROVISAO**********
      *ANOS COMPLETOS DESDE A DATA DE ADMISSAO: O PERIODO AQUISITIVO
      *SO FECHA NO ANIVERSARIO DE ADMISSAO; A LICENCA NAO REMUNERADA
      *SUSPENDE O CONTRATO E EMPURRA A ADMISSAO PELOS DIAS DELA; MAIS
      *DE 6 MESES (180 DIAS) PAGOS PELO INSS DENTRO DO ULTIMO PERIODO
      *FECHADO FAZEM O FUNCIONARIO PERDER ESSE PERIODO
       0250-CALCULAR-PROVISAO.
           IF EMP-MES-ADMISSAO = ZEROS
               COMPUTE WRK-DATA-ADMISSAO = (EMP-ANO * 10000) + 101
           ELSE
               COMPUTE WRK-DATA-ADMISSAO = (EMP-ANO * 10000) +
                   (EMP-MES-ADMISSAO * 100) + EMP-DIA-ADMISSAO
           END-IF
           IF WRK-AFT-QTD > 0
               PERFORM 0255-AJUSTAR-ADMISSAO
           END-IF

           COMPUTE WRK-RESUL = (WRK-ANO-SISTEMA - WRK-ANO-ADMISSAO)
           IF WRK-RESUL > 0 AND WRK-MMDD-EXEC < WRK-MMDD-ADMISSAO
               SUBTRACT 1 FROM WRK-RESUL
           END-IF

           MOVE 0 TO WRK-DIAS-INSS
           IF WRK-RESUL > 0 AND WRK-AFT-QTD > 0
               PERFORM 0257-APURAR-INSS-PERIODO
           END-IF
           IF WRK-DIAS-INSS > 180
               ADD 1 TO WRK-QTD-SEM-DIREITO
               ADD 1 TO WRK-QTD-PERDA-AFASTAMENTO
               MOVE SPACES TO REL-LINHA
               STRING EMP-NUMERO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   EMP-NOME DELIMITED BY SIZE
                   ' PERIODO PERDIDO - ' DELIMITED BY SIZE
                   WRK-DIAS-INSS DELIMITED BY SIZE
                   ' DIAS PAGOS PELO INSS' DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               EXIT PARAGRAPH
           END-IF

           IF WRK-RESUL < 1
               ADD 1 TO WRK-QTD-SEM-DIREITO
               WRITE REL-LINHA
           END-IF.

      **********ADMISSAO DESLOCADA PELA LICENCA NAO REMUNERADA**
       0255-AJUSTAR-ADMISSAO.
           COMPUTE WRK-AFT-PER-INICIO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-ADMISSAO)
           COMPUTE WRK-AFT-PER-FIM =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-EXEC)
           MOVE 'N' TO WRK-AFT-CLASSE
           PERFORM 0265-APURAR-DIAS-AFASTADO
           IF WRK-DIAS-AFASTADO > 0
               COMPUTE WRK-DATA-ADMISSAO = FUNCTION DATE-OF-INTEGER(
                   WRK-AFT-PER-INICIO + WRK-DIAS-AFASTADO)
           END-IF.

      **********DIAS PAGOS PELO INSS NO ULTIMO PERIODO FECHADO**
      *O PERIODO VAI DO PENULTIMO AO ULTIMO ANIVERSARIO DA ADMISSAO
      *(EXCLUSIVE); ADMISSAO EM 29/02 FAZ ANIVERSARIO EM 28/02
       0257-APURAR-INSS-PERIODO.
           COMPUTE WRK-DATA-ANIVERSARIO =
               ((WRK-ANO-ADMISSAO + WRK-RESUL - 1) * 10000) +
               WRK-MMDD-ADMISSAO
           IF FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-ANIVERSARIO)
               NOT = 0
               SUBTRACT 1 FROM WRK-DATA-ANIVERSARIO
           END-IF
           COMPUTE WRK-AFT-PER-INICIO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-ANIVERSARIO)

           COMPUTE WRK-DATA-ANIVERSARIO =
               ((WRK-ANO-ADMISSAO + WRK-RESUL) * 10000) +
               WRK-MMDD-ADMISSAO
           IF FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-ANIVERSARIO)
               NOT = 0
               SUBTRACT 1 FROM WRK-DATA-ANIVERSARIO
           END-IF
           COMPUTE WRK-AFT-PER-FIM =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-ANIVERSARIO) - 1

           MOVE 'I' TO WRK-AFT-CLASSE
           PERFORM 0265-APURAR-DIAS-AFASTADO
           MOVE WRK-DIAS-AFASTADO TO WRK-DIAS-INSS.

      **********DIAS AFASTADOS DE UMA CLASSE NO PERIODO********
      *SOMA, PARA O FUNCIONARIO CORRENTE, OS DIAS DOS AFASTAMENTOS
      *DA CLASSE WRK-AFT-CLASSE ENTRE WRK-AFT-PER-INICIO E
      *WRK-AFT-PER-FIM
       0265-APURAR-DIAS-AFASTADO.
           MOVE 0 TO WRK-DIAS-AFASTADO
           PERFORM VARYING WRK-AFT-SUB FROM 1 BY 1
                   UNTIL WRK-AFT-SUB > WRK-AFT-QTD
               IF WRK-AFT-NUMERO(WRK-AFT-SUB) = EMP-NUMERO
                   AND WRK-AFT-CLASSE-TAB(WRK-AFT-SUB) =
                       WRK-AFT-CLASSE
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
           MOVE WRK-TOTAL-PROVISAO TO WRK-TOTAL-PROVISAO-ED
           MOVE '---------------------------------------------' TO
               WRK-QTD-PROVISIONADOS DELIMITED BY SIZE
               ' SEM DIREITO: ' DELIMITED BY SIZE
               WRK-QTD-SEM-DIREITO DELIMITED BY SIZE
               ' PERDA AFASTAMENTO: ' DELIMITED BY SIZE
               WRK-QTD-PERDA-AFASTAMENTO DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
