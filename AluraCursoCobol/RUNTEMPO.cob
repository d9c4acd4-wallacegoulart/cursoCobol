       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNTEMPO.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: TEMPOS DA JANELA DE LOTE: VARRE O CONTROLE CENTRAL
      *          DE EXECUCOES (RUNCTLGER.DAT), CASA O INICIO E O FIM
      *          DE CADA PROGRAMA POR DATA DE NEGOCIO E CALCULA A
      *          DURACAO; MOSTRA A TENDENCIA DAS ULTIMAS N EXECUCOES
      *          CONCLUIDAS DE CADA PROGRAMA CONTRA A SUA NORMA
      *          (MEDIA DESSAS EXECUCOES), MARCANDO QUEM PASSA DA
      *          NORMA MAIS QUE O PERCENTUAL DE TOLERANCIA, E A
      *          JANELA TOTAL DE CADA EXECUCAO DOS JOBS (JOBDIARIO E
      *          JOBFOLHA) CONTRA O HORARIO ALVO DE TERMINO DO JOB;
      *          PARAMETROS EM RUNTEMPOPARM.DAT (TIPO 0: QUANTIDADE
      *          N E PERCENTUAL DE TOLERANCIA, DEFAULT 05 E 050;
      *          TIPO 1: JOB E HORARIO ALVO HHMM). RC=4 QUANDO HA
      *          PASSO ACIMA DA NORMA OU JANELA ALEM DO ALVO - O
      *          ESTOURO APARECE ANTES DE PERDER O HORARIO DO BANCO
      *DATA = 15/10/2026
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROLE-RUNS ASSIGN TO "DATA/RUNCTLGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-STATUS.

           SELECT PARAMETROS-TEMPO ASSIGN TO "DATA/RUNTEMPOPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRM-STATUS.

           SELECT RELATORIO-TEMPOS ASSIGN TO "DATA/RUNTEMPOREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROLE-RUNS.
       01  RUN-REC.
           05  RUN-PROGRAMA       PIC X(08).
           05  RUN-DATA-NEGOCIO   PIC 9(08).
           05  RUN-HORA           PIC 9(08).
           05  RUN-EVENTO         PIC X(10).

      *TIPO 0 - CONTROLE; TIPO 1 - HORARIO ALVO DE UM JOB
       FD  PARAMETROS-TEMPO.
       01  PRM-CONTROLE.
           05  PRM-CTL-TIPO       PIC X(01).
           05  PRM-CTL-QTD-RUNS   PIC 9(02).
           05  PRM-CTL-PCT-NORMA  PIC 9(03).
       01  PRM-JOB.
           05  PRM-JOB-TIPO       PIC X(01).
           05  PRM-JOB-NOME       PIC X(08).
           05  PRM-JOB-HORA-ALVO  PIC 9(04).

       FD  RELATORIO-TEMPOS.
       01  REL-LINHA              PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-RUN-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-PRM-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-EOF             PIC X      VALUE 'N'.
           88  FIM-ARQUIVO     VALUE 'Y'.
       77  WRK-DATA-EXEC       PIC 9(08)  VALUE ZEROS.
       77  WRK-QTD-RUNS        PIC 9(02)  VALUE 5.
       77  WRK-PCT-NORMA       PIC 9(03)  VALUE 50.
       77  WRK-RUN-QTD         PIC 9(04)  VALUE ZEROS.
       77  WRK-PRG-QTD         PIC 9(03)  VALUE ZEROS.
       77  WRK-JOB-QTD         PIC 9(02)  VALUE ZEROS.
       77  WRK-JAN-QTD         PIC 9(03)  VALUE ZEROS.
       77  WRK-TND-QTD         PIC 9(02)  VALUE ZEROS.
       77  WRK-SUB             PIC 9(04)  VALUE ZEROS.
       77  WRK-SUB2            PIC 9(04)  VALUE ZEROS.
       77  WRK-ACHOU           PIC 9(04)  VALUE ZEROS.
       77  WRK-QTD-ABERTOS     PIC 9(04)  VALUE ZEROS.
       77  WRK-QTD-ACIMA       PIC 9(04)  VALUE ZEROS.
       77  WRK-QTD-ESTOUROS    PIC 9(04)  VALUE ZEROS.
       77  WRK-TOT-SEGUNDOS    PIC 9(08)  VALUE ZEROS.
       77  WRK-NORMA           PIC 9(06)  VALUE ZEROS.
       77  WRK-VARIACAO        PIC S9(05) VALUE ZEROS.
       77  WRK-SEGUNDOS        PIC 9(06)  VALUE ZEROS.
       77  WRK-SEG-INICIO      PIC 9(06)  VALUE ZEROS.
       77  WRK-SEG-ALVO        PIC 9(06)  VALUE ZEROS.
       77  WRK-DURACAO         PIC 9(06)  VALUE ZEROS.
       77  WRK-RESTO           PIC 9(06)  VALUE ZEROS.
       77  WRK-HH              PIC 9(02)  VALUE ZEROS.
       77  WRK-MM              PIC 9(02)  VALUE ZEROS.
       77  WRK-SS              PIC 9(02)  VALUE ZEROS.
       77  WRK-PROGRAMA        PIC X(08)  VALUE SPACES.
       77  WRK-DATA-AUX        PIC 9(08)  VALUE ZEROS.
       77  WRK-DATA-ED         PIC X(10)  VALUE SPACES.
       77  WRK-HORA-ED         PIC X(08)  VALUE SPACES.
       77  WRK-DURACAO-ED      PIC X(08)  VALUE SPACES.
       77  WRK-TIPO-EVENTO     PIC X(01)  VALUE SPACE.
           88  EVENTO-INICIO   VALUE 'I'.
           88  EVENTO-FIM      VALUE 'F'.

      *HORA DO RUNCTLGER (HHMMSSCC) QUEBRADA
       01  WRK-HORA.
           05  WRK-HORA-HH     PIC 9(02).
           05  WRK-HORA-MM     PIC 9(02).
           05  WRK-HORA-SS     PIC 9(02).
           05  WRK-HORA-CC     PIC 9(02).
       01  WRK-HORA-NUM REDEFINES WRK-HORA PIC 9(08).

       01  WRK-HORA-ALVO.
           05  WRK-ALVO-HH     PIC 9(02).
           05  WRK-ALVO-MM     PIC 9(02).
       01  WRK-HORA-ALVO-NUM REDEFINES WRK-HORA-ALVO PIC 9(04).

      *EXECUCOES CASADAS: UM INICIO ABRE A EXECUCAO DO PROGRAMA NA
      *DATA E O FIM A FECHA; O PROGRAMA QUE SE REGISTRA SOZINHO
      *DENTRO DE UM PASSO DO DRIVER GERA INICIO E FIM ANINHADOS,
      *CONTADOS NO NIVEL PARA NAO VIRAR DUAS EXECUCOES
       01  WRK-TAB-RUNS.
           05  WRK-RUN-ITEM OCCURS 1000 TIMES.
               10  WRK-RUN-PROGRAMA  PIC X(08).
               10  WRK-RUN-DATA      PIC 9(08).
               10  WRK-RUN-HORA-INI  PIC 9(08).
               10  WRK-RUN-HORA-FIM  PIC 9(08).
               10  WRK-RUN-SEGUNDOS  PIC 9(06).
               10  WRK-RUN-EVENTO    PIC X(10).
               10  WRK-RUN-NIVEL     PIC 9(02).
               10  WRK-RUN-SITUACAO  PIC X(01).
                   88  RUN-ABERTO    VALUE 'A'.
                   88  RUN-FECHADO   VALUE 'F'.

       01  WRK-TAB-PROGRAMAS.
           05  WRK-PRG-ITEM OCCURS 100 TIMES.
               10  WRK-PRG-NOME      PIC X(08).

      *ULTIMAS N EXECUCOES CONCLUIDAS DO PROGRAMA (DA MAIS NOVA
      *PARA A MAIS ANTIGA)
       01  WRK-TAB-TENDENCIA.
           05  WRK-TND-ITEM OCCURS 99 TIMES.
               10  WRK-TND-RUN       PIC 9(04).

       01  WRK-TAB-JOBS.
           05  WRK-JOB-ITEM OCCURS 10 TIMES.
               10  WRK-JOB-NOME      PIC X(08).
               10  WRK-JOB-HORA-ALVO PIC 9(04).

      *JANELA DE UM JOB NA DATA DE NEGOCIO: DO PRIMEIRO INICIO
      *AO ULTIMO FIM, CONTANDO A VIRADA DA MEIA-NOITE E OS
      *REINICIOS DA MESMA DATA
       01  WRK-TAB-JANELAS.
           05  WRK-JAN-ITEM OCCURS 200 TIMES.
               10  WRK-JAN-JOB       PIC X(08).
               10  WRK-JAN-DATA      PIC 9(08).
               10  WRK-JAN-HORA-INI  PIC 9(08).
               10  WRK-JAN-HORA-FIM  PIC 9(08).
               10  WRK-JAN-SEG-INI   PIC 9(06).
               10  WRK-JAN-SEG-FIM   PIC 9(06).
               10  WRK-JAN-EVENTO    PIC X(10).

       01  WRK-LINHA-TENDENCIA.
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WRK-LT-DATA           PIC X(10).
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  WRK-LT-INICIO         PIC X(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WRK-LT-FIM            PIC X(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WRK-LT-DURACAO        PIC X(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WRK-LT-VARIACAO       PIC ++++9.
           05  FILLER                PIC X(01)  VALUE '%'.
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WRK-LT-ALERTA         PIC X(21).

       01  WRK-LINHA-JANELA.
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WRK-LJ-DATA           PIC X(10).
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  WRK-LJ-INICIO         PIC X(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WRK-LJ-FIM            PIC X(08).
           05  WRK-LJ-VIRADA         PIC X(03).
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  WRK-LJ-DURACAO        PIC X(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WRK-LJ-EVENTO         PIC X(10).
           05  FILLER                PIC X(01)  VALUE SPACES.
           05  WRK-LJ-SITUACAO       PIC X(20).

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.

           PERFORM 0110-CARREGAR-PARAMETROS.

           OPEN INPUT CONTROLE-RUNS.
           IF WRK-RUN-STATUS NOT = '00'
               DISPLAY 'SEM CONTROLE CENTRAL DE EXECUCOES '
                   '(RUNCTLGER) - PROCESSAMENTO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ CONTROLE-RUNS
               AT END MOVE 'Y' TO WRK-EOF
           END-READ.
           PERFORM UNTIL FIM-ARQUIVO
               PERFORM 0120-CASAR-EVENTO
               READ CONTROLE-RUNS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM.
           CLOSE CONTROLE-RUNS.

           OPEN OUTPUT RELATORIO-TEMPOS.
           MOVE SPACES TO REL-LINHA
           STRING 'TEMPOS DA JANELA DE LOTE - ' DELIMITED BY SIZE
               WRK-DATA-EXEC DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE '=============================================' TO
               REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA
           STRING 'NORMA = MEDIA DAS ULTIMAS ' DELIMITED BY SIZE
               WRK-QTD-RUNS DELIMITED BY SIZE
               ' EXECUCOES CONCLUIDAS; TOLERANCIA DE '
               DELIMITED BY SIZE
               WRK-PCT-NORMA DELIMITED BY SIZE
               '%' DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

      ****************PARAMETROS DA JANELA*********************
      *SEM ARQUIVO VALEM OS DEFAULTS E OS JOBS FICAM SEM ALVO
       0110-CARREGAR-PARAMETROS.
           MOVE 'JOBDIARI' TO WRK-JOB-NOME(1)
           MOVE ZEROS      TO WRK-JOB-HORA-ALVO(1)
           MOVE 'JOBFOLHA' TO WRK-JOB-NOME(2)
           MOVE ZEROS      TO WRK-JOB-HORA-ALVO(2)
           MOVE 2 TO WRK-JOB-QTD

           OPEN INPUT PARAMETROS-TEMPO
           IF WRK-PRM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ PARAMETROS-TEMPO
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               EVALUATE PRM-CTL-TIPO
                   WHEN '0'
                       IF PRM-CTL-QTD-RUNS > 0
                           MOVE PRM-CTL-QTD-RUNS TO WRK-QTD-RUNS
                       END-IF
                       IF PRM-CTL-PCT-NORMA > 0
                           MOVE PRM-CTL-PCT-NORMA TO WRK-PCT-NORMA
                       END-IF
                   WHEN '1'
                       PERFORM 0115-PARAMETRO-JOB
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ PARAMETROS-TEMPO
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE PARAMETROS-TEMPO
           MOVE 'N' TO WRK-EOF.

       0115-PARAMETRO-JOB.
           MOVE 0 TO WRK-ACHOU
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-JOB-QTD
               IF WRK-JOB-NOME(WRK-SUB) = PRM-JOB-NOME
                   MOVE WRK-SUB TO WRK-ACHOU
               END-IF
           END-PERFORM
           IF WRK-ACHOU = 0
               IF WRK-JOB-QTD >= 10
                   DISPLAY 'ERRO: PARAMETRO DE JANELA EXCEDE O '
                       'LIMITE DE 10 JOBS - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-JOB-QTD
               MOVE WRK-JOB-QTD  TO WRK-ACHOU
               MOVE PRM-JOB-NOME TO WRK-JOB-NOME(WRK-ACHOU)
           END-IF
           MOVE PRM-JOB-HORA-ALVO TO WRK-JOB-HORA-ALVO(WRK-ACHOU).

      ****************CASAMENTO DE INICIO E FIM****************
      *INICIADO/REINICIADO ABREM; CONCLUIDO FECHA NO ULTIMO NIVEL;
      *ERRO/SEGURADO FECHAM NA HORA; FIM SEM EXECUCAO ABERTA (DRIVER
      *QUE GRAVA O ERRO DEPOIS DO PROGRAMA) ESTENDE A ULTIMA
      *EXECUCAO DO PROGRAMA NA DATA
       0120-CASAR-EVENTO.
           EVALUATE RUN-EVENTO
               WHEN 'INICIADO  '
               WHEN 'REINICIADO'
                   SET EVENTO-INICIO TO TRUE
               WHEN 'CONCLUIDO '
               WHEN 'ERRO      '
               WHEN 'SEGURADO  '
                   SET EVENTO-FIM TO TRUE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM 0125-PROGRAMA-NO-CADASTRO

           MOVE 0 TO WRK-ACHOU
           PERFORM VARYING WRK-SUB FROM WRK-RUN-QTD BY -1
                   UNTIL WRK-SUB < 1 OR WRK-ACHOU > 0
               IF WRK-RUN-PROGRAMA(WRK-SUB) = RUN-PROGRAMA
                   AND WRK-RUN-DATA(WRK-SUB) = RUN-DATA-NEGOCIO
                   MOVE WRK-SUB TO WRK-ACHOU
               END-IF
           END-PERFORM

           IF EVENTO-INICIO
               IF WRK-ACHOU > 0
                   IF RUN-ABERTO(WRK-ACHOU)
                       ADD 1 TO WRK-RUN-NIVEL(WRK-ACHOU)
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               IF WRK-RUN-QTD >= 1000
                   DISPLAY 'ERRO: CONTROLE DE EXECUCOES EXCEDE O '
                       'LIMITE DE 1000 EXECUCOES - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-RUN-QTD
               MOVE RUN-PROGRAMA     TO WRK-RUN-PROGRAMA(WRK-RUN-QTD)
               MOVE RUN-DATA-NEGOCIO TO WRK-RUN-DATA(WRK-RUN-QTD)
               MOVE RUN-HORA         TO WRK-RUN-HORA-INI(WRK-RUN-QTD)
               MOVE RUN-HORA         TO WRK-RUN-HORA-FIM(WRK-RUN-QTD)
               MOVE 0                TO WRK-RUN-SEGUNDOS(WRK-RUN-QTD)
               MOVE SPACES           TO WRK-RUN-EVENTO(WRK-RUN-QTD)
               MOVE 1                TO WRK-RUN-NIVEL(WRK-RUN-QTD)
               SET RUN-ABERTO(WRK-RUN-QTD) TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF WRK-ACHOU = 0
               EXIT PARAGRAPH
           END-IF
           MOVE RUN-HORA   TO WRK-RUN-HORA-FIM(WRK-ACHOU)
           MOVE RUN-EVENTO TO WRK-RUN-EVENTO(WRK-ACHOU)
           IF RUN-ABERTO(WRK-ACHOU)
               SUBTRACT 1 FROM WRK-RUN-NIVEL(WRK-ACHOU)
               IF WRK-RUN-NIVEL(WRK-ACHOU) = 0
                   OR RUN-EVENTO NOT = 'CONCLUIDO '
                   SET RUN-FECHADO(WRK-ACHOU) TO TRUE
               END-IF
           END-IF

           MOVE WRK-RUN-HORA-INI(WRK-ACHOU) TO WRK-HORA-NUM
           PERFORM 0400-HORA-EM-SEGUNDOS
           MOVE WRK-SEGUNDOS TO WRK-SEG-INICIO
           MOVE WRK-RUN-HORA-FIM(WRK-ACHOU) TO WRK-HORA-NUM
           PERFORM 0400-HORA-EM-SEGUNDOS
           IF WRK-SEGUNDOS < WRK-SEG-INICIO
               ADD 86400 TO WRK-SEGUNDOS
           END-IF
           COMPUTE WRK-RUN-SEGUNDOS(WRK-ACHOU) =
               WRK-SEGUNDOS - WRK-SEG-INICIO.

      *    PROGRAMAS NA ORDEM EM QUE APARECEM NO CONTROLE
       0125-PROGRAMA-NO-CADASTRO.
           MOVE 0 TO WRK-ACHOU
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-PRG-QTD
               IF WRK-PRG-NOME(WRK-SUB) = RUN-PROGRAMA
                   MOVE WRK-SUB TO WRK-ACHOU
               END-IF
           END-PERFORM
           IF WRK-ACHOU = 0
               IF WRK-PRG-QTD >= 100
                   DISPLAY 'ERRO: CONTROLE DE EXECUCOES EXCEDE O '
                       'LIMITE DE 100 PROGRAMAS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-PRG-QTD
               MOVE RUN-PROGRAMA TO WRK-PRG-NOME(WRK-PRG-QTD)
           END-IF.

       0200-PROCESSAR.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'TENDENCIA POR PROGRAMA' TO REL-LINHA
           WRITE REL-LINHA
           PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                   UNTIL WRK-SUB2 > WRK-PRG-QTD
               PERFORM 0210-TENDENCIA-PROGRAMA
           END-PERFORM.

           PERFORM 0250-MONTAR-JANELAS.
           PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                   UNTIL WRK-SUB2 > WRK-JOB-QTD
               PERFORM 0270-JANELAS-DO-JOB
           END-PERFORM.

      **********ULTIMAS N EXECUCOES DE UM PROGRAMA*************
      *SO AS EXECUCOES CONCLUIDAS FORMAM A NORMA; ERRO E SEGURADO
      *NAO SAO TEMPO NORMAL DO PASSO. OS JOBS FICAM NA SECAO DAS
      *JANELAS
       0210-TENDENCIA-PROGRAMA.
           MOVE WRK-PRG-NOME(WRK-SUB2) TO WRK-PROGRAMA
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-JOB-QTD
               IF WRK-JOB-NOME(WRK-SUB) = WRK-PROGRAMA
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE 0 TO WRK-TND-QTD
           MOVE 0 TO WRK-TOT-SEGUNDOS
           PERFORM VARYING WRK-SUB FROM WRK-RUN-QTD BY -1
                   UNTIL WRK-SUB < 1 OR WRK-TND-QTD >= WRK-QTD-RUNS
               IF WRK-RUN-PROGRAMA(WRK-SUB) = WRK-PROGRAMA
                   AND RUN-FECHADO(WRK-SUB)
                   AND WRK-RUN-EVENTO(WRK-SUB) = 'CONCLUIDO '
                   ADD 1 TO WRK-TND-QTD
                   MOVE WRK-SUB TO WRK-TND-RUN(WRK-TND-QTD)
                   ADD WRK-RUN-SEGUNDOS(WRK-SUB) TO WRK-TOT-SEGUNDOS
               END-IF
           END-PERFORM
           IF WRK-TND-QTD = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WRK-NORMA ROUNDED = WRK-TOT-SEGUNDOS / WRK-TND-QTD

           MOVE WRK-NORMA TO WRK-DURACAO
           PERFORM 0410-EDITAR-DURACAO
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'PROGRAMA ' DELIMITED BY SIZE
               WRK-PROGRAMA DELIMITED BY SIZE
               '  NORMA (MEDIA DE ' DELIMITED BY SIZE
               WRK-TND-QTD DELIMITED BY SIZE
               ' EXECUCOES): ' DELIMITED BY SIZE
               WRK-DURACAO-ED DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE '  DATA NEG.  INICIO    FIM       DURACAO   VARIACAO'
               TO REL-LINHA
           WRITE REL-LINHA

      *    DA MAIS ANTIGA PARA A MAIS NOVA
           PERFORM VARYING WRK-SUB FROM WRK-TND-QTD BY -1
                   UNTIL WRK-SUB < 1
               PERFORM 0220-LINHA-TENDENCIA
           END-PERFORM.

       0220-LINHA-TENDENCIA.
           MOVE WRK-TND-RUN(WRK-SUB) TO WRK-ACHOU
           MOVE WRK-RUN-DATA(WRK-ACHOU) TO WRK-DATA-AUX
           PERFORM 0420-EDITAR-DATA
           MOVE WRK-DATA-ED TO WRK-LT-DATA
           MOVE WRK-RUN-HORA-INI(WRK-ACHOU) TO WRK-HORA-NUM
           PERFORM 0430-EDITAR-HORA
           MOVE WRK-HORA-ED TO WRK-LT-INICIO
           MOVE WRK-RUN-HORA-FIM(WRK-ACHOU) TO WRK-HORA-NUM
           PERFORM 0430-EDITAR-HORA
           MOVE WRK-HORA-ED TO WRK-LT-FIM
           MOVE WRK-RUN-SEGUNDOS(WRK-ACHOU) TO WRK-DURACAO
           PERFORM 0410-EDITAR-DURACAO
           MOVE WRK-DURACAO-ED TO WRK-LT-DURACAO

           MOVE 0 TO WRK-VARIACAO
           IF WRK-NORMA > 0
               COMPUTE WRK-VARIACAO ROUNDED =
                   ((WRK-RUN-SEGUNDOS(WRK-ACHOU) - WRK-NORMA) * 100)
                   / WRK-NORMA
                   ON SIZE ERROR MOVE 9999 TO WRK-VARIACAO
               END-COMPUTE
           END-IF
           MOVE WRK-VARIACAO TO WRK-LT-VARIACAO
           MOVE SPACES TO WRK-LT-ALERTA
           IF WRK-VARIACAO > WRK-PCT-NORMA
               MOVE '*** ACIMA DA NORMA' TO WRK-LT-ALERTA
               ADD 1 TO WRK-QTD-ACIMA
           END-IF
           MOVE WRK-LINHA-TENDENCIA TO REL-LINHA
           WRITE REL-LINHA.

      **********JANELAS DOS JOBS POR DATA DE NEGOCIO***********
      *CADA EXECUCAO FECHADA DO JOB ENTRA NA JANELA DA SUA DATA;
      *UM INICIO ANTES DO ULTIMO FIM DA JANELA E DO DIA SEGUINTE
       0250-MONTAR-JANELAS.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-RUN-QTD
               IF RUN-FECHADO(WRK-SUB)
                   PERFORM 0255-JANELA-DA-EXECUCAO
               END-IF
           END-PERFORM.

       0255-JANELA-DA-EXECUCAO.
           MOVE 0 TO WRK-ACHOU
           PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                   UNTIL WRK-SUB2 > WRK-JOB-QTD
               IF WRK-JOB-NOME(WRK-SUB2) = WRK-RUN-PROGRAMA(WRK-SUB)
                   MOVE WRK-SUB2 TO WRK-ACHOU
               END-IF
           END-PERFORM
           IF WRK-ACHOU = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-RUN-HORA-INI(WRK-SUB) TO WRK-HORA-NUM
           PERFORM 0400-HORA-EM-SEGUNDOS
           MOVE WRK-SEGUNDOS TO WRK-SEG-INICIO

           MOVE 0 TO WRK-ACHOU
           PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                   UNTIL WRK-SUB2 > WRK-JAN-QTD
               IF WRK-JAN-JOB(WRK-SUB2) = WRK-RUN-PROGRAMA(WRK-SUB)
                   AND WRK-JAN-DATA(WRK-SUB2) = WRK-RUN-DATA(WRK-SUB)
                   MOVE WRK-SUB2 TO WRK-ACHOU
               END-IF
           END-PERFORM

           IF WRK-ACHOU = 0
               IF WRK-JAN-QTD >= 200
                   DISPLAY 'ERRO: JANELAS DE JOBS EXCEDEM O LIMITE '
                       'DE 200 REGISTROS - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-JAN-QTD
               MOVE WRK-JAN-QTD TO WRK-ACHOU
               MOVE WRK-RUN-PROGRAMA(WRK-SUB) TO WRK-JAN-JOB(WRK-ACHOU)
               MOVE WRK-RUN-DATA(WRK-SUB)  TO WRK-JAN-DATA(WRK-ACHOU)
               MOVE WRK-RUN-HORA-INI(WRK-SUB) TO
                   WRK-JAN-HORA-INI(WRK-ACHOU)
               MOVE WRK-SEG-INICIO TO WRK-JAN-SEG-INI(WRK-ACHOU)
               MOVE WRK-SEG-INICIO TO WRK-JAN-SEG-FIM(WRK-ACHOU)
           ELSE
               IF WRK-SEG-INICIO < WRK-JAN-SEG-FIM(WRK-ACHOU)
                   ADD 86400 TO WRK-SEG-INICIO
               END-IF
           END-IF

           COMPUTE WRK-JAN-SEG-FIM(WRK-ACHOU) =
               WRK-SEG-INICIO + WRK-RUN-SEGUNDOS(WRK-SUB)
           MOVE WRK-RUN-HORA-FIM(WRK-SUB) TO
               WRK-JAN-HORA-FIM(WRK-ACHOU)
           MOVE WRK-RUN-EVENTO(WRK-SUB) TO WRK-JAN-EVENTO(WRK-ACHOU).

      **********ULTIMAS N JANELAS DE UM JOB CONTRA O ALVO*******
      *ALVO ANTERIOR AO INICIO DA JANELA E NO DIA SEGUINTE (JANELA
      *NOTURNA QUE TERMINA DE MADRUGADA)
       0270-JANELAS-DO-JOB.
           MOVE WRK-JOB-NOME(WRK-SUB2) TO WRK-PROGRAMA
           MOVE WRK-JOB-HORA-ALVO(WRK-SUB2) TO WRK-HORA-ALVO-NUM
           MOVE 0 TO WRK-TND-QTD
           PERFORM VARYING WRK-SUB FROM WRK-JAN-QTD BY -1
                   UNTIL WRK-SUB < 1 OR WRK-TND-QTD >= WRK-QTD-RUNS
               IF WRK-JAN-JOB(WRK-SUB) = WRK-PROGRAMA
                   ADD 1 TO WRK-TND-QTD
                   MOVE WRK-SUB TO WRK-TND-RUN(WRK-TND-QTD)
               END-IF
           END-PERFORM

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           IF WRK-HORA-ALVO-NUM = ZEROS
               STRING 'JANELA DO JOB ' DELIMITED BY SIZE
                   WRK-PROGRAMA DELIMITED BY SIZE
                   ' - SEM HORARIO ALVO NO RUNTEMPOPARM'
                   DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
           ELSE
               STRING 'JANELA DO JOB ' DELIMITED BY SIZE
                   WRK-PROGRAMA DELIMITED BY SIZE
                   ' - ALVO DE TERMINO ' DELIMITED BY SIZE
                   WRK-ALVO-HH DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   WRK-ALVO-MM DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
           END-IF
           WRITE REL-LINHA
           IF WRK-TND-QTD = 0
               MOVE '  NENHUMA EXECUCAO ENCERRADA NO CONTROLE' TO
                   REL-LINHA
               WRITE REL-LINHA
               EXIT PARAGRAPH
           END-IF
           MOVE '  DATA NEG.  INICIO    FIM          DURACAO   EVENTO'
               TO REL-LINHA
           WRITE REL-LINHA

           PERFORM VARYING WRK-SUB FROM WRK-TND-QTD BY -1
                   UNTIL WRK-SUB < 1
               PERFORM 0280-LINHA-JANELA
           END-PERFORM.

       0280-LINHA-JANELA.
           MOVE WRK-TND-RUN(WRK-SUB) TO WRK-ACHOU
           MOVE WRK-JAN-DATA(WRK-ACHOU) TO WRK-DATA-AUX
           PERFORM 0420-EDITAR-DATA
           MOVE WRK-DATA-ED TO WRK-LJ-DATA
           MOVE WRK-JAN-HORA-INI(WRK-ACHOU) TO WRK-HORA-NUM
           PERFORM 0430-EDITAR-HORA
           MOVE WRK-HORA-ED TO WRK-LJ-INICIO
           MOVE WRK-JAN-HORA-FIM(WRK-ACHOU) TO WRK-HORA-NUM
           PERFORM 0430-EDITAR-HORA
           MOVE WRK-HORA-ED TO WRK-LJ-FIM
           MOVE SPACES TO WRK-LJ-VIRADA
           IF WRK-JAN-SEG-FIM(WRK-ACHOU) >= 86400
               MOVE ' +1' TO WRK-LJ-VIRADA
           END-IF
           COMPUTE WRK-DURACAO =
               WRK-JAN-SEG-FIM(WRK-ACHOU) - WRK-JAN-SEG-INI(WRK-ACHOU)
           PERFORM 0410-EDITAR-DURACAO
           MOVE WRK-DURACAO-ED TO WRK-LJ-DURACAO
           MOVE WRK-JAN-EVENTO(WRK-ACHOU) TO WRK-LJ-EVENTO

           IF WRK-HORA-ALVO-NUM = ZEROS
               MOVE SPACES TO WRK-LJ-SITUACAO
           ELSE
               COMPUTE WRK-SEG-ALVO =
                   (WRK-ALVO-HH * 3600) + (WRK-ALVO-MM * 60)
               IF WRK-SEG-ALVO < WRK-JAN-SEG-INI(WRK-ACHOU)
                   ADD 86400 TO WRK-SEG-ALVO
               END-IF
               IF WRK-JAN-SEG-FIM(WRK-ACHOU) > WRK-SEG-ALVO
                   MOVE '*** ALVO ESTOURADO' TO WRK-LJ-SITUACAO
                   ADD 1 TO WRK-QTD-ESTOUROS
               ELSE
                   MOVE 'NO PRAZO' TO WRK-LJ-SITUACAO
               END-IF
           END-IF
           MOVE WRK-LINHA-JANELA TO REL-LINHA
           WRITE REL-LINHA.

       0300-FINALIZAR.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-RUN-QTD
               IF RUN-ABERTO(WRK-SUB)
                   ADD 1 TO WRK-QTD-ABERTOS
               END-IF
           END-PERFORM.

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE '---------------------------------------------' TO
               REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'EXECUCOES CASADAS: ' DELIMITED BY SIZE
               WRK-RUN-QTD DELIMITED BY SIZE
               '  SEM FIM (EM CURSO OU ABANDONADAS): '
               DELIMITED BY SIZE
               WRK-QTD-ABERTOS DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'EXECUCOES ACIMA DA NORMA: ' DELIMITED BY SIZE
               WRK-QTD-ACIMA DELIMITED BY SIZE
               '  JANELAS ALEM DO ALVO: ' DELIMITED BY SIZE
               WRK-QTD-ESTOUROS DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           CLOSE RELATORIO-TEMPOS.

           DISPLAY 'EXECUCOES CASADAS: ' WRK-RUN-QTD.
           DISPLAY 'EXECUCOES ACIMA DA NORMA: ' WRK-QTD-ACIMA.
           DISPLAY 'JANELAS ALEM DO ALVO: ' WRK-QTD-ESTOUROS.
           DISPLAY 'FIM DE PROCESSAMENTO'.

           EVALUATE TRUE
               WHEN WRK-RUN-QTD = 0
                   DISPLAY 'NENHUMA EXECUCAO NO CONTROLE CENTRAL'
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QTD-ACIMA > 0 OR WRK-QTD-ESTOUROS > 0
                   DISPLAY '*** JANELA DE LOTE EM RISCO - VER '
                       'RUNTEMPOREL.DAT ***'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      **********CONVERSOES DE HORA E DATA**********************
       0400-HORA-EM-SEGUNDOS.
           COMPUTE WRK-SEGUNDOS = (WRK-HORA-HH * 3600) +
               (WRK-HORA-MM * 60) + WRK-HORA-SS.

       0410-EDITAR-DURACAO.
           DIVIDE WRK-DURACAO BY 3600 GIVING WRK-HH
               REMAINDER WRK-RESTO
           DIVIDE WRK-RESTO BY 60 GIVING WRK-MM
               REMAINDER WRK-SS
           MOVE SPACES TO WRK-DURACAO-ED
           STRING WRK-HH DELIMITED BY SIZE
               ':' DELIMITED BY SIZE
               WRK-MM DELIMITED BY SIZE
               ':' DELIMITED BY SIZE
               WRK-SS DELIMITED BY SIZE
               INTO WRK-DURACAO-ED
           END-STRING.

       0420-EDITAR-DATA.
           MOVE SPACES TO WRK-DATA-ED
           STRING WRK-DATA-AUX(7:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-DATA-AUX(5:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-DATA-AUX(1:4) DELIMITED BY SIZE
               INTO WRK-DATA-ED
           END-STRING.

       0430-EDITAR-HORA.
           MOVE SPACES TO WRK-HORA-ED
           STRING WRK-HORA-HH DELIMITED BY SIZE
               ':' DELIMITED BY SIZE
               WRK-HORA-MM DELIMITED BY SIZE
               ':' DELIMITED BY SIZE
               WRK-HORA-SS DELIMITED BY SIZE
               INTO WRK-HORA-ED
           END-STRING.
