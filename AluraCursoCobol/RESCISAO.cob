      *            BANCOPAG (RESCISAOREM.DAT) E O RELATORIO TRAZ OS
      *            TOTAIS DE CONTROLE; O DIALOGO DE CONSOLE CONTINUA
      *            VALENDO PARA UMA RESCISAO AVULSA
      *ALTERACAO = 15/10/2026 - AVOS PELA DATA DE ADMISSAO COMPLETA:
      *            O 13 PROPORCIONAL CONTA DO MES DE ADMISSAO PARA QUEM
      *            ENTROU NO ANO DO DESLIGAMENTO E AS FERIAS
      *            PROPORCIONAIS CONTAM OS AVOS DO PERIODO AQUISITIVO
      *            EM CURSO (DESDE O ULTIMO ANIVERSARIO DE ADMISSAO),
      *            MOSTRADOS NO DEMONSTRATIVO
      *ALTERACAO = 15/10/2026 - AFASTAMENTOS DO AFASTAM:
      *            OS DIAS PAGOS PELO INSS OU EM LICENCA NAO
      *            REMUNERADA SAEM DO SALDO DE SALARIO, O MES COM
      *            MENOS DE 15 DIAS FORA DO AFASTAMENTO PERDE O AVO
      *            DE 13 E AS FERIAS PROPORCIONAIS PERDEM O PERIODO
      *            COM MAIS DE 180 DIAS DE INSS OU UM AVO A CADA 30
      *            DIAS DE LICENCA NAO REMUNERADA
      *ALTERACAO = 15/10/2026 - CODIGO DO MOTIVO DO DESLIGAMENTO
      *            (TABELA MOTDESL, CODIGOS DO ARQUIVO DE MOVIMENTACAO
      *            DO GOVERNO) NO DIALOGO E NO FINAL DO LAYOUT DO
      *            LOTE; CODIGO FORA DA TABELA RECUSA A RESCISAO; O
      *            CODIGO VAI PARA A AUDITORIA, CUJO LAYOUT PASSA
      *            PARA O COPYBOOK COMPARTILHADO RESCAUD
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RELATORIO-LOTE ASSIGN TO "DATA/RESCISAOLOTREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CADASTRO-AFASTAMENTOS ASSIGN TO "DATA/AFASTAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AFT-STATUS.

           SELECT MOTIVOS-DESLIGAMENTO ASSIGN TO "DATA/MOTDESL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MTD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       01  REL-LINHA                 PIC X(80).

       FD  AUDITORIA-RESCISAO.
       COPY "RESCAUD.CPY".

       FD  PARAMETRO-MOEDA.
       01  MOEDA-REC.
           05  RTR-NUMERO            PIC 9(06).
           05  RTR-DATA              PIC 9(08).
           05  RTR-MOTIVO            PIC X(20).
           05  RTR-MOTIVO-CODIGO     PIC 9(02).

       FD  REMESSA-RESCISAO.
       01  REM-HEADER.
       FD  RELATORIO-LOTE.
       01  LOT-LINHA                 PIC X(100).

       FD  CADASTRO-AFASTAMENTOS.
       COPY "AFASTAM.CPY".

       FD  MOTIVOS-DESLIGAMENTO.
       COPY "MOTDESL.CPY".

       WORKING-STORAGE SECTION.
       COPY "MOEDA.CPY".

       77  WRK-DATA-DESLIG     PIC 9(08)    VALUE ZEROS.
       77  WRK-MES-DESLIG      PIC 9(02)    VALUE ZEROS.
       77  WRK-DIA-DESLIG      PIC 9(02)    VALUE ZEROS.
       77  WRK-ANO-DESLIG      PIC 9(04)    VALUE ZEROS.
       77  WRK-MESES-FERIAS    PIC 9(02)    VALUE ZEROS.
       77  WRK-MESES-CALC      PIC S9(04)   VALUE ZEROS.
       77  WRK-ANO-PERIODO     PIC 9(04)    VALUE ZEROS.
       77  WRK-DIAS-FRACAO     PIC 9(02)    VALUE ZEROS.
       77  WRK-DATA-EXEC       PIC 9(08)    VALUE ZEROS.
       77  WRK-MESES-AVOS      PIC 9(02)    VALUE ZEROS.
       77  WRK-SALDO-SALARIO   PIC 9(09)V99 VALUE ZEROS.

       77  WRK-PERCENTUAL-DESCONTO PIC 9(02)V99 VALUE ZEROS.

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
       77  WRK-DIA-DESLIG-INT  PIC 9(07)    VALUE ZEROS.
       77  WRK-DATA-AUX        PIC 9(08)    VALUE ZEROS.
       77  WRK-DIAS-AFASTADO   PIC 9(05)    VALUE ZEROS.
       77  WRK-DIAS-SALDO      PIC 9(02)    VALUE ZEROS.
       77  WRK-DIAS-NO-MES     PIC 9(02)    VALUE ZEROS.
       77  WRK-MES-AVO         PIC 9(02)    VALUE ZEROS.
       77  WRK-MES-FINAL-AVO   PIC 9(02)    VALUE ZEROS.
       77  WRK-MES-INICIAL-AVO PIC 9(02)    VALUE ZEROS.
       77  WRK-AVOS-13-AFAST   PIC 9(02)    VALUE ZEROS.
       77  WRK-AVOS-FER-AFAST  PIC 9(02)    VALUE ZEROS.

       77  WRK-MTD-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-MTD-EOF         PIC X        VALUE 'N'.
           88  FIM-MOTIVOS     VALUE 'Y'.
       77  WRK-MTD-QTD         PIC 9(02)    VALUE ZEROS.
       77  WRK-MTD-ACHADO      PIC X        VALUE 'N'.
           88  MOTIVO-ENCONTRADO VALUE 'Y'.
       77  WRK-MOTIVO-CODIGO   PIC 9(02)    VALUE ZEROS.

       01  WRK-TAB-MOTIVOS.
           05  WRK-MTD-ITEM OCCURS 20 TIMES INDEXED BY WRK-MTD-IDX.
               10  WRK-MTD-CODIGO    PIC 9(02).
               10  WRK-MTD-DESCRICAO PIC X(30).

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

           PERFORM 0150-CARREGAR-MOEDA.
           PERFORM 0170-CARREGAR-FAIXAS-DESCONTO.
           PERFORM 0160-CARREGAR-AFASTAMENTOS.
           PERFORM 0175-CARREGAR-MOTIVOS.
           PERFORM 0130-VERIFICAR-MODO-LOTE.

      ****************DETECCAO DO MODO DE EXECUCAO*************
           ACCEPT WRK-DATA-DESLIG.
           MOVE WRK-DATA-DESLIG(5:2) TO WRK-MES-DESLIG.
           MOVE WRK-DATA-DESLIG(7:2) TO WRK-DIA-DESLIG.
           MOVE WRK-DATA-DESLIG(1:4) TO WRK-ANO-DESLIG.

           IF WRK-MES-DESLIG < 1 OR WRK-MES-DESLIG > 12
               OR WRK-DIA-DESLIG < 1 OR WRK-DIA-DESLIG > 31
               STOP RUN
           END-IF.

           DISPLAY 'CODIGO DO MOTIVO DO DESLIGAMENTO (MOTDESL).. '
           ACCEPT WRK-MOTIVO-CODIGO.
           PERFORM 0180-LOCALIZAR-MOTIVO.
           IF NOT MOTIVO-ENCONTRADO
               DISPLAY 'MOTIVO DE DESLIGAMENTO INEXISTENTE NA TABELA '
                   'MOTDESL - PROCESSAMENTO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-EMP-STATUS-ARQ NOT = '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO MESTRE DE '
           END-READ
           CLOSE PARAMETRO-MOEDA.

      **********CARGA DOS AFASTAMENTOS*************************
      *O CADASTRO E OPCIONAL; A MATERNIDADE NAO AFETA AS VERBAS E
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

      **********CARGA DA TABELA DE MOTIVOS DE DESLIGAMENTO*****
       0175-CARREGAR-MOTIVOS.
           OPEN INPUT MOTIVOS-DESLIGAMENTO
           IF WRK-MTD-STATUS NOT = '00'
               DISPLAY 'ERRO: TABELA DE MOTIVOS DE DESLIGAMENTO '
                   '(MOTDESL) NAO ENCONTRADA - PROCESSAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           READ MOTIVOS-DESLIGAMENTO
               AT END MOVE 'Y' TO WRK-MTD-EOF
           END-READ

           PERFORM UNTIL FIM-MOTIVOS
               IF WRK-MTD-QTD >= 20
                   DISPLAY 'ERRO: TABELA DE MOTIVOS DE DESLIGAMENTO '
                       'EXCEDE O LIMITE DE 20 REGISTROS - '
                       'PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-MTD-QTD
               MOVE MTD-CODIGO    TO WRK-MTD-CODIGO(WRK-MTD-QTD)
               MOVE MTD-DESCRICAO TO WRK-MTD-DESCRICAO(WRK-MTD-QTD)
               READ MOTIVOS-DESLIGAMENTO
                   AT END MOVE 'Y' TO WRK-MTD-EOF
               END-READ
           END-PERFORM
           CLOSE MOTIVOS-DESLIGAMENTO.

       0180-LOCALIZAR-MOTIVO.
           MOVE 'N' TO WRK-MTD-ACHADO
           PERFORM VARYING WRK-MTD-IDX FROM 1 BY 1
                   UNTIL WRK-MTD-IDX > WRK-MTD-QTD
                      OR MOTIVO-ENCONTRADO
               IF WRK-MTD-CODIGO(WRK-MTD-IDX) = WRK-MOTIVO-CODIGO
                   SET MOTIVO-ENCONTRADO TO TRUE
               END-IF
           END-PERFORM.

       0170-CARREGAR-FAIXAS-DESCONTO.
           OPEN INPUT TABELA-FAIXAS-DESCONTO
           READ TABELA-FAIXAS-DESCONTO
      **********CALCULO DAS VERBAS DA RESCISAO*****************
       0205-CALCULAR-VERBAS.
      **********SALDO DE SALARIO PELOS DIAS TRABALHADOS**********
      *OS DIAS DO MES PAGOS PELO INSS OU EM LICENCA NAO REMUNERADA
      *SAEM DO SALDO
           MOVE WRK-DIA-DESLIG TO WRK-DIAS-SALDO
           MOVE 0 TO WRK-AVOS-13-AFAST
           MOVE 0 TO WRK-AVOS-FER-AFAST
           MOVE 0 TO WRK-DIA-DESLIG-INT
           IF WRK-AFT-QTD > 0
               AND FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-DESLIG) = 0
               COMPUTE WRK-DIA-DESLIG-INT =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-DESLIG)
               COMPUTE WRK-AFT-PER-INICIO =
                   WRK-DIA-DESLIG-INT - WRK-DIA-DESLIG + 1
               MOVE WRK-DIA-DESLIG-INT TO WRK-AFT-PER-FIM
               MOVE SPACES TO WRK-AFT-CLASSE
               PERFORM 0220-APURAR-DIAS-AFASTADO
               IF WRK-DIAS-AFASTADO >= WRK-DIAS-SALDO
                   MOVE 0 TO WRK-DIAS-SALDO
               ELSE
                   SUBTRACT WRK-DIAS-AFASTADO FROM WRK-DIAS-SALDO
               END-IF
           END-IF.
           COMPUTE WRK-SALDO-SALARIO ROUNDED =
               (EMP-SALARIO / 30) * WRK-DIAS-SALDO.

      **********DECIMO TERCEIRO PROPORCIONAL (AVOS)**************
      *DE JANEIRO, OU DO MES DE ADMISSAO PARA QUEM ENTROU NO ANO DO
      *DESLIGAMENTO (ADMISSAO ATE O DIA 16), ATE O MES DO
      *DESLIGAMENTO
           IF WRK-DIA-DESLIG >= 15
               MOVE WRK-MES-DESLIG TO WRK-MESES-CALC
           ELSE
               COMPUTE WRK-MESES-CALC = WRK-MES-DESLIG - 1
           END-IF.

           IF EMP-ANO = WRK-ANO-DESLIG AND EMP-MES-ADMISSAO > 0
               COMPUTE WRK-MESES-CALC =
                   WRK-MESES-CALC - (EMP-MES-ADMISSAO - 1)
               IF EMP-DIA-ADMISSAO > 16
                   SUBTRACT 1 FROM WRK-MESES-CALC
               END-IF
           END-IF.

           IF WRK-MESES-CALC < 0
               MOVE 0 TO WRK-MESES-CALC
           END-IF.
           MOVE WRK-MESES-CALC TO WRK-MESES-AVOS.
           IF WRK-MESES-AVOS > 0 AND WRK-DIA-DESLIG-INT > 0
               PERFORM 0215-DESCONTAR-AVOS-AFASTAMENTO
           END-IF.

           COMPUTE WRK-DECIMO-PROP ROUNDED =
               (EMP-SALARIO / 12) * WRK-MESES-AVOS.

      **********FERIAS PROPORCIONAIS COM O TERCO*****************
           PERFORM 0210-CALCULAR-AVOS-FERIAS.
           IF WRK-MESES-FERIAS > 0 AND WRK-DIA-DESLIG-INT > 0
               AND EMP-MES-ADMISSAO > 0
               PERFORM 0212-AJUSTAR-AVOS-FERIAS
           END-IF.
           COMPUTE WRK-FERIAS-PROP ROUNDED =
               ((EMP-SALARIO + (EMP-SALARIO / 3)) / 12) *
               WRK-MESES-FERIAS.

      **********DESCONTO PREVIDENCIARIO PELA FAIXA***************
           COMPUTE WRK-BASE-INSS = WRK-SALDO-SALARIO + WRK-DECIMO-PROP.
               WRK-SALDO-SALARIO + WRK-DECIMO-PROP +
               WRK-FERIAS-PROP - WRK-DESCONTO-INSS.

      **********AVOS DO PERIODO AQUISITIVO EM CURSO*************
      *O PERIODO COMECA NO ULTIMO ANIVERSARIO DE ADMISSAO ATE O
      *DESLIGAMENTO; FRACAO DE 15 DIAS OU MAIS CONTA COMO MES (BASE
      *30); SEM A DATA DE ADMISSAO COMPLETA VALEM OS AVOS DO ANO
       0210-CALCULAR-AVOS-FERIAS.
           IF EMP-MES-ADMISSAO = ZEROS
               MOVE WRK-MESES-AVOS TO WRK-MESES-FERIAS
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-ANO-DESLIG TO WRK-ANO-PERIODO
           IF (WRK-MES-DESLIG * 100) + WRK-DIA-DESLIG <
               (EMP-MES-ADMISSAO * 100) + EMP-DIA-ADMISSAO
               SUBTRACT 1 FROM WRK-ANO-PERIODO
           END-IF
           IF WRK-ANO-PERIODO < EMP-ANO
               MOVE EMP-ANO TO WRK-ANO-PERIODO
           END-IF

           COMPUTE WRK-MESES-CALC =
               ((WRK-ANO-DESLIG * 12) + WRK-MES-DESLIG) -
               ((WRK-ANO-PERIODO * 12) + EMP-MES-ADMISSAO)
           IF WRK-DIA-DESLIG >= EMP-DIA-ADMISSAO
               COMPUTE WRK-DIAS-FRACAO =
                   WRK-DIA-DESLIG - EMP-DIA-ADMISSAO + 1
           ELSE
               SUBTRACT 1 FROM WRK-MESES-CALC
               COMPUTE WRK-DIAS-FRACAO =
                   30 - EMP-DIA-ADMISSAO + WRK-DIA-DESLIG + 1
           END-IF
           IF WRK-DIAS-FRACAO >= 15
               ADD 1 TO WRK-MESES-CALC
           END-IF

           IF WRK-MESES-CALC < 0
               MOVE 0 TO WRK-MESES-CALC
           END-IF
           IF WRK-MESES-CALC > 12
               MOVE 12 TO WRK-MESES-CALC
           END-IF
           MOVE WRK-MESES-CALC TO WRK-MESES-FERIAS.

      **********FERIAS PROPORCIONAIS E AFASTAMENTO**************
      *MAIS DE 180 DIAS PAGOS PELO INSS NO PERIODO AQUISITIVO EM
      *CURSO FAZEM PERDER O PERIODO; A LICENCA NAO REMUNERADA TIRA
      *UM AVO A CADA 30 DIAS (FRACAO DE 15 DIAS OU MAIS CONTA)
       0212-AJUSTAR-AVOS-FERIAS.
           COMPUTE WRK-DATA-AUX = (WRK-ANO-PERIODO * 10000) +
               (EMP-MES-ADMISSAO * 100) + EMP-DIA-ADMISSAO
           IF FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-AUX) NOT = 0
               SUBTRACT 1 FROM WRK-DATA-AUX
           END-IF
           COMPUTE WRK-AFT-PER-INICIO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-AUX)
           MOVE WRK-DIA-DESLIG-INT TO WRK-AFT-PER-FIM

           MOVE 'I' TO WRK-AFT-CLASSE
           PERFORM 0220-APURAR-DIAS-AFASTADO
           IF WRK-DIAS-AFASTADO > 180
               MOVE WRK-MESES-FERIAS TO WRK-AVOS-FER-AFAST
               MOVE 0 TO WRK-MESES-FERIAS
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WRK-AFT-CLASSE
           PERFORM 0220-APURAR-DIAS-AFASTADO
           COMPUTE WRK-AVOS-FER-AFAST = (WRK-DIAS-AFASTADO + 15) / 30
           IF WRK-AVOS-FER-AFAST > WRK-MESES-FERIAS
               MOVE WRK-MESES-FERIAS TO WRK-AVOS-FER-AFAST
           END-IF
           SUBTRACT WRK-AVOS-FER-AFAST FROM WRK-MESES-FERIAS.

      **********AVOS DE 13 PERDIDOS POR AFASTAMENTO*************
      *CADA MES CONTADO NO 13 PROPORCIONAL COM MENOS DE 15 DIAS
      *FORA DO AFASTAMENTO (INSS OU NAO REMUNERADO) PERDE O AVO; O
      *MES DO DESLIGAMENTO VAI SO ATE A DATA DO DESLIGAMENTO
       0215-DESCONTAR-AVOS-AFASTAMENTO.
           IF WRK-DIA-DESLIG >= 15
               MOVE WRK-MES-DESLIG TO WRK-MES-FINAL-AVO
           ELSE
               COMPUTE WRK-MES-FINAL-AVO = WRK-MES-DESLIG - 1
           END-IF
           COMPUTE WRK-MES-INICIAL-AVO =
               WRK-MES-FINAL-AVO - WRK-MESES-AVOS + 1
           MOVE SPACES TO WRK-AFT-CLASSE

           PERFORM VARYING WRK-MES-AVO FROM WRK-MES-INICIAL-AVO BY 1
                   UNTIL WRK-MES-AVO > WRK-MES-FINAL-AVO
               COMPUTE WRK-DATA-AUX = (WRK-ANO-DESLIG * 10000) +
                   (WRK-MES-AVO * 100) + 1
               COMPUTE WRK-AFT-PER-INICIO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-AUX)
               IF WRK-MES-AVO = 12
                   COMPUTE WRK-DATA-AUX =
                       ((WRK-ANO-DESLIG + 1) * 10000) + 101
               ELSE
                   COMPUTE WRK-DATA-AUX = (WRK-ANO-DESLIG * 10000) +
                       ((WRK-MES-AVO + 1) * 100) + 1
               END-IF
               COMPUTE WRK-AFT-PER-FIM =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-AUX) - 1
               IF WRK-AFT-PER-FIM > WRK-DIA-DESLIG-INT
                   MOVE WRK-DIA-DESLIG-INT TO WRK-AFT-PER-FIM
               END-IF
               COMPUTE WRK-DIAS-NO-MES =
                   WRK-AFT-PER-FIM - WRK-AFT-PER-INICIO + 1
               PERFORM 0220-APURAR-DIAS-AFASTADO
               IF WRK-DIAS-NO-MES - WRK-DIAS-AFASTADO < 15
                   ADD 1 TO WRK-AVOS-13-AFAST
               END-IF
           END-PERFORM

           SUBTRACT WRK-AVOS-13-AFAST FROM WRK-MESES-AVOS.

      **********DIAS AFASTADOS NO PERIODO**********************
      *SOMA, PARA O FUNCIONARIO CORRENTE, OS DIAS DOS AFASTAMENTOS
      *DA CLASSE WRK-AFT-CLASSE (ESPACOS = TODAS) ENTRE
      *WRK-AFT-PER-INICIO E WRK-AFT-PER-FIM
       0220-APURAR-DIAS-AFASTADO.
           MOVE 0 TO WRK-DIAS-AFASTADO
           PERFORM VARYING WRK-AFT-SUB FROM 1 BY 1
                   UNTIL WRK-AFT-SUB > WRK-AFT-QTD
               IF WRK-AFT-NUMERO(WRK-AFT-SUB) = EMP-NUMERO
                   AND (WRK-AFT-CLASSE = SPACES OR
                        WRK-AFT-CLASSE-TAB(WRK-AFT-SUB) =
                        WRK-AFT-CLASSE)
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

       0250-LOCALIZAR-FAIXA-DESCONTO.
           SET WRK-DESC-FAIXA-IDX TO 1
           MOVE 0 TO WRK-PERCENTUAL-DESCONTO
               WRK-DATA-DESLIG DELIMITED BY SIZE
               ' - AVOS DO ANO: ' DELIMITED BY SIZE
               WRK-MESES-AVOS DELIMITED BY SIZE
               ' - AVOS DE FERIAS: ' DELIMITED BY SIZE
               WRK-MESES-FERIAS DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

           IF WRK-AVOS-13-AFAST > 0 OR WRK-AVOS-FER-AFAST > 0
               OR WRK-DIAS-SALDO < WRK-DIA-DESLIG
               MOVE SPACES TO REL-LINHA
               STRING 'AFASTAMENTO - DIAS DE SALDO: ' DELIMITED BY SIZE
                   WRK-DIAS-SALDO DELIMITED BY SIZE
                   ' AVOS PERDIDOS 13: ' DELIMITED BY SIZE
                   WRK-AVOS-13-AFAST DELIMITED BY SIZE
                   ' FERIAS: ' DELIMITED BY SIZE
                   WRK-AVOS-FER-AFAST DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-IF.

           MOVE WRK-SALDO-SALARIO TO WRK-VALOR-ED
           PERFORM 0265-IMPRIMIR-VERBA-SALDO.
           MOVE WRK-DECIMO-PROP TO WRK-VALOR-ED
           MOVE WRK-DESCONTO-INSS TO AUD-DESCONTO-INSS
           MOVE WRK-VALOR-LIQUIDO TO AUD-VALOR-LIQUIDO
           MOVE WRK-DATA-EXEC     TO AUD-DATA-EXEC
           MOVE WRK-MOTIVO-CODIGO TO AUD-MOTIVO
           WRITE AUD-REC.
           CLOSE AUDITORIA-RESCISAO.

           MOVE RTR-DATA TO WRK-DATA-DESLIG
           MOVE RTR-DATA(5:2) TO WRK-MES-DESLIG
           MOVE RTR-DATA(7:2) TO WRK-DIA-DESLIG
           MOVE RTR-DATA(1:4) TO WRK-ANO-DESLIG

      *    O MOTIVO VAI PARA A AUDITORIA E PARA O ARQUIVO DE
      *    MOVIMENTACAO DO QUADROREL: CODIGO FORA DA TABELA RECUSA
           MOVE 'N' TO WRK-MTD-ACHADO
           IF RTR-MOTIVO-CODIGO NUMERIC
               MOVE RTR-MOTIVO-CODIGO TO WRK-MOTIVO-CODIGO
               PERFORM 0180-LOCALIZAR-MOTIVO
           END-IF
           IF NOT MOTIVO-ENCONTRADO
               ADD 1 TO WRK-QTD-RECUSADOS
               MOVE SPACES TO LOT-LINHA
               STRING 'FUNC ' DELIMITED BY SIZE
                   RTR-NUMERO DELIMITED BY SIZE
                   ' CODIGO DE MOTIVO INEXISTENTE NO MOTDESL - '
                   DELIMITED BY SIZE
                   'RECUSADO' DELIMITED BY SIZE
                   INTO LOT-LINHA
               END-STRING
               WRITE LOT-LINHA
               EXIT PARAGRAPH
           END-IF

           IF WRK-MES-DESLIG < 1 OR WRK-MES-DESLIG > 12
               OR WRK-DIA-DESLIG < 1 OR WRK-DIA-DESLIG > 31
               ' ' DELIMITED BY SIZE
               EMP-NOME DELIMITED BY SIZE
               ' MOTIVO ' DELIMITED BY SIZE
               RTR-MOTIVO-CODIGO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RTR-MOTIVO DELIMITED BY SIZE
               ' LIQUIDO ' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
