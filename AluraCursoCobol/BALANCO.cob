       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCO.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: BALANCO PATRIMONIAL POR EMPRESA NO FIM DE UM PERIODO
      *          FISCAL FECHADO (AAAAPP, FECHADO NO PERIODOS.DAT):
      *          MONTA O SALDO DE ABERTURA DE CADA CONTA DE ATIVO E
      *          PASSIVO (TIPOS A E P DO PLANO DE CONTAS) COM OS
      *          LANCAMENTOS DO EXE02GL.DAT DOS EXERCICIOS
      *          ANTERIORES, LEVANDO O RESULTADO DOS EXERCICIOS JA
      *          ENCERRADOS (ENCERCTL.DAT) PARA A CONTA DE LUCROS
      *          ACUMULADOS DO ENCERPARM, SOMA O MOVIMENTO DO
      *          EXERCICIO ATE O PERIODO E IMPRIME O ATIVO CONTRA O
      *          PASSIVO MAIS PATRIMONIO LIQUIDO, COM O RESULTADO
      *          AINDA NAO ENCERRADO EM LINHAS PROPRIAS; OS
      *          LANCAMENTOS DE ENCERRAMENTO DO ENCEREXE (GRAVADOS SEM
      *          EMPRESA) FICAM DE FORA PORQUE O RESULTADO JA E
      *          APURADO AQUI POR EMPRESA; DIFERENCA ENTRE ATIVO E
      *          PASSIVO MAIS PL E DESTACADA COMO BALANCO
      *          DESEQUILIBRADO (RC=4)
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

           SELECT RELATORIO-BALANCO ASSIGN TO "DATA/BALANCOREL.DAT"
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

       FD  RELATORIO-BALANCO.
       01  REL-LINHA            PIC X(100).

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
       77  WRK-PERIODO-BALANCO PIC 9(06)    VALUE ZEROS.
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
       77  WRK-ECT-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-SLD-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-EMP-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-SUB             PIC 9(03)    VALUE ZEROS.
       77  WRK-SUB2            PIC 9(03)    VALUE ZEROS.
       77  WRK-EMP-SUB         PIC 9(03)    VALUE ZEROS.
       77  WRK-ACHADO          PIC X        VALUE 'N'.
           88  ITEM-JA-EXISTE  VALUE 'Y'.
       77  WRK-EMPRESA         PIC 9(02)    VALUE ZEROS.
       77  WRK-QTD-LIDOS       PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-FORA-PLANO  PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-DESEQUILIBRADOS PIC 9(03) VALUE ZEROS.
       77  WRK-SALDO-FINAL     PIC S9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-ATIVO     PIC S9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-PASSIVO   PIC S9(13)V99 VALUE ZEROS.
       77  WRK-DIFERENCA       PIC S9(13)V99 VALUE ZEROS.
       77  WRK-ABERTURA-ED     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-MOVIMENTO-ED    PIC -ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-FINAL-ED        PIC -ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  WRK-TAB-PLANO-CONTAS.
           05  WRK-CTA-ITEM OCCURS 100 TIMES.
               10  WRK-CTA-CODIGO    PIC X(10).
               10  WRK-CTA-DESCRICAO PIC X(20).
               10  WRK-CTA-TIPO      PIC X(01).

       01  WRK-TAB-ENCERRADOS.
           05  WRK-ECT-EXERCICIO PIC 9(04) OCCURS 100 TIMES.

      *    SALDOS NO SENTIDO DEVEDOR (DEBITO POSITIVO); O PASSIVO E
      *    INVERTIDO NA IMPRESSAO. A CHAVE EMPRESA/CONTA OCUPA AS 12
      *    PRIMEIRAS POSICOES E ORDENA O RELATORIO
       01  WRK-TAB-SALDOS.
           05  WRK-SLD-ITEM OCCURS 500 TIMES.
               10  WRK-SLD-EMPRESA   PIC 9(02).
               10  WRK-SLD-CONTA     PIC X(10).
               10  WRK-SLD-TIPO      PIC X(01).
               10  WRK-SLD-ABERTURA  PIC S9(13)V99.
               10  WRK-SLD-MOVIMENTO PIC S9(13)V99.

       01  WRK-SLD-ITEM-AUX      PIC X(43).

      *    RESULTADOS NO SENTIDO CREDOR (LUCRO POSITIVO)
       01  WRK-TAB-EMPRESAS.
           05  WRK-EMP-ITEM OCCURS 50 TIMES.
               10  WRK-EMP-CODIGO     PIC 9(02).
               10  WRK-EMP-RES-ENCERRADO PIC S9(13)V99.
               10  WRK-EMP-RES-PENDENTE  PIC S9(13)V99.
               10  WRK-EMP-RES-EXERCICIO PIC S9(13)V99.

       01  WRK-EMP-ITEM-AUX      PIC X(47).

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY 'PERIODO FISCAL DO BALANCO (AAAAPP).. '
           ACCEPT WRK-PERIODO-BALANCO.

           IF WRK-PERIODO-BALANCO(5:2) < '01'
               OR WRK-PERIODO-BALANCO(5:2) > '12'
               DISPLAY 'PERIODO INVALIDO: ' WRK-PERIODO-BALANCO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WRK-PERIODO-BALANCO(1:4) TO WRK-EXERCICIO.

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

           OPEN OUTPUT RELATORIO-BALANCO.

           MOVE SPACES TO REL-LINHA
           STRING 'BALANCO PATRIMONIAL - FIM DO PERIODO FISCAL '
               DELIMITED BY SIZE
               WRK-PERIODO-BALANCO DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE '=============================================' TO
               REL-LINHA.
           WRITE REL-LINHA.

           READ LANCAMENTO-CONTABIL
               AT END MOVE 'Y' TO WRK-GL-EOF
           END-READ.

      **********O PERIODO DO BALANCO PRECISA ESTAR FECHADO*****
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
                   AND PER-PERIODO = WRK-PERIODO-BALANCO(5:2)
                   AND PER-SITUACAO = 'F'
                   SET PERIODO-FECHADO TO TRUE
               END-IF
               READ PERIODOS-FISCAIS
                   AT END MOVE 'Y' TO WRK-PER-EOF
               END-READ
           END-PERFORM
           CLOSE PERIODOS-FISCAIS

           IF NOT PERIODO-FECHADO
               DISPLAY 'PERIODO FISCAL ' WRK-PERIODO-BALANCO
                   ' AINDA NAO ESTA FECHADO - BALANCO RECUSADO'
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

           IF WRK-PERIODO-LANC <= WRK-PERIODO-BALANCO
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
           PERFORM VARYING WRK-CTA-SUB FROM 1 BY 1
                   UNTIL WRK-CTA-SUB > WRK-CTA-QTD
               IF WRK-CTA-CODIGO(WRK-CTA-SUB) = WRK-CONTA
                   MOVE WRK-CTA-TIPO(WRK-CTA-SUB) TO WRK-TIPO-CONTA
               END-IF
           END-PERFORM

           EVALUATE WRK-TIPO-CONTA
               WHEN 'A'
               WHEN 'P'
                   PERFORM 0280-LOCALIZAR-SALDO
                   IF WRK-ANO-FISCAL < WRK-EXERCICIO
                       ADD WRK-VALOR-LADO TO
                           WRK-SLD-ABERTURA(WRK-SUB)
                   ELSE
                       ADD WRK-VALOR-LADO TO
                           WRK-SLD-MOVIMENTO(WRK-SUB)
                   END-IF
               WHEN 'R'
               WHEN 'D'
                   IF WRK-ANO-FISCAL = WRK-EXERCICIO
                       SUBTRACT WRK-VALOR-LADO FROM
                           WRK-EMP-RES-EXERCICIO(WRK-EMP-SUB)
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
               IF WRK-EMP-QTD >= 50
                   DISPLAY 'ERRO: BALANCO EXCEDE O LIMITE DE 50 '
                       'EMPRESAS - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-EMP-QTD
               MOVE WRK-EMP-QTD TO WRK-EMP-SUB
               MOVE WRK-EMPRESA TO WRK-EMP-CODIGO(WRK-EMP-SUB)
               MOVE 0 TO WRK-EMP-RES-ENCERRADO(WRK-EMP-SUB)
               MOVE 0 TO WRK-EMP-RES-PENDENTE(WRK-EMP-SUB)
               MOVE 0 TO WRK-EMP-RES-EXERCICIO(WRK-EMP-SUB)
           END-IF.

       0280-LOCALIZAR-SALDO.
           MOVE 'N' TO WRK-ACHADO
           MOVE 1 TO WRK-SUB

           PERFORM UNTIL WRK-SUB > WRK-SLD-QTD OR ITEM-JA-EXISTE
               IF WRK-SLD-EMPRESA(WRK-SUB) = WRK-EMPRESA
                   AND WRK-SLD-CONTA(WRK-SUB) = WRK-CONTA
                   MOVE 'Y' TO WRK-ACHADO
               ELSE
                   ADD 1 TO WRK-SUB
               END-IF
           END-PERFORM

           IF NOT ITEM-JA-EXISTE
               IF WRK-SLD-QTD >= 500
                   DISPLAY 'ERRO: BALANCO EXCEDE O LIMITE DE 500 '
                       'COMBINACOES EMPRESA/CONTA - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-SLD-QTD
               MOVE WRK-SLD-QTD    TO WRK-SUB
               MOVE WRK-EMPRESA    TO WRK-SLD-EMPRESA(WRK-SUB)
               MOVE WRK-CONTA      TO WRK-SLD-CONTA(WRK-SUB)
               MOVE WRK-TIPO-CONTA TO WRK-SLD-TIPO(WRK-SUB)
               MOVE 0 TO WRK-SLD-ABERTURA(WRK-SUB)
               MOVE 0 TO WRK-SLD-MOVIMENTO(WRK-SUB)
           END-IF.

       0300-FINALIZAR.
      *    RESULTADO DOS EXERCICIOS ENCERRADOS VAI PARA A ABERTURA
      *    DE LUCROS ACUMULADOS DE CADA EMPRESA
           MOVE WRK-CONTA-LUCROS TO WRK-CONTA
           MOVE 'P' TO WRK-TIPO-CONTA
           PERFORM VARYING WRK-EMP-SUB FROM 1 BY 1
                   UNTIL WRK-EMP-SUB > WRK-EMP-QTD
               IF WRK-EMP-RES-ENCERRADO(WRK-EMP-SUB) NOT = 0
                   MOVE WRK-EMP-CODIGO(WRK-EMP-SUB) TO WRK-EMPRESA
                   PERFORM 0280-LOCALIZAR-SALDO
                   SUBTRACT WRK-EMP-RES-ENCERRADO(WRK-EMP-SUB) FROM
                       WRK-SLD-ABERTURA(WRK-SUB)
               END-IF
           END-PERFORM.

      *    ORDENA POR EMPRESA/CONTA E AS EMPRESAS PELO CODIGO
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB >= WRK-SLD-QTD
               PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                       UNTIL WRK-SUB2 >= WRK-SLD-QTD
                   IF WRK-SLD-ITEM(WRK-SUB2)(1:12) >
                       WRK-SLD-ITEM(WRK-SUB2 + 1)(1:12)
                       MOVE WRK-SLD-ITEM(WRK-SUB2) TO WRK-SLD-ITEM-AUX
                       MOVE WRK-SLD-ITEM(WRK-SUB2 + 1) TO
                           WRK-SLD-ITEM(WRK-SUB2)
                       MOVE WRK-SLD-ITEM-AUX TO
                           WRK-SLD-ITEM(WRK-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB >= WRK-EMP-QTD
               PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                       UNTIL WRK-SUB2 >= WRK-EMP-QTD
                   IF WRK-EMP-CODIGO(WRK-SUB2) >
                       WRK-EMP-CODIGO(WRK-SUB2 + 1)
                       MOVE WRK-EMP-ITEM(WRK-SUB2) TO WRK-EMP-ITEM-AUX
                       MOVE WRK-EMP-ITEM(WRK-SUB2 + 1) TO
                           WRK-EMP-ITEM(WRK-SUB2)
                       MOVE WRK-EMP-ITEM-AUX TO
                           WRK-EMP-ITEM(WRK-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM VARYING WRK-EMP-SUB FROM 1 BY 1
                   UNTIL WRK-EMP-SUB > WRK-EMP-QTD
               PERFORM 0350-IMPRIMIR-EMPRESA
           END-PERFORM.

           MOVE '---------------------------------------------' TO
               REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA
           STRING 'LANCAMENTOS LIDOS: ' DELIMITED BY SIZE
               WRK-QTD-LIDOS DELIMITED BY SIZE
               ' EMPRESAS: ' DELIMITED BY SIZE
               WRK-EMP-QTD DELIMITED BY SIZE
               ' BALANCOS DESEQUILIBRADOS: ' DELIMITED BY SIZE
               WRK-QTD-DESEQUILIBRADOS DELIMITED BY SIZE
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
           CLOSE RELATORIO-BALANCO.

           IF WRK-QTD-DESEQUILIBRADOS > 0
               DISPLAY '*** ATENCAO: ' WRK-QTD-DESEQUILIBRADOS
                   ' BALANCO(S) DESEQUILIBRADO(S) - ATIVO DIFERE DO '
                   'PASSIVO MAIS PATRIMONIO LIQUIDO ***'
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF WRK-EMP-QTD = 0
               DISPLAY 'NENHUM LANCAMENTO ATE O PERIODO '
                   WRK-PERIODO-BALANCO
               MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY 'FIM DE PROCESSAMENTO'.

      **********BALANCO DE UMA EMPRESA*************************
       0350-IMPRIMIR-EMPRESA.
           MOVE 0 TO WRK-TOTAL-ATIVO
           MOVE 0 TO WRK-TOTAL-PASSIVO

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'EMPRESA ' DELIMITED BY SIZE
               WRK-EMP-CODIGO(WRK-EMP-SUB) DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE '  CONTA      DESCRICAO' TO REL-LINHA
           MOVE 'SALDO ABERTURA' TO REL-LINHA(39:14)
           MOVE '     MOVIMENTO' TO REL-LINHA(58:14)
           MOVE '   SALDO FINAL' TO REL-LINHA(77:14)
           WRITE REL-LINHA

           MOVE ' ATIVO' TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'A' TO WRK-TIPO-CONTA
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-SLD-QTD
               IF WRK-SLD-EMPRESA(WRK-SUB) =
                   WRK-EMP-CODIGO(WRK-EMP-SUB)
                   AND WRK-SLD-TIPO(WRK-SUB) = 'A'
                   PERFORM 0360-IMPRIMIR-CONTA
               END-IF
           END-PERFORM
           MOVE WRK-TOTAL-ATIVO TO WRK-FINAL-ED
           MOVE '  TOTAL DO ATIVO' TO REL-LINHA
           MOVE WRK-FINAL-ED TO REL-LINHA(72:19)
           WRITE REL-LINHA

           MOVE ' PASSIVO E PATRIMONIO LIQUIDO' TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'P' TO WRK-TIPO-CONTA
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-SLD-QTD
               IF WRK-SLD-EMPRESA(WRK-SUB) =
                   WRK-EMP-CODIGO(WRK-EMP-SUB)
                   AND WRK-SLD-TIPO(WRK-SUB) = 'P'
                   PERFORM 0360-IMPRIMIR-CONTA
               END-IF
           END-PERFORM

           IF WRK-EMP-RES-PENDENTE(WRK-EMP-SUB) NOT = 0
               ADD WRK-EMP-RES-PENDENTE(WRK-EMP-SUB) TO
                   WRK-TOTAL-PASSIVO
               MOVE WRK-EMP-RES-PENDENTE(WRK-EMP-SUB) TO WRK-FINAL-ED
               MOVE '  RESULTADO DE EXERCICIOS NAO ENCERRADOS' TO
                   REL-LINHA
               MOVE WRK-FINAL-ED TO REL-LINHA(72:19)
               WRITE REL-LINHA
           END-IF
           ADD WRK-EMP-RES-EXERCICIO(WRK-EMP-SUB) TO WRK-TOTAL-PASSIVO
           MOVE WRK-EMP-RES-EXERCICIO(WRK-EMP-SUB) TO WRK-FINAL-ED
           MOVE '  RESULTADO DO EXERCICIO ATE O PERIODO' TO REL-LINHA
           MOVE WRK-FINAL-ED TO REL-LINHA(72:19)
           WRITE REL-LINHA

           MOVE WRK-TOTAL-PASSIVO TO WRK-FINAL-ED
           MOVE '  TOTAL DO PASSIVO E PATRIMONIO LIQUIDO' TO REL-LINHA
           MOVE WRK-FINAL-ED TO REL-LINHA(72:19)
           WRITE REL-LINHA

           COMPUTE WRK-DIFERENCA = WRK-TOTAL-ATIVO - WRK-TOTAL-PASSIVO
           IF WRK-DIFERENCA NOT = 0
               ADD 1 TO WRK-QTD-DESEQUILIBRADOS
               MOVE WRK-DIFERENCA TO WRK-FINAL-ED
               MOVE '  *** BALANCO DESEQUILIBRADO - DIFERENCA' TO
                   REL-LINHA
               MOVE WRK-FINAL-ED TO REL-LINHA(72:19)
               MOVE ' ***' TO REL-LINHA(91:4)
               WRITE REL-LINHA
           END-IF.

      *    PASSIVO IMPRESSO NO SENTIDO CREDOR
       0360-IMPRIMIR-CONTA.
           COMPUTE WRK-SALDO-FINAL = WRK-SLD-ABERTURA(WRK-SUB)
               + WRK-SLD-MOVIMENTO(WRK-SUB)
           IF WRK-TIPO-CONTA = 'P'
               COMPUTE WRK-SALDO-FINAL = WRK-SALDO-FINAL * -1
               COMPUTE WRK-ABERTURA-ED =
                   WRK-SLD-ABERTURA(WRK-SUB) * -1
               COMPUTE WRK-MOVIMENTO-ED =
                   WRK-SLD-MOVIMENTO(WRK-SUB) * -1
               ADD WRK-SALDO-FINAL TO WRK-TOTAL-PASSIVO
           ELSE
               MOVE WRK-SLD-ABERTURA(WRK-SUB)  TO WRK-ABERTURA-ED
               MOVE WRK-SLD-MOVIMENTO(WRK-SUB) TO WRK-MOVIMENTO-ED
               ADD WRK-SALDO-FINAL TO WRK-TOTAL-ATIVO
           END-IF
           MOVE WRK-SALDO-FINAL TO WRK-FINAL-ED

           MOVE SPACES TO REL-LINHA
           MOVE WRK-SLD-CONTA(WRK-SUB) TO REL-LINHA(3:10)
           PERFORM VARYING WRK-CTA-SUB FROM 1 BY 1
                   UNTIL WRK-CTA-SUB > WRK-CTA-QTD
               IF WRK-CTA-CODIGO(WRK-CTA-SUB) =
                   WRK-SLD-CONTA(WRK-SUB)
                   MOVE WRK-CTA-DESCRICAO(WRK-CTA-SUB) TO
                       REL-LINHA(14:20)
               END-IF
           END-PERFORM
           MOVE WRK-ABERTURA-ED  TO REL-LINHA(34:19)
           MOVE WRK-MOVIMENTO-ED TO REL-LINHA(53:19)
           MOVE WRK-FINAL-ED     TO REL-LINHA(72:19)
           WRITE REL-LINHA.
