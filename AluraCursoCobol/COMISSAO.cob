      *            PARAMETRO COMISPARM VALIDADAS NO PLANO DE CONTAS;
      *            VENDEDOR SEM FUNCIONARIO MAPEADO SO SAI NO
      *            RELATORIO, COM AVISO
      *ALTERACAO = 15/10/2026 - LAYOUT DO EXE02GL.DAT PELO COPY
      *            COMPARTILHADO EXE02GL.CPY; CADA LINHA CONTABIL
      *            LEVA O PROGRAMA DE ORIGEM E O LOTE DA EXECUCAO
      *ALTERACAO = 15/10/2026 - LAYOUT DO PLANOCTA.DAT PELO COPY
      *            COMPARTILHADO PLANOCTA.CPY
      *ALTERACAO = 15/10/2026 - BONUS DE META DE VENDAS: VENDEDOR
      *            COM META NO VENDMETA PARA O PERIODO FISCAL DO CICLO
      *            (DATA DO HEADER) QUE PASSA DO GATILHO DO METAPARM
      *            GANHA O PERCENTUAL DE BONUS SOBRE A VENDA LIQUIDA DO
      *            PERIODO, SOMADO A COMISSAO LEVADA A FOLHA E AO GL
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRM-STATUS.

           SELECT METAS-VENDA ASSIGN TO "DATA/VENDMETA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MET-STATUS.

           SELECT PARAMETRO-META ASSIGN TO "DATA/METAPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MTP-STATUS.

           SELECT CONTROLE-RUNS ASSIGN TO "DATA/RUNCTLGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-STATUS.
               88  REGISTRO-HEADER  VALUE 'HDR'.
               88  REGISTRO-TRAILER VALUE 'TRL'.
           05  CTL-DADOS          PIC X(27).
       01  HDR-REC.
           05  HDR-TIPO           PIC X(03).
           05  HDR-ARQUIVO        PIC X(08).
           05  HDR-DATA-GERACAO   PIC 9(08).

       FD  VENDEDOR-MASTER.
       01  VDD-REC.
       COPY "EXE02LIQ.CPY".

       FD  LANCAMENTO-CONTABIL.
       COPY "EXE02GL.CPY".

       FD  PLANO-CONTAS.
       COPY "PLANOCTA.CPY".

       FD  PARAMETROS-COMISSAO.
       01  PRM-REC.
           05  PRM-CONTA-DEBITO   PIC X(10).
           05  PRM-CONTA-CREDITO  PIC X(10).

       FD  METAS-VENDA.
       COPY "VENDMETA.CPY".

       FD  PARAMETRO-META.
       COPY "METAPARM.CPY".

       FD  RELATORIO-COMISSAO.
       01  REL-LINHA              PIC X(100).

       77  WRK-DATA-EXEC       PIC 9(08)    VALUE ZEROS.
       77  WRK-QTD-FOLHA       PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-SEM-FUNC    PIC 9(05)    VALUE ZEROS.
       77  WRK-MET-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-MTP-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-MET-EOF         PIC X        VALUE 'N'.
           88  FIM-METAS       VALUE 'Y'.
       77  WRK-CONTA-DEBITO    PIC X(10)    VALUE '5500-COMI'.
       77  WRK-CONTA-CREDITO   PIC X(10)    VALUE '2100-FOPG'.

       77  WRK-CTA-EOF         PIC X        VALUE 'N'.
           88  FIM-PLANO-CONTAS VALUE 'Y'.
       77  WRK-CTA-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-CTA-SUB         PIC 9(03)    VALUE ZEROS.
       77  WRK-CONTA-VALIDAR   PIC X(10)    VALUE SPACES.
       77  WRK-CONTA-OK        PIC X        VALUE 'N'.
           88  CONTA-VALIDA    VALUE 'Y'.

      *BONUS DE META: PERIODO FISCAL DO CICLO (DATA DO HEADER DO
      *VENDASTR, EXERCICIO INICIADO EM ABRIL COMO NO PRGCOB03) E
      *GATILHO/PERCENTUAL DO METAPARM - PADRAO SEM PARAMETRO
       77  WRK-DATA-CICLO      PIC 9(08)    VALUE ZEROS.
       77  WRK-MES-INICIO-FISCAL PIC 9(02)  VALUE 04.
       77  WRK-ANO-DATA        PIC 9(04)    VALUE ZEROS.
       77  WRK-MES-DATA        PIC 9(02)    VALUE ZEROS.
       77  WRK-ANO-FISCAL      PIC 9(04)    VALUE ZEROS.
       77  WRK-PERIODO-FISCAL  PIC 9(02)    VALUE ZEROS.
       77  WRK-EXERCICIO-CICLO PIC 9(04)    VALUE ZEROS.
       77  WRK-PERIODO-CICLO   PIC 9(02)    VALUE ZEROS.
       77  WRK-PCT-GATILHO     PIC 9(03)    VALUE 100.
       77  WRK-PCT-BONUS       PIC 9(02)V99 VALUE 1,00.
       77  WRK-PCT-ATINGIDO    PIC 9(05)V9  VALUE ZEROS.
       77  WRK-VALOR-BONUS     PIC 9(08)V99 VALUE ZEROS.
       77  WRK-TOTAL-BONUS     PIC 9(10)V99 VALUE ZEROS.
       77  WRK-QTD-BONUS       PIC 9(05)    VALUE ZEROS.
       77  WRK-PCT-ED          PIC ZZZZ9,9  VALUE ZEROS.

       01  WRK-TAB-PLANO-CONTAS.
           05  WRK-CTA-ITEM OCCURS 100 TIMES.
               10  WRK-CTA-CODIGO PIC X(10).
               10  WRK-CTA-ATIVA  PIC X(01).

               10  WRK-VDD-QTD-VND  PIC 9(05).
               10  WRK-VDD-TOTAL    PIC S9(10)V99.
               10  WRK-VDD-EMP      PIC 9(06).
               10  WRK-VDD-META     PIC 9(09)V99.
               10  WRK-VDD-NO-PERIODO PIC S9(10)V99.

       COPY "GLLOTE.CPY".

       PROCEDURE DIVISION.

           PERFORM 0150-CARREGAR-MOEDA.
           PERFORM 0155-VALIDAR-CONTAS-GL.
           PERFORM 0160-CARREGAR-VENDEDORES.
           PERFORM 0165-CARREGAR-PARAMETRO-META.
           MOVE WRK-DATA-EXEC TO WRK-DATA-CICLO.
           PERFORM 0170-DERIVAR-PERIODO-CICLO.

           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-EMP-STATUS-ARQ NOT = '00'
           IF WRK-GL-STATUS NOT = '00'
               OPEN OUTPUT LANCAMENTO-CONTABIL
           END-IF.
           ACCEPT WRK-GL-LOTE-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-GL-LOTE-TEMPO FROM TIME
           MOVE WRK-GL-LOTE-TEMPO(1:4) TO WRK-GL-LOTE-HORA.

           MOVE 'RELATORIO DE COMISSOES POR VENDEDOR' TO REL-LINHA.
           WRITE REL-LINHA.
           END-READ

           PERFORM UNTIL FIM-PLANO-CONTAS
               IF WRK-CTA-QTD >= 100
                   DISPLAY 'ERRO: PLANO DE CONTAS EXCEDE O LIMITE '
                       'DE 100 REGISTROS - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE VDD-EMP-NUMERO   TO WRK-VDD-EMP(WRK-VDD-QTD)
               MOVE 0 TO WRK-VDD-QTD-VND(WRK-VDD-QTD)
               MOVE 0 TO WRK-VDD-TOTAL(WRK-VDD-QTD)
               MOVE 0 TO WRK-VDD-META(WRK-VDD-QTD)
               MOVE 0 TO WRK-VDD-NO-PERIODO(WRK-VDD-QTD)
               READ VENDEDOR-MASTER
                   AT END MOVE 'Y' TO WRK-VDD-EOF
               END-READ
           END-PERFORM.
           CLOSE VENDEDOR-MASTER.

      **********GATILHO E PERCENTUAL DO BONUS DE META**********
       0165-CARREGAR-PARAMETRO-META.
           OPEN INPUT PARAMETRO-META
           IF WRK-MTP-STATUS = '00'
               READ PARAMETRO-META
                   AT END CONTINUE
                   NOT AT END
                       IF MTP-PCT-GATILHO IS NUMERIC
                           AND MTP-PCT-GATILHO > 0
                           MOVE MTP-PCT-GATILHO TO WRK-PCT-GATILHO
                       END-IF
                       IF MTP-PCT-BONUS IS NUMERIC
                           MOVE MTP-PCT-BONUS TO WRK-PCT-BONUS
                       END-IF
               END-READ
               CLOSE PARAMETRO-META
           END-IF.

      **********PERIODO FISCAL DO CICLO DE VENDAS**************
       0170-DERIVAR-PERIODO-CICLO.
           MOVE WRK-DATA-CICLO(1:4) TO WRK-ANO-DATA
           MOVE WRK-DATA-CICLO(5:2) TO WRK-MES-DATA
           PERFORM 0175-DERIVAR-PERIODO
           MOVE WRK-ANO-FISCAL     TO WRK-EXERCICIO-CICLO
           MOVE WRK-PERIODO-FISCAL TO WRK-PERIODO-CICLO.

       0175-DERIVAR-PERIODO.
           IF WRK-MES-DATA >= WRK-MES-INICIO-FISCAL
               MOVE WRK-ANO-DATA TO WRK-ANO-FISCAL
               COMPUTE WRK-PERIODO-FISCAL =
                   WRK-MES-DATA - WRK-MES-INICIO-FISCAL + 1
           ELSE
               COMPUTE WRK-ANO-FISCAL = WRK-ANO-DATA - 1
               COMPUTE WRK-PERIODO-FISCAL =
                   WRK-MES-DATA + 13 - WRK-MES-INICIO-FISCAL
           END-IF.

      **********METAS DO PERIODO FISCAL DO CICLO***************
       0180-CARREGAR-METAS.
           OPEN INPUT METAS-VENDA
           IF WRK-MET-STATUS NOT = '00'
               MOVE 'Y' TO WRK-MET-EOF
           ELSE
               READ METAS-VENDA
                   AT END MOVE 'Y' TO WRK-MET-EOF
               END-READ
           END-IF

           PERFORM UNTIL FIM-METAS
               IF MET-EXERCICIO = WRK-EXERCICIO-CICLO
                   AND MET-PERIODO = WRK-PERIODO-CICLO
                   PERFORM VARYING WRK-SUB FROM 1 BY 1
                           UNTIL WRK-SUB > WRK-VDD-QTD
                       IF WRK-VDD-CODIGO(WRK-SUB) = MET-VENDEDOR
                           MOVE MET-VALOR TO WRK-VDD-META(WRK-SUB)
                       END-IF
                   END-PERFORM
               END-IF
               READ METAS-VENDA
                   AT END MOVE 'Y' TO WRK-MET-EOF
               END-READ
           END-PERFORM

           IF WRK-MET-STATUS = '00' OR WRK-MET-STATUS = '10'
               CLOSE METAS-VENDA
           END-IF.

       0200-PROCESSAR.
           MOVE 'INICIADO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN

           PERFORM UNTIL FIM-VENDAS
               IF REGISTRO-HEADER
                   IF HDR-DATA-GERACAO IS NUMERIC
                       AND HDR-DATA-GERACAO > ZEROS
                       MOVE HDR-DATA-GERACAO TO WRK-DATA-CICLO
                       PERFORM 0170-DERIVAR-PERIODO-CICLO
                   END-IF
               END-IF
               IF REGISTRO-HEADER OR REGISTRO-TRAILER
                   CONTINUE
               ELSE
                       ADD VND-VALOR TO WRK-VDD-TOTAL(WRK-SUB)
                       ADD VND-VALOR TO WRK-TOTAL-GERAL
                   END-IF
                   PERFORM 0255-ACUMULAR-PERIODO-META
               END-IF
           END-PERFORM

                   VND-VENDEDOR ' DATA ' VND-DATA
           END-IF.

      *SO A VENDA DO PERIODO FISCAL DO CICLO CONTA PARA A META
       0255-ACUMULAR-PERIODO-META.
           MOVE VND-DATA(1:4) TO WRK-ANO-DATA
           MOVE VND-DATA(5:2) TO WRK-MES-DATA
           PERFORM 0175-DERIVAR-PERIODO
           IF WRK-ANO-FISCAL = WRK-EXERCICIO-CICLO
               AND WRK-PERIODO-FISCAL = WRK-PERIODO-CICLO
               IF TRANSACAO-ESTORNO
                   SUBTRACT VND-VALOR FROM
                       WRK-VDD-NO-PERIODO(WRK-SUB)
               ELSE
                   ADD VND-VALOR TO WRK-VDD-NO-PERIODO(WRK-SUB)
               END-IF
           END-IF.

      **********REGISTRO NO CONTROLE CENTRAL DE EXECUCOES******
       0195-REGISTRAR-RUN.
           ACCEPT WRK-RUN-DATA FROM DATE YYYYMMDD
           MOVE 'CONCLUIDO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN

           PERFORM 0180-CARREGAR-METAS

           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-VDD-QTD
               PERFORM 0350-IMPRIMIR-VENDEDOR
           END-STRING
           WRITE REL-LINHA.

           MOVE WRK-TOTAL-BONUS TO WRK-GERAL-ED
           MOVE SPACES TO REL-LINHA
           STRING 'BONUS DE META (INCL.): ' DELIMITED BY SIZE
               WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
               WRK-GERAL-ED DELIMITED BY SIZE
               ' - EXERCICIO ' WRK-EXERCICIO-CICLO DELIMITED BY SIZE
               ' PERIODO ' WRK-PERIODO-CICLO DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

           MOVE SPACES TO REL-LINHA
           STRING 'VENDAS SEM VENDEDOR CADASTRADO: '
               DELIMITED BY SIZE
               MOVE WRK-TOTAL-COMISSOES TO GL-VALOR
               MOVE WRK-DATA-EXEC     TO GL-DATA-EXEC
               MOVE ZEROS             TO GL-EMPRESA
               MOVE 'COMISSAO'        TO GL-ORIGEM
               MOVE WRK-GL-LOTE       TO GL-DOCUMENTO
               WRITE GL-REC
           END-IF.

           DISPLAY 'COMISSOES LEVADAS A FOLHA: ' WRK-QTD-FOLHA
               ' SEM FUNCIONARIO MAPEADO: ' WRK-QTD-SEM-FUNC.
           DISPLAY 'VENDEDORES COM BONUS DE META: ' WRK-QTD-BONUS.
           DISPLAY 'FIM DE PROCESSAMENTO'.

           CLOSE VENDAS-TRANSACOES
           END-STRING
           WRITE REL-LINHA.

           PERFORM 0355-BONUS-DE-META

           IF WRK-VALOR-COMISSAO > 0
               PERFORM 0360-LEVAR-A-FOLHA
           END-IF.

      **********BONUS DE META SOMADO A COMISSAO****************
      *VENDEDOR COM META NO PERIODO DO CICLO QUE PASSA DO GATILHO
      *GANHA O PERCENTUAL DE BONUS SOBRE A VENDA LIQUIDA DO
      *PERIODO; O BONUS VAI PARA A FOLHA JUNTO COM A COMISSAO
       0355-BONUS-DE-META.
           IF WRK-VDD-META(WRK-SUB) = 0
               OR WRK-VDD-NO-PERIODO(WRK-SUB) <= 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WRK-PCT-ATINGIDO ROUNDED =
               WRK-VDD-NO-PERIODO(WRK-SUB) * 100 /
               WRK-VDD-META(WRK-SUB)
               ON SIZE ERROR
                   MOVE 99999,9 TO WRK-PCT-ATINGIDO
           END-COMPUTE

           IF WRK-PCT-ATINGIDO > WRK-PCT-GATILHO
               COMPUTE WRK-VALOR-BONUS ROUNDED =
                   WRK-VDD-NO-PERIODO(WRK-SUB) * WRK-PCT-BONUS / 100
               ADD WRK-VALOR-BONUS TO WRK-VALOR-COMISSAO
               ADD WRK-VALOR-BONUS TO WRK-TOTAL-COMISSOES
               ADD WRK-VALOR-BONUS TO WRK-TOTAL-BONUS
               ADD 1 TO WRK-QTD-BONUS

               MOVE WRK-PCT-ATINGIDO TO WRK-PCT-ED
               MOVE WRK-VALOR-BONUS  TO WRK-COMISSAO-ED
               MOVE SPACES TO REL-LINHA
               STRING '    META ATINGIDA: ' DELIMITED BY SIZE
                   WRK-PCT-ED DELIMITED BY SIZE
                   '% BONUS DE META: ' DELIMITED BY SIZE
                   WRK-COMISSAO-ED DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-IF.

      **********COMISSAO GRAVADA NO SALARIO LIQUIDO************
      *O VENDEDOR PRECISA ESTAR MAPEADO PARA UM FUNCIONARIO ATIVO
      *DO MESTRE; SEM MAPEAMENTO A COMISSAO SO SAI NO RELATORIO
