       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCBANC.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: CONCILIACAO BANCARIA DE UMA CONTA DA EMPRESA: LE O
      *          EXTRATO DO BANCO (EXTRATO.DAT, HEADER COM EMPRESA,
      *          CONTA, PERIODO E SALDOS, UM DETALHE POR MOVIMENTO E
      *          TRAILER) E CASA CADA MOVIMENTO, PELO VALOR E PELA
      *          DATA DENTRO DA TOLERANCIA DO CONCPARM, COM OS NOSSOS
      *          ITENS: O TOTAL LIQUIDADO DA REMESSA DE SALARIOS DO
      *          BANCOPAG (BANCOREM.DAT, DESCONTADOS OS REJEITADOS NO
      *          BANCORET.DAT), O LOTE DE PAGAMENTO AS
      *          TRANSPORTADORAS DO CONTASPG (TRANSPREM.DAT) E CADA
      *          RECEBIMENTO DO RECEBTR.DAT; LISTA OS ITENS CASADOS,
      *          OS MOVIMENTOS DO BANCO SEM CORRESPONDENCIA (TARIFAS,
      *          DEPOSITOS NAO IDENTIFICADOS), OS NOSSOS ITENS QUE NAO
      *          APARECERAM NO BANCO E FECHA O SALDO DO BANCO CONTRA O
      *          SALDO CONTABIL DA CONTA DO BANCO NO EXE02GL.DAT NO
      *          FIM DO EXTRATO (EMPRESA 00 NO EXTRATO CONCILIA O
      *          SALDO CONSOLIDADO); DIFERENCA NA CONCILIACAO OU
      *          EXTRATO QUE NAO FECHA DA RC=4
      *DATA = 15/10/2026
      *ALTERACAO = 15/10/2026 - REMESSAS E RETORNO TAMBEM NO PADRAO
      *            CNAB 240 (LAYOUT RECONHECIDO PELO HEADER): VALOR
      *            DA REMESSA PELA SOMA DOS TRAILERS DE LOTE, DATA DA
      *            FOLHA PELA DATA DE PAGAMENTO DO SEGMENTO A E
      *            REJEITADOS PELOS SEGMENTOS A DO RETORNO COM
      *            OCORRENCIA DIFERENTE DE 00 E BD
      *ALTERACAO = 15/10/2026 - LEIAUTE DO RECEBTR.DAT COM A MARCA
      *            DE PROCESSADO DO RECEBER
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRATO-BANCO ASSIGN TO "DATA/EXTRATO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EXT-STATUS.

           SELECT PARAMETROS-CONCILIACAO ASSIGN TO "DATA/CONCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRM-STATUS.

           SELECT REMESSA-BANCO ASSIGN TO "DATA/BANCOREM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REM-STATUS.

           SELECT RETORNO-BANCO ASSIGN TO "DATA/BANCORET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RET-STATUS.

           SELECT REMESSA-TRANSPORTADORAS ASSIGN TO
               "DATA/TRANSPREM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRP-STATUS.

           SELECT RECEBIMENTOS ASSIGN TO "DATA/RECEBTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RCB-STATUS.

           SELECT LANCAMENTO-CONTABIL ASSIGN TO "DATA/EXE02GL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GL-STATUS.

           SELECT RELATORIO-CONCILIACAO ASSIGN TO
               "DATA/CONCBANCREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRATO-BANCO.
       01  EXT-HEADER.
           05  EXT-HDR-TIPO          PIC X(01).
           05  EXT-HDR-EMPRESA       PIC 9(02).
           05  EXT-HDR-BANCO         PIC 9(03).
           05  EXT-HDR-AGENCIA       PIC 9(04).
           05  EXT-HDR-CONTA         PIC 9(08).
           05  EXT-HDR-DATA-INICIAL  PIC 9(08).
           05  EXT-HDR-DATA-FINAL    PIC 9(08).
           05  EXT-HDR-SALDO-INICIAL PIC 9(11)V99.
           05  EXT-HDR-NAT-INICIAL   PIC X(01).
           05  EXT-HDR-SALDO-FINAL   PIC 9(11)V99.
           05  EXT-HDR-NAT-FINAL     PIC X(01).
       01  EXT-DETALHE.
           05  EXT-DET-TIPO          PIC X(01).
           05  EXT-DET-DATA          PIC 9(08).
           05  EXT-DET-NATUREZA      PIC X(01).
           05  EXT-DET-VALOR         PIC 9(11)V99.
           05  EXT-DET-HISTORICO     PIC X(30).
           05  EXT-DET-DOCUMENTO     PIC X(10).
       01  EXT-TRAILER.
           05  EXT-TRL-TIPO          PIC X(01).
           05  EXT-TRL-QTD           PIC 9(06).

       FD  PARAMETROS-CONCILIACAO.
       01  PRM-REC.
           05  PRM-BANCO             PIC 9(03).
           05  PRM-AGENCIA           PIC 9(04).
           05  PRM-CONTA             PIC 9(08).
           05  PRM-CONTA-CONTABIL    PIC X(10).
           05  PRM-TOLERANCIA-DIAS   PIC 9(02).

       FD  REMESSA-BANCO.
       01  REM-HEADER.
           05  REM-HDR-TIPO          PIC X(01).
           05  REM-HDR-ARQUIVO       PIC X(08).
           05  REM-HDR-DATA-GERACAO  PIC 9(08).
           05  REM-HDR-DATA-FOLHA    PIC 9(08).
       01  REM-DETALHE.
           05  REM-DET-TIPO          PIC X(01).
           05  REM-DET-NUMERO        PIC 9(06).
           05  REM-DET-NOME          PIC X(20).
           05  REM-DET-BANCO         PIC 9(03).
           05  REM-DET-AGENCIA       PIC 9(04).
           05  REM-DET-CONTA         PIC 9(08).
           05  REM-DET-VALOR         PIC 9(09)V99.
       01  REM-TRAILER.
           05  REM-TRL-TIPO          PIC X(01).
           05  REM-TRL-QTD           PIC 9(06).
           05  REM-TRL-VALOR-TOTAL   PIC 9(11)V99.
       01  REM-REGISTRO-CNAB         PIC X(240).

       FD  RETORNO-BANCO.
       01  RET-HEADER.
           05  RET-HDR-TIPO          PIC X(01).
           05  RET-HDR-ARQUIVO       PIC X(08).
           05  RET-HDR-DATA-RETORNO  PIC 9(08).
           05  RET-HDR-DATA-FOLHA    PIC 9(08).
       01  RET-DETALHE.
           05  RET-DET-TIPO          PIC X(01).
           05  RET-DET-NUMERO        PIC 9(06).
           05  RET-DET-VALOR         PIC 9(09)V99.
           05  RET-DET-OCORRENCIA    PIC X(02).
               88  PAGAMENTO-LIQUIDADO  VALUE '00'.
       01  RET-REGISTRO-CNAB         PIC X(240).

       FD  REMESSA-TRANSPORTADORAS.
       01  TRP-HEADER.
           05  TRP-HDR-TIPO          PIC X(01).
           05  TRP-HDR-ARQUIVO       PIC X(08).
           05  TRP-HDR-DATA-GERACAO  PIC 9(08).
           05  TRP-HDR-DATA-FOLHA    PIC 9(08).
       01  TRP-TRAILER.
           05  TRP-TRL-TIPO          PIC X(01).
           05  TRP-TRL-QTD           PIC 9(06).
           05  TRP-TRL-VALOR-TOTAL   PIC 9(11)V99.
       01  TRP-REGISTRO-CNAB         PIC X(240).

       FD  RECEBIMENTOS.
       01  RCB-REC.
           05  RCB-FATURA         PIC 9(06).
           05  RCB-PARCELA        PIC 9(02).
           05  RCB-DATA-PAGAMENTO PIC 9(08).
           05  RCB-VALOR-PAGO     PIC 9(09)V99.
           05  RCB-PROCESSADO     PIC X(01).

       FD  LANCAMENTO-CONTABIL.
       COPY "EXE02GL.CPY".

       FD  RELATORIO-CONCILIACAO.
       01  REL-LINHA              PIC X(100).

       WORKING-STORAGE SECTION.
       77  WRK-EXT-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-PRM-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-REM-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-RET-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-TRP-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-RCB-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-GL-STATUS       PIC X(02)    VALUE '00'.
       77  WRK-EOF             PIC X        VALUE 'N'.
           88  FIM-ARQUIVO     VALUE 'Y'.
       77  WRK-EMPRESA         PIC 9(02)    VALUE ZEROS.
       77  WRK-BANCO           PIC 9(03)    VALUE ZEROS.
       77  WRK-AGENCIA         PIC 9(04)    VALUE ZEROS.
       77  WRK-CONTA           PIC 9(08)    VALUE ZEROS.
       77  WRK-DATA-INICIAL    PIC 9(08)    VALUE ZEROS.
       77  WRK-DATA-FINAL      PIC 9(08)    VALUE ZEROS.
       77  WRK-DATA-JANELA     PIC 9(08)    VALUE ZEROS.
       77  WRK-CONTA-CONTABIL  PIC X(10)    VALUE '1000-BCOS'.
       77  WRK-TOLERANCIA      PIC 9(02)    VALUE 03.
       77  WRK-SALDO-INICIAL   PIC S9(13)V99 VALUE ZEROS.
       77  WRK-SALDO-BANCO     PIC S9(13)V99 VALUE ZEROS.
       77  WRK-SALDO-CALCULADO PIC S9(13)V99 VALUE ZEROS.
       77  WRK-SALDO-CONTABIL  PIC S9(13)V99 VALUE ZEROS.
       77  WRK-BANCO-AJUSTADO  PIC S9(13)V99 VALUE ZEROS.
       77  WRK-CONTABIL-AJUSTADO PIC S9(13)V99 VALUE ZEROS.
       77  WRK-DIFERENCA       PIC S9(13)V99 VALUE ZEROS.
       77  WRK-EXT-NAO-CRED    PIC 9(13)V99 VALUE ZEROS.
       77  WRK-EXT-NAO-DEB     PIC 9(13)V99 VALUE ZEROS.
       77  WRK-NOS-NAO-CRED    PIC 9(13)V99 VALUE ZEROS.
       77  WRK-NOS-NAO-DEB     PIC 9(13)V99 VALUE ZEROS.
       77  WRK-DATA-FOLHA      PIC 9(08)    VALUE ZEROS.
       77  WRK-DATA-REMESSA    PIC 9(08)    VALUE ZEROS.
       77  WRK-VALOR-REMESSA   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-REJEITADO PIC 9(11)V99 VALUE ZEROS.
       77  WRK-EXT-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-NOS-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-SUB             PIC 9(03)    VALUE ZEROS.
       77  WRK-SUB2            PIC 9(03)    VALUE ZEROS.
       77  WRK-MELHOR          PIC 9(03)    VALUE ZEROS.
       77  WRK-DIAS            PIC S9(05)   VALUE ZEROS.
       77  WRK-MELHOR-DIAS     PIC S9(05)   VALUE ZEROS.
       77  WRK-QTD-CASADOS     PIC 9(03)    VALUE ZEROS.
       77  WRK-QTD-EXT-ABERTOS PIC 9(03)    VALUE ZEROS.
       77  WRK-QTD-NOS-ABERTOS PIC 9(03)    VALUE ZEROS.
       77  WRK-REFERENCIA      PIC X(30)    VALUE SPACES.
       77  WRK-VALOR-ED        PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SALDO-ED        PIC -ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       77  WRK-LAYOUT          PIC X(01)    VALUE 'P'.
           88  LAYOUT-CNAB     VALUE 'C'.
           88  LAYOUT-PROPRIO  VALUE 'P'.
       77  WRK-DATA-DDMMAAAA   PIC 9(08)    VALUE ZEROS.
       77  WRK-DATA-AAAAMMDD   PIC 9(08)    VALUE ZEROS.

      *    NATUREZA NO SENTIDO DO EXTRATO: C ENTRADA NA CONTA DO
      *    BANCO, D SAIDA
       01  WRK-TAB-EXTRATO.
           05  WRK-EXT-ITEM OCCURS 500 TIMES.
               10  WRK-EXT-DATA      PIC 9(08).
               10  WRK-EXT-NATUREZA  PIC X(01).
               10  WRK-EXT-VALOR     PIC 9(11)V99.
               10  WRK-EXT-HISTORICO PIC X(30).
               10  WRK-EXT-DOCUMENTO PIC X(10).
               10  WRK-EXT-CASADO    PIC 9(03).

       01  WRK-TAB-NOSSOS.
           05  WRK-NOS-ITEM OCCURS 500 TIMES.
               10  WRK-NOS-ORIGEM     PIC X(10).
               10  WRK-NOS-DATA       PIC 9(08).
               10  WRK-NOS-NATUREZA   PIC X(01).
               10  WRK-NOS-VALOR      PIC 9(11)V99.
               10  WRK-NOS-REFERENCIA PIC X(30).
               10  WRK-NOS-CASADO     PIC 9(03).

       COPY "CNAB240.CPY".

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0110-CARREGAR-EXTRATO.
           PERFORM 0120-CARREGAR-PARAMETRO.

      *    NOSSOS ITENS SO ENTRAM A PARTIR DO INICIO DO EXTRATO
      *    MENOS A TOLERANCIA; OS ANTERIORES JA FORAM CONCILIADOS
           COMPUTE WRK-DATA-JANELA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WRK-DATA-INICIAL)
               - WRK-TOLERANCIA).

           PERFORM 0130-CARREGAR-REMESSA-SALARIOS.
           PERFORM 0140-CARREGAR-REMESSA-FRETES.
           PERFORM 0150-CARREGAR-RECEBIMENTOS.
           PERFORM 0160-SALDO-CONTABIL.

           OPEN OUTPUT RELATORIO-CONCILIACAO.

           MOVE SPACES TO REL-LINHA
           STRING 'CONCILIACAO BANCARIA - EMPRESA ' DELIMITED BY SIZE
               WRK-EMPRESA DELIMITED BY SIZE
               ' BANCO ' DELIMITED BY SIZE
               WRK-BANCO DELIMITED BY SIZE
               ' AG ' DELIMITED BY SIZE
               WRK-AGENCIA DELIMITED BY SIZE
               ' CONTA ' DELIMITED BY SIZE
               WRK-CONTA DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA
           STRING 'EXTRATO DE ' DELIMITED BY SIZE
               WRK-DATA-INICIAL DELIMITED BY SIZE
               ' A ' DELIMITED BY SIZE
               WRK-DATA-FINAL DELIMITED BY SIZE
               ' - CONTA CONTABIL ' DELIMITED BY SIZE
               WRK-CONTA-CONTABIL DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE '=============================================' TO
               REL-LINHA.
           WRITE REL-LINHA.

      **********EXTRATO DO BANCO EM MEMORIA********************
       0110-CARREGAR-EXTRATO.
           OPEN INPUT EXTRATO-BANCO
           IF WRK-EXT-STATUS NOT = '00'
               DISPLAY 'SEM EXTRATO BANCARIO - PROCESSAMENTO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           READ EXTRATO-BANCO
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           IF FIM-ARQUIVO OR EXT-HDR-TIPO NOT = '0'
               DISPLAY 'EXTRATO SEM HEADER - PROCESSAMENTO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE EXT-HDR-EMPRESA      TO WRK-EMPRESA
           MOVE EXT-HDR-BANCO        TO WRK-BANCO
           MOVE EXT-HDR-AGENCIA      TO WRK-AGENCIA
           MOVE EXT-HDR-CONTA        TO WRK-CONTA
           MOVE EXT-HDR-DATA-INICIAL TO WRK-DATA-INICIAL
           MOVE EXT-HDR-DATA-FINAL   TO WRK-DATA-FINAL
           MOVE EXT-HDR-SALDO-INICIAL TO WRK-SALDO-INICIAL
           IF EXT-HDR-NAT-INICIAL = 'D'
               COMPUTE WRK-SALDO-INICIAL = WRK-SALDO-INICIAL * -1
           END-IF
           MOVE EXT-HDR-SALDO-FINAL  TO WRK-SALDO-BANCO
           IF EXT-HDR-NAT-FINAL = 'D'
               COMPUTE WRK-SALDO-BANCO = WRK-SALDO-BANCO * -1
           END-IF
           MOVE WRK-SALDO-INICIAL TO WRK-SALDO-CALCULADO

           READ EXTRATO-BANCO
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF EXT-DET-TIPO = '1'
                   IF WRK-EXT-QTD >= 500
                       DISPLAY 'ERRO: EXTRATO EXCEDE O LIMITE DE 500 '
                           'MOVIMENTOS - PROCESSAMENTO ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-EXT-QTD
                   MOVE EXT-DET-DATA     TO WRK-EXT-DATA(WRK-EXT-QTD)
                   MOVE EXT-DET-NATUREZA TO
                       WRK-EXT-NATUREZA(WRK-EXT-QTD)
                   MOVE EXT-DET-VALOR    TO WRK-EXT-VALOR(WRK-EXT-QTD)
                   MOVE EXT-DET-HISTORICO TO
                       WRK-EXT-HISTORICO(WRK-EXT-QTD)
                   MOVE EXT-DET-DOCUMENTO TO
                       WRK-EXT-DOCUMENTO(WRK-EXT-QTD)
                   MOVE 0 TO WRK-EXT-CASADO(WRK-EXT-QTD)
                   IF EXT-DET-NATUREZA = 'C'
                       ADD EXT-DET-VALOR TO WRK-SALDO-CALCULADO
                   ELSE
                       SUBTRACT EXT-DET-VALOR FROM WRK-SALDO-CALCULADO
                   END-IF
               END-IF
               READ EXTRATO-BANCO
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE EXTRATO-BANCO.

      **********CONTA CONTABIL E TOLERANCIA DA CONTA DO BANCO**
       0120-CARREGAR-PARAMETRO.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT PARAMETROS-CONCILIACAO
           IF WRK-PRM-STATUS = '00'
               READ PARAMETROS-CONCILIACAO
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               PERFORM UNTIL FIM-ARQUIVO
                   IF PRM-BANCO = WRK-BANCO
                       AND PRM-AGENCIA = WRK-AGENCIA
                       AND PRM-CONTA = WRK-CONTA
                       MOVE PRM-CONTA-CONTABIL  TO WRK-CONTA-CONTABIL
                       MOVE PRM-TOLERANCIA-DIAS TO WRK-TOLERANCIA
                   END-IF
                   READ PARAMETROS-CONCILIACAO
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS-CONCILIACAO
           END-IF.

      **********REMESSA DE SALARIOS MENOS OS REJEITADOS*********
      *O BANCO DEBITA NUM SO MOVIMENTO O TOTAL DOS PAGAMENTOS
      *LIQUIDADOS; OS REJEITADOS NO RETORNO VOLTAM NA PROXIMA
      *REMESSA PELO BANCOREQ.DAT E NAO SAEM DA CONTA AGORA
       0130-CARREGAR-REMESSA-SALARIOS.
           MOVE 'N' TO WRK-EOF
           MOVE 0 TO WRK-VALOR-REMESSA
           SET LAYOUT-PROPRIO TO TRUE
           OPEN INPUT REMESSA-BANCO
           IF WRK-REM-STATUS = '00'
               READ REMESSA-BANCO
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               IF NOT FIM-ARQUIVO
                   AND REM-REGISTRO-CNAB(4:5) = '00000'
                   SET LAYOUT-CNAB TO TRUE
               END-IF
               PERFORM UNTIL FIM-ARQUIVO
                   IF LAYOUT-CNAB
                       MOVE REM-REGISTRO-CNAB TO CNB-REGISTRO
                       PERFORM 0131-TOTALIZAR-REMESSA-CNAB
                   ELSE
                       EVALUATE REM-HDR-TIPO
                           WHEN '0'
                               MOVE REM-HDR-DATA-GERACAO TO
                                   WRK-DATA-REMESSA
                               MOVE REM-HDR-DATA-FOLHA TO
                                   WRK-DATA-FOLHA
                           WHEN '9'
                               MOVE REM-TRL-VALOR-TOTAL TO
                                   WRK-VALOR-REMESSA
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
                   READ REMESSA-BANCO
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
               END-PERFORM
               CLOSE REMESSA-BANCO
           END-IF

           MOVE 'N' TO WRK-EOF
           MOVE 0 TO WRK-VALOR-REJEITADO
           OPEN INPUT RETORNO-BANCO
           IF WRK-RET-STATUS = '00'
               READ RETORNO-BANCO
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               IF LAYOUT-CNAB
                   IF NOT FIM-ARQUIVO
                       AND RET-REGISTRO-CNAB(4:5) NOT = '00000'
                       MOVE 'Y' TO WRK-EOF
                   END-IF
                   PERFORM UNTIL FIM-ARQUIVO
                       MOVE RET-REGISTRO-CNAB TO CNB-REGISTRO
                       PERFORM 0133-REJEITADOS-RETORNO-CNAB
                       READ RETORNO-BANCO
                           AT END MOVE 'Y' TO WRK-EOF
                       END-READ
                   END-PERFORM
               END-IF
               IF NOT FIM-ARQUIVO
                   AND RET-HDR-TIPO = '0'
                   AND RET-HDR-DATA-FOLHA = WRK-DATA-FOLHA
                   READ RETORNO-BANCO
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
                   PERFORM UNTIL FIM-ARQUIVO
                       IF RET-DET-TIPO = '1'
                           AND NOT PAGAMENTO-LIQUIDADO
                           ADD RET-DET-VALOR TO WRK-VALOR-REJEITADO
                       END-IF
                       READ RETORNO-BANCO
                           AT END MOVE 'Y' TO WRK-EOF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE RETORNO-BANCO
           END-IF

           IF WRK-VALOR-REMESSA > WRK-VALOR-REJEITADO
               AND WRK-DATA-REMESSA >= WRK-DATA-JANELA
               AND WRK-DATA-REMESSA <= WRK-DATA-FINAL
               SUBTRACT WRK-VALOR-REJEITADO FROM WRK-VALOR-REMESSA
               MOVE SPACES TO WRK-REFERENCIA
               STRING 'SALARIOS FOLHA ' DELIMITED BY SIZE
                   WRK-DATA-FOLHA DELIMITED BY SIZE
                   INTO WRK-REFERENCIA
               END-STRING
               MOVE 'BANCOPAG'        TO WRK-NOS-ORIGEM(1)
               MOVE WRK-DATA-REMESSA  TO WRK-NOS-DATA(1)
               MOVE 'D'               TO WRK-NOS-NATUREZA(1)
               MOVE WRK-VALOR-REMESSA TO WRK-NOS-VALOR(1)
               MOVE WRK-REFERENCIA    TO WRK-NOS-REFERENCIA(1)
               MOVE 0                 TO WRK-NOS-CASADO(1)
               MOVE 1 TO WRK-NOS-QTD
           END-IF.

      **********TOTAIS DA REMESSA DE SALARIOS NO CNAB 240*******
      *O VALOR REMETIDO E A SOMA DOS TRAILERS DE LOTE (UM LOTE POR
      *EMPRESA) E A DATA DA FOLHA E A DATA DE PAGAMENTO DOS
      *SEGMENTOS A
       0131-TOTALIZAR-REMESSA-CNAB.
           EVALUATE TRUE
               WHEN CNB-HEADER-ARQUIVO
                   MOVE CNB-HA-DATA-GERACAO TO WRK-DATA-DDMMAAAA
                   PERFORM 0145-CONVERTER-DATA
                   MOVE WRK-DATA-AAAAMMDD TO WRK-DATA-REMESSA
               WHEN CNB-DETALHE AND CNB-SEGMENTO-A
                   MOVE CNB-A-DATA-PAGAMENTO TO WRK-DATA-DDMMAAAA
                   PERFORM 0145-CONVERTER-DATA
                   MOVE WRK-DATA-AAAAMMDD TO WRK-DATA-FOLHA
               WHEN CNB-TRAILER-LOTE
                   ADD CNB-TL-VALOR-TOTAL TO WRK-VALOR-REMESSA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      **********REJEITADOS NO RETORNO CNAB 240*****************
      *SO CONTA O RETORNO (CODIGO 2) DA MESMA FOLHA; OCORRENCIA 00
      *(CREDITO EFETUADO) E BD (AGENDADO) SAO PAGAMENTOS ACEITOS
       0133-REJEITADOS-RETORNO-CNAB.
           IF CNB-HEADER-ARQUIVO AND NOT CNB-HA-RETORNO
               MOVE 'Y' TO WRK-EOF
           END-IF
           IF CNB-DETALHE AND CNB-SEGMENTO-A
               MOVE CNB-A-DATA-PAGAMENTO TO WRK-DATA-DDMMAAAA
               PERFORM 0145-CONVERTER-DATA
               IF WRK-DATA-AAAAMMDD = WRK-DATA-FOLHA
                   AND NOT CNB-A-CREDITO-EFETUADO
                   AND NOT CNB-A-AGENDADO
                   ADD CNB-A-VALOR-PAGAMENTO TO WRK-VALOR-REJEITADO
               END-IF
           END-IF.

      **********LOTE DE PAGAMENTO AS TRANSPORTADORAS***********
       0140-CARREGAR-REMESSA-FRETES.
           MOVE 'N' TO WRK-EOF
           MOVE 0 TO WRK-VALOR-REMESSA
           MOVE 0 TO WRK-DATA-REMESSA
           OPEN INPUT REMESSA-TRANSPORTADORAS
           IF WRK-TRP-STATUS = '00'
               READ REMESSA-TRANSPORTADORAS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               SET LAYOUT-PROPRIO TO TRUE
               IF NOT FIM-ARQUIVO
                   AND TRP-REGISTRO-CNAB(4:5) = '00000'
                   SET LAYOUT-CNAB TO TRUE
               END-IF
               PERFORM UNTIL FIM-ARQUIVO
                   IF LAYOUT-CNAB
                       MOVE TRP-REGISTRO-CNAB TO CNB-REGISTRO
                       EVALUATE TRUE
                           WHEN CNB-HEADER-ARQUIVO
                               MOVE CNB-HA-DATA-GERACAO TO
                                   WRK-DATA-DDMMAAAA
                               PERFORM 0145-CONVERTER-DATA
                               MOVE WRK-DATA-AAAAMMDD TO
                                   WRK-DATA-REMESSA
                           WHEN CNB-TRAILER-LOTE
                               ADD CNB-TL-VALOR-TOTAL TO
                                   WRK-VALOR-REMESSA
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   ELSE
                       EVALUATE TRP-HDR-TIPO
                           WHEN '0'
                               MOVE TRP-HDR-DATA-GERACAO TO
                                   WRK-DATA-REMESSA
                           WHEN '9'
                               MOVE TRP-TRL-VALOR-TOTAL TO
                                   WRK-VALOR-REMESSA
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
                   READ REMESSA-TRANSPORTADORAS
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
               END-PERFORM
               CLOSE REMESSA-TRANSPORTADORAS
           END-IF

           IF WRK-VALOR-REMESSA > 0
               AND WRK-DATA-REMESSA >= WRK-DATA-JANELA
               AND WRK-DATA-REMESSA <= WRK-DATA-FINAL
               ADD 1 TO WRK-NOS-QTD
               MOVE SPACES TO WRK-REFERENCIA
               STRING 'LOTE FRETES ' DELIMITED BY SIZE
                   WRK-DATA-REMESSA DELIMITED BY SIZE
                   INTO WRK-REFERENCIA
               END-STRING
               MOVE 'CONTASPG'        TO WRK-NOS-ORIGEM(WRK-NOS-QTD)
               MOVE WRK-DATA-REMESSA  TO WRK-NOS-DATA(WRK-NOS-QTD)
               MOVE 'D'               TO WRK-NOS-NATUREZA(WRK-NOS-QTD)
               MOVE WRK-VALOR-REMESSA TO WRK-NOS-VALOR(WRK-NOS-QTD)
               MOVE WRK-REFERENCIA    TO
                   WRK-NOS-REFERENCIA(WRK-NOS-QTD)
               MOVE 0                 TO WRK-NOS-CASADO(WRK-NOS-QTD)
           END-IF.

      **********DATA DDMMAAAA DO PADRAO PARA AAAAMMDD**********
       0145-CONVERTER-DATA.
           MOVE WRK-DATA-DDMMAAAA(5:4) TO WRK-DATA-AAAAMMDD(1:4)
           MOVE WRK-DATA-DDMMAAAA(3:2) TO WRK-DATA-AAAAMMDD(5:2)
           MOVE WRK-DATA-DDMMAAAA(1:2) TO WRK-DATA-AAAAMMDD(7:2).

      **********RECEBIMENTOS INDIVIDUAIS DE CLIENTES************
       0150-CARREGAR-RECEBIMENTOS.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT RECEBIMENTOS
           IF WRK-RCB-STATUS = '00'
               READ RECEBIMENTOS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               PERFORM UNTIL FIM-ARQUIVO
                   IF RCB-DATA-PAGAMENTO >= WRK-DATA-JANELA
                       AND RCB-DATA-PAGAMENTO <= WRK-DATA-FINAL
                       IF WRK-NOS-QTD >= 500
                           DISPLAY 'ERRO: ITENS A CONCILIAR EXCEDEM O '
                               'LIMITE DE 500 - PROCESSAMENTO ABORTADO'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WRK-NOS-QTD
                       MOVE SPACES TO WRK-REFERENCIA
                       STRING 'RECEBIMENTO FATURA ' DELIMITED BY SIZE
                           RCB-FATURA DELIMITED BY SIZE
                           '/' DELIMITED BY SIZE
                           RCB-PARCELA DELIMITED BY SIZE
                           INTO WRK-REFERENCIA
                       END-STRING
                       MOVE 'RECEBTR'  TO WRK-NOS-ORIGEM(WRK-NOS-QTD)
                       MOVE RCB-DATA-PAGAMENTO TO
                           WRK-NOS-DATA(WRK-NOS-QTD)
                       MOVE 'C'        TO WRK-NOS-NATUREZA(WRK-NOS-QTD)
                       MOVE RCB-VALOR-PAGO TO
                           WRK-NOS-VALOR(WRK-NOS-QTD)
                       MOVE WRK-REFERENCIA TO
                           WRK-NOS-REFERENCIA(WRK-NOS-QTD)
                       MOVE 0 TO WRK-NOS-CASADO(WRK-NOS-QTD)
                   END-IF
                   READ RECEBIMENTOS
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
               END-PERFORM
               CLOSE RECEBIMENTOS
           END-IF.

      **********SALDO CONTABIL DA CONTA DO BANCO NO FIM*********
       0160-SALDO-CONTABIL.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT LANCAMENTO-CONTABIL
           IF WRK-GL-STATUS = '00'
               READ LANCAMENTO-CONTABIL
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               PERFORM UNTIL FIM-ARQUIVO
                   IF GL-DATA-EXEC <= WRK-DATA-FINAL
                       AND (WRK-EMPRESA = 0
                            OR GL-EMPRESA = WRK-EMPRESA)
                       IF GL-CONTA-DEBITO = WRK-CONTA-CONTABIL
                           ADD GL-VALOR TO WRK-SALDO-CONTABIL
                       END-IF
                       IF GL-CONTA-CREDITO = WRK-CONTA-CONTABIL
                           SUBTRACT GL-VALOR FROM WRK-SALDO-CONTABIL
                       END-IF
                   END-IF
                   READ LANCAMENTO-CONTABIL
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
               END-PERFORM
               CLOSE LANCAMENTO-CONTABIL
           END-IF.

      **********CASAMENTO PELO VALOR E PELA DATA MAIS PROXIMA***
       0200-PROCESSAR.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-EXT-QTD
               MOVE 0 TO WRK-MELHOR
               PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                       UNTIL WRK-SUB2 > WRK-NOS-QTD
                   IF WRK-NOS-CASADO(WRK-SUB2) = 0
                       AND WRK-NOS-NATUREZA(WRK-SUB2) =
                           WRK-EXT-NATUREZA(WRK-SUB)
                       AND WRK-NOS-VALOR(WRK-SUB2) =
                           WRK-EXT-VALOR(WRK-SUB)
                       COMPUTE WRK-DIAS =
                           FUNCTION INTEGER-OF-DATE(
                               WRK-EXT-DATA(WRK-SUB))
                           - FUNCTION INTEGER-OF-DATE(
                               WRK-NOS-DATA(WRK-SUB2))
                       IF WRK-DIAS < 0
                           COMPUTE WRK-DIAS = WRK-DIAS * -1
                       END-IF
                       IF WRK-DIAS <= WRK-TOLERANCIA
                           AND (WRK-MELHOR = 0
                                OR WRK-DIAS < WRK-MELHOR-DIAS)
                           MOVE WRK-SUB2 TO WRK-MELHOR
                           MOVE WRK-DIAS TO WRK-MELHOR-DIAS
                       END-IF
                   END-IF
               END-PERFORM
               IF WRK-MELHOR > 0
                   MOVE WRK-MELHOR TO WRK-EXT-CASADO(WRK-SUB)
                   MOVE WRK-SUB    TO WRK-NOS-CASADO(WRK-MELHOR)
                   ADD 1 TO WRK-QTD-CASADOS
               END-IF
           END-PERFORM.

       0300-FINALIZAR.
           MOVE 'ITENS CASADOS' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-EXT-QTD
               IF WRK-EXT-CASADO(WRK-SUB) > 0
                   MOVE WRK-EXT-CASADO(WRK-SUB) TO WRK-SUB2
                   MOVE WRK-EXT-VALOR(WRK-SUB) TO WRK-VALOR-ED
                   MOVE SPACES TO REL-LINHA
                   STRING '  ' DELIMITED BY SIZE
                       WRK-EXT-DATA(WRK-SUB) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WRK-EXT-NATUREZA(WRK-SUB) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WRK-VALOR-ED DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WRK-NOS-ORIGEM(WRK-SUB2) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WRK-NOS-REFERENCIA(WRK-SUB2) DELIMITED BY SIZE
                       INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
               END-IF
           END-PERFORM.

           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'MOVIMENTOS DO BANCO SEM CORRESPONDENCIA' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-EXT-QTD
               IF WRK-EXT-CASADO(WRK-SUB) = 0
                   ADD 1 TO WRK-QTD-EXT-ABERTOS
                   IF WRK-EXT-NATUREZA(WRK-SUB) = 'C'
                       ADD WRK-EXT-VALOR(WRK-SUB) TO WRK-EXT-NAO-CRED
                   ELSE
                       ADD WRK-EXT-VALOR(WRK-SUB) TO WRK-EXT-NAO-DEB
                   END-IF
                   MOVE WRK-EXT-VALOR(WRK-SUB) TO WRK-VALOR-ED
                   MOVE SPACES TO REL-LINHA
                   STRING '  ' DELIMITED BY SIZE
                       WRK-EXT-DATA(WRK-SUB) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WRK-EXT-NATUREZA(WRK-SUB) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WRK-VALOR-ED DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WRK-EXT-DOCUMENTO(WRK-SUB) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WRK-EXT-HISTORICO(WRK-SUB) DELIMITED BY SIZE
                       INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
               END-IF
           END-PERFORM.

           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'NOSSOS ITENS QUE NAO APARECERAM NO BANCO' TO
               REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                   UNTIL WRK-SUB2 > WRK-NOS-QTD
               IF WRK-NOS-CASADO(WRK-SUB2) = 0
                   ADD 1 TO WRK-QTD-NOS-ABERTOS
                   IF WRK-NOS-NATUREZA(WRK-SUB2) = 'C'
                       ADD WRK-NOS-VALOR(WRK-SUB2) TO WRK-NOS-NAO-CRED
                   ELSE
                       ADD WRK-NOS-VALOR(WRK-SUB2) TO WRK-NOS-NAO-DEB
                   END-IF
                   MOVE WRK-NOS-VALOR(WRK-SUB2) TO WRK-VALOR-ED
                   MOVE SPACES TO REL-LINHA
                   STRING '  ' DELIMITED BY SIZE
                       WRK-NOS-DATA(WRK-SUB2) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WRK-NOS-NATUREZA(WRK-SUB2) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WRK-VALOR-ED DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WRK-NOS-ORIGEM(WRK-SUB2) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WRK-NOS-REFERENCIA(WRK-SUB2) DELIMITED BY SIZE
                       INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
               END-IF
           END-PERFORM.

           PERFORM 0350-IMPRIMIR-SALDOS.

           CLOSE RELATORIO-CONCILIACAO.

           DISPLAY 'MOVIMENTOS DO EXTRATO: ' WRK-EXT-QTD
               ' CASADOS: ' WRK-QTD-CASADOS.
           DISPLAY 'MOVIMENTOS DO BANCO SEM CORRESPONDENCIA: '
               WRK-QTD-EXT-ABERTOS.
           DISPLAY 'NOSSOS ITENS FORA DO BANCO: ' WRK-QTD-NOS-ABERTOS.

           IF WRK-SALDO-CALCULADO NOT = WRK-SALDO-BANCO
               DISPLAY '*** ATENCAO: EXTRATO NAO FECHA - SALDO '
                   'INICIAL MAIS MOVIMENTOS DIFERE DO SALDO FINAL ***'
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WRK-DIFERENCA NOT = 0
               DISPLAY '*** ATENCAO: CONCILIACAO COM DIFERENCA ENTRE '
                   'O SALDO DO BANCO E O SALDO CONTABIL ***'
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'FIM DE PROCESSAMENTO'.

      **********SALDO DO BANCO CONTRA SALDO CONTABIL***********
       0350-IMPRIMIR-SALDOS.
           COMPUTE WRK-BANCO-AJUSTADO = WRK-SALDO-BANCO
               + WRK-NOS-NAO-CRED - WRK-NOS-NAO-DEB
           COMPUTE WRK-CONTABIL-AJUSTADO = WRK-SALDO-CONTABIL
               + WRK-EXT-NAO-CRED - WRK-EXT-NAO-DEB
           COMPUTE WRK-DIFERENCA =
               WRK-BANCO-AJUSTADO - WRK-CONTABIL-AJUSTADO

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE '---------------------------------------------' TO
               REL-LINHA
           WRITE REL-LINHA
           MOVE 'CONCILIACAO DE SALDOS NO FIM DO EXTRATO' TO REL-LINHA
           WRITE REL-LINHA

           MOVE WRK-SALDO-BANCO TO WRK-SALDO-ED
           MOVE '  SALDO FINAL DO EXTRATO' TO REL-LINHA
           MOVE WRK-SALDO-ED TO REL-LINHA(55:19)
           WRITE REL-LINHA
           MOVE WRK-NOS-NAO-CRED TO WRK-SALDO-ED
           MOVE '  (+) NOSSAS ENTRADAS AINDA NAO CREDITADAS' TO
               REL-LINHA
           MOVE WRK-SALDO-ED TO REL-LINHA(55:19)
           WRITE REL-LINHA
           MOVE WRK-NOS-NAO-DEB TO WRK-SALDO-ED
           MOVE '  (-) NOSSOS PAGAMENTOS AINDA NAO DEBITADOS' TO
               REL-LINHA
           MOVE WRK-SALDO-ED TO REL-LINHA(55:19)
           WRITE REL-LINHA
           MOVE WRK-BANCO-AJUSTADO TO WRK-SALDO-ED
           MOVE '  SALDO DO BANCO AJUSTADO' TO REL-LINHA
           MOVE WRK-SALDO-ED TO REL-LINHA(55:19)
           WRITE REL-LINHA

           MOVE WRK-SALDO-CONTABIL TO WRK-SALDO-ED
           MOVE '  SALDO CONTABIL DA CONTA DO BANCO' TO REL-LINHA
           MOVE WRK-SALDO-ED TO REL-LINHA(55:19)
           WRITE REL-LINHA
           MOVE WRK-EXT-NAO-CRED TO WRK-SALDO-ED
           MOVE '  (+) CREDITOS DO BANCO NAO IDENTIFICADOS' TO
               REL-LINHA
           MOVE WRK-SALDO-ED TO REL-LINHA(55:19)
           WRITE REL-LINHA
           MOVE WRK-EXT-NAO-DEB TO WRK-SALDO-ED
           MOVE '  (-) DEBITOS DO BANCO NAO LANCADOS (TARIFAS)' TO
               REL-LINHA
           MOVE WRK-SALDO-ED TO REL-LINHA(55:19)
           WRITE REL-LINHA
           MOVE WRK-CONTABIL-AJUSTADO TO WRK-SALDO-ED
           MOVE '  SALDO CONTABIL AJUSTADO' TO REL-LINHA
           MOVE WRK-SALDO-ED TO REL-LINHA(55:19)
           WRITE REL-LINHA

           MOVE WRK-DIFERENCA TO WRK-SALDO-ED
           IF WRK-DIFERENCA = 0
               MOVE '  CONCILIACAO FECHADA - DIFERENCA' TO REL-LINHA
           ELSE
               MOVE '  *** CONCILIACAO COM DIFERENCA' TO REL-LINHA
           END-IF
           MOVE WRK-SALDO-ED TO REL-LINHA(55:19)
           WRITE REL-LINHA

           IF WRK-SALDO-CALCULADO NOT = WRK-SALDO-BANCO
               MOVE WRK-SALDO-CALCULADO TO WRK-SALDO-ED
               MOVE '  *** EXTRATO NAO FECHA - SALDO CALCULADO' TO
                   REL-LINHA
               MOVE WRK-SALDO-ED TO REL-LINHA(55:19)
               WRITE REL-LINHA
           END-IF.
