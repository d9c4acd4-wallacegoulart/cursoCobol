      *            NOVA REMESSA COM OS DADOS BANCARIOS ATUAIS DO
      *            MESTRE (JA CORRIGIDOS PELO EMPMANUT) E O ARQUIVO
      *            DE REAPRESENTACAO E CONSUMIDO AO FINAL
      *ALTERACAO = 15/10/2026 - REMESSA NO PADRAO CNAB 240 QUANDO O
      *            CNABPARM.DAT PEDE O LAYOUT C: HEADER DE ARQUIVO,
      *            UM LOTE POR EMPRESA DA FOLHA COM SEGMENTOS A E B
      *            POR FUNCIONARIO, TRAILER DE LOTE COM QUANTIDADE E
      *            VALOR E TRAILER DE ARQUIVO; NUMERO SEQUENCIAL DO
      *            ARQUIVO (NSA) CONTROLADO NO CNABCTL.DAT; SEM O
      *            PARAMETRO CONTINUA O LAYOUT PROPRIO
      *ALTERACAO = 15/10/2026 - CREDITO DA PENSAO ALIMENTICIA: CADA
      *            PAGAMENTO DO EXE02PEN.DAT NA DATA DA FOLHA REMETIDA
      *            ENTRA COMO DETALHE PROPRIO NA CONTA DO BENEFICIARIO,
      *            COM O CPF DELE NO SEGMENTO B DO CNAB 240
      *ALTERACAO = 15/10/2026 - EVENTOS INICIADO E CONCLUIDO NO
      *            CONTROLE CENTRAL DE EXECUCOES (RUNCTLGER.DAT) COM A
      *            DATA DA FOLHA REMETIDA COMO DATA DE NEGOCIO; A FOLHA
      *            REMETIDA NAO PODE MAIS SER ESTORNADA PELO ESTFOLHA
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REQ-STATUS.

           SELECT PARAMETRO-CNAB ASSIGN TO "DATA/CNABPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CNP-STATUS.

           SELECT CONTROLE-CNAB ASSIGN TO "DATA/CNABCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTL-STATUS.

           SELECT PAGAMENTOS-PENSAO ASSIGN TO "DATA/EXE02PEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PPG-STATUS.

           SELECT CONTROLE-RUNS ASSIGN TO "DATA/RUNCTLGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALARIO-LIQUIDO.
           05  REM-TRL-TIPO          PIC X(01).
           05  REM-TRL-QTD           PIC 9(06).
           05  REM-TRL-VALOR-TOTAL   PIC 9(11)V99.
       01  REM-REGISTRO-CNAB         PIC X(240).

       FD  REAPRESENTACAO.
       01  REQ-REC.
           05  REQ-DATA-FOLHA        PIC 9(08).
           05  REQ-OCORRENCIA        PIC X(02).

       FD  PARAMETRO-CNAB.
       01  CNP-REC                   PIC X(86).

       FD  CONTROLE-CNAB.
       01  CTL-REC.
           05  CTL-ULTIMO-NSA        PIC 9(06).

       FD  PAGAMENTOS-PENSAO.
       COPY "EXE02PEN.CPY".

       FD  CONTROLE-RUNS.
       01  RUN-REC.
           05  RUN-PROGRAMA       PIC X(08).
           05  RUN-DATA-NEGOCIO   PIC 9(08).
           05  RUN-HORA           PIC 9(08).
           05  RUN-EVENTO         PIC X(10).

       WORKING-STORAGE SECTION.
       77  WRK-RUN-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-RUN-EVENTO      PIC X(10)    VALUE SPACES.
       77  WRK-RUN-HORA        PIC 9(08)    VALUE ZEROS.
       77  WRK-EMP-STATUS-ARQ  PIC X(02)    VALUE '00'.
       77  WRK-REQ-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-REQ-EOF         PIC X        VALUE 'N'.
       77  WRK-QTD-SEM-BANCO   PIC 9(05)    VALUE ZEROS.
       77  WRK-VALOR-TOTAL     PIC 9(11)V99 VALUE ZEROS.

       77  WRK-CNP-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-CTL-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-CNP-EOF         PIC X        VALUE 'N'.
           88  FIM-PARAMETRO-CNAB VALUE 'Y'.
       77  WRK-LAYOUT          PIC X(01)    VALUE 'P'.
           88  LAYOUT-CNAB     VALUE 'C'.
           88  LAYOUT-PROPRIO  VALUE 'P'.
       77  WRK-EMPRESA-PAG     PIC 9(02)    VALUE ZEROS.
       77  WRK-CNE-SUB         PIC 9(03)    VALUE ZEROS.
       77  WRK-PAG-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-PAG-SUB         PIC 9(03)    VALUE ZEROS.
       77  WRK-EMP-LOTE        PIC 9(03)    VALUE ZEROS.
       77  WRK-QTD-EMP-LOTE    PIC 9(03)    VALUE ZEROS.
       77  WRK-NSA             PIC 9(06)    VALUE ZEROS.
       77  WRK-LOTE            PIC 9(04)    VALUE ZEROS.
       77  WRK-SEQ-LOTE        PIC 9(05)    VALUE ZEROS.
       77  WRK-VALOR-LOTE      PIC 9(16)V99 VALUE ZEROS.
       77  WRK-QTD-LOTES       PIC 9(06)    VALUE ZEROS.
       77  WRK-QTD-REG-ARQUIVO PIC 9(06)    VALUE ZEROS.
       77  WRK-DV-CONTA        PIC 9(01)    VALUE ZEROS.
       77  WRK-HORA            PIC 9(08)    VALUE ZEROS.
       77  WRK-DATA-AAAAMMDD   PIC 9(08)    VALUE ZEROS.
       77  WRK-DATA-DDMMAAAA   PIC 9(08)    VALUE ZEROS.
       77  WRK-DATA-PAGAMENTO  PIC 9(08)    VALUE ZEROS.

       77  WRK-PPG-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-PPG-EOF         PIC X        VALUE 'N'.
           88  FIM-PENSOES     VALUE 'Y'.
       77  WRK-QTD-PENSOES     PIC 9(05)    VALUE ZEROS.
       77  WRK-CPF-PAG         PIC 9(11)    VALUE ZEROS.

      *    DADOS DE CONVENIO POR EMPRESA, POSICAO = EMPRESA + 1
       01  WRK-TAB-EMPRESAS-CNAB.
           05  WRK-CNE-ITEM OCCURS 100 TIMES.
               10  WRK-CNE-REGISTRO PIC X(86).

      *    PAGAMENTOS GUARDADOS PARA MONTAR OS LOTES POR EMPRESA
       01  WRK-TAB-PAGAMENTOS.
           05  WRK-PAG-ITEM OCCURS 200 TIMES.
               10  WRK-PAG-EMPRESA  PIC 9(02).
               10  WRK-PAG-NUMERO   PIC 9(06).
               10  WRK-PAG-NOME     PIC X(20).
               10  WRK-PAG-BANCO    PIC 9(03).
               10  WRK-PAG-AGENCIA  PIC 9(04).
               10  WRK-PAG-CONTA    PIC 9(08).
               10  WRK-PAG-VALOR    PIC 9(09)V99.
               10  WRK-PAG-CPF      PIC 9(11).

       COPY "CNABPARM.CPY".

       COPY "CNAB240.CPY".

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
               STOP RUN
           END-IF.

           MOVE 'INICIADO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN.

           PERFORM 0110-CARREGAR-PARAMETRO-CNAB.

           OPEN OUTPUT REMESSA-BANCO.

      *    NO CNAB 240 OS REGISTROS SO SAO GRAVADOS NO FINAL, COM OS
      *    PAGAMENTOS JA SEPARADOS EM LOTES POR EMPRESA
           IF LAYOUT-PROPRIO
               MOVE '0'               TO REM-HDR-TIPO
               MOVE 'BANCOREM'        TO REM-HDR-ARQUIVO
               MOVE WRK-DATA-GERACAO  TO REM-HDR-DATA-GERACAO
               MOVE WRK-DATA-REFERENCIA TO REM-HDR-DATA-FOLHA
               WRITE REM-HEADER
           END-IF.

      *    SEGUNDA PASSAGEM: GERA UM DETALHE POR FUNCIONARIO
           MOVE 'N' TO WRK-LIQ-EOF
               AT END MOVE 'Y' TO WRK-LIQ-EOF
           END-READ.

      **********PARAMETRO DO LAYOUT DA REMESSA*****************
      *SEM O CNABPARM.DAT A REMESSA CONTINUA NO LAYOUT PROPRIO;
      *NO CNAB 240 A EMPRESA 00 (HEADER DE ARQUIVO) E O BANCO DA
      *CONTA DE PAGAMENTO SAO OBRIGATORIOS
       0110-CARREGAR-PARAMETRO-CNAB.
           MOVE SPACES TO WRK-TAB-EMPRESAS-CNAB
           OPEN INPUT PARAMETRO-CNAB
           IF WRK-CNP-STATUS = '00'
               READ PARAMETRO-CNAB INTO CNP-EMPRESA
                   AT END MOVE 'Y' TO WRK-CNP-EOF
               END-READ
               PERFORM UNTIL FIM-PARAMETRO-CNAB
                   EVALUATE CNP-EMP-TIPO
                       WHEN '0'
                           MOVE CNP-EMPRESA TO CNP-CONTROLE
                           MOVE CNP-CTL-LAYOUT TO WRK-LAYOUT
                       WHEN '1'
                           COMPUTE WRK-CNE-SUB = CNP-EMP-EMPRESA + 1
                           MOVE CNP-EMPRESA TO
                               WRK-CNE-REGISTRO(WRK-CNE-SUB)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   READ PARAMETRO-CNAB INTO CNP-EMPRESA
                       AT END MOVE 'Y' TO WRK-CNP-EOF
                   END-READ
               END-PERFORM
               CLOSE PARAMETRO-CNAB
           END-IF

           IF NOT LAYOUT-CNAB AND NOT LAYOUT-PROPRIO
               DISPLAY 'ERRO: LAYOUT ' WRK-LAYOUT ' INVALIDO NO '
                   'CNABPARM - REMESSA NAO GERADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF LAYOUT-CNAB
               IF WRK-CNE-REGISTRO(1) = SPACES
                   OR CNP-CTL-BANCO = ZEROS
                   DISPLAY 'ERRO: CNABPARM SEM O BANCO DA CONTA DE '
                       'PAGAMENTO OU SEM A EMPRESA 00 - REMESSA '
                       'NAO GERADA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT CONTROLE-CNAB
               IF WRK-CTL-STATUS = '00'
                   READ CONTROLE-CNAB
                       AT END CONTINUE
                       NOT AT END
                           MOVE CTL-ULTIMO-NSA TO WRK-NSA
                   END-READ
                   CLOSE CONTROLE-CNAB
               END-IF
           END-IF.

       0200-PROCESSAR.
           PERFORM UNTIL FIM-LIQUIDOS
               IF LIQ-DATA-EXEC = WRK-DATA-REFERENCIA
               END-READ
           END-PERFORM.

           PERFORM 0270-GRAVAR-PENSOES.

           PERFORM 0280-REAPRESENTAR-REJEITADOS.

      ****************DETALHE DA REMESSA***********************
                       MOVE EMP-AGENCIA         TO REM-DET-AGENCIA
                       MOVE EMP-CONTA           TO REM-DET-CONTA
                       MOVE LIQ-SALARIO-LIQUIDO TO REM-DET-VALOR
                       MOVE LIQ-EMPRESA         TO WRK-EMPRESA-PAG
                       PERFORM 0260-EMITIR-DETALHE
                       ADD 1 TO WRK-QTD-DETALHES
                       ADD LIQ-SALARIO-LIQUIDO TO WRK-VALOR-TOTAL
                   END-IF
           END-READ.

      **********DETALHE NO LAYOUT PROPRIO OU GUARDADO PARA O CNAB
       0260-EMITIR-DETALHE.
           IF LAYOUT-PROPRIO
               WRITE REM-DETALHE
           ELSE
               COMPUTE WRK-CNE-SUB = WRK-EMPRESA-PAG + 1
               IF WRK-CNE-REGISTRO(WRK-CNE-SUB) = SPACES
                   DISPLAY 'ERRO: EMPRESA ' WRK-EMPRESA-PAG ' SEM '
                       'CONVENIO NO CNABPARM - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WRK-PAG-QTD >= 200
                   DISPLAY 'ERRO: REMESSA EXCEDE O LIMITE DE 200 '
                       'PAGAMENTOS - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-PAG-QTD
               MOVE WRK-EMPRESA-PAG TO WRK-PAG-EMPRESA(WRK-PAG-QTD)
               MOVE REM-DET-NUMERO  TO WRK-PAG-NUMERO(WRK-PAG-QTD)
               MOVE REM-DET-NOME    TO WRK-PAG-NOME(WRK-PAG-QTD)
               MOVE REM-DET-BANCO   TO WRK-PAG-BANCO(WRK-PAG-QTD)
               MOVE REM-DET-AGENCIA TO WRK-PAG-AGENCIA(WRK-PAG-QTD)
               MOVE REM-DET-CONTA   TO WRK-PAG-CONTA(WRK-PAG-QTD)
               MOVE REM-DET-VALOR   TO WRK-PAG-VALOR(WRK-PAG-QTD)
               MOVE WRK-CPF-PAG     TO WRK-PAG-CPF(WRK-PAG-QTD)
           END-IF
           MOVE 0 TO WRK-CPF-PAG.

      **********CREDITO DA PENSAO ALIMENTICIA******************
      *CADA PENSAO DESCONTADA PELO EXE02 NA FOLHA REMETIDA VIRA UM
      *DETALHE PROPRIO NA CONTA DO BENEFICIARIO (O NUMERO E O DO
      *FUNCIONARIO QUE PAGA A PENSAO); NO CNAB O SEGMENTO B LEVA O
      *CPF DO BENEFICIARIO
       0270-GRAVAR-PENSOES.
           OPEN INPUT PAGAMENTOS-PENSAO
           IF WRK-PPG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ PAGAMENTOS-PENSAO
               AT END MOVE 'Y' TO WRK-PPG-EOF
           END-READ
           PERFORM UNTIL FIM-PENSOES
               IF PPG-DATA-EXEC = WRK-DATA-REFERENCIA
                   MOVE '1'            TO REM-DET-TIPO
                   MOVE PPG-NUMERO     TO REM-DET-NUMERO
                   MOVE PPG-BENEF-NOME TO REM-DET-NOME
                   MOVE PPG-BANCO      TO REM-DET-BANCO
                   MOVE PPG-AGENCIA    TO REM-DET-AGENCIA
                   MOVE PPG-CONTA      TO REM-DET-CONTA
                   MOVE PPG-VALOR      TO REM-DET-VALOR
                   MOVE PPG-EMPRESA    TO WRK-EMPRESA-PAG
                   MOVE PPG-BENEF-CPF  TO WRK-CPF-PAG
                   PERFORM 0260-EMITIR-DETALHE
                   ADD 1 TO WRK-QTD-DETALHES
                   ADD 1 TO WRK-QTD-PENSOES
                   ADD PPG-VALOR TO WRK-VALOR-TOTAL
               END-IF
               READ PAGAMENTOS-PENSAO
                   AT END MOVE 'Y' TO WRK-PPG-EOF
               END-READ
           END-PERFORM
           CLOSE PAGAMENTOS-PENSAO.

      **********REAPRESENTACAO DOS PAGAMENTOS REJEITADOS*******
      *OS REGISTROS DO BANCOREQ (GRAVADOS PELO BANCORET) ENTRAM NA
      *REMESSA COM OS DADOS BANCARIOS ATUAIS DO MESTRE; O QUE
                       MOVE EMP-AGENCIA  TO REM-DET-AGENCIA
                       MOVE EMP-CONTA    TO REM-DET-CONTA
                       MOVE REQ-VALOR    TO REM-DET-VALOR
                       MOVE EMP-EMPRESA  TO WRK-EMPRESA-PAG
                       PERFORM 0260-EMITIR-DETALHE
                       ADD 1 TO WRK-QTD-DETALHES
                       ADD 1 TO WRK-QTD-REAPRESENTADOS
                       ADD REQ-VALOR TO WRK-VALOR-TOTAL
           MOVE REQ-REC TO WRK-REQ-REGISTRO(WRK-REQ-PULADOS).

       0300-FINALIZAR.
           IF LAYOUT-PROPRIO
               MOVE '9'             TO REM-TRL-TIPO
               MOVE WRK-QTD-DETALHES TO REM-TRL-QTD
               MOVE WRK-VALOR-TOTAL TO REM-TRL-VALOR-TOTAL
               WRITE REM-TRAILER
           ELSE
               PERFORM 0400-GRAVAR-REMESSA-CNAB
           END-IF.

           DISPLAY '------------------'.
           IF LAYOUT-CNAB
               DISPLAY 'LAYOUT DA REMESSA....: CNAB 240 - NSA ' WRK-NSA
               DISPLAY 'LOTES (EMPRESAS).....: ' WRK-QTD-LOTES
           ELSE
               DISPLAY 'LAYOUT DA REMESSA....: PROPRIO'
           END-IF.
           DISPLAY 'FOLHA REMETIDA.......: ' WRK-DATA-REFERENCIA.
           DISPLAY 'DETALHES GERADOS.....: ' WRK-QTD-DETALHES.
           DISPLAY 'CREDITOS DE PENSAO...: ' WRK-QTD-PENSOES.
           DISPLAY 'EXCLUIDOS DA REMESSA.: ' WRK-QTD-SEM-BANCO.
           DISPLAY 'VALOR TOTAL REMETIDO.: ' WRK-VALOR-TOTAL.
           DISPLAY 'FIM DE PROCESSAMENTO'.
           CLOSE SALARIO-LIQUIDO
           CLOSE EMPLOYEE-MASTER
           CLOSE REMESSA-BANCO.

           MOVE 'CONCLUIDO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN.

      **********REGISTRO NO CONTROLE CENTRAL DE EXECUCOES******
      *A DATA DE NEGOCIO E A DATA DA FOLHA REMETIDA: O EVENTO
      *CONCLUIDO MARCA A FOLHA COMO JA PAGA E IMPEDE O ESTORNO
      *DELA PELO ESTFOLHA
       0195-REGISTRAR-RUN.
           ACCEPT WRK-RUN-HORA FROM TIME

           OPEN EXTEND CONTROLE-RUNS
           IF WRK-RUN-STATUS NOT = '00'
               OPEN OUTPUT CONTROLE-RUNS
           END-IF

           MOVE 'BANCOPAG'          TO RUN-PROGRAMA
           MOVE WRK-DATA-REFERENCIA TO RUN-DATA-NEGOCIO
           MOVE WRK-RUN-HORA        TO RUN-HORA
           MOVE WRK-RUN-EVENTO      TO RUN-EVENTO
           WRITE RUN-REC
           CLOSE CONTROLE-RUNS.

      **********REMESSA NO PADRAO CNAB 240*********************
      *HEADER DE ARQUIVO COM A EMPRESA 00, UM LOTE POR EMPRESA QUE
      *TEM PAGAMENTO (EM ORDEM DE EMPRESA) E TRAILER DE ARQUIVO COM
      *A QUANTIDADE DE LOTES E DE REGISTROS; O NSA USADO E GRAVADO
      *NO CNABCTL.DAT
       0400-GRAVAR-REMESSA-CNAB.
           ADD 1 TO WRK-NSA
           ACCEPT WRK-HORA FROM TIME
           MOVE WRK-DATA-REFERENCIA TO WRK-DATA-AAAAMMDD
           PERFORM 0450-CONVERTER-DATA
           MOVE WRK-DATA-DDMMAAAA TO WRK-DATA-PAGAMENTO
           MOVE WRK-DATA-GERACAO TO WRK-DATA-AAAAMMDD
           PERFORM 0450-CONVERTER-DATA

           MOVE WRK-CNE-REGISTRO(1) TO CNP-EMPRESA
           MOVE SPACES TO CNB-REGISTRO
           INITIALIZE CNB-HDR-ARQUIVO
           MOVE CNP-CTL-BANCO      TO CNB-HA-BANCO
           MOVE 0                  TO CNB-HA-LOTE
           MOVE '0'                TO CNB-HA-TIPO
           MOVE 2                  TO CNB-HA-TIPO-INSCRICAO
           MOVE CNP-EMP-CNPJ       TO CNB-HA-CNPJ
           MOVE CNP-EMP-CONVENIO   TO CNB-HA-CONVENIO
           MOVE CNP-EMP-AGENCIA    TO CNB-HA-AGENCIA
           MOVE CNP-EMP-AGENCIA-DV TO CNB-HA-AGENCIA-DV
           MOVE CNP-EMP-CONTA      TO CNB-HA-CONTA
           MOVE CNP-EMP-CONTA-DV   TO CNB-HA-CONTA-DV
           MOVE CNP-EMP-NOME       TO CNB-HA-NOME-EMPRESA
           MOVE CNP-CTL-NOME-BANCO TO CNB-HA-NOME-BANCO
           MOVE 1                  TO CNB-HA-CODIGO-ARQUIVO
           MOVE WRK-DATA-DDMMAAAA  TO CNB-HA-DATA-GERACAO
           MOVE WRK-HORA(1:6)      TO CNB-HA-HORA-GERACAO
           MOVE WRK-NSA            TO CNB-HA-NSA
           MOVE '089'              TO CNB-HA-VERSAO
           MOVE 01600              TO CNB-HA-DENSIDADE
           WRITE REM-REGISTRO-CNAB FROM CNB-REGISTRO
           ADD 1 TO WRK-QTD-REG-ARQUIVO

           PERFORM VARYING WRK-EMP-LOTE FROM 0 BY 1
                   UNTIL WRK-EMP-LOTE > 99
               PERFORM 0410-GRAVAR-LOTE-EMPRESA
           END-PERFORM

           ADD 1 TO WRK-QTD-REG-ARQUIVO
           MOVE SPACES TO CNB-REGISTRO
           INITIALIZE CNB-TRL-ARQUIVO
           MOVE CNP-CTL-BANCO       TO CNB-TA-BANCO
           MOVE 9999                TO CNB-TA-LOTE
           MOVE '9'                 TO CNB-TA-TIPO
           MOVE WRK-QTD-LOTES       TO CNB-TA-QTD-LOTES
           MOVE WRK-QTD-REG-ARQUIVO TO CNB-TA-QTD-REGISTROS
           WRITE REM-REGISTRO-CNAB FROM CNB-REGISTRO

           OPEN OUTPUT CONTROLE-CNAB
           MOVE WRK-NSA TO CTL-ULTIMO-NSA
           WRITE CTL-REC
           CLOSE CONTROLE-CNAB.

      **********LOTE DE UMA EMPRESA****************************
       0410-GRAVAR-LOTE-EMPRESA.
           MOVE 0 TO WRK-QTD-EMP-LOTE
           PERFORM VARYING WRK-PAG-SUB FROM 1 BY 1
                   UNTIL WRK-PAG-SUB > WRK-PAG-QTD
               IF WRK-PAG-EMPRESA(WRK-PAG-SUB) = WRK-EMP-LOTE
                   ADD 1 TO WRK-QTD-EMP-LOTE
               END-IF
           END-PERFORM

           IF WRK-QTD-EMP-LOTE > 0
               ADD 1 TO WRK-LOTE
               ADD 1 TO WRK-QTD-LOTES
               MOVE 0 TO WRK-SEQ-LOTE
               MOVE 0 TO WRK-VALOR-LOTE
               COMPUTE WRK-CNE-SUB = WRK-EMP-LOTE + 1
               MOVE WRK-CNE-REGISTRO(WRK-CNE-SUB) TO CNP-EMPRESA

               MOVE SPACES TO CNB-REGISTRO
               INITIALIZE CNB-HDR-LOTE
               MOVE CNP-CTL-BANCO      TO CNB-HL-BANCO
               MOVE WRK-LOTE           TO CNB-HL-LOTE
               MOVE '1'                TO CNB-HL-TIPO
               MOVE 'C'                TO CNB-HL-OPERACAO
               MOVE 30                 TO CNB-HL-SERVICO
               MOVE 01                 TO CNB-HL-FORMA-LANCAMENTO
               MOVE '045'              TO CNB-HL-VERSAO
               MOVE 2                  TO CNB-HL-TIPO-INSCRICAO
               MOVE CNP-EMP-CNPJ       TO CNB-HL-CNPJ
               MOVE CNP-EMP-CONVENIO   TO CNB-HL-CONVENIO
               MOVE CNP-EMP-AGENCIA    TO CNB-HL-AGENCIA
               MOVE CNP-EMP-AGENCIA-DV TO CNB-HL-AGENCIA-DV
               MOVE CNP-EMP-CONTA      TO CNB-HL-CONTA
               MOVE CNP-EMP-CONTA-DV   TO CNB-HL-CONTA-DV
               MOVE CNP-EMP-NOME       TO CNB-HL-NOME-EMPRESA
               STRING 'SALARIOS FOLHA ' DELIMITED BY SIZE
                   WRK-DATA-REFERENCIA DELIMITED BY SIZE
                   INTO CNB-HL-MENSAGEM
               END-STRING
               WRITE REM-REGISTRO-CNAB FROM CNB-REGISTRO
               ADD 1 TO WRK-QTD-REG-ARQUIVO

               PERFORM VARYING WRK-PAG-SUB FROM 1 BY 1
                       UNTIL WRK-PAG-SUB > WRK-PAG-QTD
                   IF WRK-PAG-EMPRESA(WRK-PAG-SUB) = WRK-EMP-LOTE
                       PERFORM 0420-GRAVAR-SEGMENTOS
                   END-IF
               END-PERFORM

               MOVE SPACES TO CNB-REGISTRO
               INITIALIZE CNB-TRL-LOTE
               MOVE CNP-CTL-BANCO  TO CNB-TL-BANCO
               MOVE WRK-LOTE       TO CNB-TL-LOTE
               MOVE '5'            TO CNB-TL-TIPO
               COMPUTE CNB-TL-QTD-REGISTROS = WRK-SEQ-LOTE + 2
               MOVE WRK-VALOR-LOTE TO CNB-TL-VALOR-TOTAL
               WRITE REM-REGISTRO-CNAB FROM CNB-REGISTRO
               ADD 1 TO WRK-QTD-REG-ARQUIVO
           END-IF.

      **********SEGMENTOS A E B DE UM PAGAMENTO****************
      *A CONTA DO MESTRE TEM O DIGITO NA ULTIMA POSICAO; CREDITO EM
      *OUTRO BANCO VAI PELA CAMARA TED (018); O MESTRE NAO TEM O CPF
      *DO FUNCIONARIO, ENTAO O SEGMENTO B VAI SEM INSCRICAO (SO O
      *CREDITO DE PENSAO LEVA O CPF DO BENEFICIARIO)
       0420-GRAVAR-SEGMENTOS.
           ADD 1 TO WRK-SEQ-LOTE
           MOVE SPACES TO CNB-REGISTRO
           INITIALIZE CNB-SEG-A
           MOVE CNP-CTL-BANCO TO CNB-A-BANCO
           MOVE WRK-LOTE      TO CNB-A-LOTE
           MOVE '3'           TO CNB-A-TIPO
           MOVE WRK-SEQ-LOTE  TO CNB-A-NUM-REGISTRO
           MOVE 'A'           TO CNB-A-SEGMENTO
           IF WRK-PAG-BANCO(WRK-PAG-SUB) = CNP-CTL-BANCO
               MOVE 000 TO CNB-A-CAMARA
           ELSE
               MOVE 018 TO CNB-A-CAMARA
           END-IF
           MOVE WRK-PAG-BANCO(WRK-PAG-SUB)   TO CNB-A-BANCO-FAV
           MOVE WRK-PAG-AGENCIA(WRK-PAG-SUB) TO CNB-A-AGENCIA-FAV
           DIVIDE WRK-PAG-CONTA(WRK-PAG-SUB) BY 10
               GIVING CNB-A-CONTA-FAV REMAINDER WRK-DV-CONTA
           MOVE WRK-DV-CONTA                 TO CNB-A-CONTA-DV-FAV
           MOVE WRK-PAG-NOME(WRK-PAG-SUB)    TO CNB-A-NOME-FAV
           MOVE SPACES                       TO CNB-A-SEU-NUMERO
           MOVE WRK-PAG-NUMERO(WRK-PAG-SUB)  TO CNB-A-SEU-NUMERO-ID
           MOVE WRK-DATA-PAGAMENTO           TO CNB-A-DATA-PAGAMENTO
           MOVE 'BRL'                        TO CNB-A-MOEDA
           MOVE WRK-PAG-VALOR(WRK-PAG-SUB)   TO CNB-A-VALOR-PAGAMENTO
           MOVE SPACES                       TO CNB-A-OCORRENCIAS
           WRITE REM-REGISTRO-CNAB FROM CNB-REGISTRO
           ADD 1 TO WRK-QTD-REG-ARQUIVO
           ADD WRK-PAG-VALOR(WRK-PAG-SUB) TO WRK-VALOR-LOTE

           ADD 1 TO WRK-SEQ-LOTE
           MOVE SPACES TO CNB-REGISTRO
           INITIALIZE CNB-SEG-B
           MOVE CNP-CTL-BANCO      TO CNB-B-BANCO
           MOVE WRK-LOTE           TO CNB-B-LOTE
           MOVE '3'                TO CNB-B-TIPO
           MOVE WRK-SEQ-LOTE       TO CNB-B-NUM-REGISTRO
           MOVE 'B'                TO CNB-B-SEGMENTO
           IF WRK-PAG-CPF(WRK-PAG-SUB) > 0
               MOVE 1                  TO CNB-B-TIPO-INSCRICAO
               MOVE WRK-PAG-CPF(WRK-PAG-SUB) TO CNB-B-INSCRICAO
           END-IF
           MOVE WRK-DATA-PAGAMENTO TO CNB-B-DATA-VENCIMENTO
           MOVE WRK-PAG-VALOR(WRK-PAG-SUB) TO CNB-B-VALOR-DOCUMENTO
           WRITE REM-REGISTRO-CNAB FROM CNB-REGISTRO
           ADD 1 TO WRK-QTD-REG-ARQUIVO.

      **********DATA AAAAMMDD PARA O DDMMAAAA DO PADRAO********
       0450-CONVERTER-DATA.
           MOVE WRK-DATA-AAAAMMDD(7:2) TO WRK-DATA-DDMMAAAA(1:2)
           MOVE WRK-DATA-AAAAMMDD(5:2) TO WRK-DATA-DDMMAAAA(3:2)
           MOVE WRK-DATA-AAAAMMDD(1:4) TO WRK-DATA-DDMMAAAA(5:4).
