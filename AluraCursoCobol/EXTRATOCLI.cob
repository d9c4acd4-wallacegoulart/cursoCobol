      *          DADOS DO CLIMANUT, E O FECHO TRAZ O TOTAL EM ABERTO
      *          E O TOTAL VENCIDO
      *DATA = 02/09/2026
      *ALTERACAO = 15/10/2026 - PEDIDO COM VARIOS ITENS: ABAIXO DO
      *            PEDIDO SAEM AS SUAS LINHAS DO PEDITENS.DAT
      *            (PRODUTO, QUANTIDADE E VALOR DA LINHA), TAMBEM
      *            INFORMATIVAS
      *ALTERACAO = 15/10/2026 - LEIAUTE DO RECEBTR.DAT COM A MARCA
      *            DE PROCESSADO DO RECEBER
      *ALTERACAO = 15/10/2026 - CPF DE RESPONSAVEL DE ALUNO (CADASTRO
      *            RESPONS) TAMBEM TEM EXTRATO, COM AS MENSALIDADES
      *            ESCOLARES (FATURA 900000 + MATRICULA) DOS ALUNOS
      *            VINCULADOS JUNTO DAS FATURAS DO FATUCLI
      *ALTERACAO = 15/10/2026 - GRUPO DE TRANSFERENCIA NO LEIAUTE
      *            DO ALUNOS.DAT - A LINHA DO ALUNO TRANSFERIDO E UM
      *            REGISTRO SO
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FCL-STATUS.

           SELECT ITENS-PEDIDO ASSIGN TO "DATA/PEDITENS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ITM-STATUS.

           SELECT CADASTRO-ALUNOS ASSIGN TO "DATA/ALUNOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ALU-STATUS.

           SELECT CADASTRO-RESPONSAVEIS ASSIGN TO "DATA/RESPONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RSP-STATUS.

           SELECT RELATORIO-EXTRATO ASSIGN TO "DATA/EXTRATOCLIREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  ARQUIVO-PEDIDOS.
       COPY "PEDIDOS.CPY".

       FD  ITENS-PEDIDO.
       COPY "PEDITEM.CPY".

       FD  ARQUIVO-PARCELAS.
       01  PAR-REC.
           05  PAR-FATURA         PIC 9(06).
           05  RCB-PARCELA        PIC 9(02).
           05  RCB-DATA-PAGAMENTO PIC 9(08).
           05  RCB-VALOR-PAGO     PIC 9(09)V99.
           05  RCB-PROCESSADO     PIC X(01).

       FD  VINCULO-FATURA-CLIENTE.
       01  FCL-REC.
           05  FCL-CPF            PIC 9(11).
           05  FCL-CONDPAG        PIC 9(02).

       FD  CADASTRO-ALUNOS.
       01  ALU-REC.
           05  ALU-MATRICULA    PIC 9(06).
           05  ALU-NOME         PIC X(20).
           05  ALU-NOTA1        PIC 9(02).
           05  ALU-NOTA2        PIC 9(02).
           05  ALU-TURMA        PIC X(03).
           05  ALU-SERIE        PIC 9(02).
           05  ALU-RESPONSAVEL  PIC X(20).
           05  ALU-CPF-RESPONSAVEL PIC 9(11).
           05  ALU-TRANSFERENCIA.
               10  ALU-SITUACAO     PIC X(01).
                   88  ALUNO-TRANSFERIDO VALUE 'T'.
               10  ALU-DATA-SAIDA   PIC 9(08).

       FD  CADASTRO-RESPONSAVEIS.
       COPY "RESPONS.CPY".

       FD  RELATORIO-EXTRATO.
       01  REL-LINHA              PIC X(100).

       77  WRK-PAR-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-RCB-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-FCL-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-ITM-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-ALU-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-RSP-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-CLI-ACHADO      PIC X        VALUE 'N'.
           88  CLIENTE-CADASTRADO VALUE 'S'.
       77  WRK-RSP-ACHADO      PIC X        VALUE 'N'.
           88  RESPONSAVEL-CADASTRADO VALUE 'S'.
       77  WRK-NOME-TITULAR    PIC X(30)    VALUE SPACES.
       77  WRK-ITM-EOF         PIC X        VALUE 'N'.
           88  FIM-ITENS       VALUE 'Y'.
       77  WRK-EOF             PIC X        VALUE 'N'.
           88  FIM-ARQUIVO     VALUE 'Y'.
       77  WRK-DATA-EXEC       PIC 9(08)    VALUE ZEROS.
           MOVE WRK-CPF TO CLI-CPF.
           READ CLIENTE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CLIENTE-CADASTRADO TO TRUE
                   STRING CLI-PRIMEIRO-NOME DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       CLI-ULTIMO-NOME DELIMITED BY SIZE
                       INTO WRK-NOME-TITULAR
                   END-STRING
           END-READ.
           CLOSE CLIENTE-MASTER.

           PERFORM 0105-LOCALIZAR-RESPONSAVEL.

           IF NOT CLIENTE-CADASTRADO AND NOT RESPONSAVEL-CADASTRADO
               DISPLAY 'CLIENTE NAO CADASTRADO - PROCESSAMENTO '
                   'RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WRK-CPF TO WRK-CPF-ED
           MOVE '***.***.***' TO WRK-CPF-MASCARADO(1:11)
           MOVE WRK-CPF-ED(12:3) TO WRK-CPF-MASCARADO(12:3).

           PERFORM 0110-CARREGAR-VINCULOS.
           PERFORM 0115-CARREGAR-MENSALIDADES.

           OPEN OUTPUT RELATORIO-EXTRATO.

           MOVE SPACES TO REL-LINHA
           IF CLIENTE-CADASTRADO
               STRING 'EXTRATO DO CLIENTE ' DELIMITED BY SIZE
                   WRK-NOME-TITULAR DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
           ELSE
               STRING 'EXTRATO DO RESPONSAVEL ' DELIMITED BY SIZE
                   WRK-NOME-TITULAR DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
           END-IF
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA
           STRING 'CPF: ' DELIMITED BY SIZE
           END-IF
           MOVE 'N' TO WRK-EOF.

      **********O CPF TAMBEM PODE SER DE RESPONSAVEL DE ALUNO**
      *QUEM E SO RESPONSAVEL (SEM CADASTRO DE CLIENTE) TEM EXTRATO
      *DAS MENSALIDADES ESCOLARES
       0105-LOCALIZAR-RESPONSAVEL.
           OPEN INPUT CADASTRO-RESPONSAVEIS
           IF WRK-RSP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ CADASTRO-RESPONSAVEIS
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF RSP-CPF = WRK-CPF
                   SET RESPONSAVEL-CADASTRADO TO TRUE
                   IF NOT CLIENTE-CADASTRADO
                       MOVE RSP-NOME TO WRK-NOME-TITULAR
                   END-IF
               END-IF
               READ CADASTRO-RESPONSAVEIS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE CADASTRO-RESPONSAVEIS
           MOVE 'N' TO WRK-EOF.

      **********MENSALIDADES DOS ALUNOS DO RESPONSAVEL*********
      *FATURA 900000 + MATRICULA, A MESMA NUMERACAO DO MENSALIDADE;
      *ENTRAM NO EXTRATO COMO AS FATURAS DO VINCULO FATUCLI
       0115-CARREGAR-MENSALIDADES.
           IF NOT RESPONSAVEL-CADASTRADO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CADASTRO-ALUNOS
           IF WRK-ALU-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ CADASTRO-ALUNOS
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF ALU-CPF-RESPONSAVEL IS NUMERIC
                   AND ALU-CPF-RESPONSAVEL = WRK-CPF
                   AND ALU-MATRICULA < 100000
                   AND WRK-FCL-QTD < 500
                   ADD 1 TO WRK-FCL-QTD
                   COMPUTE WRK-FCL-FATURA(WRK-FCL-QTD) =
                       900000 + ALU-MATRICULA
               END-IF
               READ CADASTRO-ALUNOS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE CADASTRO-ALUNOS
           MOVE 'N' TO WRK-EOF.

       0200-PROCESSAR.
           PERFORM 0210-COLETAR-PEDIDOS.
           PERFORM 0220-COLETAR-PARCELAS.
               (PED-VALOR * WRK-QTD-EFETIVA) + PED-FRETE
           MOVE ' ' TO WRK-EVT-SINAL(WRK-EVT-QTD).

           IF PED-QTD-ITENS IS NUMERIC AND PED-QTD-ITENS > 1
               PERFORM 0217-GUARDAR-ITENS
           END-IF.

      *AS LINHAS DO PEDIDO ENTRAM COM A DATA DO PEDIDO, LOGO APOS
      *ELE (A ORDENACAO DO 0300 NAO TROCA DATAS IGUAIS)
       0217-GUARDAR-ITENS.
           MOVE 'N' TO WRK-ITM-EOF
           OPEN INPUT ITENS-PEDIDO
           IF WRK-ITM-STATUS NOT = '00'
               MOVE 'Y' TO WRK-ITM-EOF
           ELSE
               READ ITENS-PEDIDO
                   AT END MOVE 'Y' TO WRK-ITM-EOF
               END-READ
           END-IF
           PERFORM UNTIL FIM-ITENS
               IF ITM-PEDIDO = PED-NUMERO
                   PERFORM 0290-VERIFICAR-LIMITE
                   ADD 1 TO WRK-EVT-QTD
                   MOVE PED-DATA TO WRK-EVT-DATA(WRK-EVT-QTD)
                   MOVE SPACES TO WRK-EVT-DESCRICAO(WRK-EVT-QTD)
                   STRING '  ' DELIMITED BY SIZE
                       ITM-PROD DELIMITED BY SIZE
                       ' X' DELIMITED BY SIZE
                       ITM-QTD DELIMITED BY SIZE
                       INTO WRK-EVT-DESCRICAO(WRK-EVT-QTD)
                   END-STRING
                   COMPUTE WRK-EVT-VALOR(WRK-EVT-QTD) =
                       ITM-QTD * ITM-PRECO-UNIT
                   MOVE ' ' TO WRK-EVT-SINAL(WRK-EVT-QTD)
               END-IF
               READ ITENS-PEDIDO
                   AT END MOVE 'Y' TO WRK-ITM-EOF
               END-READ
           END-PERFORM
           IF WRK-ITM-STATUS = '00' OR WRK-ITM-STATUS = '10'
               CLOSE ITENS-PEDIDO
           END-IF.

      **********PARCELAS DAS FATURAS DO CPF********************
       0220-COLETAR-PARCELAS.
           OPEN INPUT ARQUIVO-PARCELAS
