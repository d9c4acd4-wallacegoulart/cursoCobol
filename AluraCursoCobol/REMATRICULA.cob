      *          ALUNOS.DAT NA ABERTURA DO ANO, ACABANDO COM A
      *          REDIGITACAO QUE PERDIA ALUNO TODO JANEIRO
      *DATA = 02/09/2026
      *ALTERACAO = 15/10/2026 - CPF DO RESPONSAVEL PASSA PARA O
      *            ALUNOSNOVO JUNTO COM O NOME
      *ALTERACAO = 15/10/2026 - ALUNO COM MENSALIDADE EM ATRASO ALEM
      *            DA TOLERANCIA DO REMATPARM (DEFAULT 30 DIAS) E SEM
      *            ACORDO VIGENTE DO RESPONSAVEL FICA PENDENTE NO
      *            REMATPEND.DAT COM A VAGA RESERVADA, FORA DO
      *            ALUNOSNOVO; RELATORIO REMATPENDREL PARA A
      *            SECRETARIA; LIBERACAO PELO REMATLIB
      *ALTERACAO = 15/10/2026 - TURMAS DO ANO NOVO PELA TABELA
      *            DE CAPACIDADE TURMACAP (ANO NO REMATPARM, DEFAULT
      *            O SEGUINTE), TURMA ALEM DELA SAI COMO EXTRA; ALUNO
      *            NOVO ADMITIDO PELO ADMISSAO E REGRAVADO NO
      *            ALUNOSNOVO, OFERTA EM ABERTO GUARDA O LUGAR E O
      *            LUGAR QUE SOBRA E OFERECIDO A FILA DE ESPERA
      *ALTERACAO = 15/10/2026 - ALUNO TRANSFERIDO PELO TRANSFAL
      *            (SITUACAO T) FICA FORA DO ALUNOSNOVO, COM LINHA
      *            NO RELATORIO E TOTAL PROPRIO NO RESUMO
      *ALTERACAO = 15/10/2026 - LAYOUT DO HISTORICO.DAT NO
      *            HISTESCO.CPY: O REGISTRO PARCIAL DO ALUNO
      *            TRANSFERIDO (TRANSFAL) E LIDO COMO UM REGISTRO SO
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               "DATA/REMATRICULAREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-PARCELAS ASSIGN TO "DATA/PARCELAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PAR-STATUS.

           SELECT ACORDOS-RENEGOCIACAO ASSIGN TO "DATA/ACORDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ACO-STATUS.

           SELECT PARAMETROS-REMATRICULA ASSIGN TO
               "DATA/REMATPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RMP-STATUS.

           SELECT REMATRICULA-PENDENTE ASSIGN TO "DATA/REMATPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELATORIO-PENDENTES ASSIGN TO
               "DATA/REMATPENDREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CAPACIDADE-TURMAS ASSIGN TO "DATA/TURMACAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAP-STATUS.

           SELECT PEDIDOS-VAGA ASSIGN TO "DATA/ADMFILA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-ALUNOS.
           05  ALU-TURMA        PIC X(03).
           05  ALU-SERIE        PIC 9(02).
           05  ALU-RESPONSAVEL  PIC X(20).
           05  ALU-CPF-RESPONSAVEL PIC 9(11).
           05  ALU-TRANSFERENCIA.
               10  ALU-SITUACAO     PIC X(01).
                   88  ALUNO-TRANSFERIDO VALUE 'T'.
               10  ALU-DATA-SAIDA   PIC 9(08).

       FD  HISTORICO-ESCOLAR.
       COPY "HISTESCO.CPY".

       FD  RESULTADO-FINAL.
       01  RSF-REC.
           05  NOV-TURMA        PIC X(03).
           05  NOV-SERIE        PIC 9(02).
           05  NOV-RESPONSAVEL  PIC X(20).
           05  NOV-CPF-RESPONSAVEL PIC 9(11).

       FD  PARAMETROS-SERIE.
       01  PRM-REC.
       FD  RELATORIO-MATRICULA.
       01  REL-LINHA            PIC X(80).

       FD  ARQUIVO-PARCELAS.
       01  PAR-REC.
           05  PAR-FATURA       PIC 9(06).
           05  PAR-NUMERO       PIC 9(02).
           05  PAR-VENCIMENTO   PIC 9(08).
           05  PAR-VALOR        PIC 9(09)V99.
           05  PAR-STATUS       PIC X(01).

       FD  ACORDOS-RENEGOCIACAO.
       COPY "ACORDOS.CPY".

       FD  PARAMETROS-REMATRICULA.
       01  RMP-REC.
           05  RMP-DIAS-TOLERANCIA PIC 9(03).
           05  RMP-ANO-LETIVO      PIC 9(04).

       FD  REMATRICULA-PENDENTE.
       COPY "REMATPEN.CPY".

       FD  RELATORIO-PENDENTES.
       01  PND-LINHA            PIC X(100).

       FD  CAPACIDADE-TURMAS.
       COPY "TURMACAP.CPY".

       FD  PEDIDOS-VAGA.
       COPY "ADMFILA.CPY".

       WORKING-STORAGE SECTION.
       77  WRK-ALU-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-HST-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-QTD-RETIDOS     PIC 9(04)  VALUE ZEROS.
       77  WRK-QTD-FORMADOS    PIC 9(04)  VALUE ZEROS.
       77  WRK-QTD-SEM-RESULT  PIC 9(04)  VALUE ZEROS.
       77  WRK-QTD-TRANSFERIDOS PIC 9(04) VALUE ZEROS.
       77  WRK-TUR-QTD         PIC 9(02)  VALUE ZEROS.
       77  WRK-TUR-SUB         PIC 9(02)  VALUE ZEROS.
       77  WRK-TUR-ACHADA      PIC X      VALUE 'N'.
       77  WRK-LETRA-SUB       PIC 9(02)  VALUE ZEROS.
       77  WRK-TURMA-NOVA      PIC X(03)  VALUE SPACES.


      *BLOQUEIO POR MENSALIDADE EM ATRASO (FATURA 900000 + MATRICULA
      *DO MENSALIDADE): SO PASSA QUEM ESTA EM DIA OU COM ACORDO DE
      *RENEGOCIACAO VIGENTE DO RESPONSAVEL
       77  WRK-PAR-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-ACO-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-RMP-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-DATA-EXEC       PIC 9(08)  VALUE ZEROS.
       77  WRK-DIAS-TOLERANCIA PIC 9(03)  VALUE 30.
       77  WRK-DIAS-ATRASO     PIC S9(05) VALUE ZEROS.
       77  WRK-MATRICULA-DEB   PIC 9(06)  VALUE ZEROS.
       77  WRK-DEB-QTD         PIC 9(03)  VALUE ZEROS.
       77  WRK-DEB-SUB         PIC 9(03)  VALUE ZEROS.
       77  WRK-ACO-QTD         PIC 9(03)  VALUE ZEROS.
       77  WRK-QTD-PENDENTES   PIC 9(04)  VALUE ZEROS.
       77  WRK-TOTAL-DEVIDO    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-ED        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-ED        PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-EM-DEBITO       PIC X      VALUE 'N'.
           88  ALUNO-EM-DEBITO VALUE 'S'.
       77  WRK-EM-ACORDO       PIC X      VALUE 'N'.
           88  RESPONSAVEL-EM-ACORDO VALUE 'S'.

      *TURMAS DO ANO NOVO PELA TABELA DE CAPACIDADE (TURMACAP) E
      *FILA DE ESPERA DO ADMISSAO: ALUNO NOVO JA ADMITIDO PARA O
      *ANO NOVO VOLTA AO ALUNOSNOVO, OFERTA EM ABERTO GUARDA O
      *LUGAR E O LUGAR QUE SOBRAR VAI PARA O PRIMEIRO DA FILA
       77  WRK-CAP-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-FIL-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-ANO-NOVO        PIC 9(04)  VALUE ZEROS.
       77  WRK-FIL-QTD         PIC 9(03)  VALUE ZEROS.
       77  WRK-FIL-SUB         PIC 9(03)  VALUE ZEROS.
       77  WRK-PRIMEIRO        PIC 9(03)  VALUE ZEROS.
       77  WRK-CAP-QTD         PIC 9(02)  VALUE ZEROS.
       77  WRK-TURMA-EXISTE    PIC X      VALUE 'N'.
           88  CODIGO-EM-USO   VALUE 'Y'.
       77  WRK-QTD-ADMITIDOS   PIC 9(04)  VALUE ZEROS.
       77  WRK-QTD-OFERTAS     PIC 9(04)  VALUE ZEROS.
       77  WRK-QTD-EXTRAS      PIC 9(04)  VALUE ZEROS.

       01  WRK-TAB-PEDIDOS.
           05  WRK-FIL-ITEM OCCURS 300 TIMES.
               10  WRK-FIL-REGISTRO PIC X(89).

       01  WRK-TAB-DEBITOS.
           05  WRK-DEB-ITEM OCCURS 500 TIMES.
               10  WRK-DEB-MATRICULA  PIC 9(06).
               10  WRK-DEB-QTD-PARC   PIC 9(03).
               10  WRK-DEB-VALOR      PIC 9(09)V99.
               10  WRK-DEB-VENC       PIC 9(08).

       01  WRK-TAB-ACORDOS.
           05  WRK-ACO-ITEM OCCURS 500 TIMES.
               10  WRK-ACO-CPF        PIC 9(11).

       01  WRK-TAB-LETRAS VALUE 'ABCDEFGHIJ'.
           05  WRK-LETRA       PIC X(01) OCCURS 10 TIMES.

               10  WRK-TUR-CODIGO PIC X(03).
               10  WRK-TUR-SERIE  PIC 9(02).
               10  WRK-TUR-ALUNOS PIC 9(03).
               10  WRK-TUR-CAPACIDADE PIC 9(03).
               10  WRK-TUR-RESERVADOS PIC 9(03).

       PROCEDURE DIVISION.

           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.

           PERFORM 0110-CARREGAR-PARAMETROS.
           PERFORM 0120-CARREGAR-HISTORICO.
           PERFORM 0130-CARREGAR-RESULTADOS.
           PERFORM 0140-CARREGAR-DEBITOS.
           PERFORM 0145-CARREGAR-ACORDOS.
           PERFORM 0115-CARREGAR-CAPACIDADE.
           PERFORM 0117-CARREGAR-PEDIDOS.

           OPEN INPUT CADASTRO-ALUNOS.
           IF WRK-ALU-STATUS NOT = '00'
           END-IF.

           OPEN OUTPUT ALUNOS-NOVO
           OPEN OUTPUT RELATORIO-MATRICULA
           OPEN OUTPUT REMATRICULA-PENDENTE
           OPEN OUTPUT RELATORIO-PENDENTES.

           MOVE 'REMATRICULAS PENDENTES POR MENSALIDADE EM ATRASO' TO
               PND-LINHA.
           WRITE PND-LINHA.
           MOVE SPACES TO PND-LINHA
           STRING 'PARCELAS EM ABERTO VENCIDAS HA MAIS DE '
               DELIMITED BY SIZE
               WRK-DIAS-TOLERANCIA DELIMITED BY SIZE
               ' DIAS EM ' DELIMITED BY SIZE
               WRK-DATA-EXEC DELIMITED BY SIZE
               ' (VALOR NOMINAL)' DELIMITED BY SIZE
               INTO PND-LINHA
           END-STRING
           WRITE PND-LINHA.
           MOVE SPACES TO PND-LINHA
           STRING 'MATRIC NOME                 RESPONSAVEL          '
               DELIMITED BY SIZE
               'PARC VENC.ANTIGO       VALOR' DELIMITED BY SIZE
               INTO PND-LINHA
           END-STRING
           WRITE PND-LINHA.
           MOVE '=============================================' TO
               PND-LINHA.
           WRITE PND-LINHA.

           MOVE SPACES TO REL-LINHA
           STRING 'MATRICULA DO ANO LETIVO NOVO (' DELIMITED BY SIZE
               WRK-ANO-NOVO DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE '=============================================' TO
               REL-LINHA.
           WRITE REL-LINHA.

           PERFORM 0118-GRAVAR-ADMITIDOS.

           READ CADASTRO-ALUNOS
               AT END MOVE 'Y' TO WRK-EOF
           END-READ.

       0110-CARREGAR-PARAMETROS.
           MOVE WRK-DATA-EXEC(1:4) TO WRK-ANO-NOVO
           ADD 1 TO WRK-ANO-NOVO

           OPEN INPUT PARAMETROS-SERIE
           IF WRK-PRM-STATUS = '00'
               READ PARAMETROS-SERIE
               CLOSE PARAMETROS-SERIE
           END-IF.

           OPEN INPUT PARAMETROS-REMATRICULA
           IF WRK-RMP-STATUS = '00'
               READ PARAMETROS-REMATRICULA
                   AT END CONTINUE
                   NOT AT END
                       IF RMP-DIAS-TOLERANCIA > 0
                           MOVE RMP-DIAS-TOLERANCIA TO
                               WRK-DIAS-TOLERANCIA
                       END-IF
                       IF RMP-ANO-LETIVO IS NUMERIC
                           AND RMP-ANO-LETIVO > 0
                           MOVE RMP-ANO-LETIVO TO WRK-ANO-NOVO
                       END-IF
               END-READ
               CLOSE PARAMETROS-REMATRICULA
           END-IF.

      **********TURMAS DO ANO NOVO NA TABELA DE CAPACIDADE*****
      *SEM TABELA PARA O ANO AS TURMAS SAO ABERTAS PELA
      *CAPACIDADE UNICA DO SERIEPARM, COMO SEMPRE
       0115-CARREGAR-CAPACIDADE.
           OPEN INPUT CAPACIDADE-TURMAS
           IF WRK-CAP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ CAPACIDADE-TURMAS
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF CAP-ANO-LETIVO = WRK-ANO-NOVO
                   IF WRK-TUR-QTD >= 30
                       DISPLAY 'ERRO: QUANTIDADE DE TURMAS EXCEDE O '
                           'LIMITE DE 30 - PROCESSAMENTO ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-TUR-QTD
                   ADD 1 TO WRK-CAP-QTD
                   MOVE CAP-TURMA      TO WRK-TUR-CODIGO(WRK-TUR-QTD)
                   MOVE CAP-SERIE      TO WRK-TUR-SERIE(WRK-TUR-QTD)
                   MOVE CAP-CAPACIDADE TO
                       WRK-TUR-CAPACIDADE(WRK-TUR-QTD)
                   MOVE 0 TO WRK-TUR-ALUNOS(WRK-TUR-QTD)
                   MOVE 0 TO WRK-TUR-RESERVADOS(WRK-TUR-QTD)
               END-IF
               READ CAPACIDADE-TURMAS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE CAPACIDADE-TURMAS
           MOVE 'N' TO WRK-EOF.

      **********PEDIDOS DE VAGA DO ADMISSAO********************
      *OFERTA EM ABERTO PARA O ANO NOVO RESERVA O LUGAR NA TURMA
       0117-CARREGAR-PEDIDOS.
           OPEN INPUT PEDIDOS-VAGA
           IF WRK-FIL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ PEDIDOS-VAGA
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF WRK-FIL-QTD >= 300
                   DISPLAY 'ERRO: PEDIDOS DE VAGA EXCEDEM O LIMITE DE '
                       '300 REGISTROS - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-FIL-QTD
               MOVE FIL-REC TO WRK-FIL-REGISTRO(WRK-FIL-QTD)
               IF FILA-OFERTA AND FIL-ANO-LETIVO = WRK-ANO-NOVO
                   PERFORM 0119-LOCALIZAR-TURMA-PEDIDO
                   ADD 1 TO WRK-TUR-RESERVADOS(WRK-TUR-SUB)
               END-IF
               READ PEDIDOS-VAGA
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE PEDIDOS-VAGA
           MOVE 'N' TO WRK-EOF.

      **********ALUNOS NOVOS JA ADMITIDOS PARA O ANO NOVO******
      *O ADMISSAO OS ACRESCENTA AO ALUNOSNOVO; COMO ESTE ARQUIVO
      *E GERADO DE NOVO A CADA VIRADA, ELES SAO REGRAVADOS AQUI
      *ANTES DOS ALUNOS DA CASA, COM O LUGAR JA GARANTIDO
       0118-GRAVAR-ADMITIDOS.
           PERFORM VARYING WRK-FIL-SUB FROM 1 BY 1
                   UNTIL WRK-FIL-SUB > WRK-FIL-QTD
               MOVE WRK-FIL-REGISTRO(WRK-FIL-SUB) TO FIL-REC
               IF FILA-MATRICULADO AND FIL-ANO-LETIVO = WRK-ANO-NOVO
                   PERFORM 0119-LOCALIZAR-TURMA-PEDIDO
                   ADD 1 TO WRK-TUR-ALUNOS(WRK-TUR-SUB)
                   ADD 1 TO WRK-QTD-ADMITIDOS
                   MOVE FIL-MATRICULA       TO NOV-MATRICULA
                   MOVE FIL-NOME            TO NOV-NOME
                   MOVE ZEROS               TO NOV-NOTA1
                   MOVE ZEROS               TO NOV-NOTA2
                   MOVE FIL-TURMA           TO NOV-TURMA
                   MOVE FIL-SERIE           TO NOV-SERIE
                   MOVE FIL-RESPONSAVEL     TO NOV-RESPONSAVEL
                   MOVE FIL-CPF-RESPONSAVEL TO NOV-CPF-RESPONSAVEL
                   WRITE NOV-REC
                   MOVE SPACES TO REL-LINHA
                   STRING 'MATRICULA ' DELIMITED BY SIZE
                       FIL-MATRICULA DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FIL-NOME DELIMITED BY SIZE
                       ' ALUNO NOVO (ADMISSAO) NA ' DELIMITED BY SIZE
                       FIL-TURMA DELIMITED BY SIZE
                       INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
               END-IF
           END-PERFORM.

      *TURMA DO PEDIDO FORA DA TABELA E ABERTA COM A CAPACIDADE
      *DO SERIEPARM
       0119-LOCALIZAR-TURMA-PEDIDO.
           PERFORM VARYING WRK-TUR-SUB FROM 1 BY 1
                   UNTIL WRK-TUR-SUB > WRK-TUR-QTD
               IF WRK-TUR-CODIGO(WRK-TUR-SUB) = FIL-TURMA
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WRK-TUR-SUB > WRK-TUR-QTD
               IF WRK-TUR-QTD >= 30
                   DISPLAY 'ERRO: QUANTIDADE DE TURMAS EXCEDE O '
                       'LIMITE DE 30 - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-TUR-QTD
               MOVE WRK-TUR-QTD    TO WRK-TUR-SUB
               MOVE FIL-TURMA      TO WRK-TUR-CODIGO(WRK-TUR-SUB)
               MOVE FIL-SERIE      TO WRK-TUR-SERIE(WRK-TUR-SUB)
               MOVE WRK-CAPACIDADE TO WRK-TUR-CAPACIDADE(WRK-TUR-SUB)
               MOVE 0 TO WRK-TUR-ALUNOS(WRK-TUR-SUB)
               MOVE 0 TO WRK-TUR-RESERVADOS(WRK-TUR-SUB)
           END-IF.

      **********ULTIMA SITUACAO DO HISTORICO POR ALUNO*********
       0120-CARREGAR-HISTORICO.
           OPEN INPUT HISTORICO-ESCOLAR
           END-IF
           MOVE 'N' TO WRK-EOF.

      **********MENSALIDADES EM ATRASO POR MATRICULA***********
      *PARCELA EM ABERTO DA FAIXA 900000 VENCIDA HA MAIS DIAS QUE
      *A TOLERANCIA DO REMATPARM (DEFAULT 30)
       0140-CARREGAR-DEBITOS.
           OPEN INPUT ARQUIVO-PARCELAS
           IF WRK-PAR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ ARQUIVO-PARCELAS
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF PAR-STATUS = 'A' AND PAR-FATURA >= 900000
                   COMPUTE WRK-DIAS-ATRASO =
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-EXEC) -
                       FUNCTION INTEGER-OF-DATE(PAR-VENCIMENTO)
                   IF WRK-DIAS-ATRASO > WRK-DIAS-TOLERANCIA
                       PERFORM 0142-ACUMULAR-DEBITO
                   END-IF
               END-IF
               READ ARQUIVO-PARCELAS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-PARCELAS
           MOVE 'N' TO WRK-EOF.

       0142-ACUMULAR-DEBITO.
           COMPUTE WRK-MATRICULA-DEB = PAR-FATURA - 900000
           PERFORM VARYING WRK-DEB-SUB FROM 1 BY 1
                   UNTIL WRK-DEB-SUB > WRK-DEB-QTD
               IF WRK-DEB-MATRICULA(WRK-DEB-SUB) = WRK-MATRICULA-DEB
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WRK-DEB-SUB > WRK-DEB-QTD
               IF WRK-DEB-QTD >= 500
                   DISPLAY 'ERRO: ALUNOS COM MENSALIDADE EM ATRASO '
                       'EXCEDEM O LIMITE DE 500 REGISTROS - '
                       'PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-DEB-QTD
               MOVE WRK-DEB-QTD TO WRK-DEB-SUB
               MOVE WRK-MATRICULA-DEB TO WRK-DEB-MATRICULA(WRK-DEB-SUB)
               MOVE 0 TO WRK-DEB-QTD-PARC(WRK-DEB-SUB)
               MOVE 0 TO WRK-DEB-VALOR(WRK-DEB-SUB)
               MOVE PAR-VENCIMENTO TO WRK-DEB-VENC(WRK-DEB-SUB)
           END-IF

           ADD 1 TO WRK-DEB-QTD-PARC(WRK-DEB-SUB)
           ADD PAR-VALOR TO WRK-DEB-VALOR(WRK-DEB-SUB)
           IF PAR-VENCIMENTO < WRK-DEB-VENC(WRK-DEB-SUB)
               MOVE PAR-VENCIMENTO TO WRK-DEB-VENC(WRK-DEB-SUB)
           END-IF.

      **********ACORDOS VIGENTES (RENEGOC) POR CPF*************
       0145-CARREGAR-ACORDOS.
           OPEN INPUT ACORDOS-RENEGOCIACAO
           IF WRK-ACO-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ ACORDOS-RENEGOCIACAO
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF ACORDO-VIGENTE
                   IF WRK-ACO-QTD >= 500
                       DISPLAY 'ERRO: ACORDOS DE RENEGOCIACAO '
                           'EXCEDEM O LIMITE DE 500 REGISTROS - '
                           'PROCESSAMENTO ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-ACO-QTD
                   MOVE ACO-CPF TO WRK-ACO-CPF(WRK-ACO-QTD)
               END-IF
               READ ACORDOS-RENEGOCIACAO
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE ACORDOS-RENEGOCIACAO
           MOVE 'N' TO WRK-EOF.

       0200-PROCESSAR.
           PERFORM UNTIL FIM-ARQUIVO
               PERFORM 0250-VIRAR-ALUNO
           CLOSE CADASTRO-ALUNOS.

      **********VIRADA DE UM ALUNO*****************************
      *ALUNO TRANSFERIDO PARA FORA DA ESCOLA (TRANSFAL) NAO VAI
      *PARA O ANO NOVO; O REGISTRO CONGELADO FICA NO HISTORICO
       0250-VIRAR-ALUNO.
           IF ALUNO-TRANSFERIDO
               ADD 1 TO WRK-QTD-TRANSFERIDOS
               MOVE SPACES TO REL-LINHA
               STRING 'MATRICULA ' DELIMITED BY SIZE
                   ALU-MATRICULA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ALU-NOME DELIMITED BY SIZE
                   ' TRANSFERIDO EM ' DELIMITED BY SIZE
                   ALU-DATA-SAIDA DELIMITED BY SIZE
                   ' - FORA DO ANO NOVO' DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               EXIT PARAGRAPH
           END-IF

           PERFORM 0255-APURAR-RESULTADO

           EVALUATE TRUE

      **********MATRICULA NA TURMA DA SERIE NOVA***************
      *AS TURMAS SAO ABERTAS POR SERIE (SERIE + LETRA) E UMA TURMA
      *CHEIA ABRE A LETRA SEGUINTE; AS TURMAS DA TABELA DE
      *CAPACIDADE DO ANO NOVO SAO OCUPADAS PRIMEIRO E A TURMA
      *ABERTA ALEM DELAS SAI NO RELATORIO COMO EXTRA
       0260-MATRICULAR.
           MOVE 'N' TO WRK-TUR-ACHADA
           PERFORM VARYING WRK-TUR-SUB FROM 1 BY 1
                   UNTIL WRK-TUR-SUB > WRK-TUR-QTD
               IF WRK-TUR-SERIE(WRK-TUR-SUB) = WRK-SERIE-NOVA
                   AND WRK-TUR-ALUNOS(WRK-TUR-SUB) +
                       WRK-TUR-RESERVADOS(WRK-TUR-SUB) <
                       WRK-TUR-CAPACIDADE(WRK-TUR-SUB)
                   AND NOT TURMA-ENCONTRADA
                   SET TURMA-ENCONTRADA TO TRUE
                   MOVE WRK-TUR-CODIGO(WRK-TUR-SUB) TO
                       ADD 1 TO WRK-LETRA-SUB
                   END-IF
               END-PERFORM
               SET CODIGO-EM-USO TO TRUE
               PERFORM UNTIL NOT CODIGO-EM-USO
                   ADD 1 TO WRK-LETRA-SUB
                   IF WRK-LETRA-SUB > 10
                       DISPLAY 'ERRO: SERIE ' WRK-SERIE-NOVA
                           ' EXCEDE O LIMITE DE 10 TURMAS - '
                           'PROCESSAMENTO ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE SPACES TO WRK-TURMA-NOVA
                   MOVE WRK-SERIE-NOVA TO WRK-TURMA-NOVA(1:2)
                   MOVE WRK-LETRA(WRK-LETRA-SUB) TO
                       WRK-TURMA-NOVA(3:1)
                   MOVE 'N' TO WRK-TURMA-EXISTE
                   PERFORM VARYING WRK-TUR-SUB FROM 1 BY 1
                           UNTIL WRK-TUR-SUB > WRK-TUR-QTD
                       IF WRK-TUR-CODIGO(WRK-TUR-SUB) = WRK-TURMA-NOVA
                           SET CODIGO-EM-USO TO TRUE
                       END-IF
                   END-PERFORM
               END-PERFORM
               ADD 1 TO WRK-TUR-QTD
               MOVE WRK-TURMA-NOVA TO WRK-TUR-CODIGO(WRK-TUR-QTD)
               MOVE WRK-SERIE-NOVA TO WRK-TUR-SERIE(WRK-TUR-QTD)
               MOVE 1 TO WRK-TUR-ALUNOS(WRK-TUR-QTD)
               MOVE WRK-CAPACIDADE TO WRK-TUR-CAPACIDADE(WRK-TUR-QTD)
               MOVE 0 TO WRK-TUR-RESERVADOS(WRK-TUR-QTD)
               IF WRK-CAP-QTD > 0
                   ADD 1 TO WRK-QTD-EXTRAS
                   MOVE SPACES TO REL-LINHA
                   STRING 'TURMA ' DELIMITED BY SIZE
                       WRK-TURMA-NOVA DELIMITED BY SIZE
                       ' ABERTA ALEM DA TABELA DE CAPACIDADE (EXTRA)'
                       DELIMITED BY SIZE
                       INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
               END-IF
           END-IF

           MOVE ALU-MATRICULA  TO NOV-MATRICULA
           MOVE WRK-TURMA-NOVA TO NOV-TURMA
           MOVE WRK-SERIE-NOVA TO NOV-SERIE
           MOVE ALU-RESPONSAVEL TO NOV-RESPONSAVEL
           IF ALU-CPF-RESPONSAVEL IS NUMERIC
               MOVE ALU-CPF-RESPONSAVEL TO NOV-CPF-RESPONSAVEL
           ELSE
               MOVE ZEROS TO NOV-CPF-RESPONSAVEL
           END-IF

           PERFORM 0270-VERIFICAR-DEBITO
           IF ALUNO-EM-DEBITO
               PERFORM 0275-GRAVAR-PENDENTE
           ELSE
               WRITE NOV-REC
           END-IF.

      **********SITUACAO FINANCEIRA DO ALUNO*******************
      *EM DEBITO QUANDO HA MENSALIDADE ALEM DA TOLERANCIA E O
      *RESPONSAVEL NAO TEM ACORDO VIGENTE
       0270-VERIFICAR-DEBITO.
           MOVE 'N' TO WRK-EM-DEBITO
           PERFORM VARYING WRK-DEB-SUB FROM 1 BY 1
                   UNTIL WRK-DEB-SUB > WRK-DEB-QTD
               IF WRK-DEB-MATRICULA(WRK-DEB-SUB) = ALU-MATRICULA
                   SET ALUNO-EM-DEBITO TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF NOT ALUNO-EM-DEBITO OR NOV-CPF-RESPONSAVEL = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WRK-EM-ACORDO
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-ACO-QTD
               IF WRK-ACO-CPF(WRK-SUB) = NOV-CPF-RESPONSAVEL
                   SET RESPONSAVEL-EM-ACORDO TO TRUE
               END-IF
           END-PERFORM
           IF RESPONSAVEL-EM-ACORDO
               MOVE 'N' TO WRK-EM-DEBITO
               MOVE SPACES TO REL-LINHA
               STRING 'MATRICULA ' DELIMITED BY SIZE
                   ALU-MATRICULA DELIMITED BY SIZE
                   ' EM ATRASO COM ACORDO VIGENTE - MATRICULADA'
                   DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
           END-IF.

      **********REMATRICULA PENDENTE (VAGA RESERVADA)**********
      *A MATRICULA NOVA FICA NO REMATPEND ATE O PAGAMENTO OU A
      *LIBERACAO AUTORIZADA PELO REMATLIB
       0275-GRAVAR-PENDENTE.
           ADD 1 TO WRK-QTD-PENDENTES
           ADD WRK-DEB-VALOR(WRK-DEB-SUB) TO WRK-TOTAL-DEVIDO

           MOVE NOV-REC TO PEN-ALUNO
           MOVE WRK-DEB-QTD-PARC(WRK-DEB-SUB) TO PEN-QTD-PARCELAS
           MOVE WRK-DEB-VALOR(WRK-DEB-SUB)    TO PEN-VALOR-DEVIDO
           MOVE WRK-DEB-VENC(WRK-DEB-SUB)     TO PEN-VENC-ANTIGO
           MOVE WRK-DATA-EXEC                 TO PEN-DATA-GERACAO
           SET REMAT-PENDENTE TO TRUE
           MOVE SPACES TO PEN-USUARIO
           MOVE ZEROS  TO PEN-DATA-LIBERACAO
           MOVE SPACES TO PEN-MOTIVO
           WRITE PEN-REC

           MOVE SPACES TO REL-LINHA
           STRING 'MATRICULA ' DELIMITED BY SIZE
               ALU-MATRICULA DELIMITED BY SIZE
               ' PENDENTE - MENSALIDADE EM ATRASO (VAGA NA '
               DELIMITED BY SIZE
               NOV-TURMA DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA

           MOVE PEN-VALOR-DEVIDO TO WRK-VALOR-ED
           MOVE SPACES TO PND-LINHA
           STRING PEN-MATRICULA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PEN-NOME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PEN-RESPONSAVEL DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PEN-QTD-PARCELAS DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               PEN-VENC-ANTIGO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               INTO PND-LINHA
           END-STRING
           WRITE PND-LINHA.

      **********LUGARES LIVRES PARA A FILA DE ESPERA***********
      *CADA LUGAR QUE SOBRA NO ANO NOVO VAI PARA O PRIMEIRO DA
      *FILA DA SERIE (DATA DO PEDIDO E SEQUENCIA), QUE CONFIRMA
      *PELO ACEITE NO ADMISSAO
       0290-OFERTAR-VAGAS.
           IF WRK-FIL-QTD = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WRK-TUR-SUB FROM 1 BY 1
                   UNTIL WRK-TUR-SUB > WRK-TUR-QTD
               PERFORM 0295-LOCALIZAR-PRIMEIRO
               PERFORM UNTIL WRK-PRIMEIRO = 0
                   OR WRK-TUR-ALUNOS(WRK-TUR-SUB) +
                      WRK-TUR-RESERVADOS(WRK-TUR-SUB) NOT <
                      WRK-TUR-CAPACIDADE(WRK-TUR-SUB)
                   MOVE WRK-FIL-REGISTRO(WRK-PRIMEIRO) TO FIL-REC
                   SET FILA-OFERTA TO TRUE
                   MOVE WRK-TUR-CODIGO(WRK-TUR-SUB) TO FIL-TURMA
                   MOVE WRK-DATA-EXEC TO FIL-DATA-OFERTA
                   MOVE FIL-REC TO WRK-FIL-REGISTRO(WRK-PRIMEIRO)
                   ADD 1 TO WRK-TUR-RESERVADOS(WRK-TUR-SUB)
                   ADD 1 TO WRK-QTD-OFERTAS
                   MOVE SPACES TO REL-LINHA
                   STRING 'VAGA NA ' DELIMITED BY SIZE
                       FIL-TURMA DELIMITED BY SIZE
                       ' OFERECIDA AO PEDIDO ' DELIMITED BY SIZE
                       FIL-SEQUENCIA DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FIL-NOME DELIMITED BY SIZE
                       ' (FILA DE ESPERA)' DELIMITED BY SIZE
                       INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
                   PERFORM 0295-LOCALIZAR-PRIMEIRO
               END-PERFORM
           END-PERFORM

           IF WRK-QTD-OFERTAS > 0
               OPEN OUTPUT PEDIDOS-VAGA
               PERFORM VARYING WRK-FIL-SUB FROM 1 BY 1
                       UNTIL WRK-FIL-SUB > WRK-FIL-QTD
                   MOVE WRK-FIL-REGISTRO(WRK-FIL-SUB) TO FIL-REC
                   WRITE FIL-REC
               END-PERFORM
               CLOSE PEDIDOS-VAGA
           END-IF.

       0295-LOCALIZAR-PRIMEIRO.
           MOVE 0 TO WRK-PRIMEIRO
           PERFORM VARYING WRK-FIL-SUB FROM 1 BY 1
                   UNTIL WRK-FIL-SUB > WRK-FIL-QTD
               MOVE WRK-FIL-REGISTRO(WRK-FIL-SUB) TO FIL-REC
               IF FILA-ESPERA
                   AND FIL-ANO-LETIVO = WRK-ANO-NOVO
                   AND FIL-SERIE = WRK-TUR-SERIE(WRK-TUR-SUB)
                   IF WRK-PRIMEIRO = 0
                       MOVE WRK-FIL-SUB TO WRK-PRIMEIRO
                   ELSE
                       IF FIL-DATA-PEDIDO <
                           WRK-FIL-REGISTRO(WRK-PRIMEIRO)(7:8)
                           MOVE WRK-FIL-SUB TO WRK-PRIMEIRO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       0300-FINALIZAR.
           PERFORM 0290-OFERTAR-VAGAS.

           MOVE '---------------------------------------------' TO
               REL-LINHA.
           WRITE REL-LINHA.
                   WRK-TUR-SERIE(WRK-TUR-SUB) DELIMITED BY SIZE
                   ' ALUNOS ' DELIMITED BY SIZE
                   WRK-TUR-ALUNOS(WRK-TUR-SUB) DELIMITED BY SIZE
                   ' RESERVAS ' DELIMITED BY SIZE
                   WRK-TUR-RESERVADOS(WRK-TUR-SUB) DELIMITED BY SIZE
                   ' CAPACIDADE ' DELIMITED BY SIZE
                   WRK-TUR-CAPACIDADE(WRK-TUR-SUB) DELIMITED BY SIZE
                   INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA
           STRING 'TRANSFERIDOS PARA FORA DA ESCOLA: '
               DELIMITED BY SIZE
               WRK-QTD-TRANSFERIDOS DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA
           STRING 'PENDENTES POR MENSALIDADE EM ATRASO: '
               DELIMITED BY SIZE
               WRK-QTD-PENDENTES DELIMITED BY SIZE
               ' (COM VAGA RESERVADA NA TURMA)'
               DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

           MOVE '---------------------------------------------' TO
               PND-LINHA.
           WRITE PND-LINHA.
           MOVE WRK-TOTAL-DEVIDO TO WRK-TOTAL-ED
           MOVE SPACES TO PND-LINHA
           STRING 'ALUNOS PENDENTES: ' DELIMITED BY SIZE
               WRK-QTD-PENDENTES DELIMITED BY SIZE
               '   TOTAL DEVIDO: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO PND-LINHA
           END-STRING
           WRITE PND-LINHA.
           MOVE 'LIBERACAO SO PELO REMATLIB, COM USUARIO AUTORIZADO E'
               TO PND-LINHA.
           WRITE PND-LINHA.
           MOVE 'MOTIVO REGISTRADO NA TRILHA SEGAUDIT' TO PND-LINHA.
           WRITE PND-LINHA.

           DISPLAY 'PROMOVIDOS: ' WRK-QTD-PROMOVIDOS
               ' RETIDOS: ' WRK-QTD-RETIDOS
               ' FORMADOS: ' WRK-QTD-FORMADOS
               ' TRANSFERIDOS: ' WRK-QTD-TRANSFERIDOS.
           DISPLAY 'ARQUIVO ALUNOSNOVO.DAT GERADO - SUBSTITUI O '
               'ALUNOS.DAT NA ABERTURA DO ANO LETIVO'.
           DISPLAY 'PENDENTES POR MENSALIDADE EM ATRASO: '
               WRK-QTD-PENDENTES ' (REMATPEND.DAT)'.
           DISPLAY 'ALUNOS NOVOS ADMITIDOS: ' WRK-QTD-ADMITIDOS
               ' VAGAS OFERECIDAS A FILA DE ESPERA: ' WRK-QTD-OFERTAS
               ' TURMAS EXTRAS: ' WRK-QTD-EXTRAS.
           DISPLAY 'FIM DE PROCESSAMENTO'.

           CLOSE ALUNOS-NOVO
           CLOSE RELATORIO-MATRICULA
           CLOSE REMATRICULA-PENDENTE
           CLOSE RELATORIO-PENDENTES.

           IF WRK-QTD-PENDENTES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
