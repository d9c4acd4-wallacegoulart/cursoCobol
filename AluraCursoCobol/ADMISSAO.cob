       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMISSAO.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: ADMISSAO DE ALUNO NOVO COM CONTROLE DE LUGARES
      *          POR TURMA E FILA DE ESPERA: O PEDIDO (ALUNO, CPF DO
      *          RESPONSAVEL JA CADASTRADO NO RESPMANUT, SERIE
      *          DESEJADA E DATA) E CONFERIDO CONTRA A TABELA DE
      *          CAPACIDADE DO ANO LETIVO (TURMACAP.DAT); COM LUGAR
      *          LIVRE O ALUNO E MATRICULADO COM A PROXIMA
      *          MATRICULA, SENAO O PEDIDO ENTRA NA FILA DE ESPERA
      *          (ADMFILA.DAT) NA ORDEM DA DATA; A TRANSFERENCIA DE
      *          TURMA OU A SAIDA DE ALUNO LIBERA O LUGAR E O
      *          PRIMEIRO DA FILA DA SERIE RECEBE A OFERTA, QUE VIRA
      *          MATRICULA NO ACEITE OU PASSA AO SEGUINTE NA
      *          DESISTENCIA; O ANO LETIVO CORRENTE USA O ALUNOS.DAT
      *          E O ANO SEGUINTE O ALUNOSNOVO.DAT DO REMATRICULA
      *          (COM AS REMATRICULAS PENDENTES DO REMATPEND
      *          OCUPANDO A VAGA RESERVADA); O RELATORIO DE VAGAS
      *          POR SERIE E TURMA (ADMVAGAREL.DAT) TRAZ A FILA DE
      *          ESPERA NA ORDEM DE ATENDIMENTO; O ALUNO
      *          TRANSFERIDO PARA FORA DA ESCOLA PELO TRANSFAL
      *          (SITUACAO T NO ALUNOS) NAO OCUPA LUGAR NA TURMA
      *DATA = 15/10/2026
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS-VAGA ASSIGN TO "DATA/ADMFILA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FIL-STATUS.

           SELECT CAPACIDADE-TURMAS ASSIGN TO "DATA/TURMACAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAP-STATUS.

           SELECT CADASTRO-ALUNOS ASSIGN TO "DATA/ALUNOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ALU-STATUS.

           SELECT ALUNOS-NOVO ASSIGN TO "DATA/ALUNOSNOVO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NOV-STATUS.

           SELECT REMATRICULA-PENDENTE ASSIGN TO "DATA/REMATPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PEN-STATUS.

           SELECT RESPONSAVEL-MASTER ASSIGN TO "DATA/RESPONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RSP-STATUS.

           SELECT RELATORIO-VAGAS ASSIGN TO "DATA/ADMVAGAREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROLE-RUNS ASSIGN TO "DATA/RUNCTLGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS-VAGA.
       COPY "ADMFILA.CPY".

       FD  CAPACIDADE-TURMAS.
       COPY "TURMACAP.CPY".

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

       FD  ALUNOS-NOVO.
       01  NOV-REC.
           05  NOV-MATRICULA    PIC 9(06).
           05  NOV-NOME         PIC X(20).
           05  NOV-NOTA1        PIC 9(02).
           05  NOV-NOTA2        PIC 9(02).
           05  NOV-TURMA        PIC X(03).
           05  NOV-SERIE        PIC 9(02).
           05  NOV-RESPONSAVEL  PIC X(20).
           05  NOV-CPF-RESPONSAVEL PIC 9(11).

       FD  REMATRICULA-PENDENTE.
       COPY "REMATPEN.CPY".

       FD  RESPONSAVEL-MASTER.
       COPY "RESPONS.CPY".

       FD  RELATORIO-VAGAS.
       01  VAG-LINHA            PIC X(80).

       FD  CONTROLE-RUNS.
       01  RUN-REC.
           05  RUN-PROGRAMA       PIC X(08).
           05  RUN-DATA-NEGOCIO   PIC 9(08).
           05  RUN-HORA           PIC 9(08).
           05  RUN-EVENTO         PIC X(10).

       WORKING-STORAGE SECTION.
       77  WRK-RUN-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-RUN-EVENTO    PIC X(10)  VALUE SPACES.
       77  WRK-RUN-DATA      PIC 9(08)  VALUE ZEROS.
       77  WRK-RUN-HORA      PIC 9(08)  VALUE ZEROS.
       77  WRK-FIL-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-CAP-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-ALU-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-NOV-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-PEN-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-RSP-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-EOF           PIC X      VALUE 'N'.
           88  FIM-ARQUIVO   VALUE 'Y'.
       77  WRK-DATA-EXEC     PIC 9(08)  VALUE ZEROS.
       77  WRK-ANO-CORRENTE  PIC 9(04)  VALUE ZEROS.
       77  WRK-ANO-NOVO      PIC 9(04)  VALUE ZEROS.
       77  WRK-ANO-LETIVO    PIC 9(04)  VALUE ZEROS.
       77  WRK-OPERACAO      PIC X(01)  VALUE 'R'.
           88  OPER-PEDIDO        VALUE 'P'.
           88  OPER-ACEITE        VALUE 'A'.
           88  OPER-DESISTENCIA   VALUE 'D'.
           88  OPER-TRANSFERENCIA VALUE 'T'.
           88  OPER-OFERTAR       VALUE 'O'.
           88  OPER-RELATORIO     VALUE 'R'.
       77  WRK-NOME          PIC X(20)  VALUE SPACES.
       77  WRK-CPF           PIC 9(11)  VALUE ZEROS.
       77  WRK-NOME-RESP     PIC X(20)  VALUE SPACES.
       77  WRK-SERIE         PIC 9(02)  VALUE ZEROS.
       77  WRK-DATA-PEDIDO   PIC 9(08)  VALUE ZEROS.
       77  WRK-SEQUENCIA     PIC 9(06)  VALUE ZEROS.
       77  WRK-MATRICULA     PIC 9(06)  VALUE ZEROS.
       77  WRK-PROX-MATRICULA PIC 9(06) VALUE ZEROS.
       77  WRK-PROX-SEQUENCIA PIC 9(06) VALUE ZEROS.
       77  WRK-TURMA-DESTINO PIC X(03)  VALUE SPACES.
       77  WRK-TURMA-ORIGEM  PIC X(03)  VALUE SPACES.
       77  WRK-TURMA-VAGA    PIC X(03)  VALUE SPACES.
       77  WRK-RSP-ACHADO    PIC X      VALUE 'N'.
           88  RESPONSAVEL-ENCONTRADO VALUE 'Y'.
       77  WRK-FIL-ACHADO    PIC X      VALUE 'N'.
           88  PEDIDO-ENCONTRADO VALUE 'Y'.
       77  WRK-ALU-ACHADO    PIC X      VALUE 'N'.
           88  ALUNO-ENCONTRADO VALUE 'Y'.
       77  WRK-VAGA-ACHADA   PIC X      VALUE 'N'.
           88  VAGA-ENCONTRADA VALUE 'Y'.
       77  WRK-SERIE-ATIVA   PIC X      VALUE 'N'.
           88  SERIE-NO-RELATORIO VALUE 'Y'.
       77  WRK-FILA-ACHADA   PIC X      VALUE 'N'.
           88  HA-FILA-NA-SERIE VALUE 'Y'.
       77  WRK-FIL-QTD       PIC 9(03)  VALUE ZEROS.
       77  WRK-ALU-QTD       PIC 9(03)  VALUE ZEROS.
       77  WRK-TUR-QTD       PIC 9(02)  VALUE ZEROS.
       77  WRK-SUB           PIC 9(03)  VALUE ZEROS.
       77  WRK-TUR-SUB       PIC 9(02)  VALUE ZEROS.
       77  WRK-FIL-SUB       PIC 9(03)  VALUE ZEROS.
       77  WRK-PRIMEIRO      PIC 9(03)  VALUE ZEROS.
       77  WRK-SERIE-REL     PIC 9(03)  VALUE ZEROS.
       77  WRK-QTD-OFERTAS   PIC 9(03)  VALUE ZEROS.
       77  WRK-QTD-FORA      PIC 9(03)  VALUE ZEROS.
       77  WRK-VAGAS         PIC 9(03)  VALUE ZEROS.
       77  WRK-VAGAS-SERIE   PIC 9(04)  VALUE ZEROS.
       77  WRK-FILA-SERIE    PIC 9(04)  VALUE ZEROS.
       77  WRK-TOT-CAPACIDADE PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-OCUPADOS  PIC 9(05)  VALUE ZEROS.
       77  WRK-TOT-VAGAS     PIC 9(05)  VALUE ZEROS.
       77  WRK-TOT-FILA      PIC 9(05)  VALUE ZEROS.
       77  WRK-CRIT-MOTIVO   PIC X(50)  VALUE SPACES.

       01  WRK-TAB-PEDIDOS.
           05  WRK-FIL-ITEM OCCURS 300 TIMES INDEXED BY WRK-FIL-IDX.
               10  WRK-FIL-REGISTRO PIC X(89).
               10  WRK-FIL-LISTADO  PIC X(01).

      *CADASTRO DO ANO LETIVO EM USO (ALUNOS OU ALUNOSNOVO)
       01  WRK-TAB-ALUNOS.
           05  WRK-ALU-ITEM OCCURS 500 TIMES INDEXED BY WRK-ALU-IDX.
               10  WRK-ALU-REGISTRO PIC X(75).

      *TURMAS DA TABELA DE CAPACIDADE DO ANO LETIVO EM USO; A
      *RESERVA E A OFERTA DA FILA EM ABERTO OU A REMATRICULA
      *PENDENTE DO REMATPEND
       01  WRK-TAB-TURMAS.
           05  WRK-TUR-ITEM OCCURS 60 TIMES.
               10  WRK-TUR-CODIGO      PIC X(03).
               10  WRK-TUR-SERIE       PIC 9(02).
               10  WRK-TUR-CAPACIDADE  PIC 9(03).
               10  WRK-TUR-MATRICULADOS PIC 9(03).
               10  WRK-TUR-RESERVADOS  PIC 9(03).

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
           MOVE WRK-DATA-EXEC(1:4) TO WRK-ANO-CORRENTE.
           COMPUTE WRK-ANO-NOVO = WRK-ANO-CORRENTE + 1.

           PERFORM 0110-CARREGAR-PEDIDOS.

           DISPLAY 'OPERACAO (P-PEDIDO DE VAGA A-ACEITE DA OFERTA '
               'D-DESISTENCIA T-TRANSFERENCIA O-OFERTAR VAGAS '
               'R-RELATORIO DE VAGAS).. '
           ACCEPT WRK-OPERACAO.

      ****************CARGA DOS PEDIDOS DE VAGA****************
       0110-CARREGAR-PEDIDOS.
           OPEN INPUT PEDIDOS-VAGA
           IF WRK-FIL-STATUS NOT = '00'
               MOVE 1 TO WRK-PROX-SEQUENCIA
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
               IF FIL-SEQUENCIA >= WRK-PROX-SEQUENCIA
                   COMPUTE WRK-PROX-SEQUENCIA = FIL-SEQUENCIA + 1
               END-IF
               READ PEDIDOS-VAGA
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE PEDIDOS-VAGA
           MOVE 'N' TO WRK-EOF

           IF WRK-PROX-SEQUENCIA = 0
               MOVE 1 TO WRK-PROX-SEQUENCIA
           END-IF.

      **********LUGARES DO ANO LETIVO**************************
      *TURMAS DA TABELA DE CAPACIDADE, ALUNOS DO CADASTRO DO ANO
      *(ALUNOS.DAT NO CORRENTE, ALUNOSNOVO.DAT NO SEGUINTE) E AS
      *RESERVAS: OFERTA EM ABERTO DA FILA E, NO ANO SEGUINTE, A
      *REMATRICULA PENDENTE
       0150-CARREGAR-ANO.
           MOVE 0 TO WRK-TUR-QTD
           MOVE 0 TO WRK-ALU-QTD
           MOVE 0 TO WRK-QTD-FORA

           OPEN INPUT CAPACIDADE-TURMAS
           IF WRK-CAP-STATUS NOT = '00'
               DISPLAY 'SEM TABELA DE CAPACIDADE DAS TURMAS '
                   '(TURMACAP) - PROCESSAMENTO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CAPACIDADE-TURMAS
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF CAP-ANO-LETIVO = WRK-ANO-LETIVO
                   IF WRK-TUR-QTD >= 60
                       DISPLAY 'ERRO: TURMAS DO ANO LETIVO EXCEDEM O '
                           'LIMITE DE 60 - PROCESSAMENTO ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-TUR-QTD
                   MOVE CAP-TURMA      TO WRK-TUR-CODIGO(WRK-TUR-QTD)
                   MOVE CAP-SERIE      TO WRK-TUR-SERIE(WRK-TUR-QTD)
                   MOVE CAP-CAPACIDADE TO
                       WRK-TUR-CAPACIDADE(WRK-TUR-QTD)
                   MOVE 0 TO WRK-TUR-MATRICULADOS(WRK-TUR-QTD)
                   MOVE 0 TO WRK-TUR-RESERVADOS(WRK-TUR-QTD)
               END-IF
               READ CAPACIDADE-TURMAS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE CAPACIDADE-TURMAS
           MOVE 'N' TO WRK-EOF

           IF WRK-ANO-LETIVO = WRK-ANO-CORRENTE
               PERFORM 0152-CARREGAR-ALUNOS
           ELSE
               PERFORM 0154-CARREGAR-ALUNOS-NOVO
               PERFORM 0156-CARREGAR-PENDENTES
           END-IF

           PERFORM VARYING WRK-FIL-SUB FROM 1 BY 1
                   UNTIL WRK-FIL-SUB > WRK-FIL-QTD
               MOVE WRK-FIL-REGISTRO(WRK-FIL-SUB) TO FIL-REC
               IF FILA-OFERTA AND FIL-ANO-LETIVO = WRK-ANO-LETIVO
                   MOVE FIL-TURMA TO WRK-TURMA-VAGA
                   PERFORM 0158-LOCALIZAR-TURMA
                   IF WRK-TUR-SUB <= WRK-TUR-QTD
                       ADD 1 TO WRK-TUR-RESERVADOS(WRK-TUR-SUB)
                   END-IF
               END-IF
           END-PERFORM.

       0152-CARREGAR-ALUNOS.
           OPEN INPUT CADASTRO-ALUNOS
           IF WRK-ALU-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ CADASTRO-ALUNOS
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               PERFORM 0153-GUARDAR-ALUNO
               READ CADASTRO-ALUNOS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE CADASTRO-ALUNOS
           MOVE 'N' TO WRK-EOF.

       0153-GUARDAR-ALUNO.
           IF WRK-ALU-QTD >= 500
               DISPLAY 'ERRO: CADASTRO DE ALUNOS EXCEDE O LIMITE '
                   'DE 500 REGISTROS - PROCESSAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WRK-ALU-QTD
           MOVE ALU-REC TO WRK-ALU-REGISTRO(WRK-ALU-QTD)
           IF ALUNO-TRANSFERIDO
               EXIT PARAGRAPH
           END-IF
           MOVE ALU-TURMA TO WRK-TURMA-VAGA
           PERFORM 0158-LOCALIZAR-TURMA
           IF WRK-TUR-SUB <= WRK-TUR-QTD
               ADD 1 TO WRK-TUR-MATRICULADOS(WRK-TUR-SUB)
           ELSE
               ADD 1 TO WRK-QTD-FORA
           END-IF.

       0154-CARREGAR-ALUNOS-NOVO.
           OPEN INPUT ALUNOS-NOVO
           IF WRK-NOV-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ ALUNOS-NOVO
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               MOVE NOV-REC TO ALU-REC
               PERFORM 0153-GUARDAR-ALUNO
               READ ALUNOS-NOVO
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE ALUNOS-NOVO
           MOVE 'N' TO WRK-EOF.

      *REMATRICULA PENDENTE POR MENSALIDADE (REMATRICULA) GUARDA
      *A VAGA ATE A LIBERACAO NO REMATLIB
       0156-CARREGAR-PENDENTES.
           OPEN INPUT REMATRICULA-PENDENTE
           IF WRK-PEN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ REMATRICULA-PENDENTE
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF REMAT-PENDENTE
                   MOVE PEN-TURMA TO WRK-TURMA-VAGA
                   PERFORM 0158-LOCALIZAR-TURMA
                   IF WRK-TUR-SUB <= WRK-TUR-QTD
                       ADD 1 TO WRK-TUR-RESERVADOS(WRK-TUR-SUB)
                   END-IF
               END-IF
               READ REMATRICULA-PENDENTE
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE REMATRICULA-PENDENTE
           MOVE 'N' TO WRK-EOF.

       0158-LOCALIZAR-TURMA.
           PERFORM VARYING WRK-TUR-SUB FROM 1 BY 1
                   UNTIL WRK-TUR-SUB > WRK-TUR-QTD
               IF WRK-TUR-CODIGO(WRK-TUR-SUB) = WRK-TURMA-VAGA
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      **********ANO LETIVO INFORMADO***************************
      *SO O ANO CORRENTE E O SEGUINTE (ABERTO PELO REMATRICULA)
       0160-ACEITAR-ANO.
           DISPLAY 'ANO LETIVO (ZEROS = ' WRK-ANO-CORRENTE ').. '
           ACCEPT WRK-ANO-LETIVO
           IF WRK-ANO-LETIVO = ZEROS
               MOVE WRK-ANO-CORRENTE TO WRK-ANO-LETIVO
           END-IF
           PERFORM 0165-CONFERIR-ANO.

       0165-CONFERIR-ANO.
           IF WRK-ANO-LETIVO NOT = WRK-ANO-CORRENTE
               AND WRK-ANO-LETIVO NOT = WRK-ANO-NOVO
               DISPLAY 'ANO LETIVO ' WRK-ANO-LETIVO ' FORA DO ANO '
                   'CORRENTE E DO SEGUINTE - OPERACAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0200-PROCESSAR.
           MOVE 'INICIADO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN

           EVALUATE TRUE
               WHEN OPER-PEDIDO
                   PERFORM 0210-REGISTRAR-PEDIDO
               WHEN OPER-ACEITE
                   PERFORM 0220-ACEITAR-OFERTA
               WHEN OPER-DESISTENCIA
                   PERFORM 0230-REGISTRAR-DESISTENCIA
               WHEN OPER-TRANSFERENCIA
                   PERFORM 0240-TRANSFERIR-ALUNO
               WHEN OPER-OFERTAR
                   PERFORM 0250-OFERTAR-VAGAS
               WHEN OTHER
                   PERFORM 0160-ACEITAR-ANO
                   PERFORM 0150-CARREGAR-ANO
                   PERFORM 0300-RELATORIO-VAGAS
           END-EVALUATE

           MOVE 'CONCLUIDO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN.

      ****************PEDIDO DE VAGA***************************
      *QUEM JA ESTA NA FILA DA SERIE TEM PRIORIDADE: O LUGAR LIVRE
      *VAI PRIMEIRO PARA A FILA E SO O QUE SOBRAR E DO PEDIDO NOVO
       0210-REGISTRAR-PEDIDO.
           PERFORM 0160-ACEITAR-ANO
           DISPLAY 'NOME DO ALUNO.. '
           ACCEPT WRK-NOME
           DISPLAY 'CPF DO RESPONSAVEL.. '
           ACCEPT WRK-CPF
           DISPLAY 'SERIE DESEJADA.. '
           ACCEPT WRK-SERIE
           DISPLAY 'DATA DO PEDIDO (AAAAMMDD, ZEROS = HOJE).. '
           ACCEPT WRK-DATA-PEDIDO
           IF WRK-DATA-PEDIDO = ZEROS
               MOVE WRK-DATA-EXEC TO WRK-DATA-PEDIDO
           END-IF

           PERFORM 0215-CRITICAR-PEDIDO
           IF WRK-CRIT-MOTIVO NOT = SPACES
               DISPLAY WRK-CRIT-MOTIVO ' - PEDIDO RECUSADO'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WRK-FIL-QTD >= 300
               DISPLAY 'ERRO: PEDIDOS DE VAGA EXCEDEM O LIMITE DE '
                   '300 REGISTROS'
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM 0150-CARREGAR-ANO
           PERFORM 0280-OFERTAR-SERIE

           MOVE WRK-PROX-SEQUENCIA TO FIL-SEQUENCIA
           MOVE WRK-DATA-PEDIDO    TO FIL-DATA-PEDIDO
           MOVE WRK-ANO-LETIVO     TO FIL-ANO-LETIVO
           MOVE WRK-SERIE          TO FIL-SERIE
           MOVE WRK-NOME           TO FIL-NOME
           MOVE WRK-CPF            TO FIL-CPF-RESPONSAVEL
           MOVE WRK-NOME-RESP      TO FIL-RESPONSAVEL
           SET FILA-ESPERA TO TRUE
           MOVE SPACES TO FIL-TURMA
           MOVE ZEROS  TO FIL-DATA-OFERTA
           MOVE ZEROS  TO FIL-MATRICULA
           ADD 1 TO WRK-FIL-QTD
           SET WRK-FIL-IDX TO WRK-FIL-QTD

           PERFORM 0260-LOCALIZAR-VAGA
           IF VAGA-ENCONTRADA
               MOVE WRK-TURMA-VAGA TO FIL-TURMA
               PERFORM 0290-MATRICULAR-PEDIDO
           ELSE
               MOVE FIL-REC TO WRK-FIL-REGISTRO(WRK-FIL-IDX)
               DISPLAY 'SERIE ' WRK-SERIE ' SEM LUGAR LIVRE EM '
                   WRK-ANO-LETIVO ' - PEDIDO ' FIL-SEQUENCIA
                   ' NA FILA DE ESPERA'
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 0295-REGRAVAR-PEDIDOS.

      **********CRITICA DO PEDIDO DE VAGA**********************
      *O RESPONSAVEL PRECISA ESTAR NO CADASTRO (RESPMANUT) PORQUE
      *E ELE O PAGADOR DA MENSALIDADE E O DESTINO DAS CARTAS
       0215-CRITICAR-PEDIDO.
           MOVE SPACES TO WRK-CRIT-MOTIVO

           EVALUATE TRUE
               WHEN WRK-NOME = SPACES
                   MOVE 'NOME DO ALUNO NAO INFORMADO' TO
                       WRK-CRIT-MOTIVO
               WHEN WRK-SERIE = ZEROS
                   MOVE 'SERIE NAO INFORMADA' TO WRK-CRIT-MOTIVO
               WHEN WRK-DATA-PEDIDO > WRK-DATA-EXEC
                   MOVE 'DATA DO PEDIDO POSTERIOR A DATA DE HOJE' TO
                       WRK-CRIT-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WRK-CRIT-MOTIVO = SPACES
               PERFORM 0218-LOCALIZAR-RESPONSAVEL
               IF NOT RESPONSAVEL-ENCONTRADO
                   MOVE 'RESPONSAVEL NAO CADASTRADO (RESPMANUT)' TO
                       WRK-CRIT-MOTIVO
               END-IF
           END-IF

           IF WRK-CRIT-MOTIVO = SPACES
               PERFORM VARYING WRK-FIL-SUB FROM 1 BY 1
                       UNTIL WRK-FIL-SUB > WRK-FIL-QTD
                   MOVE WRK-FIL-REGISTRO(WRK-FIL-SUB) TO FIL-REC
                   IF FIL-ANO-LETIVO = WRK-ANO-LETIVO
                       AND FIL-NOME = WRK-NOME
                       AND FIL-CPF-RESPONSAVEL = WRK-CPF
                       AND NOT FILA-DESISTENTE
                       MOVE 'PEDIDO JA REGISTRADO PARA O ALUNO NO ANO'
                           TO WRK-CRIT-MOTIVO
                   END-IF
               END-PERFORM
           END-IF.

       0218-LOCALIZAR-RESPONSAVEL.
           MOVE 'N' TO WRK-RSP-ACHADO
           OPEN INPUT RESPONSAVEL-MASTER
           IF WRK-RSP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ RESPONSAVEL-MASTER
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF RSP-CPF = WRK-CPF
                   SET RESPONSAVEL-ENCONTRADO TO TRUE
                   MOVE RSP-NOME TO WRK-NOME-RESP
               END-IF
               READ RESPONSAVEL-MASTER
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE RESPONSAVEL-MASTER
           MOVE 'N' TO WRK-EOF.

      ****************ACEITE DA OFERTA*************************
      *A TURMA FICOU RESERVADA NA OFERTA; O ACEITE SO MATRICULA
       0220-ACEITAR-OFERTA.
           PERFORM 0225-LOCALIZAR-PEDIDO
           IF NOT PEDIDO-ENCONTRADO
               DISPLAY 'PEDIDO ' WRK-SEQUENCIA ' NAO ENCONTRADO'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-FIL-REGISTRO(WRK-FIL-IDX) TO FIL-REC
           IF NOT FILA-OFERTA
               DISPLAY 'PEDIDO ' WRK-SEQUENCIA ' SEM OFERTA DE VAGA '
                   'EM ABERTO (SITUACAO ' FIL-SITUACAO ')'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE FIL-ANO-LETIVO TO WRK-ANO-LETIVO
           PERFORM 0165-CONFERIR-ANO
           PERFORM 0290-MATRICULAR-PEDIDO
           PERFORM 0295-REGRAVAR-PEDIDOS.

       0225-LOCALIZAR-PEDIDO.
           DISPLAY 'SEQUENCIA DO PEDIDO.. '
           ACCEPT WRK-SEQUENCIA

           SET WRK-FIL-IDX TO 1
           MOVE 'N' TO WRK-FIL-ACHADO
           IF WRK-FIL-QTD > 0
               SEARCH WRK-FIL-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-FIL-REGISTRO(WRK-FIL-IDX)(1:6) =
                       WRK-SEQUENCIA
                       SET PEDIDO-ENCONTRADO TO TRUE
               END-SEARCH
           END-IF

           IF PEDIDO-ENCONTRADO
               AND WRK-FIL-IDX > WRK-FIL-QTD
               MOVE 'N' TO WRK-FIL-ACHADO
           END-IF.

      ****************DESISTENCIA******************************
      *DESISTENCIA DE QUEM TINHA OFERTA LIBERA O LUGAR PARA O
      *SEGUINTE DA FILA DA SERIE
       0230-REGISTRAR-DESISTENCIA.
           PERFORM 0225-LOCALIZAR-PEDIDO
           IF NOT PEDIDO-ENCONTRADO
               DISPLAY 'PEDIDO ' WRK-SEQUENCIA ' NAO ENCONTRADO'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-FIL-REGISTRO(WRK-FIL-IDX) TO FIL-REC
           IF NOT FILA-ESPERA AND NOT FILA-OFERTA
               DISPLAY 'PEDIDO ' WRK-SEQUENCIA ' JA ENCERRADO '
                   '(SITUACAO ' FIL-SITUACAO ')'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           SET FILA-DESISTENTE TO TRUE
           MOVE FIL-REC TO WRK-FIL-REGISTRO(WRK-FIL-IDX)
           DISPLAY 'PEDIDO ' WRK-SEQUENCIA ' DE ' FIL-NOME
               ' ENCERRADO POR DESISTENCIA'

           MOVE FIL-ANO-LETIVO TO WRK-ANO-LETIVO
           MOVE FIL-SERIE      TO WRK-SERIE
           IF WRK-ANO-LETIVO = WRK-ANO-CORRENTE
               OR WRK-ANO-LETIVO = WRK-ANO-NOVO
               PERFORM 0150-CARREGAR-ANO
               PERFORM 0280-OFERTAR-SERIE
           END-IF

           PERFORM 0295-REGRAVAR-PEDIDOS.

      ****************TRANSFERENCIA DE ALUNO*******************
      *TURMA DE DESTINO DA MESMA SERIE COM LUGAR LIVRE; O LUGAR
      *DEIXADO NA TURMA DE ORIGEM VAI PARA A FILA DA SERIE. A
      *SAIDA DO ALUNO DA ESCOLA E FEITA PELO TRANSFAL, QUE
      *CONGELA NOTAS E FREQUENCIA NO HISTORICO; O LUGAR LIBERADO
      *E OFERTADO PELA OPERACAO O
       0240-TRANSFERIR-ALUNO.
           MOVE WRK-ANO-CORRENTE TO WRK-ANO-LETIVO
           PERFORM 0150-CARREGAR-ANO

           DISPLAY 'MATRICULA DO ALUNO.. '
           ACCEPT WRK-MATRICULA
           DISPLAY 'TURMA DE DESTINO.. '
           ACCEPT WRK-TURMA-DESTINO

           IF WRK-TURMA-DESTINO = SPACES
               DISPLAY 'TURMA DE DESTINO NAO INFORMADA - SAIDA DA '
                   'ESCOLA E FEITA PELO TRANSFAL (OPERACAO S)'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           SET WRK-ALU-IDX TO 1
           MOVE 'N' TO WRK-ALU-ACHADO
           IF WRK-ALU-QTD > 0
               SEARCH WRK-ALU-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-ALU-REGISTRO(WRK-ALU-IDX)(1:6) =
                       WRK-MATRICULA
                       SET ALUNO-ENCONTRADO TO TRUE
               END-SEARCH
           END-IF
           IF ALUNO-ENCONTRADO
               AND WRK-ALU-IDX > WRK-ALU-QTD
               MOVE 'N' TO WRK-ALU-ACHADO
           END-IF

           IF NOT ALUNO-ENCONTRADO
               DISPLAY 'ALUNO NAO CADASTRADO - TRANSFERENCIA RECUSADA'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-ALU-REGISTRO(WRK-ALU-IDX) TO ALU-REC
           IF ALUNO-TRANSFERIDO
               DISPLAY 'ALUNO ' ALU-MATRICULA ' TRANSFERIDO PARA '
                   'FORA DA ESCOLA EM ' ALU-DATA-SAIDA
                   ' - TRANSFERENCIA RECUSADA'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE ALU-TURMA TO WRK-TURMA-ORIGEM
           MOVE ALU-SERIE TO WRK-SERIE

           PERFORM 0248-TROCAR-TURMA
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM 0298-REGRAVAR-ALUNOS

           MOVE WRK-TURMA-ORIGEM TO WRK-TURMA-VAGA
           PERFORM 0158-LOCALIZAR-TURMA
           IF WRK-TUR-SUB <= WRK-TUR-QTD
               SUBTRACT 1 FROM WRK-TUR-MATRICULADOS(WRK-TUR-SUB)
           END-IF
           PERFORM 0280-OFERTAR-SERIE
           PERFORM 0295-REGRAVAR-PEDIDOS.

       0248-TROCAR-TURMA.
           MOVE WRK-TURMA-DESTINO TO WRK-TURMA-VAGA
           PERFORM 0158-LOCALIZAR-TURMA

           EVALUATE TRUE
               WHEN WRK-TURMA-DESTINO = WRK-TURMA-ORIGEM
                   DISPLAY 'ALUNO JA ESTA NA TURMA '
                       WRK-TURMA-DESTINO ' - TRANSFERENCIA RECUSADA'
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-TUR-SUB > WRK-TUR-QTD
                   DISPLAY 'TURMA ' WRK-TURMA-DESTINO ' FORA DA '
                       'TABELA DE CAPACIDADE - TRANSFERENCIA '
                       'RECUSADA'
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-TUR-SERIE(WRK-TUR-SUB) NOT = ALU-SERIE
                   DISPLAY 'TURMA ' WRK-TURMA-DESTINO ' DE OUTRA '
                       'SERIE - TRANSFERENCIA RECUSADA'
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-TUR-MATRICULADOS(WRK-TUR-SUB) +
                    WRK-TUR-RESERVADOS(WRK-TUR-SUB) NOT <
                    WRK-TUR-CAPACIDADE(WRK-TUR-SUB)
                   DISPLAY 'TURMA ' WRK-TURMA-DESTINO ' SEM LUGAR '
                       'LIVRE - TRANSFERENCIA RECUSADA'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   ADD 1 TO WRK-TUR-MATRICULADOS(WRK-TUR-SUB)
                   MOVE WRK-TURMA-DESTINO TO ALU-TURMA
                   MOVE ALU-REC TO WRK-ALU-REGISTRO(WRK-ALU-IDX)
                   DISPLAY 'ALUNO ' ALU-MATRICULA ' ' ALU-NOME
                       ' TRANSFERIDO DA TURMA ' WRK-TURMA-ORIGEM
                       ' PARA A ' WRK-TURMA-DESTINO
           END-EVALUATE.

      ****************OFERTA DAS VAGAS DO ANO******************
      *DEPOIS DA VIRADA DO REMATRICULA OU DE AUMENTO NA TABELA DE
      *CAPACIDADE: TODA SERIE COM LUGAR LIVRE ATENDE A SUA FILA
       0250-OFERTAR-VAGAS.
           PERFORM 0160-ACEITAR-ANO
           PERFORM 0150-CARREGAR-ANO

           PERFORM VARYING WRK-SERIE-REL FROM 1 BY 1
                   UNTIL WRK-SERIE-REL > 99
               MOVE WRK-SERIE-REL TO WRK-SERIE
               PERFORM 0280-OFERTAR-SERIE
           END-PERFORM

           DISPLAY 'OFERTAS DE VAGA FEITAS: ' WRK-QTD-OFERTAS
           PERFORM 0295-REGRAVAR-PEDIDOS.

      **********PRIMEIRA TURMA DA SERIE COM LUGAR LIVRE*********
       0260-LOCALIZAR-VAGA.
           MOVE 'N' TO WRK-VAGA-ACHADA
           PERFORM VARYING WRK-TUR-SUB FROM 1 BY 1
                   UNTIL WRK-TUR-SUB > WRK-TUR-QTD
               IF WRK-TUR-SERIE(WRK-TUR-SUB) = WRK-SERIE
                   AND WRK-TUR-MATRICULADOS(WRK-TUR-SUB) +
                       WRK-TUR-RESERVADOS(WRK-TUR-SUB) <
                       WRK-TUR-CAPACIDADE(WRK-TUR-SUB)
                   SET VAGA-ENCONTRADA TO TRUE
                   MOVE WRK-TUR-CODIGO(WRK-TUR-SUB) TO WRK-TURMA-VAGA
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      **********PRIMEIRO DA FILA DA SERIE**********************
      *ORDEM DA DATA DO PEDIDO E, NA MESMA DATA, DA SEQUENCIA
       0270-LOCALIZAR-PRIMEIRO.
           MOVE 'N' TO WRK-FILA-ACHADA
           MOVE 0 TO WRK-PRIMEIRO
           PERFORM VARYING WRK-FIL-SUB FROM 1 BY 1
                   UNTIL WRK-FIL-SUB > WRK-FIL-QTD
               MOVE WRK-FIL-REGISTRO(WRK-FIL-SUB) TO FIL-REC
               IF FILA-ESPERA
                   AND FIL-ANO-LETIVO = WRK-ANO-LETIVO
                   AND FIL-SERIE = WRK-SERIE
                   IF WRK-PRIMEIRO = 0
                       MOVE WRK-FIL-SUB TO WRK-PRIMEIRO
                   ELSE
                       IF FIL-DATA-PEDIDO <
                           WRK-FIL-REGISTRO(WRK-PRIMEIRO)(7:8)
                           MOVE WRK-FIL-SUB TO WRK-PRIMEIRO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WRK-PRIMEIRO > 0
               SET HA-FILA-NA-SERIE TO TRUE
           END-IF.

      **********OFERTA DOS LUGARES LIVRES DA SERIE**************
       0280-OFERTAR-SERIE.
           PERFORM 0260-LOCALIZAR-VAGA
           PERFORM 0270-LOCALIZAR-PRIMEIRO
           PERFORM UNTIL NOT VAGA-ENCONTRADA
                   OR NOT HA-FILA-NA-SERIE
               MOVE WRK-FIL-REGISTRO(WRK-PRIMEIRO) TO FIL-REC
               SET FILA-OFERTA TO TRUE
               MOVE WRK-TURMA-VAGA TO FIL-TURMA
               MOVE WRK-DATA-EXEC  TO FIL-DATA-OFERTA
               MOVE FIL-REC TO WRK-FIL-REGISTRO(WRK-PRIMEIRO)
               ADD 1 TO WRK-TUR-RESERVADOS(WRK-TUR-SUB)
               ADD 1 TO WRK-QTD-OFERTAS
               DISPLAY 'VAGA NA TURMA ' WRK-TURMA-VAGA
                   ' OFERECIDA AO PEDIDO ' FIL-SEQUENCIA ' - '
                   FIL-NOME ' (RESPONSAVEL ' FIL-RESPONSAVEL ')'
               PERFORM 0260-LOCALIZAR-VAGA
               PERFORM 0270-LOCALIZAR-PRIMEIRO
           END-PERFORM.

      **********MATRICULA DO PEDIDO****************************
      *PROXIMA MATRICULA DEPOIS DA MAIOR DO ALUNOS, DO ALUNOSNOVO,
      *DO REMATPEND E DOS PEDIDOS JA MATRICULADOS, ABAIXO DE 100000
      *PARA CABER NA FAIXA 900000 DAS FATURAS DO MENSALIDADE
       0290-MATRICULAR-PEDIDO.
           PERFORM 0292-APURAR-PROX-MATRICULA
           IF WRK-PROX-MATRICULA >= 100000
               DISPLAY 'ERRO: MATRICULAS ESGOTADAS NA FAIXA DE '
                   'FATURA DAS MENSALIDADES - PEDIDO NAO MATRICULADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WRK-PROX-MATRICULA TO ALU-MATRICULA
           MOVE FIL-NOME           TO ALU-NOME
           MOVE ZEROS              TO ALU-NOTA1
           MOVE ZEROS              TO ALU-NOTA2
           MOVE FIL-TURMA          TO ALU-TURMA
           MOVE FIL-SERIE          TO ALU-SERIE
           MOVE FIL-RESPONSAVEL    TO ALU-RESPONSAVEL
           MOVE FIL-CPF-RESPONSAVEL TO ALU-CPF-RESPONSAVEL
           MOVE SPACES             TO ALU-TRANSFERENCIA

           IF WRK-ANO-LETIVO = WRK-ANO-CORRENTE
               OPEN EXTEND CADASTRO-ALUNOS
               IF WRK-ALU-STATUS NOT = '00'
                   OPEN OUTPUT CADASTRO-ALUNOS
               END-IF
               WRITE ALU-REC
               CLOSE CADASTRO-ALUNOS
           ELSE
               OPEN EXTEND ALUNOS-NOVO
               IF WRK-NOV-STATUS NOT = '00'
                   OPEN OUTPUT ALUNOS-NOVO
               END-IF
               MOVE ALU-REC TO NOV-REC
               WRITE NOV-REC
               CLOSE ALUNOS-NOVO
           END-IF

           SET FILA-MATRICULADO TO TRUE
           MOVE WRK-PROX-MATRICULA TO FIL-MATRICULA
           MOVE FIL-REC TO WRK-FIL-REGISTRO(WRK-FIL-IDX)
           DISPLAY 'ALUNO ' FIL-NOME ' MATRICULADO COM A MATRICULA '
               WRK-PROX-MATRICULA ' NA TURMA ' FIL-TURMA ' ('
               WRK-ANO-LETIVO ')'.

       0292-APURAR-PROX-MATRICULA.
           MOVE 0 TO WRK-PROX-MATRICULA

           OPEN INPUT CADASTRO-ALUNOS
           IF WRK-ALU-STATUS = '00'
               READ CADASTRO-ALUNOS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               PERFORM UNTIL FIM-ARQUIVO
                   IF ALU-MATRICULA > WRK-PROX-MATRICULA
                       MOVE ALU-MATRICULA TO WRK-PROX-MATRICULA
                   END-IF
                   READ CADASTRO-ALUNOS
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
               END-PERFORM
               CLOSE CADASTRO-ALUNOS
               MOVE 'N' TO WRK-EOF
           END-IF

           OPEN INPUT ALUNOS-NOVO
           IF WRK-NOV-STATUS = '00'
               READ ALUNOS-NOVO
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               PERFORM UNTIL FIM-ARQUIVO
                   IF NOV-MATRICULA > WRK-PROX-MATRICULA
                       MOVE NOV-MATRICULA TO WRK-PROX-MATRICULA
                   END-IF
                   READ ALUNOS-NOVO
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
               END-PERFORM
               CLOSE ALUNOS-NOVO
               MOVE 'N' TO WRK-EOF
           END-IF

           OPEN INPUT REMATRICULA-PENDENTE
           IF WRK-PEN-STATUS = '00'
               READ REMATRICULA-PENDENTE
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
               PERFORM UNTIL FIM-ARQUIVO
                   IF PEN-MATRICULA > WRK-PROX-MATRICULA
                       MOVE PEN-MATRICULA TO WRK-PROX-MATRICULA
                   END-IF
                   READ REMATRICULA-PENDENTE
                       AT END MOVE 'Y' TO WRK-EOF
                   END-READ
               END-PERFORM
               CLOSE REMATRICULA-PENDENTE
               MOVE 'N' TO WRK-EOF
           END-IF

           PERFORM VARYING WRK-FIL-SUB FROM 1 BY 1
                   UNTIL WRK-FIL-SUB > WRK-FIL-QTD
               IF WRK-FIL-REGISTRO(WRK-FIL-SUB)(84:6) >
                   WRK-PROX-MATRICULA
                   MOVE WRK-FIL-REGISTRO(WRK-FIL-SUB)(84:6) TO
                       WRK-PROX-MATRICULA
               END-IF
           END-PERFORM

           ADD 1 TO WRK-PROX-MATRICULA.

      ****************REGRAVACAO DOS PEDIDOS*******************
       0295-REGRAVAR-PEDIDOS.
           OPEN OUTPUT PEDIDOS-VAGA

           PERFORM VARYING WRK-FIL-SUB FROM 1 BY 1
                   UNTIL WRK-FIL-SUB > WRK-FIL-QTD
               MOVE WRK-FIL-REGISTRO(WRK-FIL-SUB) TO FIL-REC
               WRITE FIL-REC
           END-PERFORM.

           CLOSE PEDIDOS-VAGA.

       0298-REGRAVAR-ALUNOS.
           OPEN OUTPUT CADASTRO-ALUNOS

           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-ALU-QTD
               MOVE WRK-ALU-REGISTRO(WRK-SUB) TO ALU-REC
               WRITE ALU-REC
           END-PERFORM.

           CLOSE CADASTRO-ALUNOS.

      ****************RELATORIO DE VAGAS***********************
      *POR SERIE E TURMA, COM A FILA DE ESPERA DA SERIE NA ORDEM
      *DE ATENDIMENTO
       0300-RELATORIO-VAGAS.
           OPEN OUTPUT RELATORIO-VAGAS

           MOVE SPACES TO VAG-LINHA
           STRING 'VAGAS POR SERIE E TURMA - ANO LETIVO '
               DELIMITED BY SIZE
               WRK-ANO-LETIVO DELIMITED BY SIZE
               ' - EMITIDO EM ' DELIMITED BY SIZE
               WRK-DATA-EXEC DELIMITED BY SIZE
               INTO VAG-LINHA
           END-STRING
           WRITE VAG-LINHA
           MOVE 'SERIE TURMA CAPACIDADE MATRICULADOS RESERVADOS VAGAS'
               TO VAG-LINHA
           WRITE VAG-LINHA
           MOVE '=============================================' TO
               VAG-LINHA
           WRITE VAG-LINHA

           PERFORM VARYING WRK-SERIE-REL FROM 1 BY 1
                   UNTIL WRK-SERIE-REL > 99
               MOVE WRK-SERIE-REL TO WRK-SERIE
               PERFORM 0310-LISTAR-SERIE
           END-PERFORM

           MOVE '---------------------------------------------' TO
               VAG-LINHA
           WRITE VAG-LINHA
           MOVE SPACES TO VAG-LINHA
           STRING 'TOTAL CAPACIDADE ' DELIMITED BY SIZE
               WRK-TOT-CAPACIDADE DELIMITED BY SIZE
               ' OCUPADOS ' DELIMITED BY SIZE
               WRK-TOT-OCUPADOS DELIMITED BY SIZE
               ' VAGAS ' DELIMITED BY SIZE
               WRK-TOT-VAGAS DELIMITED BY SIZE
               ' FILA DE ESPERA ' DELIMITED BY SIZE
               WRK-TOT-FILA DELIMITED BY SIZE
               INTO VAG-LINHA
           END-STRING
           WRITE VAG-LINHA
           IF WRK-QTD-FORA > 0
               MOVE SPACES TO VAG-LINHA
               STRING 'ALUNOS EM TURMA FORA DA TABELA DE CAPACIDADE: '
                   DELIMITED BY SIZE
                   WRK-QTD-FORA DELIMITED BY SIZE
                   INTO VAG-LINHA
               END-STRING
               WRITE VAG-LINHA
           END-IF

           CLOSE RELATORIO-VAGAS
           DISPLAY 'RELATORIO DE VAGAS GERADO (ADMVAGAREL.DAT) - '
               'VAGAS ' WRK-TOT-VAGAS ' FILA ' WRK-TOT-FILA.

       0310-LISTAR-SERIE.
           MOVE 0 TO WRK-VAGAS-SERIE
           MOVE 0 TO WRK-FILA-SERIE
           MOVE 'N' TO WRK-SERIE-ATIVA

           PERFORM VARYING WRK-TUR-SUB FROM 1 BY 1
                   UNTIL WRK-TUR-SUB > WRK-TUR-QTD
               IF WRK-TUR-SERIE(WRK-TUR-SUB) = WRK-SERIE
                   SET SERIE-NO-RELATORIO TO TRUE
                   PERFORM 0315-LISTAR-TURMA
               END-IF
           END-PERFORM

           PERFORM VARYING WRK-FIL-SUB FROM 1 BY 1
                   UNTIL WRK-FIL-SUB > WRK-FIL-QTD
               MOVE 'N' TO WRK-FIL-LISTADO(WRK-FIL-SUB)
               MOVE WRK-FIL-REGISTRO(WRK-FIL-SUB) TO FIL-REC
               IF (FILA-ESPERA OR FILA-OFERTA)
                   AND FIL-ANO-LETIVO = WRK-ANO-LETIVO
                   AND FIL-SERIE = WRK-SERIE
                   SET SERIE-NO-RELATORIO TO TRUE
                   IF FILA-ESPERA
                       ADD 1 TO WRK-FILA-SERIE
                   END-IF
               END-IF
           END-PERFORM

           IF NOT SERIE-NO-RELATORIO
               EXIT PARAGRAPH
           END-IF

           ADD WRK-FILA-SERIE TO WRK-TOT-FILA
           MOVE SPACES TO VAG-LINHA
           STRING '      SERIE ' DELIMITED BY SIZE
               WRK-SERIE DELIMITED BY SIZE
               ': VAGAS ' DELIMITED BY SIZE
               WRK-VAGAS-SERIE DELIMITED BY SIZE
               '  FILA DE ESPERA ' DELIMITED BY SIZE
               WRK-FILA-SERIE DELIMITED BY SIZE
               INTO VAG-LINHA
           END-STRING
           WRITE VAG-LINHA

           PERFORM 0320-LOCALIZAR-PROXIMO-LISTA
           PERFORM UNTIL WRK-PRIMEIRO = 0
               MOVE WRK-FIL-REGISTRO(WRK-PRIMEIRO) TO FIL-REC
               MOVE 'S' TO WRK-FIL-LISTADO(WRK-PRIMEIRO)
               MOVE SPACES TO VAG-LINHA
               IF FILA-OFERTA
                   STRING '        OFERTA ' DELIMITED BY SIZE
                       FIL-SEQUENCIA DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FIL-DATA-PEDIDO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FIL-NOME DELIMITED BY SIZE
                       ' TURMA ' DELIMITED BY SIZE
                       FIL-TURMA DELIMITED BY SIZE
                       ' EM ' DELIMITED BY SIZE
                       FIL-DATA-OFERTA DELIMITED BY SIZE
                       INTO VAG-LINHA
                   END-STRING
               ELSE
                   STRING '        FILA   ' DELIMITED BY SIZE
                       FIL-SEQUENCIA DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FIL-DATA-PEDIDO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FIL-NOME DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FIL-RESPONSAVEL DELIMITED BY SIZE
                       INTO VAG-LINHA
                   END-STRING
               END-IF
               WRITE VAG-LINHA
               PERFORM 0320-LOCALIZAR-PROXIMO-LISTA
           END-PERFORM.

       0315-LISTAR-TURMA.
           IF WRK-TUR-MATRICULADOS(WRK-TUR-SUB) +
               WRK-TUR-RESERVADOS(WRK-TUR-SUB) <
               WRK-TUR-CAPACIDADE(WRK-TUR-SUB)
               COMPUTE WRK-VAGAS = WRK-TUR-CAPACIDADE(WRK-TUR-SUB) -
                   WRK-TUR-MATRICULADOS(WRK-TUR-SUB) -
                   WRK-TUR-RESERVADOS(WRK-TUR-SUB)
           ELSE
               MOVE 0 TO WRK-VAGAS
           END-IF
           ADD WRK-VAGAS TO WRK-VAGAS-SERIE
           ADD WRK-VAGAS TO WRK-TOT-VAGAS
           ADD WRK-TUR-CAPACIDADE(WRK-TUR-SUB) TO WRK-TOT-CAPACIDADE
           ADD WRK-TUR-MATRICULADOS(WRK-TUR-SUB) TO WRK-TOT-OCUPADOS
           ADD WRK-TUR-RESERVADOS(WRK-TUR-SUB) TO WRK-TOT-OCUPADOS

           MOVE SPACES TO VAG-LINHA
           STRING '   ' DELIMITED BY SIZE
               WRK-SERIE DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               WRK-TUR-CODIGO(WRK-TUR-SUB) DELIMITED BY SIZE
               '        ' DELIMITED BY SIZE
               WRK-TUR-CAPACIDADE(WRK-TUR-SUB) DELIMITED BY SIZE
               '          ' DELIMITED BY SIZE
               WRK-TUR-MATRICULADOS(WRK-TUR-SUB) DELIMITED BY SIZE
               '        ' DELIMITED BY SIZE
               WRK-TUR-RESERVADOS(WRK-TUR-SUB) DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               WRK-VAGAS DELIMITED BY SIZE
               INTO VAG-LINHA
           END-STRING
           WRITE VAG-LINHA.

      *PROXIMO DA SERIE AINDA NAO LISTADO, NA ORDEM DE ATENDIMENTO
      *(OFERTAS PRIMEIRO, DEPOIS A FILA PELA DATA DO PEDIDO)
       0320-LOCALIZAR-PROXIMO-LISTA.
           MOVE 0 TO WRK-PRIMEIRO
           PERFORM VARYING WRK-FIL-SUB FROM 1 BY 1
                   UNTIL WRK-FIL-SUB > WRK-FIL-QTD
               MOVE WRK-FIL-REGISTRO(WRK-FIL-SUB) TO FIL-REC
               IF (FILA-ESPERA OR FILA-OFERTA)
                   AND FIL-ANO-LETIVO = WRK-ANO-LETIVO
                   AND FIL-SERIE = WRK-SERIE
                   AND WRK-FIL-LISTADO(WRK-FIL-SUB) NOT = 'S'
                   IF WRK-PRIMEIRO = 0
                       MOVE WRK-FIL-SUB TO WRK-PRIMEIRO
                   ELSE
                       IF FILA-OFERTA AND
                          WRK-FIL-REGISTRO(WRK-PRIMEIRO)(72:1) = 'E'
                           MOVE WRK-FIL-SUB TO WRK-PRIMEIRO
                       ELSE
                           IF FIL-SITUACAO =
                              WRK-FIL-REGISTRO(WRK-PRIMEIRO)(72:1)
                              AND FIL-DATA-PEDIDO <
                              WRK-FIL-REGISTRO(WRK-PRIMEIRO)(7:8)
                               MOVE WRK-FIL-SUB TO WRK-PRIMEIRO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      **********REGISTRO NO CONTROLE CENTRAL DE EXECUCOES******
       0195-REGISTRAR-RUN.
           ACCEPT WRK-RUN-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-RUN-HORA FROM TIME

           OPEN EXTEND CONTROLE-RUNS
           IF WRK-RUN-STATUS NOT = '00'
               OPEN OUTPUT CONTROLE-RUNS
           END-IF

           MOVE 'ADMISSAO' TO RUN-PROGRAMA
           MOVE WRK-RUN-DATA   TO RUN-DATA-NEGOCIO
           MOVE WRK-RUN-HORA   TO RUN-HORA
           MOVE WRK-RUN-EVENTO TO RUN-EVENTO
           WRITE RUN-REC
           CLOSE CONTROLE-RUNS.
