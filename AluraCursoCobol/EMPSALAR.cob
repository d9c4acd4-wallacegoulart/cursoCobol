       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPSALAR.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: APLICACAO DAS MUDANCAS DE CARGO E SALARIO COM DATA
      *          DE VIGENCIA (SALALTTR.DAT: FUNCIONARIO, NOVO CARGO,
      *          NOVO SALARIO, MOTIVO E DATA EFETIVA), NO MESMO
      *          MODELO DAS TRANSFERENCIAS DO EMPTRANSF; MOTIVOS
      *          P-PROMOCAO, M-MERITO, R-RECLASSIFICACAO E
      *          C-COLETIVO; O CARGO DEVE EXISTIR NO CARGOS.DAT (ZERO
      *          MANTEM O CARGO ATUAL) E O SALARIO DEVE ESTAR ENTRE O
      *          PISO E O TETO DO CARGO; PROMOCAO E RECLASSIFICACAO
      *          EXIGEM TROCA DE CARGO, MERITO E COLETIVO EXIGEM
      *          AUMENTO, E NENHUM MOTIVO ACEITA REDUCAO DE SALARIO;
      *          NA DATA EFETIVA O MESTRE E ATUALIZADO E A MUDANCA E
      *          GRAVADA NO HISTORICO SALARIAL (SALHIST.DAT, LIDO
      *          PELO SALHISREL) COM OS VALORES ANTIGOS E NOVOS E O
      *          MOTIVO; TRANSACOES COM DATA FUTURA PERMANECEM
      *          AGUARDANDO; RC=4 QUANDO HOUVE RECUSAS E RC=8 QUANDO
      *          NAO HAVIA TRANSACOES
      *DATA = 15/10/2026
      *ALTERACAO = 15/10/2026 - DUPLO CONTROLE: AUMENTO ALEM DO
      *            PERCENTUAL DO APROVPARM PARA A ALTERACAO DE SALARIO
      *            (FUNCAO EMPMANUT) E RECUSADO COM O MOTIVO, COMO NO
      *            LOTE DO EMPMANUT, PARA SEGUIR PELO APROVA
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACOES-SALARIO ASSIGN TO
               "DATA/SALALTTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TSA-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "DATA/EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WRK-EMP-STATUS-ARQ.

           SELECT CADASTRO-CARGOS ASSIGN TO "DATA/CARGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CRG-STATUS.

           SELECT HISTORICO-SALARIAL ASSIGN TO "DATA/SALHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SAL-STATUS.

           SELECT PARAMETROS-APROVACAO ASSIGN TO
               "DATA/APROVPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-APR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACOES-SALARIO.
       01  TSA-REC.
           05  TSA-NUMERO         PIC 9(06).
           05  TSA-CARGO-NOVO     PIC 9(03).
           05  TSA-SALARIO-NOVO   PIC 9(09)V99.
           05  TSA-MOTIVO         PIC X(01).
               88  TSA-MOTIVO-VALIDO VALUE 'P' 'M' 'R' 'C'.
               88  TSA-PROMOCAO        VALUE 'P'.
               88  TSA-MERITO          VALUE 'M'.
               88  TSA-RECLASSIFICACAO VALUE 'R'.
               88  TSA-COLETIVO        VALUE 'C'.
           05  TSA-DATA-EFETIVA   PIC 9(08).

       FD  EMPLOYEE-MASTER.
       COPY "EMPMAST.CPY".

       FD  CADASTRO-CARGOS.
       01  CRG-REC.
           05  CRG-CODIGO         PIC 9(03).
           05  CRG-DESCRICAO      PIC X(20).
           05  CRG-PISO           PIC 9(09)V99.
           05  CRG-TETO           PIC 9(09)V99.

       FD  HISTORICO-SALARIAL.
       COPY "SALHIST.CPY".

       FD  PARAMETROS-APROVACAO.
       01  APR-REC.
           05  APR-FUNCAO         PIC X(08).
           05  APR-PCT-LIMITE     PIC 9(03).

       WORKING-STORAGE SECTION.
       77  WRK-TSA-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-EMP-STATUS-ARQ  PIC X(02)  VALUE '00'.
       77  WRK-CRG-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-SAL-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-TSA-EOF         PIC X      VALUE 'N'.
           88  FIM-TRANSACOES  VALUE 'Y'.
       77  WRK-CRG-EOF         PIC X      VALUE 'N'.
           88  FIM-CARGOS      VALUE 'Y'.
       77  WRK-CRG-QTD         PIC 9(03)  VALUE ZEROS.
       77  WRK-CRG-ACHADO      PIC X      VALUE 'N'.
           88  CARGO-ENCONTRADO VALUE 'Y'.
       77  WRK-DATA-EXEC       PIC 9(08)  VALUE ZEROS.
       77  WRK-TSA-QTD         PIC 9(03)  VALUE ZEROS.
       77  WRK-SUB             PIC 9(03)  VALUE ZEROS.
       77  WRK-QTD-APLICADAS   PIC 9(05)  VALUE ZEROS.
       77  WRK-QTD-RECUSADAS   PIC 9(05)  VALUE ZEROS.
       77  WRK-QTD-PENDENTES   PIC 9(05)  VALUE ZEROS.
       77  WRK-CARGO-NOVO      PIC 9(03)  VALUE ZEROS.
       77  WRK-CRIT-MOTIVO     PIC X(40)  VALUE SPACES.
       77  WRK-APR-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-APR-EOF         PIC X      VALUE 'N'.
           88  FIM-PARAMETROS  VALUE 'Y'.
       77  WRK-PCT-APROVACAO   PIC 9(03)  VALUE 15.
       77  WRK-VARIACAO-PCT    PIC 9(05)V99 VALUE ZEROS.

       01  WRK-TAB-TRANSACOES.
           05  WRK-TSA-ITEM OCCURS 200 TIMES.
               10  WRK-TSA-REGISTRO PIC X(29).
               10  WRK-TSA-SITUACAO PIC X(01).

       01  WRK-TAB-CARGOS.
           05  WRK-CRG-ITEM OCCURS 100 TIMES INDEXED BY WRK-CRG-IDX.
               10  WRK-CRG-CODIGO PIC 9(03).
               10  WRK-CRG-DESCR  PIC X(20).
               10  WRK-CRG-PISO   PIC 9(09)V99.
               10  WRK-CRG-TETO   PIC 9(09)V99.

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.

           OPEN INPUT TRANSACOES-SALARIO.
           IF WRK-TSA-STATUS NOT = '00'
               DISPLAY 'SEM ARQUIVO DE MUDANCAS SALARIAIS - '
                   'PROCESSAMENTO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ TRANSACOES-SALARIO
               AT END MOVE 'Y' TO WRK-TSA-EOF
           END-READ.

           PERFORM UNTIL FIM-TRANSACOES
               IF WRK-TSA-QTD >= 200
                   DISPLAY 'ERRO: ARQUIVO DE MUDANCAS SALARIAIS '
                       'EXCEDE O LIMITE DE 200 REGISTROS - '
                       'PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-TSA-QTD
               MOVE TSA-REC TO WRK-TSA-REGISTRO(WRK-TSA-QTD)
               MOVE ' '     TO WRK-TSA-SITUACAO(WRK-TSA-QTD)
               READ TRANSACOES-SALARIO
                   AT END MOVE 'Y' TO WRK-TSA-EOF
               END-READ
           END-PERFORM.
           CLOSE TRANSACOES-SALARIO.

           IF WRK-TSA-QTD = 0
               DISPLAY 'NENHUMA MUDANCA SALARIAL A APLICAR'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0150-CARREGAR-CARGOS.
           PERFORM 0160-CARREGAR-LIMITE-APROVACAO.

           OPEN I-O EMPLOYEE-MASTER.
           IF WRK-EMP-STATUS-ARQ NOT = '00'
               DISPLAY 'ERRO AO ABRIR O ARQUIVO MESTRE DE '
                   'FUNCIONARIOS - STATUS ' WRK-EMP-STATUS-ARQ
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND HISTORICO-SALARIAL
           IF WRK-SAL-STATUS NOT = '00'
               OPEN OUTPUT HISTORICO-SALARIAL
           END-IF.

      ****************CARGA DO CADASTRO DE CARGOS**************
       0150-CARREGAR-CARGOS.
           OPEN INPUT CADASTRO-CARGOS
           IF WRK-CRG-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE CARGOS - '
                   'STATUS ' WRK-CRG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           READ CADASTRO-CARGOS
               AT END MOVE 'Y' TO WRK-CRG-EOF
           END-READ
           PERFORM UNTIL FIM-CARGOS
               IF WRK-CRG-QTD >= 100
                   DISPLAY 'ERRO: CADASTRO DE CARGOS EXCEDE O '
                       'LIMITE DE 100 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-CRG-QTD
               MOVE CRG-CODIGO    TO WRK-CRG-CODIGO(WRK-CRG-QTD)
               MOVE CRG-DESCRICAO TO WRK-CRG-DESCR(WRK-CRG-QTD)
               MOVE CRG-PISO      TO WRK-CRG-PISO(WRK-CRG-QTD)
               MOVE CRG-TETO      TO WRK-CRG-TETO(WRK-CRG-QTD)
               READ CADASTRO-CARGOS
                   AT END MOVE 'Y' TO WRK-CRG-EOF
               END-READ
           END-PERFORM
           CLOSE CADASTRO-CARGOS.

      **********LIMITE DE DUPLO CONTROLE DO SALARIO************
      *O MESMO PERCENTUAL QUE O EMPMANUT APLICA NA ALTERACAO DE
      *SALARIO (FUNCAO EMPMANUT NO APROVPARM, 15 POR CENTO SEM ELE)
       0160-CARREGAR-LIMITE-APROVACAO.
           OPEN INPUT PARAMETROS-APROVACAO
           IF WRK-APR-STATUS = '00'
               READ PARAMETROS-APROVACAO
                   AT END MOVE 'Y' TO WRK-APR-EOF
               END-READ
               PERFORM UNTIL FIM-PARAMETROS
                   IF APR-FUNCAO = 'EMPMANUT'
                       MOVE APR-PCT-LIMITE TO WRK-PCT-APROVACAO
                   END-IF
                   READ PARAMETROS-APROVACAO
                       AT END MOVE 'Y' TO WRK-APR-EOF
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS-APROVACAO
           END-IF.

       0200-PROCESSAR.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-TSA-QTD
               MOVE WRK-TSA-REGISTRO(WRK-SUB) TO TSA-REC
               IF TSA-DATA-EFETIVA > WRK-DATA-EXEC
                   ADD 1 TO WRK-QTD-PENDENTES
                   MOVE 'P' TO WRK-TSA-SITUACAO(WRK-SUB)
               ELSE
                   PERFORM 0250-APLICAR-MUDANCA
               END-IF
           END-PERFORM.

      **********APLICACAO DE UMA MUDANCA SALARIAL**************
       0250-APLICAR-MUDANCA.
           MOVE TSA-NUMERO TO EMP-NUMERO

           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'NAO CADASTRADO' TO WRK-CRIT-MOTIVO
                   PERFORM 0280-RECUSAR-MUDANCA
               NOT INVALID KEY
                   IF EMP-DESLIGADO
                       MOVE 'DESLIGADO' TO WRK-CRIT-MOTIVO
                       PERFORM 0280-RECUSAR-MUDANCA
                   ELSE
                       PERFORM 0255-VALIDAR-MUDANCA
                       IF WRK-CRIT-MOTIVO = SPACES
                           PERFORM 0260-EFETIVAR-MUDANCA
                       ELSE
                           PERFORM 0280-RECUSAR-MUDANCA
                       END-IF
                   END-IF
           END-READ.

      **********CARGO, FAIXA SALARIAL E COERENCIA DO MOTIVO****
      *O CARGO NOVO ZERADO MANTEM O CARGO ATUAL; PROMOCAO E
      *RECLASSIFICACAO SO FAZEM SENTIDO COM TROCA DE CARGO, MERITO
      *E COLETIVO SO COM AUMENTO, E SALARIO NUNCA E REDUZIDO;
      *AUMENTO ALEM DO LIMITE DO DUPLO CONTROLE NAO E APLICADO
       0255-VALIDAR-MUDANCA.
           MOVE SPACES TO WRK-CRIT-MOTIVO

           IF TSA-CARGO-NOVO = ZEROS
               MOVE EMP-CARGO      TO WRK-CARGO-NOVO
           ELSE
               MOVE TSA-CARGO-NOVO TO WRK-CARGO-NOVO
           END-IF

           IF NOT TSA-MOTIVO-VALIDO
               MOVE 'MOTIVO INVALIDO' TO WRK-CRIT-MOTIVO
               EXIT PARAGRAPH
           END-IF

           SET WRK-CRG-IDX TO 1
           MOVE 'N' TO WRK-CRG-ACHADO
           SEARCH WRK-CRG-ITEM
               AT END
                   CONTINUE
               WHEN WRK-CRG-CODIGO(WRK-CRG-IDX) = WRK-CARGO-NOVO
                   SET CARGO-ENCONTRADO TO TRUE
           END-SEARCH

           IF NOT CARGO-ENCONTRADO
               MOVE 'CARGO INEXISTENTE NO CADASTRO' TO
                   WRK-CRIT-MOTIVO
               EXIT PARAGRAPH
           END-IF

           IF TSA-SALARIO-NOVO < WRK-CRG-PISO(WRK-CRG-IDX)
               OR TSA-SALARIO-NOVO > WRK-CRG-TETO(WRK-CRG-IDX)
               MOVE 'SALARIO FORA DA FAIXA DO CARGO' TO
                   WRK-CRIT-MOTIVO
               EXIT PARAGRAPH
           END-IF

           IF TSA-SALARIO-NOVO < EMP-SALARIO
               MOVE 'REDUCAO DE SALARIO NAO PERMITIDA' TO
                   WRK-CRIT-MOTIVO
               EXIT PARAGRAPH
           END-IF

           IF EMP-SALARIO = 0
               MOVE 0 TO WRK-VARIACAO-PCT
           ELSE
               COMPUTE WRK-VARIACAO-PCT ROUNDED =
                   (TSA-SALARIO-NOVO - EMP-SALARIO) * 100 / EMP-SALARIO
           END-IF
           IF WRK-VARIACAO-PCT > WRK-PCT-APROVACAO
               MOVE 'SALARIO REQUER APROVACAO' TO WRK-CRIT-MOTIVO
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN TSA-PROMOCAO OR TSA-RECLASSIFICACAO
                   IF WRK-CARGO-NOVO = EMP-CARGO
                       MOVE 'MOTIVO EXIGE TROCA DE CARGO' TO
                           WRK-CRIT-MOTIVO
                   END-IF
               WHEN TSA-MERITO OR TSA-COLETIVO
                   IF TSA-SALARIO-NOVO = EMP-SALARIO
                       MOVE 'MOTIVO EXIGE AUMENTO DE SALARIO' TO
                           WRK-CRIT-MOTIVO
                   END-IF
           END-EVALUATE.

       0260-EFETIVAR-MUDANCA.
           MOVE TSA-NUMERO        TO SAL-NUMERO
           MOVE TSA-DATA-EFETIVA  TO SAL-DATA-EFETIVA
           MOVE WRK-DATA-EXEC     TO SAL-DATA-APLICACAO
           MOVE TSA-MOTIVO        TO SAL-MOTIVO
           MOVE EMP-CARGO         TO SAL-CARGO-ANT
           MOVE WRK-CARGO-NOVO    TO SAL-CARGO-NOVO
           MOVE EMP-SALARIO       TO SAL-SALARIO-ANT
           MOVE TSA-SALARIO-NOVO  TO SAL-SALARIO-NOVO
           MOVE 'EMPSALAR'        TO SAL-ORIGEM
           WRITE SAL-REC

           MOVE WRK-CARGO-NOVO   TO EMP-CARGO
           MOVE TSA-SALARIO-NOVO TO EMP-SALARIO
           REWRITE EMP-REC
               INVALID KEY
                   DISPLAY 'ERRO NA REGRAVACAO DO MESTRE - FUNC '
                       EMP-NUMERO ' STATUS ' WRK-EMP-STATUS-ARQ
           END-REWRITE

           ADD 1 TO WRK-QTD-APLICADAS
           MOVE 'A' TO WRK-TSA-SITUACAO(WRK-SUB)
           DISPLAY 'FUNC ' TSA-NUMERO ' MOTIVO ' TSA-MOTIVO
               ' CARGO ' WRK-CARGO-NOVO ' SALARIO '
               TSA-SALARIO-NOVO ' A PARTIR DE ' TSA-DATA-EFETIVA.

       0280-RECUSAR-MUDANCA.
           ADD 1 TO WRK-QTD-RECUSADAS
           MOVE 'R' TO WRK-TSA-SITUACAO(WRK-SUB)
           DISPLAY 'FUNC ' TSA-NUMERO ' ' WRK-CRIT-MOTIVO
               ' - MUDANCA SALARIAL RECUSADA'.

       0300-FINALIZAR.
           CLOSE EMPLOYEE-MASTER
           CLOSE HISTORICO-SALARIAL.

      *    SO AS TRANSACOES PENDENTES (DATA FUTURA) PERMANECEM
           OPEN OUTPUT TRANSACOES-SALARIO
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-TSA-QTD
               IF WRK-TSA-SITUACAO(WRK-SUB) = 'P'
                   MOVE WRK-TSA-REGISTRO(WRK-SUB) TO TSA-REC
                   WRITE TSA-REC
               END-IF
           END-PERFORM
           CLOSE TRANSACOES-SALARIO.

           DISPLAY '------------------'.
           DISPLAY 'MUDANCAS APLICADAS.......: ' WRK-QTD-APLICADAS.
           DISPLAY 'MUDANCAS RECUSADAS.......: ' WRK-QTD-RECUSADAS.
           DISPLAY 'AGUARDANDO DATA EFETIVA..: ' WRK-QTD-PENDENTES.
           DISPLAY 'FIM DE PROCESSAMENTO'.

           IF WRK-QTD-RECUSADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
