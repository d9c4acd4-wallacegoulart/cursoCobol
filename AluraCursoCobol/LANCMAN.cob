       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANCMAN.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: LANCAMENTO CONTABIL MANUAL E MANUTENCAO DOS
      *          MODELOS DE LANCAMENTO RECORRENTE, ACABANDO COM A
      *          EDICAO MANUAL DO EXE02GL.DAT (QUE O SNAPCHK ACUSA NA
      *          MANHA SEGUINTE): O DOCUMENTO MANUAL RECEBE NUMERO
      *          SEQUENCIAL DO LANCCTL.DAT, PODE TER VARIAS LINHAS
      *          (DEBITO X CREDITO), CADA CONTA E VALIDADA ATIVA NO
      *          PLANO DE CONTAS E A DATA TEM DE CAIR EM PERIODO
      *          FISCAL ABERTO NO PERIODOS.DAT; OS MODELOS
      *          RECORRENTES (ALUGUEL, PROVISOES) FICAM NO
      *          LANCMOD.DAT E SAO GERADOS TODO MES PELO LANCREC;
      *          TODA GRAVACAO EXIGE USUARIO COM O NIVEL MINIMO DA
      *          FUNCAO LANCMAN NA MATRIZ DE AUTORIZACAO E A TRILHA
      *          DOCUMENTO X USUARIO SAI NO LANCMANAUD.DAT
      *DATA = 15/10/2026
      *ALTERACAO = 15/10/2026 - LAYOUT DO PLANOCTA.DAT PELO COPY
      *            COMPARTILHADO PLANOCTA.CPY
      *ALTERACAO = 15/10/2026 - TRILHA DE SEGURANCA ENCADEADA:
      *            CADA REGISTRO DO SEGAUDIT LEVA SEQUENCIA, ELO DO
      *            ANTERIOR E ELO PROPRIO (CONFERIDOS PELO SEGVERIF)
      *ALTERACAO = 15/10/2026 - FUNCAO EXERCIDA GRAVADA NO
      *            SEGAUDIT E COBERTA PELO ELO (REVISAO TRIMESTRAL
      *            DE ACESSOS DO RECERTIF)
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

           SELECT MODELOS-RECORRENTES ASSIGN TO "DATA/LANCMOD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MOD-STATUS.

           SELECT CONTROLE-DOCUMENTOS ASSIGN TO "DATA/LANCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DOC-STATUS.

           SELECT PLANO-CONTAS ASSIGN TO "DATA/PLANOCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTA-STATUS.

           SELECT PERIODOS-FISCAIS ASSIGN TO "DATA/PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PER-STATUS.

           SELECT USUARIOS-MASTER ASSIGN TO "DATA/USERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MATRIZ-AUTORIZACAO ASSIGN TO "DATA/AUTMATRIZ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDITORIA-SEGURANCA ASSIGN TO "DATA/SEGAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEG-STATUS.

           SELECT AUDITORIA-LANCAMENTOS ASSIGN TO
               "DATA/LANCMANAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUD-STATUS.

           SELECT CONTROLE-RUNS ASSIGN TO "DATA/RUNCTLGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LANCAMENTO-CONTABIL.
       COPY "EXE02GL.CPY".

       FD  MODELOS-RECORRENTES.
       COPY "LANCMOD.CPY".

       FD  CONTROLE-DOCUMENTOS.
       01  DOC-REC.
           05  DOC-ULTIMO-NUMERO  PIC 9(12).

       FD  PLANO-CONTAS.
       COPY "PLANOCTA.CPY".

       FD  PERIODOS-FISCAIS.
       01  PER-REC.
           05  PER-ANO-FISCAL   PIC 9(04).
           05  PER-PERIODO      PIC 9(02).
           05  PER-SITUACAO     PIC X(01).

       FD  USUARIOS-MASTER.
       01  USR-REC.
           05  USR-USUARIO       PIC X(20).
           05  USR-NIVEL         PIC 9(02).
           05  USR-SENHA         PIC X(08).
           05  USR-FALHAS        PIC 9(01).
           05  USR-BLOQUEADO     PIC X(01).

       FD  MATRIZ-AUTORIZACAO.
       01  AUT-REC.
           05  AUT-FUNCAO        PIC X(08).
           05  AUT-NIVEL-MINIMO  PIC 9(02).

       FD  AUDITORIA-SEGURANCA.
       01  SEG-REC.
           05  SEG-USUARIO       PIC X(20).
           05  SEG-NIVEL         PIC 9(02).
           05  SEG-RESULTADO     PIC X(14).
           05  SEG-DATA-HORA     PIC 9(08).
           05  SEG-SEQUENCIA     PIC 9(08).
           05  SEG-ELO-ANTERIOR  PIC 9(10).
           05  SEG-ELO           PIC 9(10).
           05  SEG-FUNCAO        PIC X(08).

       FD  AUDITORIA-LANCAMENTOS.
       01  AUD-REC.
           05  AUD-DOCUMENTO     PIC 9(12).
           05  AUD-OPERACAO      PIC X(01).
           05  AUD-MODELO        PIC 9(04).
           05  AUD-QTD-LINHAS    PIC 9(03).
           05  AUD-VALOR         PIC 9(11)V99.
           05  AUD-USUARIO       PIC X(20).
           05  AUD-DATA          PIC 9(08).

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
       77  WRK-GL-STATUS     PIC X(02)  VALUE '00'.
       77  WRK-MOD-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-DOC-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-CTA-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-PER-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-SEG-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-SEG-ULT-SEQ   PIC 9(08)  VALUE ZEROS.
       77  WRK-SEG-ULT-ELO   PIC 9(10)  VALUE ZEROS.
       77  WRK-SEG-ELO       PIC 9(12)  VALUE ZEROS.
       77  WRK-SEG-POS       PIC 9(03)  VALUE ZEROS.
       77  WRK-SEG-TAM       PIC 9(03)  VALUE ZEROS.
       77  WRK-SEG-FIM       PIC X(01)  VALUE 'N'.
       77  WRK-AUD-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-MOD-EOF       PIC X      VALUE 'N'.
           88  FIM-MODELOS   VALUE 'Y'.
       77  WRK-CTA-EOF       PIC X      VALUE 'N'.
           88  FIM-PLANO-CONTAS VALUE 'Y'.
       77  WRK-PER-EOF       PIC X      VALUE 'N'.
           88  FIM-PERIODOS  VALUE 'Y'.
       77  WRK-USR-EOF       PIC X      VALUE 'N'.
           88  FIM-USUARIOS  VALUE 'Y'.
       77  WRK-AUT-EOF       PIC X      VALUE 'N'.
           88  FIM-MATRIZ    VALUE 'Y'.
       77  WRK-MOD-QTD       PIC 9(03)  VALUE ZEROS.
       77  WRK-CTA-QTD       PIC 9(03)  VALUE ZEROS.
       77  WRK-PER-QTD       PIC 9(03)  VALUE ZEROS.
       77  WRK-SUB           PIC 9(03)  VALUE ZEROS.
       77  WRK-CTA-SUB       PIC 9(03)  VALUE ZEROS.
       77  WRK-MOD-ACHADO    PIC X      VALUE 'N'.
           88  MODELO-ENCONTRADO VALUE 'Y'.
       77  WRK-OPERACAO      PIC X(01)  VALUE 'C'.
           88  OPER-LANCAR   VALUE 'L'.
           88  OPER-INCLUIR  VALUE 'I'.
           88  OPER-ALTERAR  VALUE 'A'.
           88  OPER-ENCERRAR VALUE 'E'.
           88  OPER-CONSULTA VALUE 'C'.
       77  WRK-CONTINUA      PIC X(01)  VALUE 'S'.
           88  OUTRA-LINHA   VALUE 'S' 's'.
       77  WRK-DOCUMENTO     PIC 9(12)  VALUE ZEROS.
       77  WRK-MODELO        PIC 9(04)  VALUE ZEROS.
       77  WRK-DATA-LANC     PIC 9(08)  VALUE ZEROS.
       77  WRK-CONTA-DEBITO  PIC X(10)  VALUE SPACES.
       77  WRK-CONTA-CREDITO PIC X(10)  VALUE SPACES.
       77  WRK-CCUSTO        PIC X(04)  VALUE SPACES.
       77  WRK-HISTORICO     PIC X(30)  VALUE SPACES.
       77  WRK-VALOR         PIC 9(11)V99 VALUE ZEROS.
       77  WRK-EMPRESA       PIC 9(02)  VALUE ZEROS.
       77  WRK-DIA           PIC 9(02)  VALUE ZEROS.
       77  WRK-INICIO        PIC 9(06)  VALUE ZEROS.
       77  WRK-FIM           PIC 9(06)  VALUE ZEROS.
       77  WRK-QTD-LINHAS    PIC 9(03)  VALUE ZEROS.
       77  WRK-TOTAL-DOC     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-CONTA-VALIDAR PIC X(10)  VALUE SPACES.
       77  WRK-CONTA-OK      PIC X      VALUE 'N'.
           88  CONTA-VALIDA  VALUE 'Y'.
       77  WRK-LINHA-OK      PIC X      VALUE 'N'.
           88  LINHA-VALIDA  VALUE 'Y'.
       77  WRK-MES-INICIO-FISCAL PIC 9(02) VALUE 04.
       77  WRK-ANO-DATA      PIC 9(04)  VALUE ZEROS.
       77  WRK-MES-DATA      PIC 9(02)  VALUE ZEROS.
       77  WRK-ANO-FISCAL    PIC 9(04)  VALUE ZEROS.
       77  WRK-PERIODO-FISCAL PIC 9(02) VALUE ZEROS.
       77  WRK-PERIODO-SIT   PIC X(01)  VALUE 'A'.
           88  PERIODO-FECHADO VALUE 'F'.
       77  WRK-DATA-EXEC     PIC 9(08)  VALUE ZEROS.
       77  WRK-USUARIO       PIC X(20)  VALUE SPACES.
       77  WRK-NIVEL-MINIMO  PIC 9(02)  VALUE 02.
       77  WRK-NIVEL-USUARIO PIC 9(02)  VALUE ZEROS.
       77  WRK-USUARIO-OK    PIC X      VALUE 'N'.
           88  USUARIO-AUTORIZADO VALUE 'Y'.
       77  WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  WRK-TAB-MODELOS.
           05  WRK-MOD-ITEM OCCURS 200 TIMES INDEXED BY WRK-MOD-IDX.
               10  WRK-MOD-REGISTRO PIC X(94).

       01  WRK-TAB-PLANO-CONTAS.
           05  WRK-CTA-ITEM OCCURS 100 TIMES.
               10  WRK-CTA-CODIGO PIC X(10).
               10  WRK-CTA-ATIVA  PIC X(01).

       01  WRK-TAB-PERIODOS.
           05  WRK-PER-ITEM OCCURS 100 TIMES.
               10  WRK-PER-ANO      PIC 9(04).
               10  WRK-PER-NUM      PIC 9(02).
               10  WRK-PER-SIT      PIC X(01).

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.

           PERFORM 0110-CARREGAR-PLANO.
           PERFORM 0120-CARREGAR-PERIODOS.
           PERFORM 0130-CARREGAR-MODELOS.

           DISPLAY 'OPERACAO (L-LANCAR DOCUMENTO I-INCLUIR MODELO '
               'A-ALTERAR MODELO E-ENCERRAR MODELO '
               'C-CONSULTAR MODELO).. '
           ACCEPT WRK-OPERACAO.

      **********PLANO DE CONTAS PARA VALIDACAO*****************
       0110-CARREGAR-PLANO.
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
               MOVE CTA-CODIGO TO WRK-CTA-CODIGO(WRK-CTA-QTD)
               MOVE CTA-ATIVA  TO WRK-CTA-ATIVA(WRK-CTA-QTD)
               READ PLANO-CONTAS
                   AT END MOVE 'Y' TO WRK-CTA-EOF
               END-READ
           END-PERFORM
           CLOSE PLANO-CONTAS.

      **********PERIODOS FISCAIS EM MEMORIA********************
       0120-CARREGAR-PERIODOS.
           OPEN INPUT PERIODOS-FISCAIS
           IF WRK-PER-STATUS = '00'
               READ PERIODOS-FISCAIS
                   AT END MOVE 'Y' TO WRK-PER-EOF
               END-READ
               PERFORM UNTIL FIM-PERIODOS
                   IF WRK-PER-QTD >= 100
                       DISPLAY 'ERRO: ARQUIVO DE PERIODOS EXCEDE O '
                           'LIMITE DE 100 REGISTROS - PROCESSAMENTO '
                           'ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-PER-QTD
                   MOVE PER-ANO-FISCAL TO WRK-PER-ANO(WRK-PER-QTD)
                   MOVE PER-PERIODO    TO WRK-PER-NUM(WRK-PER-QTD)
                   MOVE PER-SITUACAO   TO WRK-PER-SIT(WRK-PER-QTD)
                   READ PERIODOS-FISCAIS
                       AT END MOVE 'Y' TO WRK-PER-EOF
                   END-READ
               END-PERFORM
               CLOSE PERIODOS-FISCAIS
           END-IF.

      **********MODELOS RECORRENTES EM MEMORIA*****************
       0130-CARREGAR-MODELOS.
           OPEN INPUT MODELOS-RECORRENTES
           IF WRK-MOD-STATUS = '00'
               READ MODELOS-RECORRENTES
                   AT END MOVE 'Y' TO WRK-MOD-EOF
               END-READ
               PERFORM UNTIL FIM-MODELOS
                   IF WRK-MOD-QTD >= 200
                       DISPLAY 'ERRO: MODELOS RECORRENTES EXCEDEM O '
                           'LIMITE DE 200 REGISTROS - PROCESSAMENTO '
                           'ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-MOD-QTD
                   MOVE MOD-REC TO WRK-MOD-REGISTRO(WRK-MOD-QTD)
                   READ MODELOS-RECORRENTES
                       AT END MOVE 'Y' TO WRK-MOD-EOF
                   END-READ
               END-PERFORM
               CLOSE MODELOS-RECORRENTES
           END-IF.

       0200-PROCESSAR.
           MOVE 'INICIADO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN

           IF NOT OPER-CONSULTA
               PERFORM 0205-VALIDAR-USUARIO
           END-IF

           EVALUATE TRUE
               WHEN OPER-LANCAR
                   PERFORM 0210-LANCAR-DOCUMENTO
               WHEN OPER-INCLUIR
                   PERFORM 0220-INCLUIR-MODELO
               WHEN OPER-ALTERAR
                   PERFORM 0230-ALTERAR-MODELO
               WHEN OPER-ENCERRAR
                   PERFORM 0235-ENCERRAR-MODELO
               WHEN OTHER
                   PERFORM 0240-CONSULTAR-MODELO
           END-EVALUATE

           MOVE 'CONCLUIDO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN.

      **********USUARIO PELO NIVEL MINIMO DA MATRIZ************
       0205-VALIDAR-USUARIO.
           OPEN INPUT MATRIZ-AUTORIZACAO
           READ MATRIZ-AUTORIZACAO
               AT END MOVE 'Y' TO WRK-AUT-EOF
           END-READ
           PERFORM UNTIL FIM-MATRIZ
               IF AUT-FUNCAO = 'LANCMAN'
                   MOVE AUT-NIVEL-MINIMO TO WRK-NIVEL-MINIMO
               END-IF
               READ MATRIZ-AUTORIZACAO
                   AT END MOVE 'Y' TO WRK-AUT-EOF
               END-READ
           END-PERFORM
           CLOSE MATRIZ-AUTORIZACAO

           DISPLAY 'USUARIO RESPONSAVEL.. '
           ACCEPT WRK-USUARIO

           MOVE 'N' TO WRK-USUARIO-OK
           MOVE 0 TO WRK-NIVEL-USUARIO
           OPEN INPUT USUARIOS-MASTER
           READ USUARIOS-MASTER
               AT END MOVE 'Y' TO WRK-USR-EOF
           END-READ
           PERFORM UNTIL FIM-USUARIOS
               IF USR-USUARIO = WRK-USUARIO
                   MOVE USR-NIVEL TO WRK-NIVEL-USUARIO
                   IF USR-NIVEL >= 1
                       AND USR-NIVEL <= WRK-NIVEL-MINIMO
                       MOVE 'Y' TO WRK-USUARIO-OK
                   END-IF
               END-IF
               READ USUARIOS-MASTER
                   AT END MOVE 'Y' TO WRK-USR-EOF
               END-READ
           END-PERFORM
           CLOSE USUARIOS-MASTER

           PERFORM 0196-LER-ULTIMO-ELO-SEG
           OPEN EXTEND AUDITORIA-SEGURANCA
           IF WRK-SEG-STATUS NOT = '00'
               OPEN OUTPUT AUDITORIA-SEGURANCA
           END-IF
           MOVE WRK-USUARIO       TO SEG-USUARIO
           MOVE WRK-NIVEL-USUARIO TO SEG-NIVEL
           IF USUARIO-AUTORIZADO
               MOVE 'AUTORIZADO' TO SEG-RESULTADO
           ELSE
               MOVE 'NAO AUTORIZADO' TO SEG-RESULTADO
           END-IF
           MOVE WRK-DATA-EXEC TO SEG-DATA-HORA
           MOVE 'LANCMAN' TO SEG-FUNCAO
           PERFORM 0197-ENCADEAR-SEG
           WRITE SEG-REC
           CLOSE AUDITORIA-SEGURANCA

           IF NOT USUARIO-AUTORIZADO
               DISPLAY 'USUARIO SEM O NIVEL MINIMO DA FUNCAO '
                   'LANCMAN - OPERACAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ****************LANCAMENTO DE UM DOCUMENTO MANUAL********
      *O NUMERO DO DOCUMENTO SO E CONSUMIDO NO LANCCTL QUANDO
      *PELO MENOS UMA LINHA E GRAVADA; LINHA COM CONTA INVALIDA,
      *CONTAS IGUAIS OU VALOR ZERO E RECUSADA E O DOCUMENTO SEGUE
       0210-LANCAR-DOCUMENTO.
           PERFORM 0211-PROXIMO-DOCUMENTO

           DISPLAY 'DATA DO LANCAMENTO (AAAAMMDD - ZERO PARA '
               'HOJE).. '
           ACCEPT WRK-DATA-LANC
           IF WRK-DATA-LANC = 0
               MOVE WRK-DATA-EXEC TO WRK-DATA-LANC
           END-IF
           MOVE WRK-DATA-LANC(1:4) TO WRK-ANO-DATA
           MOVE WRK-DATA-LANC(5:2) TO WRK-MES-DATA
           IF WRK-MES-DATA < 1 OR WRK-MES-DATA > 12
               DISPLAY 'DATA DO LANCAMENTO INVALIDA - DOCUMENTO '
                   'RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0270-SITUACAO-PERIODO
           IF PERIODO-FECHADO
               DISPLAY 'PERIODO FISCAL ' WRK-ANO-FISCAL '/'
                   WRK-PERIODO-FISCAL ' FECHADO - DOCUMENTO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND LANCAMENTO-CONTABIL
           IF WRK-GL-STATUS NOT = '00'
               OPEN OUTPUT LANCAMENTO-CONTABIL
           END-IF

           MOVE 'S' TO WRK-CONTINUA
           PERFORM UNTIL NOT OUTRA-LINHA
               PERFORM 0215-ACEITAR-LINHA
               PERFORM 0250-CRITICAR-LINHA
               IF LINHA-VALIDA
                   MOVE WRK-CONTA-DEBITO  TO GL-CONTA-DEBITO
                   MOVE WRK-CONTA-CREDITO TO GL-CONTA-CREDITO
                   MOVE WRK-CCUSTO        TO GL-CCUSTO
                   MOVE WRK-HISTORICO     TO GL-HISTORICO
                   MOVE WRK-VALOR         TO GL-VALOR
                   MOVE WRK-DATA-LANC     TO GL-DATA-EXEC
                   MOVE WRK-EMPRESA       TO GL-EMPRESA
                   MOVE 'LANCMAN'         TO GL-ORIGEM
                   MOVE WRK-DOCUMENTO     TO GL-DOCUMENTO
                   WRITE GL-REC
                   ADD 1 TO WRK-QTD-LINHAS
                   ADD WRK-VALOR TO WRK-TOTAL-DOC
               ELSE
                   MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY 'OUTRA LINHA NO MESMO DOCUMENTO (S/N).. '
               MOVE 'N' TO WRK-CONTINUA
               ACCEPT WRK-CONTINUA
           END-PERFORM

           CLOSE LANCAMENTO-CONTABIL

           IF WRK-QTD-LINHAS = 0
               DISPLAY 'NENHUMA LINHA VALIDA - DOCUMENTO NAO LANCADO'
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT CONTROLE-DOCUMENTOS
               MOVE WRK-DOCUMENTO TO DOC-ULTIMO-NUMERO
               WRITE DOC-REC
               CLOSE CONTROLE-DOCUMENTOS
               MOVE 0 TO WRK-MODELO
               MOVE WRK-TOTAL-DOC TO WRK-VALOR
               PERFORM 0280-GRAVAR-TRILHA
               MOVE WRK-TOTAL-DOC TO WRK-VALOR-ED
               DISPLAY 'DOCUMENTO ' WRK-DOCUMENTO ' LANCADO COM '
                   WRK-QTD-LINHAS ' LINHA(S) - TOTAL ' WRK-VALOR-ED
           END-IF.

       0211-PROXIMO-DOCUMENTO.
           MOVE 0 TO WRK-DOCUMENTO
           OPEN INPUT CONTROLE-DOCUMENTOS
           IF WRK-DOC-STATUS = '00'
               READ CONTROLE-DOCUMENTOS
                   AT END CONTINUE
                   NOT AT END
                       MOVE DOC-ULTIMO-NUMERO TO WRK-DOCUMENTO
               END-READ
               CLOSE CONTROLE-DOCUMENTOS
           END-IF
           ADD 1 TO WRK-DOCUMENTO.

       0215-ACEITAR-LINHA.
           DISPLAY 'CONTA DEBITO.. '
           ACCEPT WRK-CONTA-DEBITO
           DISPLAY 'CONTA CREDITO.. '
           ACCEPT WRK-CONTA-CREDITO
           DISPLAY 'CENTRO DE CUSTO.. '
           ACCEPT WRK-CCUSTO
           DISPLAY 'HISTORICO.. '
           ACCEPT WRK-HISTORICO
           DISPLAY 'VALOR.. '
           ACCEPT WRK-VALOR
           DISPLAY 'EMPRESA (99).. '
           ACCEPT WRK-EMPRESA.

      ****************INCLUSAO DE MODELO RECORRENTE************
       0220-INCLUIR-MODELO.
           DISPLAY 'CODIGO DO MODELO.. '
           ACCEPT WRK-MODELO
           PERFORM 0245-LOCALIZAR-MODELO

           IF MODELO-ENCONTRADO
               DISPLAY 'MODELO JA CADASTRADO'
           ELSE
               IF WRK-MOD-QTD >= 200
                   DISPLAY 'ERRO: MODELOS RECORRENTES EXCEDEM O '
                       'LIMITE DE 200 REGISTROS'
               ELSE
                   PERFORM 0225-ACEITAR-MODELO
                   MOVE WRK-MODELO        TO MOD-CODIGO
                   MOVE 0                 TO MOD-ULTIMA-COMPET
                   MOVE 'S'               TO MOD-ATIVO
                   PERFORM 0226-MOVER-MODELO
                   ADD 1 TO WRK-MOD-QTD
                   MOVE MOD-REC TO WRK-MOD-REGISTRO(WRK-MOD-QTD)
                   PERFORM 0260-REGRAVAR-MODELOS
                   MOVE 0 TO WRK-DOCUMENTO
                   PERFORM 0280-GRAVAR-TRILHA
                   DISPLAY 'MODELO INCLUIDO COM SUCESSO'
               END-IF
           END-IF.

       0225-ACEITAR-MODELO.
           PERFORM 0215-ACEITAR-LINHA
           DISPLAY 'DIA DO MES DO LANCAMENTO (01-31).. '
           ACCEPT WRK-DIA
           DISPLAY 'PRIMEIRA COMPETENCIA (AAAAMM).. '
           ACCEPT WRK-INICIO
           DISPLAY 'ULTIMA COMPETENCIA (AAAAMM - ZERO SEM '
               'TERMINO).. '
           ACCEPT WRK-FIM

           PERFORM 0250-CRITICAR-LINHA
           IF NOT LINHA-VALIDA
               DISPLAY 'MODELO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WRK-INICIO(5:2) TO WRK-MES-DATA
           IF WRK-DIA < 1 OR WRK-DIA > 31
               OR WRK-MES-DATA < 1 OR WRK-MES-DATA > 12
               OR (WRK-FIM NOT = 0 AND WRK-FIM < WRK-INICIO)
               DISPLAY 'DIA OU COMPETENCIAS DO MODELO INVALIDOS - '
                   'MODELO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0226-MOVER-MODELO.
           MOVE WRK-CONTA-DEBITO  TO MOD-CONTA-DEBITO
           MOVE WRK-CONTA-CREDITO TO MOD-CONTA-CREDITO
           MOVE WRK-CCUSTO        TO MOD-CCUSTO
           MOVE WRK-HISTORICO     TO MOD-HISTORICO
           MOVE WRK-VALOR         TO MOD-VALOR
           MOVE WRK-EMPRESA       TO MOD-EMPRESA
           MOVE WRK-DIA           TO MOD-DIA
           MOVE WRK-INICIO        TO MOD-INICIO
           MOVE WRK-FIM           TO MOD-FIM.

      ****************ALTERACAO DE MODELO RECORRENTE***********
      *A ULTIMA COMPETENCIA GERADA E PRESERVADA: A ALTERACAO SO
      *VALE PARA OS MESES AINDA NAO GERADOS PELO LANCREC
       0230-ALTERAR-MODELO.
           DISPLAY 'CODIGO DO MODELO.. '
           ACCEPT WRK-MODELO
           PERFORM 0245-LOCALIZAR-MODELO

           IF MODELO-ENCONTRADO
               PERFORM 0225-ACEITAR-MODELO
               PERFORM 0226-MOVER-MODELO
               MOVE 'S' TO MOD-ATIVO
               MOVE MOD-REC TO WRK-MOD-REGISTRO(WRK-MOD-IDX)
               PERFORM 0260-REGRAVAR-MODELOS
               MOVE 0 TO WRK-DOCUMENTO
               PERFORM 0280-GRAVAR-TRILHA
               DISPLAY 'MODELO ALTERADO COM SUCESSO'
           ELSE
               DISPLAY 'MODELO NAO CADASTRADO'
           END-IF.

      ****************ENCERRAMENTO DE MODELO RECORRENTE********
       0235-ENCERRAR-MODELO.
           DISPLAY 'CODIGO DO MODELO.. '
           ACCEPT WRK-MODELO
           PERFORM 0245-LOCALIZAR-MODELO

           IF MODELO-ENCONTRADO
               MOVE 'N' TO MOD-ATIVO
               MOVE MOD-REC TO WRK-MOD-REGISTRO(WRK-MOD-IDX)
               PERFORM 0260-REGRAVAR-MODELOS
               MOVE 0 TO WRK-DOCUMENTO
               MOVE MOD-VALOR TO WRK-VALOR
               PERFORM 0280-GRAVAR-TRILHA
               DISPLAY 'MODELO ENCERRADO COM SUCESSO'
           ELSE
               DISPLAY 'MODELO NAO CADASTRADO'
           END-IF.

      ****************CONSULTA DE MODELO RECORRENTE************
       0240-CONSULTAR-MODELO.
           DISPLAY 'CODIGO DO MODELO.. '
           ACCEPT WRK-MODELO
           PERFORM 0245-LOCALIZAR-MODELO

           IF MODELO-ENCONTRADO
               MOVE MOD-VALOR TO WRK-VALOR-ED
               DISPLAY 'MODELO...: ' MOD-CODIGO ' ' MOD-HISTORICO
               DISPLAY 'DEBITO...: ' MOD-CONTA-DEBITO
                   ' CREDITO: ' MOD-CONTA-CREDITO
               DISPLAY 'CCUSTO...: ' MOD-CCUSTO
                   ' EMPRESA: ' MOD-EMPRESA
               DISPLAY 'VALOR....: ' WRK-VALOR-ED
                   ' TODO DIA ' MOD-DIA
               DISPLAY 'VIGENCIA.: ' MOD-INICIO ' A ' MOD-FIM
               DISPLAY 'GERADO ATE ' MOD-ULTIMA-COMPET
               IF MOD-EM-VIGOR
                   DISPLAY 'SITUACAO.: EM VIGOR'
               ELSE
                   DISPLAY 'SITUACAO.: ENCERRADO'
               END-IF
           ELSE
               DISPLAY 'MODELO NAO CADASTRADO'
           END-IF.

      ****************LOCALIZACAO NA TABELA********************
       0245-LOCALIZAR-MODELO.
           MOVE 'N' TO WRK-MOD-ACHADO
           PERFORM VARYING WRK-MOD-IDX FROM 1 BY 1
                   UNTIL WRK-MOD-IDX > WRK-MOD-QTD
                   OR MODELO-ENCONTRADO
               MOVE WRK-MOD-REGISTRO(WRK-MOD-IDX) TO MOD-REC
               IF MOD-CODIGO = WRK-MODELO
                   SET MODELO-ENCONTRADO TO TRUE
               END-IF
           END-PERFORM

           IF MODELO-ENCONTRADO
               SET WRK-MOD-IDX DOWN BY 1
           END-IF.

      **********CRITICA DE UMA LINHA DE LANCAMENTO*************
       0250-CRITICAR-LINHA.
           MOVE 'Y' TO WRK-LINHA-OK

           MOVE WRK-CONTA-DEBITO TO WRK-CONTA-VALIDAR
           PERFORM 0255-VALIDAR-UMA-CONTA
           MOVE WRK-CONTA-CREDITO TO WRK-CONTA-VALIDAR
           PERFORM 0255-VALIDAR-UMA-CONTA

           IF WRK-CONTA-DEBITO = WRK-CONTA-CREDITO
               DISPLAY 'CONTA DEBITO IGUAL A CONTA CREDITO - LINHA '
                   'RECUSADA'
               MOVE 'N' TO WRK-LINHA-OK
           END-IF

           IF WRK-VALOR = 0
               DISPLAY 'VALOR ZERADO - LINHA RECUSADA'
               MOVE 'N' TO WRK-LINHA-OK
           END-IF.

       0255-VALIDAR-UMA-CONTA.
           MOVE 'N' TO WRK-CONTA-OK
           PERFORM VARYING WRK-CTA-SUB FROM 1 BY 1
                   UNTIL WRK-CTA-SUB > WRK-CTA-QTD
               IF WRK-CTA-CODIGO(WRK-CTA-SUB) = WRK-CONTA-VALIDAR
                   AND WRK-CTA-ATIVA(WRK-CTA-SUB) = 'S'
                   MOVE 'Y' TO WRK-CONTA-OK
               END-IF
           END-PERFORM

           IF NOT CONTA-VALIDA
               DISPLAY 'CONTA ' WRK-CONTA-VALIDAR ' INEXISTENTE OU '
                   'INATIVA NO PLANO DE CONTAS - LINHA RECUSADA'
               MOVE 'N' TO WRK-LINHA-OK
           END-IF.

      ****************REGRAVACAO DOS MODELOS*******************
       0260-REGRAVAR-MODELOS.
           OPEN OUTPUT MODELOS-RECORRENTES

           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-MOD-QTD
               MOVE WRK-MOD-REGISTRO(WRK-SUB) TO MOD-REC
               WRITE MOD-REC
           END-PERFORM

           CLOSE MODELOS-RECORRENTES.

      **********SITUACAO DO PERIODO FISCAL DA DATA*************
      *PERIODO AUSENTE DO PERIODOS.DAT CONTA COMO ABERTO
       0270-SITUACAO-PERIODO.
           IF WRK-MES-DATA >= WRK-MES-INICIO-FISCAL
               MOVE WRK-ANO-DATA TO WRK-ANO-FISCAL
               COMPUTE WRK-PERIODO-FISCAL =
                   WRK-MES-DATA - WRK-MES-INICIO-FISCAL + 1
           ELSE
               COMPUTE WRK-ANO-FISCAL = WRK-ANO-DATA - 1
               COMPUTE WRK-PERIODO-FISCAL =
                   WRK-MES-DATA + 13 - WRK-MES-INICIO-FISCAL
           END-IF

           MOVE 'A' TO WRK-PERIODO-SIT
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-PER-QTD
               IF WRK-PER-ANO(WRK-SUB) = WRK-ANO-FISCAL
                   AND WRK-PER-NUM(WRK-SUB) = WRK-PERIODO-FISCAL
                   MOVE WRK-PER-SIT(WRK-SUB) TO WRK-PERIODO-SIT
               END-IF
           END-PERFORM.

      ****************TRILHA DOCUMENTO X USUARIO***************
       0280-GRAVAR-TRILHA.
           OPEN EXTEND AUDITORIA-LANCAMENTOS
           IF WRK-AUD-STATUS NOT = '00'
               OPEN OUTPUT AUDITORIA-LANCAMENTOS
           END-IF

           MOVE WRK-DOCUMENTO  TO AUD-DOCUMENTO
           MOVE WRK-OPERACAO   TO AUD-OPERACAO
           MOVE WRK-MODELO     TO AUD-MODELO
           MOVE WRK-QTD-LINHAS TO AUD-QTD-LINHAS
           MOVE WRK-VALOR      TO AUD-VALOR
           MOVE WRK-USUARIO    TO AUD-USUARIO
           MOVE WRK-DATA-EXEC  TO AUD-DATA
           WRITE AUD-REC
           CLOSE AUDITORIA-LANCAMENTOS.

      **********REGISTRO NO CONTROLE CENTRAL DE EXECUCOES******
       0195-REGISTRAR-RUN.
           ACCEPT WRK-RUN-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-RUN-HORA FROM TIME

           OPEN EXTEND CONTROLE-RUNS
           IF WRK-RUN-STATUS NOT = '00'
               OPEN OUTPUT CONTROLE-RUNS
           END-IF

           MOVE 'LANCMAN' TO RUN-PROGRAMA
           MOVE WRK-RUN-DATA   TO RUN-DATA-NEGOCIO
           MOVE WRK-RUN-HORA   TO RUN-HORA
           MOVE WRK-RUN-EVENTO TO RUN-EVENTO
           WRITE RUN-REC
           CLOSE CONTROLE-RUNS.

      **********TRILHA DE SEGURANCA - ULTIMO ELO DA CADEIA*****
      *    LE O SEGAUDIT ATE O FIM PARA OBTER A SEQUENCIA E O ELO
      *    DO ULTIMO REGISTRO ENCADEADO (REGISTROS ANTIGOS, SEM
      *    ENCADEAMENTO, SAO IGNORADOS; ARQUIVO VAZIO COMECA EM 1)
       0196-LER-ULTIMO-ELO-SEG.
           MOVE ZEROS TO WRK-SEG-ULT-SEQ
           MOVE ZEROS TO WRK-SEG-ULT-ELO
           MOVE 'N' TO WRK-SEG-FIM

           OPEN INPUT AUDITORIA-SEGURANCA
           IF WRK-SEG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ AUDITORIA-SEGURANCA
               AT END MOVE 'Y' TO WRK-SEG-FIM
           END-READ
           PERFORM UNTIL WRK-SEG-FIM = 'Y'
               IF SEG-SEQUENCIA IS NUMERIC
                   AND SEG-ELO IS NUMERIC
                   MOVE SEG-SEQUENCIA TO WRK-SEG-ULT-SEQ
                   MOVE SEG-ELO       TO WRK-SEG-ULT-ELO
               END-IF
               READ AUDITORIA-SEGURANCA
                   AT END MOVE 'Y' TO WRK-SEG-FIM
               END-READ
           END-PERFORM
           CLOSE AUDITORIA-SEGURANCA.

      **********TRILHA DE SEGURANCA - ENCADEAMENTO DO REGISTRO*
      *    PROXIMA SEQUENCIA, ELO DO REGISTRO ANTERIOR E ELO DESTE
      *    REGISTRO: PARTINDO DO ELO ANTERIOR, ELO = RESTO DE
      *    (ELO * 31 + ORDINAL DO BYTE) POR 9999999967 PARA CADA
      *    UM DOS 62 BYTES (DADOS, SEQUENCIA E ELO ANTERIOR) E DOS
      *    QUE VEM DEPOIS DO ELO (FUNCAO E COMPLEMENTOS) ATE O
      *    ULTIMO NAO BRANCO - A MESMA CONTA E REFEITA PELO SEGVERIF
       0197-ENCADEAR-SEG.
           ADD 1 TO WRK-SEG-ULT-SEQ
           MOVE WRK-SEG-ULT-SEQ TO SEG-SEQUENCIA
           MOVE WRK-SEG-ULT-ELO TO SEG-ELO-ANTERIOR
           MOVE WRK-SEG-ULT-ELO TO WRK-SEG-ELO

           MOVE LENGTH OF SEG-REC TO WRK-SEG-TAM
           PERFORM UNTIL WRK-SEG-TAM < 73
                   OR SEG-REC(WRK-SEG-TAM:1) NOT = SPACE
               SUBTRACT 1 FROM WRK-SEG-TAM
           END-PERFORM

           PERFORM VARYING WRK-SEG-POS FROM 1 BY 1
                   UNTIL WRK-SEG-POS > WRK-SEG-TAM
               IF WRK-SEG-POS < 63 OR WRK-SEG-POS > 72
                   COMPUTE WRK-SEG-ELO = FUNCTION MOD(WRK-SEG-ELO
                       * 31 + FUNCTION ORD(SEG-REC(WRK-SEG-POS:1)),
                       9999999967)
               END-IF
           END-PERFORM

           MOVE WRK-SEG-ELO TO SEG-ELO
           MOVE WRK-SEG-ELO TO WRK-SEG-ULT-ELO.
