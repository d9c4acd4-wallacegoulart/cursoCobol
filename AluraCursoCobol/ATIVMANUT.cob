       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATIVMANUT.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: MANUTENCAO DO CADASTRO DE BENS DO ATIVO
      *          IMOBILIZADO (CONSULTAR/INCLUIR/ALTERAR/BAIXAR), NO
      *          MOLDE DO CTAMANUT: CADA BEM TEM EMPRESA, CENTRO DE
      *          CUSTO, DATA DE AQUISICAO, CUSTO, VIDA UTIL EM MESES
      *          E AS CONTAS DE ATIVO, DEPRECIACAO ACUMULADA E
      *          DESPESA, VALIDADAS NO PLANO DE CONTAS; BEM JA
      *          DEPRECIADO NAO MUDA CUSTO NEM VIDA UTIL; A BAIXA
      *          (VENDA OU SUCATA) EXIGE DEPRECIACAO EM DIA E PERIODO
      *          FISCAL ABERTO, E CONTABILIZA NO EXE02GL.DAT A
      *          DEPRECIACAO ACUMULADA CONTRA O ATIVO, O VALOR
      *          RECEBIDO NO BANCO E O GANHO OU A PERDA PELAS CONTAS
      *          DO ATIVOPARM; TODA GRAVACAO EXIGE USUARIO COM O
      *          NIVEL MINIMO DA FUNCAO ATIVMANU NA MATRIZ DE
      *          AUTORIZACAO E A TRILHA SAI NO ATIVOSAUD.DAT
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
           SELECT CADASTRO-ATIVOS ASSIGN TO "DATA/ATIVOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ATV-STATUS.

           SELECT PARAMETROS-ATIVO ASSIGN TO "DATA/ATIVOPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRM-STATUS.

           SELECT PLANO-CONTAS ASSIGN TO "DATA/PLANOCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTA-STATUS.

           SELECT PERIODOS-FISCAIS ASSIGN TO "DATA/PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PER-STATUS.

           SELECT LANCAMENTO-CONTABIL ASSIGN TO "DATA/EXE02GL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GL-STATUS.

           SELECT USUARIOS-MASTER ASSIGN TO "DATA/USERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MATRIZ-AUTORIZACAO ASSIGN TO "DATA/AUTMATRIZ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDITORIA-SEGURANCA ASSIGN TO "DATA/SEGAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEG-STATUS.

           SELECT AUDITORIA-ATIVOS ASSIGN TO "DATA/ATIVOSAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUD-STATUS.

           SELECT CONTROLE-RUNS ASSIGN TO "DATA/RUNCTLGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-ATIVOS.
       COPY "ATIVOS.CPY".

       FD  PARAMETROS-ATIVO.
       01  PRM-REC.
           05  PRM-CONTA-BANCO    PIC X(10).
           05  PRM-CONTA-GANHO    PIC X(10).
           05  PRM-CONTA-PERDA    PIC X(10).

       FD  PLANO-CONTAS.
       COPY "PLANOCTA.CPY".

       FD  PERIODOS-FISCAIS.
       01  PER-REC.
           05  PER-ANO-FISCAL   PIC 9(04).
           05  PER-PERIODO      PIC 9(02).
           05  PER-SITUACAO     PIC X(01).

       FD  LANCAMENTO-CONTABIL.
       COPY "EXE02GL.CPY".

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

       FD  AUDITORIA-ATIVOS.
       01  AUD-REC.
           05  AUD-NUMERO        PIC 9(06).
           05  AUD-OPERACAO      PIC X(01).
           05  AUD-CUSTO         PIC 9(09)V99.
           05  AUD-VALOR-BAIXA   PIC 9(09)V99.
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
       77  WRK-ATV-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-PRM-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-CTA-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-PER-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-GL-STATUS     PIC X(02)  VALUE '00'.
       77  WRK-SEG-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-SEG-ULT-SEQ   PIC 9(08)  VALUE ZEROS.
       77  WRK-SEG-ULT-ELO   PIC 9(10)  VALUE ZEROS.
       77  WRK-SEG-ELO       PIC 9(12)  VALUE ZEROS.
       77  WRK-SEG-POS       PIC 9(03)  VALUE ZEROS.
       77  WRK-SEG-TAM       PIC 9(03)  VALUE ZEROS.
       77  WRK-SEG-FIM       PIC X(01)  VALUE 'N'.
       77  WRK-AUD-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-ATV-EOF       PIC X      VALUE 'N'.
           88  FIM-ATIVOS    VALUE 'Y'.
       77  WRK-CTA-EOF       PIC X      VALUE 'N'.
           88  FIM-PLANO-CONTAS VALUE 'Y'.
       77  WRK-PER-EOF       PIC X      VALUE 'N'.
           88  FIM-PERIODOS  VALUE 'Y'.
       77  WRK-USR-EOF       PIC X      VALUE 'N'.
           88  FIM-USUARIOS  VALUE 'Y'.
       77  WRK-AUT-EOF       PIC X      VALUE 'N'.
           88  FIM-MATRIZ    VALUE 'Y'.
       77  WRK-ATV-QTD       PIC 9(03)  VALUE ZEROS.
       77  WRK-CTA-QTD       PIC 9(03)  VALUE ZEROS.
       77  WRK-CTA-SUB       PIC 9(03)  VALUE ZEROS.
       77  WRK-SUB           PIC 9(03)  VALUE ZEROS.
       77  WRK-ATV-ACHADO    PIC X      VALUE 'N'.
           88  BEM-ENCONTRADO VALUE 'Y'.
       77  WRK-OPERACAO      PIC X(01)  VALUE 'C'.
           88  OPER-INCLUIR  VALUE 'I'.
           88  OPER-ALTERAR  VALUE 'A'.
           88  OPER-BAIXAR   VALUE 'B'.
           88  OPER-CONSULTA VALUE 'C'.
       77  WRK-NUMERO        PIC 9(06)  VALUE ZEROS.
       77  WRK-DESCRICAO     PIC X(30)  VALUE SPACES.
       77  WRK-EMPRESA       PIC 9(02)  VALUE ZEROS.
       77  WRK-CCUSTO        PIC X(04)  VALUE SPACES.
       77  WRK-DATA-AQUIS    PIC 9(08)  VALUE ZEROS.
       77  WRK-CUSTO         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VIDA-MESES    PIC 9(03)  VALUE ZEROS.
       77  WRK-CONTA-ATIVO   PIC X(10)  VALUE SPACES.
       77  WRK-CONTA-DEPR    PIC X(10)  VALUE SPACES.
       77  WRK-CONTA-DESPESA PIC X(10)  VALUE SPACES.
       77  WRK-CONTA-BANCO   PIC X(10)  VALUE '1000-BCOS'.
       77  WRK-CONTA-GANHO   PIC X(10)  VALUE '4200-GANH'.
       77  WRK-CONTA-PERDA   PIC X(10)  VALUE '5700-BXAT'.
       77  WRK-CONTA-VALIDAR PIC X(10)  VALUE SPACES.
       77  WRK-CONTA-OK      PIC X      VALUE 'N'.
           88  CONTA-VALIDA  VALUE 'Y'.
       77  WRK-DATA-BAIXA    PIC 9(08)  VALUE ZEROS.
       77  WRK-VALOR-BAIXA   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-LIQUIDO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-GL      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-COMPET-BAIXA  PIC 9(06)  VALUE ZEROS.
       77  WRK-COMPET-DEVIDA PIC 9(06)  VALUE ZEROS.
       77  WRK-COMPET-AQUIS  PIC 9(06)  VALUE ZEROS.
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
       77  WRK-CUSTO-ED      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DEPR-ED       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-LIQUIDO-ED    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  WRK-TAB-ATIVOS.
           05  WRK-ATV-ITEM OCCURS 500 TIMES INDEXED BY WRK-ATV-IDX.
               10  WRK-ATV-REGISTRO PIC X(131).

       01  WRK-TAB-PLANO-CONTAS.
           05  WRK-CTA-ITEM OCCURS 100 TIMES.
               10  WRK-CTA-CODIGO PIC X(10).
               10  WRK-CTA-ATIVA  PIC X(01).

       COPY "GLLOTE.CPY".

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.

           PERFORM 0110-CARREGAR-PLANO.
           PERFORM 0120-CARREGAR-ATIVOS.

           DISPLAY 'OPERACAO (C-CONSULTAR I-INCLUIR A-ALTERAR '
               'B-BAIXAR).. '
           ACCEPT WRK-OPERACAO.

           DISPLAY 'NUMERO DO BEM.. '
           ACCEPT WRK-NUMERO.

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

       0115-VALIDAR-UMA-CONTA.
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
                   'INATIVA NO PLANO DE CONTAS - OPERACAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      **********CADASTRO DE BENS EM MEMORIA********************
      *ARQUIVO AINDA NAO CRIADO EQUIVALE A CADASTRO VAZIO: O
      *PRIMEIRO BEM INCLUIDO CRIA O ATIVOS.DAT
       0120-CARREGAR-ATIVOS.
           OPEN INPUT CADASTRO-ATIVOS
           IF WRK-ATV-STATUS = '00'
               READ CADASTRO-ATIVOS
                   AT END MOVE 'Y' TO WRK-ATV-EOF
               END-READ
               PERFORM UNTIL FIM-ATIVOS
                   IF WRK-ATV-QTD >= 500
                       DISPLAY 'ERRO: CADASTRO DE BENS EXCEDE O '
                           'LIMITE DE 500 REGISTROS - PROCESSAMENTO '
                           'ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WRK-ATV-QTD
                   MOVE ATV-REC TO WRK-ATV-REGISTRO(WRK-ATV-QTD)
                   READ CADASTRO-ATIVOS
                       AT END MOVE 'Y' TO WRK-ATV-EOF
                   END-READ
               END-PERFORM
               CLOSE CADASTRO-ATIVOS
           END-IF.

       0200-PROCESSAR.
           MOVE 'INICIADO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN

           IF OPER-INCLUIR OR OPER-ALTERAR OR OPER-BAIXAR
               PERFORM 0205-VALIDAR-USUARIO
           END-IF

           EVALUATE TRUE
               WHEN OPER-INCLUIR
                   PERFORM 0210-INCLUIR-BEM
               WHEN OPER-ALTERAR
                   PERFORM 0220-ALTERAR-BEM
               WHEN OPER-BAIXAR
                   PERFORM 0230-BAIXAR-BEM
               WHEN OTHER
                   PERFORM 0240-CONSULTAR-BEM
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
               IF AUT-FUNCAO = 'ATIVMANU'
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
           MOVE 'ATIVMANU' TO SEG-FUNCAO
           PERFORM 0197-ENCADEAR-SEG
           WRITE SEG-REC
           CLOSE AUDITORIA-SEGURANCA

           IF NOT USUARIO-AUTORIZADO
               DISPLAY 'USUARIO SEM O NIVEL MINIMO DA FUNCAO '
                   'ATIVMANU - OPERACAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ****************INCLUSAO DE BEM**************************
       0210-INCLUIR-BEM.
           PERFORM 0245-LOCALIZAR-BEM

           IF BEM-ENCONTRADO
               DISPLAY 'BEM JA CADASTRADO'
           ELSE
               IF WRK-ATV-QTD >= 500
                   DISPLAY 'ERRO: CADASTRO DE BENS EXCEDE O LIMITE '
                       'DE 500 REGISTROS'
               ELSE
                   PERFORM 0250-ACEITAR-DADOS
                   INITIALIZE ATV-REC
                   MOVE WRK-NUMERO        TO ATV-NUMERO
                   MOVE WRK-DESCRICAO     TO ATV-DESCRICAO
                   MOVE WRK-EMPRESA       TO ATV-EMPRESA
                   MOVE WRK-CCUSTO        TO ATV-CCUSTO
                   MOVE WRK-DATA-AQUIS    TO ATV-DATA-AQUIS
                   MOVE WRK-CUSTO         TO ATV-CUSTO
                   MOVE WRK-VIDA-MESES    TO ATV-VIDA-MESES
                   MOVE WRK-CONTA-ATIVO   TO ATV-CONTA-ATIVO
                   MOVE WRK-CONTA-DEPR    TO ATV-CONTA-DEPR-ACUM
                   MOVE WRK-CONTA-DESPESA TO ATV-CONTA-DESPESA
                   MOVE 0                 TO ATV-DEPR-ACUM
                   MOVE 0                 TO ATV-ULTIMA-COMPET
                   MOVE 'A'               TO ATV-SITUACAO
                   MOVE 0                 TO ATV-DATA-BAIXA
                   MOVE 0                 TO ATV-VALOR-BAIXA
                   ADD 1 TO WRK-ATV-QTD
                   MOVE ATV-REC TO WRK-ATV-REGISTRO(WRK-ATV-QTD)
                   PERFORM 0260-REGRAVAR-ATIVOS
                   PERFORM 0270-GRAVAR-TRILHA
                   DISPLAY 'BEM INCLUIDO COM SUCESSO'
               END-IF
           END-IF.

      ****************ALTERACAO DE BEM*************************
      *DEPOIS DA PRIMEIRA DEPRECIACAO O CUSTO E A VIDA UTIL
      *FICAM CONGELADOS: MUDAR A BASE NO MEIO DA VIDA DESCASARIA
      *A DEPRECIACAO ACUMULADA DO QUE JA FOI CONTABILIZADO
       0220-ALTERAR-BEM.
           PERFORM 0245-LOCALIZAR-BEM

           IF NOT BEM-ENCONTRADO
               DISPLAY 'BEM NAO CADASTRADO'
           ELSE
               IF ATV-BAIXADO
                   DISPLAY 'BEM JA BAIXADO - ALTERACAO RECUSADA'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0250-ACEITAR-DADOS
                   IF ATV-DEPR-ACUM > 0
                       AND (WRK-CUSTO NOT = ATV-CUSTO
                           OR WRK-VIDA-MESES NOT = ATV-VIDA-MESES
                           OR WRK-DATA-AQUIS NOT = ATV-DATA-AQUIS)
                       DISPLAY 'BEM JA DEPRECIADO - CUSTO, AQUISICAO '
                           'E VIDA UTIL NAO PODEM SER ALTERADOS'
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       MOVE WRK-DESCRICAO     TO ATV-DESCRICAO
                       MOVE WRK-EMPRESA       TO ATV-EMPRESA
                       MOVE WRK-CCUSTO        TO ATV-CCUSTO
                       MOVE WRK-DATA-AQUIS    TO ATV-DATA-AQUIS
                       MOVE WRK-CUSTO         TO ATV-CUSTO
                       MOVE WRK-VIDA-MESES    TO ATV-VIDA-MESES
                       MOVE WRK-CONTA-ATIVO   TO ATV-CONTA-ATIVO
                       MOVE WRK-CONTA-DEPR    TO ATV-CONTA-DEPR-ACUM
                       MOVE WRK-CONTA-DESPESA TO ATV-CONTA-DESPESA
                       MOVE ATV-REC TO WRK-ATV-REGISTRO(WRK-ATV-IDX)
                       PERFORM 0260-REGRAVAR-ATIVOS
                       PERFORM 0270-GRAVAR-TRILHA
                       DISPLAY 'BEM ALTERADO COM SUCESSO'
                   END-IF
               END-IF
           END-IF.

      ****************BAIXA DE BEM*****************************
      *A DEPRECIACAO TEM DE ESTAR EM DIA ATE O MES ANTERIOR AO DA
      *BAIXA (OU O BEM TOTALMENTE DEPRECIADO), SENAO O VALOR
      *LIQUIDO CONTABIL E O GANHO/PERDA SAIRIAM ERRADOS
       0230-BAIXAR-BEM.
           PERFORM 0245-LOCALIZAR-BEM

           IF NOT BEM-ENCONTRADO
               DISPLAY 'BEM NAO CADASTRADO'
           ELSE
               IF ATV-BAIXADO
                   DISPLAY 'BEM JA BAIXADO EM ' ATV-DATA-BAIXA
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY 'DATA DA BAIXA (AAAAMMDD).. '
                   ACCEPT WRK-DATA-BAIXA
                   DISPLAY 'VALOR DE VENDA (ZERO PARA SUCATA).. '
                   ACCEPT WRK-VALOR-BAIXA
                   PERFORM 0231-CRITICAR-BAIXA
                   PERFORM 0235-CONTABILIZAR-BAIXA
                   MOVE 'B'             TO ATV-SITUACAO
                   MOVE WRK-DATA-BAIXA  TO ATV-DATA-BAIXA
                   MOVE WRK-VALOR-BAIXA TO ATV-VALOR-BAIXA
                   MOVE ATV-CUSTO       TO WRK-CUSTO
                   MOVE ATV-REC TO WRK-ATV-REGISTRO(WRK-ATV-IDX)
                   PERFORM 0260-REGRAVAR-ATIVOS
                   PERFORM 0270-GRAVAR-TRILHA
                   DISPLAY 'BEM BAIXADO COM SUCESSO'
               END-IF
           END-IF.

       0231-CRITICAR-BAIXA.
           MOVE WRK-DATA-BAIXA(1:6) TO WRK-COMPET-BAIXA
           MOVE ATV-DATA-AQUIS(1:6) TO WRK-COMPET-AQUIS
           MOVE WRK-DATA-BAIXA(1:4) TO WRK-ANO-DATA
           MOVE WRK-DATA-BAIXA(5:2) TO WRK-MES-DATA

           IF WRK-DATA-BAIXA < ATV-DATA-AQUIS
               OR WRK-MES-DATA < 1 OR WRK-MES-DATA > 12
               DISPLAY 'DATA DA BAIXA INVALIDA - OPERACAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WRK-MES-DATA = 1
               COMPUTE WRK-COMPET-DEVIDA =
                   ((WRK-ANO-DATA - 1) * 100) + 12
           ELSE
               COMPUTE WRK-COMPET-DEVIDA = WRK-COMPET-BAIXA - 1
           END-IF

           IF WRK-COMPET-AQUIS <= WRK-COMPET-DEVIDA
               AND ATV-ULTIMA-COMPET < WRK-COMPET-DEVIDA
               AND ATV-DEPR-ACUM < ATV-CUSTO
               DISPLAY 'DEPRECIACAO EM ATRASO (ULTIMA COMPETENCIA '
                   ATV-ULTIMA-COMPET ') - RODAR O DEPRECIA ATE '
                   WRK-COMPET-DEVIDA ' ANTES DA BAIXA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0232-VERIFICAR-PERIODO
           IF PERIODO-FECHADO
               DISPLAY 'PERIODO FISCAL ' WRK-ANO-FISCAL '/'
                   WRK-PERIODO-FISCAL ' FECHADO - BAIXA RECUSADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0233-CARREGAR-PARAMETROS.

      **********SITUACAO DO PERIODO FISCAL DA BAIXA************
       0232-VERIFICAR-PERIODO.
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
           OPEN INPUT PERIODOS-FISCAIS
           IF WRK-PER-STATUS = '00'
               READ PERIODOS-FISCAIS
                   AT END MOVE 'Y' TO WRK-PER-EOF
               END-READ
               PERFORM UNTIL FIM-PERIODOS
                   IF PER-ANO-FISCAL = WRK-ANO-FISCAL
                       AND PER-PERIODO = WRK-PERIODO-FISCAL
                       MOVE PER-SITUACAO TO WRK-PERIODO-SIT
                   END-IF
                   READ PERIODOS-FISCAIS
                       AT END MOVE 'Y' TO WRK-PER-EOF
                   END-READ
               END-PERFORM
               CLOSE PERIODOS-FISCAIS
           END-IF.

      **********CONTAS DE BANCO, GANHO E PERDA NA BAIXA********
       0233-CARREGAR-PARAMETROS.
           OPEN INPUT PARAMETROS-ATIVO
           IF WRK-PRM-STATUS = '00'
               READ PARAMETROS-ATIVO
                   AT END CONTINUE
                   NOT AT END
                       MOVE PRM-CONTA-BANCO TO WRK-CONTA-BANCO
                       MOVE PRM-CONTA-GANHO TO WRK-CONTA-GANHO
                       MOVE PRM-CONTA-PERDA TO WRK-CONTA-PERDA
               END-READ
               CLOSE PARAMETROS-ATIVO
           END-IF

           MOVE WRK-CONTA-BANCO TO WRK-CONTA-VALIDAR
           PERFORM 0115-VALIDAR-UMA-CONTA
           MOVE WRK-CONTA-GANHO TO WRK-CONTA-VALIDAR
           PERFORM 0115-VALIDAR-UMA-CONTA
           MOVE WRK-CONTA-PERDA TO WRK-CONTA-VALIDAR
           PERFORM 0115-VALIDAR-UMA-CONTA.

      **********CONTABILIZACAO DA BAIXA************************
      *DEPRECIACAO ACUMULADA CONTRA O ATIVO; VENDA ATE O VALOR
      *LIQUIDO CONTRA O ATIVO E O QUE FALTAR COMO PERDA; VENDA
      *ACIMA DO VALOR LIQUIDO ZERA O ATIVO E O EXCESSO E GANHO
       0235-CONTABILIZAR-BAIXA.
           COMPUTE WRK-VALOR-LIQUIDO = ATV-CUSTO - ATV-DEPR-ACUM

           OPEN EXTEND LANCAMENTO-CONTABIL
           IF WRK-GL-STATUS NOT = '00'
               OPEN OUTPUT LANCAMENTO-CONTABIL
           END-IF
           ACCEPT WRK-GL-LOTE-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-GL-LOTE-TEMPO FROM TIME
           MOVE WRK-GL-LOTE-TEMPO(1:4) TO WRK-GL-LOTE-HORA

           IF ATV-DEPR-ACUM > 0
               MOVE ATV-CONTA-DEPR-ACUM TO GL-CONTA-DEBITO
               MOVE ATV-CONTA-ATIVO     TO GL-CONTA-CREDITO
               MOVE ATV-DEPR-ACUM       TO WRK-VALOR-GL
               MOVE 'BAIXA BEM - DEPREC ACUMULADA' TO GL-HISTORICO
               PERFORM 0236-GRAVAR-GL
           END-IF

           IF WRK-VALOR-BAIXA <= WRK-VALOR-LIQUIDO
               IF WRK-VALOR-BAIXA > 0
                   MOVE WRK-CONTA-BANCO TO GL-CONTA-DEBITO
                   MOVE ATV-CONTA-ATIVO TO GL-CONTA-CREDITO
                   MOVE WRK-VALOR-BAIXA TO WRK-VALOR-GL
                   MOVE 'BAIXA BEM - VALOR DE VENDA' TO GL-HISTORICO
                   PERFORM 0236-GRAVAR-GL
               END-IF
               IF WRK-VALOR-LIQUIDO > WRK-VALOR-BAIXA
                   MOVE WRK-CONTA-PERDA TO GL-CONTA-DEBITO
                   MOVE ATV-CONTA-ATIVO TO GL-CONTA-CREDITO
                   COMPUTE WRK-VALOR-GL =
                       WRK-VALOR-LIQUIDO - WRK-VALOR-BAIXA
                   MOVE 'BAIXA BEM - PERDA NA BAIXA' TO GL-HISTORICO
                   PERFORM 0236-GRAVAR-GL
               END-IF
           ELSE
               IF WRK-VALOR-LIQUIDO > 0
                   MOVE WRK-CONTA-BANCO   TO GL-CONTA-DEBITO
                   MOVE ATV-CONTA-ATIVO   TO GL-CONTA-CREDITO
                   MOVE WRK-VALOR-LIQUIDO TO WRK-VALOR-GL
                   MOVE 'BAIXA BEM - VALOR DE VENDA' TO GL-HISTORICO
                   PERFORM 0236-GRAVAR-GL
               END-IF
               MOVE WRK-CONTA-BANCO TO GL-CONTA-DEBITO
               MOVE WRK-CONTA-GANHO TO GL-CONTA-CREDITO
               COMPUTE WRK-VALOR-GL =
                   WRK-VALOR-BAIXA - WRK-VALOR-LIQUIDO
               MOVE 'BAIXA BEM - GANHO NA BAIXA' TO GL-HISTORICO
               PERFORM 0236-GRAVAR-GL
           END-IF

           CLOSE LANCAMENTO-CONTABIL.

       0236-GRAVAR-GL.
           MOVE ATV-CCUSTO     TO GL-CCUSTO
           MOVE WRK-VALOR-GL   TO GL-VALOR
           MOVE WRK-DATA-BAIXA TO GL-DATA-EXEC
           MOVE ATV-EMPRESA    TO GL-EMPRESA
           MOVE 'ATIVMANUT'    TO GL-ORIGEM
           MOVE WRK-GL-LOTE    TO GL-DOCUMENTO
           WRITE GL-REC.

      ****************LOCALIZACAO NA TABELA********************
       0245-LOCALIZAR-BEM.
           MOVE 'N' TO WRK-ATV-ACHADO
           PERFORM VARYING WRK-ATV-IDX FROM 1 BY 1
                   UNTIL WRK-ATV-IDX > WRK-ATV-QTD
                   OR BEM-ENCONTRADO
               MOVE WRK-ATV-REGISTRO(WRK-ATV-IDX) TO ATV-REC
               IF ATV-NUMERO = WRK-NUMERO
                   SET BEM-ENCONTRADO TO TRUE
               END-IF
           END-PERFORM

           IF BEM-ENCONTRADO
               SET WRK-ATV-IDX DOWN BY 1
           END-IF.

      ****************ACEITE DOS DADOS DO BEM******************
       0250-ACEITAR-DADOS.
           DISPLAY 'DESCRICAO.. '
           ACCEPT WRK-DESCRICAO
           DISPLAY 'EMPRESA (99).. '
           ACCEPT WRK-EMPRESA
           DISPLAY 'CENTRO DE CUSTO.. '
           ACCEPT WRK-CCUSTO
           DISPLAY 'DATA DE AQUISICAO (AAAAMMDD).. '
           ACCEPT WRK-DATA-AQUIS
           DISPLAY 'CUSTO DE AQUISICAO.. '
           ACCEPT WRK-CUSTO
           DISPLAY 'VIDA UTIL EM MESES.. '
           ACCEPT WRK-VIDA-MESES
           DISPLAY 'CONTA DO ATIVO.. '
           ACCEPT WRK-CONTA-ATIVO
           DISPLAY 'CONTA DE DEPRECIACAO ACUMULADA.. '
           ACCEPT WRK-CONTA-DEPR
           DISPLAY 'CONTA DE DESPESA DE DEPRECIACAO.. '
           ACCEPT WRK-CONTA-DESPESA

           MOVE WRK-DATA-AQUIS(5:2) TO WRK-MES-DATA
           IF WRK-CUSTO = 0 OR WRK-VIDA-MESES = 0
               OR WRK-MES-DATA < 1 OR WRK-MES-DATA > 12
               DISPLAY 'CUSTO, VIDA UTIL OU DATA DE AQUISICAO '
                   'INVALIDOS - OPERACAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WRK-CONTA-ATIVO TO WRK-CONTA-VALIDAR
           PERFORM 0115-VALIDAR-UMA-CONTA
           MOVE WRK-CONTA-DEPR TO WRK-CONTA-VALIDAR
           PERFORM 0115-VALIDAR-UMA-CONTA
           MOVE WRK-CONTA-DESPESA TO WRK-CONTA-VALIDAR
           PERFORM 0115-VALIDAR-UMA-CONTA.

      ****************REGRAVACAO DO CADASTRO*******************
       0260-REGRAVAR-ATIVOS.
           OPEN OUTPUT CADASTRO-ATIVOS

           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-ATV-QTD
               MOVE WRK-ATV-REGISTRO(WRK-SUB) TO ATV-REC
               WRITE ATV-REC
           END-PERFORM.

           CLOSE CADASTRO-ATIVOS.

      ****************TRILHA DA MUDANCA************************
       0270-GRAVAR-TRILHA.
           OPEN EXTEND AUDITORIA-ATIVOS
           IF WRK-AUD-STATUS NOT = '00'
               OPEN OUTPUT AUDITORIA-ATIVOS
           END-IF

           MOVE WRK-NUMERO      TO AUD-NUMERO
           MOVE WRK-OPERACAO    TO AUD-OPERACAO
           MOVE WRK-CUSTO       TO AUD-CUSTO
           MOVE WRK-VALOR-BAIXA TO AUD-VALOR-BAIXA
           MOVE WRK-USUARIO     TO AUD-USUARIO
           MOVE WRK-DATA-EXEC   TO AUD-DATA
           WRITE AUD-REC
           CLOSE AUDITORIA-ATIVOS.

      ****************CONSULTA DE BEM**************************
       0240-CONSULTAR-BEM.
           PERFORM 0245-LOCALIZAR-BEM

           IF BEM-ENCONTRADO
               COMPUTE WRK-VALOR-LIQUIDO = ATV-CUSTO - ATV-DEPR-ACUM
               MOVE ATV-CUSTO         TO WRK-CUSTO-ED
               MOVE ATV-DEPR-ACUM     TO WRK-DEPR-ED
               MOVE WRK-VALOR-LIQUIDO TO WRK-LIQUIDO-ED
               DISPLAY 'BEM......: ' ATV-NUMERO ' ' ATV-DESCRICAO
               DISPLAY 'EMPRESA..: ' ATV-EMPRESA
                   ' CCUSTO: ' ATV-CCUSTO
               DISPLAY 'AQUISICAO: ' ATV-DATA-AQUIS
                   ' VIDA UTIL: ' ATV-VIDA-MESES ' MESES'
               DISPLAY 'CUSTO....: ' WRK-CUSTO-ED
               DISPLAY 'DEPR ACUM: ' WRK-DEPR-ED
                   ' ATE ' ATV-ULTIMA-COMPET
               DISPLAY 'LIQUIDO..: ' WRK-LIQUIDO-ED
               IF ATV-BAIXADO
                   DISPLAY 'SITUACAO.: BAIXADO EM ' ATV-DATA-BAIXA
               ELSE
                   DISPLAY 'SITUACAO.: EM USO'
               END-IF
           ELSE
               DISPLAY 'BEM NAO CADASTRADO'
           END-IF.

      **********REGISTRO NO CONTROLE CENTRAL DE EXECUCOES******
       0195-REGISTRAR-RUN.
           ACCEPT WRK-RUN-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-RUN-HORA FROM TIME

           OPEN EXTEND CONTROLE-RUNS
           IF WRK-RUN-STATUS NOT = '00'
               OPEN OUTPUT CONTROLE-RUNS
           END-IF

           MOVE 'ATIVMANU' TO RUN-PROGRAMA
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
