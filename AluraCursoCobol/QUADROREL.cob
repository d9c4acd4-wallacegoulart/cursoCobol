       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUADROREL.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: QUADRO DE PESSOAL E ROTATIVIDADE DA COMPETENCIA
      *          INFORMADA (AAAAMM) POR EMPRESA E CENTRO DE CUSTO:
      *          QUADRO INICIAL (NO DIA 1), ADMISSOES, DESLIGAMENTOS
      *          POR MOTIVO (DATA E CODIGO DA TRILHA DE AUDITORIA DO
      *          RESCISAO, TABELA MOTDESL), TRANSFERENCIAS DE ENTRADA
      *          E SAIDA (HISTORICO DO EMPTRANSF), QUADRO FINAL (NO
      *          ULTIMO DIA) E A TAXA DE ROTATIVIDADE ((ADMISSOES +
      *          DESLIGAMENTOS) / 2 SOBRE O QUADRO MEDIO), COM TOTAIS
      *          POR EMPRESA E GERAL NO QUADROREL.DAT; A EMPRESA E O
      *          CENTRO DE CADA DATA SAO OS DO MESTRE OU, ANTES DE UMA
      *          TRANSFERENCIA, OS ANTERIORES DO HISTORICO; GERA
      *          TAMBEM O ARQUIVO DE MOVIMENTACAO PARA O ENVIO AO
      *          GOVERNO (MOVCAGED.DAT), UM BLOCO POR EMPRESA COM
      *          HEADER, UMA LINHA POR ADMISSAO E POR DESLIGAMENTO
      *          (CPF, ADMISSAO, DESLIGAMENTO, SALARIO E CODIGO DO
      *          MOTIVO - 00 NA ADMISSAO) E TRAILER COM AS
      *          QUANTIDADES; FUNCIONARIO DESLIGADO SEM RESCISAO NA
      *          AUDITORIA FICA FORA DO QUADRO E MOVIMENTO SEM CPF
      *          SAI COM ZEROS, AMBOS LISTADOS PARA O RH (RC=4)
      *DATA = 15/10/2026
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "DATA/EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WRK-EMP-STATUS.

           SELECT AUDITORIA-RESCISAO ASSIGN TO "DATA/RESCISAOAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUD-STATUS.

           SELECT HISTORICO-TRANSFERENCIA ASSIGN TO
               "DATA/EMPTRANSFHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HIS-STATUS.

           SELECT MOTIVOS-DESLIGAMENTO ASSIGN TO "DATA/MOTDESL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MTD-STATUS.

           SELECT RELATORIO-QUADRO ASSIGN TO "DATA/QUADROREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-MOVIMENTACAO ASSIGN TO "DATA/MOVCAGED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY "EMPMAST.CPY".

       FD  AUDITORIA-RESCISAO.
       COPY "RESCAUD.CPY".

       FD  HISTORICO-TRANSFERENCIA.
       01  HIS-REC.
           05  HIS-NUMERO         PIC 9(06).
           05  HIS-EMPRESA-ANT    PIC 9(02).
           05  HIS-EMPRESA-NOVA   PIC 9(02).
           05  HIS-CCUSTO-ANT     PIC X(04).
           05  HIS-CCUSTO-NOVO    PIC X(04).
           05  HIS-DATA-EFETIVA   PIC 9(08).
           05  HIS-DATA-APLICACAO PIC 9(08).

       FD  MOTIVOS-DESLIGAMENTO.
       COPY "MOTDESL.CPY".

       FD  RELATORIO-QUADRO.
       01  REL-LINHA              PIC X(100).

       FD  ARQUIVO-MOVIMENTACAO.
       01  MOV-HEADER.
           05  MOV-HDR-TIPO       PIC X(01).
           05  MOV-HDR-ARQUIVO    PIC X(08).
           05  MOV-HDR-EMPRESA    PIC 9(02).
           05  MOV-HDR-COMPETENCIA PIC 9(06).
           05  MOV-HDR-DATA-GERACAO PIC 9(08).
       01  MOV-DETALHE.
           05  MOV-DET-TIPO       PIC X(01).
           05  MOV-DET-EMPRESA    PIC 9(02).
           05  MOV-DET-MOVIMENTO  PIC X(01).
           05  MOV-DET-NUMERO     PIC 9(06).
           05  MOV-DET-CPF        PIC 9(11).
           05  MOV-DET-NOME       PIC X(20).
           05  MOV-DET-ADMISSAO   PIC 9(08).
           05  MOV-DET-DESLIGAMENTO PIC 9(08).
           05  MOV-DET-SALARIO    PIC 9(09)V99.
           05  MOV-DET-MOTIVO     PIC 9(02).
       01  MOV-TRAILER.
           05  MOV-TRL-TIPO       PIC X(01).
           05  MOV-TRL-EMPRESA    PIC 9(02).
           05  MOV-TRL-ADMISSOES  PIC 9(05).
           05  MOV-TRL-DESLIGAMENTOS PIC 9(05).
           05  MOV-TRL-QTD        PIC 9(06).

       WORKING-STORAGE SECTION.
       77  WRK-EMP-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-AUD-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-HIS-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-MTD-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-EMP-EOF         PIC X        VALUE 'N'.
           88  FIM-FUNCIONARIOS VALUE 'Y'.
       77  WRK-AUD-EOF         PIC X        VALUE 'N'.
           88  FIM-AUDITORIA   VALUE 'Y'.
       77  WRK-HIS-EOF         PIC X        VALUE 'N'.
           88  FIM-HISTORICO   VALUE 'Y'.
       77  WRK-MTD-EOF         PIC X        VALUE 'N'.
           88  FIM-MOTIVOS     VALUE 'Y'.
       77  WRK-DATA-HOJE       PIC 9(08)    VALUE ZEROS.
       01  WRK-COMPETENCIA     PIC 9(06)    VALUE ZEROS.
       01  WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           05  WRK-ANO-COMPETENCIA PIC 9(04).
           05  WRK-MES-COMPETENCIA PIC 9(02).
       77  WRK-DATA-VESPERA    PIC 9(08)    VALUE ZEROS.
       77  WRK-DATA-INICIO-MES PIC 9(08)    VALUE ZEROS.
       77  WRK-DATA-FIM-MES    PIC 9(08)    VALUE ZEROS.
       77  WRK-DATA-ADMISSAO   PIC 9(08)    VALUE ZEROS.
       77  WRK-DATA-DESLIG     PIC 9(08)    VALUE ZEROS.
       77  WRK-MOTIVO          PIC 9(02)    VALUE ZEROS.
       77  WRK-DATA-POSICAO    PIC 9(08)    VALUE ZEROS.
       77  WRK-DATA-TRANSF     PIC 9(08)    VALUE ZEROS.
       77  WRK-POS-EMPRESA     PIC 9(02)    VALUE ZEROS.
       77  WRK-POS-CCUSTO      PIC X(04)    VALUE SPACES.
       77  WRK-QTD-FUNCIONARIOS PIC 9(05)   VALUE ZEROS.
       77  WRK-QTD-SEM-RESCISAO PIC 9(05)   VALUE ZEROS.
       77  WRK-QTD-SEM-CPF     PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-BLOCOS      PIC 9(03)    VALUE ZEROS.
       77  WRK-ROTULO          PIC X(24)    VALUE SPACES.
       77  WRK-QTD-ED          PIC ZZZZ9    VALUE ZEROS.
       77  WRK-ROTATIVIDADE    PIC 9(03)V99 VALUE ZEROS.
       77  WRK-ROTATIVIDADE-ED PIC ZZ9,99   VALUE ZEROS.

       77  WRK-MTD-QTD         PIC 9(02)    VALUE ZEROS.
       77  WRK-MTD-SUB         PIC 9(02)    VALUE ZEROS.
       77  WRK-MTD-ACHADO      PIC 9(02)    VALUE ZEROS.
       77  WRK-RES-QTD         PIC 9(04)    VALUE ZEROS.
       77  WRK-RES-SUB         PIC 9(04)    VALUE ZEROS.
       77  WRK-RES-ACHADA      PIC 9(04)    VALUE ZEROS.
       77  WRK-TRF-QTD         PIC 9(04)    VALUE ZEROS.
       77  WRK-TRF-SUB         PIC 9(04)    VALUE ZEROS.
       77  WRK-QDR-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-QDR-SUB         PIC 9(03)    VALUE ZEROS.
       77  WRK-QDR-SUB2        PIC 9(03)    VALUE ZEROS.
       77  WRK-QDR-ACHADO      PIC X        VALUE 'N'.
           88  QUADRO-JA-EXISTE VALUE 'Y'.
       77  WRK-EMPRESA-ATUAL   PIC 9(02)    VALUE ZEROS.
       77  WRK-MOV-QTD         PIC 9(04)    VALUE ZEROS.
       77  WRK-MOV-SUB         PIC 9(04)    VALUE ZEROS.
       77  WRK-MOV-SUB2        PIC 9(04)    VALUE ZEROS.
       77  WRK-MOV-TIPO-NOVO   PIC X(01)    VALUE SPACES.

      *    MOTIVOS DE DESLIGAMENTO; A POSICAO 21 DOS CONTADORES
      *    RECEBE O DESLIGAMENTO SEM CODIGO OU COM CODIGO FORA DA
      *    TABELA
       01  WRK-TAB-MOTIVOS.
           05  WRK-MTD-ITEM OCCURS 20 TIMES.
               10  WRK-MTD-CODIGO    PIC 9(02).
               10  WRK-MTD-DESCRICAO PIC X(30).

      *    ULTIMA RESCISAO DE CADA FUNCIONARIO NA AUDITORIA
       01  WRK-TAB-RESCISOES.
           05  WRK-RES-ITEM OCCURS 2000 TIMES.
               10  WRK-RES-NUMERO    PIC 9(06).
               10  WRK-RES-DATA      PIC 9(08).
               10  WRK-RES-MOTIVO    PIC 9(02).

       01  WRK-TAB-TRANSFERENCIAS.
           05  WRK-TRF-ITEM OCCURS 2000 TIMES.
               10  WRK-TRF-NUMERO       PIC 9(06).
               10  WRK-TRF-EMPRESA-ANT  PIC 9(02).
               10  WRK-TRF-EMPRESA-NOVA PIC 9(02).
               10  WRK-TRF-CCUSTO-ANT   PIC X(04).
               10  WRK-TRF-CCUSTO-NOVO  PIC X(04).
               10  WRK-TRF-DATA-EFETIVA PIC 9(08).

       01  WRK-TAB-QUADRO.
           05  WRK-QDR-ITEM OCCURS 200 TIMES.
               10  WRK-QDR-CHAVE.
                   15  WRK-QDR-EMPRESA  PIC 9(02).
                   15  WRK-QDR-CCUSTO   PIC X(04).
               10  WRK-QDR-CONTADORES.
                   15  WRK-QDR-INICIAL  PIC 9(05).
                   15  WRK-QDR-ADMISSOES PIC 9(05).
                   15  WRK-QDR-DESLIGAMENTOS PIC 9(05).
                   15  WRK-QDR-ENTRADAS PIC 9(05).
                   15  WRK-QDR-SAIDAS   PIC 9(05).
                   15  WRK-QDR-FINAL    PIC 9(05).
                   15  WRK-QDR-MOTIVO   PIC 9(05) OCCURS 21 TIMES.

       01  WRK-QDR-ITEM-AUX        PIC X(141).

      *    CONTADORES EM IMPRESSAO (UM CENTRO, UMA EMPRESA OU O
      *    TOTAL GERAL), NA MESMA DISPOSICAO DE WRK-QDR-CONTADORES
       01  WRK-IMP.
           05  WRK-IMP-INICIAL     PIC 9(05).
           05  WRK-IMP-ADMISSOES   PIC 9(05).
           05  WRK-IMP-DESLIGAMENTOS PIC 9(05).
           05  WRK-IMP-ENTRADAS    PIC 9(05).
           05  WRK-IMP-SAIDAS      PIC 9(05).
           05  WRK-IMP-FINAL       PIC 9(05).
           05  WRK-IMP-MOTIVO      PIC 9(05) OCCURS 21 TIMES.

       01  WRK-SUBTOTAL.
           05  WRK-SUB-INICIAL     PIC 9(05).
           05  WRK-SUB-ADMISSOES   PIC 9(05).
           05  WRK-SUB-DESLIGAMENTOS PIC 9(05).
           05  WRK-SUB-ENTRADAS    PIC 9(05).
           05  WRK-SUB-SAIDAS      PIC 9(05).
           05  WRK-SUB-FINAL       PIC 9(05).
           05  WRK-SUB-MOTIVO      PIC 9(05) OCCURS 21 TIMES.

       01  WRK-TOTAL.
           05  WRK-TOT-INICIAL     PIC 9(05).
           05  WRK-TOT-ADMISSOES   PIC 9(05).
           05  WRK-TOT-DESLIGAMENTOS PIC 9(05).
           05  WRK-TOT-ENTRADAS    PIC 9(05).
           05  WRK-TOT-SAIDAS      PIC 9(05).
           05  WRK-TOT-FINAL       PIC 9(05).
           05  WRK-TOT-MOTIVO      PIC 9(05) OCCURS 21 TIMES.

      *    ADMISSOES (A) E DESLIGAMENTOS (D) DA COMPETENCIA PARA O
      *    ARQUIVO DE MOVIMENTACAO, ORDENADOS POR EMPRESA
       01  WRK-TAB-MOVIMENTOS.
           05  WRK-MOV-ITEM OCCURS 2000 TIMES.
               10  WRK-MOV-CHAVE.
                   15  WRK-MOV-EMPRESA  PIC 9(02).
                   15  WRK-MOV-TIPO     PIC X(01).
                   15  WRK-MOV-NUMERO   PIC 9(06).
               10  WRK-MOV-CPF          PIC 9(11).
               10  WRK-MOV-NOME         PIC X(20).
               10  WRK-MOV-ADMISSAO     PIC 9(08).
               10  WRK-MOV-DESLIGAMENTO PIC 9(08).
               10  WRK-MOV-SALARIO      PIC 9(09)V99.
               10  WRK-MOV-MOTIVO       PIC 9(02).

       01  WRK-MOV-ITEM-AUX        PIC X(69).

       01  WRK-BLOCO.
           05  WRK-BLC-ADMISSOES   PIC 9(05)    VALUE ZEROS.
           05  WRK-BLC-DESLIGAMENTOS PIC 9(05)  VALUE ZEROS.
           05  WRK-BLC-QTD         PIC 9(06)    VALUE ZEROS.

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY 'COMPETENCIA DO QUADRO (AAAAMM).. '
           ACCEPT WRK-COMPETENCIA.

           IF WRK-ANO-COMPETENCIA < 1900
               OR WRK-MES-COMPETENCIA < 1 OR WRK-MES-COMPETENCIA > 12
               DISPLAY 'COMPETENCIA INVALIDA - PROCESSAMENTO '
                   'RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    O QUADRO INICIAL E A POSICAO NO FIM DA VESPERA DO DIA 1;
      *    O DIA 31 COMO LIMITE ATENDE QUALQUER MES NA COMPARACAO
           COMPUTE WRK-DATA-INICIO-MES = WRK-COMPETENCIA * 100 + 1.
           COMPUTE WRK-DATA-VESPERA    = WRK-COMPETENCIA * 100.
           COMPUTE WRK-DATA-FIM-MES    = WRK-COMPETENCIA * 100 + 31.

           PERFORM 0150-CARREGAR-MOTIVOS.
           PERFORM 0160-CARREGAR-RESCISOES.
           PERFORM 0170-CARREGAR-TRANSFERENCIAS.

           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-EMP-STATUS NOT = '00'
               DISPLAY 'ERRO: MESTRE DE FUNCIONARIOS (EMPMAST) '
                   'INDISPONIVEL - STATUS ' WRK-EMP-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ EMPLOYEE-MASTER NEXT
               AT END MOVE 'Y' TO WRK-EMP-EOF
           END-READ.

      **********CARGA DA TABELA DE MOTIVOS DE DESLIGAMENTO*****
       0150-CARREGAR-MOTIVOS.
           OPEN INPUT MOTIVOS-DESLIGAMENTO
           IF WRK-MTD-STATUS NOT = '00'
               DISPLAY 'ERRO: TABELA DE MOTIVOS DE DESLIGAMENTO '
                   '(MOTDESL) NAO ENCONTRADA - PROCESSAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           READ MOTIVOS-DESLIGAMENTO
               AT END MOVE 'Y' TO WRK-MTD-EOF
           END-READ

           PERFORM UNTIL FIM-MOTIVOS
               IF WRK-MTD-QTD >= 20
                   DISPLAY 'ERRO: TABELA DE MOTIVOS DE DESLIGAMENTO '
                       'EXCEDE O LIMITE DE 20 REGISTROS - '
                       'PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-MTD-QTD
               MOVE MTD-CODIGO    TO WRK-MTD-CODIGO(WRK-MTD-QTD)
               MOVE MTD-DESCRICAO TO WRK-MTD-DESCRICAO(WRK-MTD-QTD)
               READ MOTIVOS-DESLIGAMENTO
                   AT END MOVE 'Y' TO WRK-MTD-EOF
               END-READ
           END-PERFORM
           CLOSE MOTIVOS-DESLIGAMENTO.

      **********CARGA DAS RESCISOES DA AUDITORIA***************
      *A TRILHA E GRAVADA EM ORDEM DE EXECUCAO: A ULTIMA RESCISAO
      *DO FUNCIONARIO PREVALECE; REGISTRO ANTERIOR AO CODIGO DE
      *MOTIVO FICA COM MOTIVO ZERO
       0160-CARREGAR-RESCISOES.
           OPEN INPUT AUDITORIA-RESCISAO
           IF WRK-AUD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ AUDITORIA-RESCISAO
               AT END MOVE 'Y' TO WRK-AUD-EOF
           END-READ

           PERFORM UNTIL FIM-AUDITORIA
               PERFORM 0165-INCLUIR-RESCISAO
               READ AUDITORIA-RESCISAO
                   AT END MOVE 'Y' TO WRK-AUD-EOF
               END-READ
           END-PERFORM
           CLOSE AUDITORIA-RESCISAO.

       0165-INCLUIR-RESCISAO.
           MOVE 0 TO WRK-RES-ACHADA
           PERFORM VARYING WRK-RES-SUB FROM 1 BY 1
                   UNTIL WRK-RES-SUB > WRK-RES-QTD
                   OR WRK-RES-ACHADA > 0
               IF WRK-RES-NUMERO(WRK-RES-SUB) = AUD-NUMERO
                   MOVE WRK-RES-SUB TO WRK-RES-ACHADA
               END-IF
           END-PERFORM

           IF WRK-RES-ACHADA = 0
               IF WRK-RES-QTD >= 2000
                   DISPLAY 'ERRO: AUDITORIA DE RESCISOES EXCEDE O '
                       'LIMITE DE 2000 FUNCIONARIOS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-RES-QTD
               MOVE WRK-RES-QTD TO WRK-RES-ACHADA
               MOVE AUD-NUMERO TO WRK-RES-NUMERO(WRK-RES-ACHADA)
           END-IF

           MOVE AUD-DATA-DESLIGAMENTO TO WRK-RES-DATA(WRK-RES-ACHADA)
           IF AUD-MOTIVO NUMERIC
               MOVE AUD-MOTIVO TO WRK-RES-MOTIVO(WRK-RES-ACHADA)
           ELSE
               MOVE 0 TO WRK-RES-MOTIVO(WRK-RES-ACHADA)
           END-IF.

      **********CARGA DO HISTORICO DE TRANSFERENCIAS***********
       0170-CARREGAR-TRANSFERENCIAS.
           OPEN INPUT HISTORICO-TRANSFERENCIA
           IF WRK-HIS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ HISTORICO-TRANSFERENCIA
               AT END MOVE 'Y' TO WRK-HIS-EOF
           END-READ

           PERFORM UNTIL FIM-HISTORICO
               IF WRK-TRF-QTD >= 2000
                   DISPLAY 'ERRO: HISTORICO DE TRANSFERENCIAS EXCEDE '
                       'O LIMITE DE 2000 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-TRF-QTD
               MOVE HIS-NUMERO       TO WRK-TRF-NUMERO(WRK-TRF-QTD)
               MOVE HIS-EMPRESA-ANT  TO
                   WRK-TRF-EMPRESA-ANT(WRK-TRF-QTD)
               MOVE HIS-EMPRESA-NOVA TO
                   WRK-TRF-EMPRESA-NOVA(WRK-TRF-QTD)
               MOVE HIS-CCUSTO-ANT   TO WRK-TRF-CCUSTO-ANT(WRK-TRF-QTD)
               MOVE HIS-CCUSTO-NOVO  TO
                   WRK-TRF-CCUSTO-NOVO(WRK-TRF-QTD)
               MOVE HIS-DATA-EFETIVA TO
                   WRK-TRF-DATA-EFETIVA(WRK-TRF-QTD)
               READ HISTORICO-TRANSFERENCIA
                   AT END MOVE 'Y' TO WRK-HIS-EOF
               END-READ
           END-PERFORM
           CLOSE HISTORICO-TRANSFERENCIA.

       0200-PROCESSAR.
           PERFORM UNTIL FIM-FUNCIONARIOS
               PERFORM 0250-APURAR-FUNCIONARIO
               READ EMPLOYEE-MASTER NEXT
                   AT END MOVE 'Y' TO WRK-EMP-EOF
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER.

           IF WRK-QTD-FUNCIONARIOS = 0
               DISPLAY 'NENHUM FUNCIONARIO NO QUADRO DA COMPETENCIA '
                   WRK-COMPETENCIA ' - RELATORIO NAO EMITIDO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      **********QUADRO E MOVIMENTOS DE UM FUNCIONARIO**********
      *ADMISSAO SEM DIA/MES (REGISTRO NAO CONVERTIDO PELO EMPCONV)
      *CONTA DE 01/01 DO ANO; O DESLIGADO SAI DO QUADRO NO DIA
      *SEGUINTE A DATA DO DESLIGAMENTO DA RESCISAO
       0250-APURAR-FUNCIONARIO.
           IF EMP-MES-ADMISSAO = ZEROS
               COMPUTE WRK-DATA-ADMISSAO = EMP-ANO * 10000 + 101
           ELSE
               COMPUTE WRK-DATA-ADMISSAO = EMP-ANO * 10000 +
                   EMP-MES-ADMISSAO * 100 + EMP-DIA-ADMISSAO
           END-IF
           IF WRK-DATA-ADMISSAO > WRK-DATA-FIM-MES
               EXIT PARAGRAPH
           END-IF

           MOVE 99999999 TO WRK-DATA-DESLIG
           MOVE 0 TO WRK-MOTIVO
           IF EMP-DESLIGADO
               MOVE 0 TO WRK-RES-ACHADA
               PERFORM VARYING WRK-RES-SUB FROM 1 BY 1
                       UNTIL WRK-RES-SUB > WRK-RES-QTD
                       OR WRK-RES-ACHADA > 0
                   IF WRK-RES-NUMERO(WRK-RES-SUB) = EMP-NUMERO
                       MOVE WRK-RES-SUB TO WRK-RES-ACHADA
                   END-IF
               END-PERFORM
               IF WRK-RES-ACHADA = 0
                   ADD 1 TO WRK-QTD-SEM-RESCISAO
                   DISPLAY 'FUNC ' EMP-NUMERO ' (' EMP-NOME ') '
                       'DESLIGADO SEM RESCISAO NA AUDITORIA - FORA '
                       'DO QUADRO'
                   EXIT PARAGRAPH
               END-IF
               MOVE WRK-RES-DATA(WRK-RES-ACHADA)   TO WRK-DATA-DESLIG
               MOVE WRK-RES-MOTIVO(WRK-RES-ACHADA) TO WRK-MOTIVO
           END-IF
           IF WRK-DATA-DESLIG < WRK-DATA-INICIO-MES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WRK-QTD-FUNCIONARIOS

           IF WRK-DATA-ADMISSAO < WRK-DATA-INICIO-MES
               MOVE WRK-DATA-VESPERA TO WRK-DATA-POSICAO
               PERFORM 0270-POSICAO-NA-DATA
               PERFORM 0280-LOCALIZAR-QUADRO
               ADD 1 TO WRK-QDR-INICIAL(WRK-QDR-SUB)
           ELSE
               MOVE WRK-DATA-ADMISSAO TO WRK-DATA-POSICAO
               PERFORM 0270-POSICAO-NA-DATA
               PERFORM 0280-LOCALIZAR-QUADRO
               ADD 1 TO WRK-QDR-ADMISSOES(WRK-QDR-SUB)
               MOVE 'A' TO WRK-MOV-TIPO-NOVO
               PERFORM 0290-REGISTRAR-MOVIMENTO
           END-IF

           IF WRK-DATA-DESLIG > WRK-DATA-FIM-MES
               MOVE WRK-DATA-FIM-MES TO WRK-DATA-POSICAO
               PERFORM 0270-POSICAO-NA-DATA
               PERFORM 0280-LOCALIZAR-QUADRO
               ADD 1 TO WRK-QDR-FINAL(WRK-QDR-SUB)
           ELSE
               MOVE WRK-DATA-DESLIG TO WRK-DATA-POSICAO
               PERFORM 0270-POSICAO-NA-DATA
               PERFORM 0280-LOCALIZAR-QUADRO
               ADD 1 TO WRK-QDR-DESLIGAMENTOS(WRK-QDR-SUB)
               PERFORM 0285-CONTAR-MOTIVO
               MOVE 'D' TO WRK-MOV-TIPO-NOVO
               PERFORM 0290-REGISTRAR-MOVIMENTO
           END-IF

      *    TRANSFERENCIAS EFETIVAS NO MES, DEPOIS DA ADMISSAO E ATE
      *    O DESLIGAMENTO: SAIDA DO CENTRO ANTIGO E ENTRADA NO NOVO
           PERFORM VARYING WRK-TRF-SUB FROM 1 BY 1
                   UNTIL WRK-TRF-SUB > WRK-TRF-QTD
               MOVE WRK-TRF-DATA-EFETIVA(WRK-TRF-SUB) TO
                   WRK-DATA-TRANSF
               IF WRK-TRF-NUMERO(WRK-TRF-SUB) = EMP-NUMERO
                   AND WRK-DATA-TRANSF >= WRK-DATA-INICIO-MES
                   AND WRK-DATA-TRANSF <= WRK-DATA-FIM-MES
                   AND WRK-DATA-TRANSF > WRK-DATA-ADMISSAO
                   AND WRK-DATA-TRANSF <= WRK-DATA-DESLIG
                   PERFORM 0260-CONTAR-TRANSFERENCIA
               END-IF
           END-PERFORM.

       0260-CONTAR-TRANSFERENCIA.
           IF WRK-TRF-EMPRESA-ANT(WRK-TRF-SUB) =
               WRK-TRF-EMPRESA-NOVA(WRK-TRF-SUB)
               AND WRK-TRF-CCUSTO-ANT(WRK-TRF-SUB) =
               WRK-TRF-CCUSTO-NOVO(WRK-TRF-SUB)
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-TRF-EMPRESA-ANT(WRK-TRF-SUB) TO WRK-POS-EMPRESA
           MOVE WRK-TRF-CCUSTO-ANT(WRK-TRF-SUB)  TO WRK-POS-CCUSTO
           PERFORM 0280-LOCALIZAR-QUADRO
           ADD 1 TO WRK-QDR-SAIDAS(WRK-QDR-SUB)

           MOVE WRK-TRF-EMPRESA-NOVA(WRK-TRF-SUB) TO WRK-POS-EMPRESA
           MOVE WRK-TRF-CCUSTO-NOVO(WRK-TRF-SUB)  TO WRK-POS-CCUSTO
           PERFORM 0280-LOCALIZAR-QUADRO
           ADD 1 TO WRK-QDR-ENTRADAS(WRK-QDR-SUB).

      **********EMPRESA E CENTRO NO FIM DE UMA DATA************
      *OS DO MESTRE, A MENOS QUE HAJA TRANSFERENCIA EFETIVA DEPOIS
      *DA DATA: ENTAO VALEM OS ANTERIORES DA PRIMEIRA DELAS
       0270-POSICAO-NA-DATA.
           MOVE EMP-EMPRESA TO WRK-POS-EMPRESA
           MOVE EMP-CCUSTO  TO WRK-POS-CCUSTO
           MOVE 99999999    TO WRK-DATA-TRANSF
           PERFORM VARYING WRK-TRF-SUB FROM 1 BY 1
                   UNTIL WRK-TRF-SUB > WRK-TRF-QTD
               IF WRK-TRF-NUMERO(WRK-TRF-SUB) = EMP-NUMERO
                   AND WRK-TRF-DATA-EFETIVA(WRK-TRF-SUB) >
                       WRK-DATA-POSICAO
                   AND WRK-TRF-DATA-EFETIVA(WRK-TRF-SUB) <
                       WRK-DATA-TRANSF
                   MOVE WRK-TRF-DATA-EFETIVA(WRK-TRF-SUB) TO
                       WRK-DATA-TRANSF
                   MOVE WRK-TRF-EMPRESA-ANT(WRK-TRF-SUB) TO
                       WRK-POS-EMPRESA
                   MOVE WRK-TRF-CCUSTO-ANT(WRK-TRF-SUB) TO
                       WRK-POS-CCUSTO
               END-IF
           END-PERFORM.

      **********LINHA DO QUADRO DA EMPRESA E CENTRO************
       0280-LOCALIZAR-QUADRO.
           MOVE 'N' TO WRK-QDR-ACHADO
           MOVE 1 TO WRK-QDR-SUB
           PERFORM UNTIL WRK-QDR-SUB > WRK-QDR-QTD
                   OR QUADRO-JA-EXISTE
               IF WRK-QDR-EMPRESA(WRK-QDR-SUB) = WRK-POS-EMPRESA
                   AND WRK-QDR-CCUSTO(WRK-QDR-SUB) = WRK-POS-CCUSTO
                   MOVE 'Y' TO WRK-QDR-ACHADO
               ELSE
                   ADD 1 TO WRK-QDR-SUB
               END-IF
           END-PERFORM

           IF NOT QUADRO-JA-EXISTE
               IF WRK-QDR-QTD >= 200
                   DISPLAY 'ERRO: EMPRESAS E CENTROS DE CUSTO EXCEDEM '
                       'O LIMITE DE 200 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-QDR-QTD
               MOVE WRK-QDR-QTD TO WRK-QDR-SUB
               MOVE WRK-POS-EMPRESA TO WRK-QDR-EMPRESA(WRK-QDR-SUB)
               MOVE WRK-POS-CCUSTO  TO WRK-QDR-CCUSTO(WRK-QDR-SUB)
               MOVE ZEROS TO WRK-QDR-CONTADORES(WRK-QDR-SUB)
           END-IF.

      *O MOTIVO SEM CODIGO OU FORA DA TABELA CONTA NA POSICAO 21
       0285-CONTAR-MOTIVO.
           MOVE 21 TO WRK-MTD-ACHADO
           PERFORM VARYING WRK-MTD-SUB FROM 1 BY 1
                   UNTIL WRK-MTD-SUB > WRK-MTD-QTD
                   OR WRK-MTD-ACHADO < 21
               IF WRK-MTD-CODIGO(WRK-MTD-SUB) = WRK-MOTIVO
                   MOVE WRK-MTD-SUB TO WRK-MTD-ACHADO
               END-IF
           END-PERFORM
           ADD 1 TO WRK-QDR-MOTIVO(WRK-QDR-SUB, WRK-MTD-ACHADO).

      **********MOVIMENTO PARA O ARQUIVO DO GOVERNO************
      *A EMPRESA DO MOVIMENTO E A DA POSICAO NA DATA DO EVENTO
       0290-REGISTRAR-MOVIMENTO.
           IF WRK-MOV-QTD >= 2000
               DISPLAY 'ERRO: MOVIMENTOS DA COMPETENCIA EXCEDEM O '
                   'LIMITE DE 2000 REGISTROS - PROCESSAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WRK-MOV-QTD
           MOVE WRK-POS-EMPRESA   TO WRK-MOV-EMPRESA(WRK-MOV-QTD)
           MOVE WRK-MOV-TIPO-NOVO TO WRK-MOV-TIPO(WRK-MOV-QTD)
           MOVE EMP-NUMERO        TO WRK-MOV-NUMERO(WRK-MOV-QTD)
           MOVE EMP-CPF           TO WRK-MOV-CPF(WRK-MOV-QTD)
           MOVE EMP-NOME          TO WRK-MOV-NOME(WRK-MOV-QTD)
           MOVE WRK-DATA-ADMISSAO TO WRK-MOV-ADMISSAO(WRK-MOV-QTD)
           MOVE EMP-SALARIO       TO WRK-MOV-SALARIO(WRK-MOV-QTD)
           IF WRK-MOV-TIPO-NOVO = 'A'
               MOVE 0 TO WRK-MOV-DESLIGAMENTO(WRK-MOV-QTD)
               MOVE 0 TO WRK-MOV-MOTIVO(WRK-MOV-QTD)
           ELSE
               MOVE WRK-DATA-DESLIG TO
                   WRK-MOV-DESLIGAMENTO(WRK-MOV-QTD)
               MOVE WRK-MOTIVO TO WRK-MOV-MOTIVO(WRK-MOV-QTD)
           END-IF

           IF EMP-CPF = ZEROS
               ADD 1 TO WRK-QTD-SEM-CPF
               DISPLAY 'FUNC ' EMP-NUMERO ' (' EMP-NOME ') SEM CPF '
                   'NO MESTRE - COMPLETAR NO EMPMANUT ANTES DO ENVIO'
           END-IF.

       0300-FINALIZAR.
      *    ORDENA POR EMPRESA E CENTRO DE CUSTO PARA O RELATORIO
           PERFORM VARYING WRK-QDR-SUB FROM 1 BY 1
                   UNTIL WRK-QDR-SUB >= WRK-QDR-QTD
               PERFORM VARYING WRK-QDR-SUB2 FROM 1 BY 1
                       UNTIL WRK-QDR-SUB2 >= WRK-QDR-QTD
                   IF WRK-QDR-CHAVE(WRK-QDR-SUB2) >
                       WRK-QDR-CHAVE(WRK-QDR-SUB2 + 1)
                       MOVE WRK-QDR-ITEM(WRK-QDR-SUB2) TO
                           WRK-QDR-ITEM-AUX
                       MOVE WRK-QDR-ITEM(WRK-QDR-SUB2 + 1) TO
                           WRK-QDR-ITEM(WRK-QDR-SUB2)
                       MOVE WRK-QDR-ITEM-AUX TO
                           WRK-QDR-ITEM(WRK-QDR-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           OPEN OUTPUT RELATORIO-QUADRO.

           MOVE SPACES TO REL-LINHA
           STRING 'QUADRO DE PESSOAL E ROTATIVIDADE - ' DELIMITED BY
               SIZE
               'COMPETENCIA ' DELIMITED BY SIZE
               WRK-COMPETENCIA DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE '=============================================' TO
               REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA
           MOVE 'EMP CCUS' TO REL-LINHA(1:8)
           MOVE 'INICIAL ADMIS DESLG ENTRA SAIDA FINAL ROTATIV%' TO
               REL-LINHA(26:46)
           WRITE REL-LINHA.

           INITIALIZE WRK-SUBTOTAL
           INITIALIZE WRK-TOTAL
           MOVE WRK-QDR-EMPRESA(1) TO WRK-EMPRESA-ATUAL

           PERFORM VARYING WRK-QDR-SUB FROM 1 BY 1
                   UNTIL WRK-QDR-SUB > WRK-QDR-QTD
               IF WRK-QDR-EMPRESA(WRK-QDR-SUB) NOT = WRK-EMPRESA-ATUAL
                   PERFORM 0340-IMPRIMIR-SUBTOTAL
                   MOVE WRK-QDR-EMPRESA(WRK-QDR-SUB) TO
                       WRK-EMPRESA-ATUAL
               END-IF
               MOVE WRK-QDR-CONTADORES(WRK-QDR-SUB) TO WRK-IMP
               PERFORM 0330-SOMAR-TOTAIS
               MOVE SPACES TO WRK-ROTULO
               MOVE WRK-QDR-EMPRESA(WRK-QDR-SUB) TO WRK-ROTULO(1:2)
               MOVE WRK-QDR-CCUSTO(WRK-QDR-SUB)  TO WRK-ROTULO(5:4)
               PERFORM 0350-IMPRIMIR-CONTADORES
           END-PERFORM.
           PERFORM 0340-IMPRIMIR-SUBTOTAL.

           MOVE WRK-TOTAL TO WRK-IMP.
           MOVE 'TOTAL GERAL' TO WRK-ROTULO.
           PERFORM 0350-IMPRIMIR-CONTADORES.

           MOVE '---------------------------------------------' TO
               REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA
           STRING 'ROTATIVIDADE = (ADMISSOES + DESLIGAMENTOS) / 2 '
               DELIMITED BY SIZE
               'SOBRE O QUADRO MEDIO ((INICIAL + FINAL) / 2)'
               DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA
           STRING 'DESLIGADOS SEM RESCISAO NA AUDITORIA (FORA DO '
               DELIMITED BY SIZE
               'QUADRO): ' DELIMITED BY SIZE
               WRK-QTD-SEM-RESCISAO DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA
           STRING 'MOVIMENTOS SEM CPF NO MESTRE: ' DELIMITED BY SIZE
               WRK-QTD-SEM-CPF DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           CLOSE RELATORIO-QUADRO.

           PERFORM 0400-GRAVAR-MOVIMENTACAO.

           DISPLAY 'EMPRESAS/CENTROS: ' WRK-QDR-QTD
               ' QUADRO FINAL: ' WRK-TOT-FINAL.
           DISPLAY 'ADMISSOES: ' WRK-TOT-ADMISSOES
               ' DESLIGAMENTOS: ' WRK-TOT-DESLIGAMENTOS
               ' BLOCOS DE MOVIMENTACAO: ' WRK-QTD-BLOCOS.
           IF WRK-QTD-SEM-RESCISAO > 0 OR WRK-QTD-SEM-CPF > 0
               DISPLAY 'DESLIGADOS SEM RESCISAO: '
                   WRK-QTD-SEM-RESCISAO ' MOVIMENTOS SEM CPF: '
                   WRK-QTD-SEM-CPF
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'FIM DE PROCESSAMENTO'.

       0330-SOMAR-TOTAIS.
           ADD WRK-IMP-INICIAL       TO WRK-SUB-INICIAL
           ADD WRK-IMP-ADMISSOES     TO WRK-SUB-ADMISSOES
           ADD WRK-IMP-DESLIGAMENTOS TO WRK-SUB-DESLIGAMENTOS
           ADD WRK-IMP-ENTRADAS      TO WRK-SUB-ENTRADAS
           ADD WRK-IMP-SAIDAS        TO WRK-SUB-SAIDAS
           ADD WRK-IMP-FINAL         TO WRK-SUB-FINAL
           ADD WRK-IMP-INICIAL       TO WRK-TOT-INICIAL
           ADD WRK-IMP-ADMISSOES     TO WRK-TOT-ADMISSOES
           ADD WRK-IMP-DESLIGAMENTOS TO WRK-TOT-DESLIGAMENTOS
           ADD WRK-IMP-ENTRADAS      TO WRK-TOT-ENTRADAS
           ADD WRK-IMP-SAIDAS        TO WRK-TOT-SAIDAS
           ADD WRK-IMP-FINAL         TO WRK-TOT-FINAL
           PERFORM VARYING WRK-MTD-SUB FROM 1 BY 1
                   UNTIL WRK-MTD-SUB > 21
               ADD WRK-IMP-MOTIVO(WRK-MTD-SUB) TO
                   WRK-SUB-MOTIVO(WRK-MTD-SUB)
               ADD WRK-IMP-MOTIVO(WRK-MTD-SUB) TO
                   WRK-TOT-MOTIVO(WRK-MTD-SUB)
           END-PERFORM.

       0340-IMPRIMIR-SUBTOTAL.
           MOVE WRK-SUBTOTAL TO WRK-IMP
           MOVE SPACES TO WRK-ROTULO
           STRING 'TOTAL EMPRESA ' DELIMITED BY SIZE
               WRK-EMPRESA-ATUAL DELIMITED BY SIZE
               INTO WRK-ROTULO
           END-STRING
           PERFORM 0350-IMPRIMIR-CONTADORES
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           INITIALIZE WRK-SUBTOTAL.

      **********LINHA DE CONTADORES E DESLIGAMENTOS POR MOTIVO*
       0350-IMPRIMIR-CONTADORES.
           MOVE 0 TO WRK-ROTATIVIDADE
           IF WRK-IMP-INICIAL + WRK-IMP-FINAL > 0
               COMPUTE WRK-ROTATIVIDADE ROUNDED =
                   (WRK-IMP-ADMISSOES + WRK-IMP-DESLIGAMENTOS) * 100
                   / (WRK-IMP-INICIAL + WRK-IMP-FINAL)
                   ON SIZE ERROR
                       MOVE 999,99 TO WRK-ROTATIVIDADE
               END-COMPUTE
           END-IF
           MOVE WRK-ROTATIVIDADE TO WRK-ROTATIVIDADE-ED

           MOVE SPACES TO REL-LINHA
           MOVE WRK-ROTULO TO REL-LINHA(1:24)
           MOVE WRK-IMP-INICIAL TO WRK-QTD-ED
           MOVE WRK-QTD-ED TO REL-LINHA(28:5)
           MOVE WRK-IMP-ADMISSOES TO WRK-QTD-ED
           MOVE WRK-QTD-ED TO REL-LINHA(34:5)
           MOVE WRK-IMP-DESLIGAMENTOS TO WRK-QTD-ED
           MOVE WRK-QTD-ED TO REL-LINHA(40:5)
           MOVE WRK-IMP-ENTRADAS TO WRK-QTD-ED
           MOVE WRK-QTD-ED TO REL-LINHA(46:5)
           MOVE WRK-IMP-SAIDAS TO WRK-QTD-ED
           MOVE WRK-QTD-ED TO REL-LINHA(52:5)
           MOVE WRK-IMP-FINAL TO WRK-QTD-ED
           MOVE WRK-QTD-ED TO REL-LINHA(58:5)
           MOVE WRK-ROTATIVIDADE-ED TO REL-LINHA(66:6)
           WRITE REL-LINHA

           PERFORM VARYING WRK-MTD-SUB FROM 1 BY 1
                   UNTIL WRK-MTD-SUB > 21
               IF WRK-IMP-MOTIVO(WRK-MTD-SUB) > 0
                   MOVE SPACES TO REL-LINHA
                   MOVE WRK-IMP-MOTIVO(WRK-MTD-SUB) TO WRK-QTD-ED
                   IF WRK-MTD-SUB = 21
                       STRING '    DESLIGAMENTOS SEM MOTIVO VALIDO'
                           DELIMITED BY SIZE
                           INTO REL-LINHA
                       END-STRING
                   ELSE
                       STRING '    MOTIVO ' DELIMITED BY SIZE
                           WRK-MTD-CODIGO(WRK-MTD-SUB)
                           DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WRK-MTD-DESCRICAO(WRK-MTD-SUB)
                           DELIMITED BY SIZE
                           INTO REL-LINHA
                       END-STRING
                   END-IF
                   MOVE WRK-QTD-ED TO REL-LINHA(40:5)
                   WRITE REL-LINHA
               END-IF
           END-PERFORM.

      **********ARQUIVO DE MOVIMENTACAO POR EMPRESA************
      *UM BLOCO POR EMPRESA COM MOVIMENTO: HEADER 0, DETALHES 1 EM
      *ORDEM DE ADMISSOES E DESLIGAMENTOS E TRAILER 9 COM AS
      *QUANTIDADES PARA CONFERENCIA NO ENVIO
       0400-GRAVAR-MOVIMENTACAO.
           PERFORM VARYING WRK-MOV-SUB FROM 1 BY 1
                   UNTIL WRK-MOV-SUB >= WRK-MOV-QTD
               PERFORM VARYING WRK-MOV-SUB2 FROM 1 BY 1
                       UNTIL WRK-MOV-SUB2 >= WRK-MOV-QTD
                   IF WRK-MOV-CHAVE(WRK-MOV-SUB2) >
                       WRK-MOV-CHAVE(WRK-MOV-SUB2 + 1)
                       MOVE WRK-MOV-ITEM(WRK-MOV-SUB2) TO
                           WRK-MOV-ITEM-AUX
                       MOVE WRK-MOV-ITEM(WRK-MOV-SUB2 + 1) TO
                           WRK-MOV-ITEM(WRK-MOV-SUB2)
                       MOVE WRK-MOV-ITEM-AUX TO
                           WRK-MOV-ITEM(WRK-MOV-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM

           OPEN OUTPUT ARQUIVO-MOVIMENTACAO

           PERFORM VARYING WRK-MOV-SUB FROM 1 BY 1
                   UNTIL WRK-MOV-SUB > WRK-MOV-QTD
               IF WRK-MOV-SUB = 1
                   OR WRK-MOV-EMPRESA(WRK-MOV-SUB) NOT =
                       WRK-EMPRESA-ATUAL
                   IF WRK-MOV-SUB > 1
                       PERFORM 0420-GRAVAR-TRAILER
                   END-IF
                   MOVE WRK-MOV-EMPRESA(WRK-MOV-SUB) TO
                       WRK-EMPRESA-ATUAL
                   PERFORM 0410-GRAVAR-HEADER
               END-IF

               MOVE '1' TO MOV-DET-TIPO
               MOVE WRK-MOV-EMPRESA(WRK-MOV-SUB) TO MOV-DET-EMPRESA
               MOVE WRK-MOV-TIPO(WRK-MOV-SUB)    TO MOV-DET-MOVIMENTO
               MOVE WRK-MOV-NUMERO(WRK-MOV-SUB)  TO MOV-DET-NUMERO
               MOVE WRK-MOV-CPF(WRK-MOV-SUB)     TO MOV-DET-CPF
               MOVE WRK-MOV-NOME(WRK-MOV-SUB)    TO MOV-DET-NOME
               MOVE WRK-MOV-ADMISSAO(WRK-MOV-SUB) TO MOV-DET-ADMISSAO
               MOVE WRK-MOV-DESLIGAMENTO(WRK-MOV-SUB) TO
                   MOV-DET-DESLIGAMENTO
               MOVE WRK-MOV-SALARIO(WRK-MOV-SUB) TO MOV-DET-SALARIO
               MOVE WRK-MOV-MOTIVO(WRK-MOV-SUB)  TO MOV-DET-MOTIVO
               WRITE MOV-DETALHE

               ADD 1 TO WRK-BLC-QTD
               IF WRK-MOV-TIPO(WRK-MOV-SUB) = 'A'
                   ADD 1 TO WRK-BLC-ADMISSOES
               ELSE
                   ADD 1 TO WRK-BLC-DESLIGAMENTOS
               END-IF
           END-PERFORM

           IF WRK-MOV-QTD > 0
               PERFORM 0420-GRAVAR-TRAILER
           END-IF
           CLOSE ARQUIVO-MOVIMENTACAO.

       0410-GRAVAR-HEADER.
           ADD 1 TO WRK-QTD-BLOCOS
           INITIALIZE WRK-BLOCO
           MOVE '0'               TO MOV-HDR-TIPO
           MOVE 'MOVCAGED'        TO MOV-HDR-ARQUIVO
           MOVE WRK-EMPRESA-ATUAL TO MOV-HDR-EMPRESA
           MOVE WRK-COMPETENCIA   TO MOV-HDR-COMPETENCIA
           MOVE WRK-DATA-HOJE     TO MOV-HDR-DATA-GERACAO
           WRITE MOV-HEADER.

       0420-GRAVAR-TRAILER.
           MOVE '9'                   TO MOV-TRL-TIPO
           MOVE WRK-EMPRESA-ATUAL     TO MOV-TRL-EMPRESA
           MOVE WRK-BLC-ADMISSOES     TO MOV-TRL-ADMISSOES
           MOVE WRK-BLC-DESLIGAMENTOS TO MOV-TRL-DESLIGAMENTOS
           MOVE WRK-BLC-QTD           TO MOV-TRL-QTD
           WRITE MOV-TRAILER.
