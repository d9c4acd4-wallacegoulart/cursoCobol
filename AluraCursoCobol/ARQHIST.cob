      *AUTHOR = WALLACE
      *OBJETIVO: ARQUIVAMENTO MENSAL DOS ARQUIVOS DE HISTORICO QUE
      *          CRESCEM EM EXTEND (FRETEHIS, EXE02AUD, SEGAUDIT,
      *          EXE0213, EXE02LIQ E EXE02RUB): REGISTROS COM DATA
      *          ANTERIOR AO CORTE INFORMADO SAO MOVIDOS PARA
      *          ARQUIVOS DE ARQUIVAMENTO DATADOS E O ARQUIVO VIVO E
      *          COMPACTADO SO COM OS REGISTROS RETIDOS, COM
      *          RELATORIO DE CONTROLE DO MOVIDO E RETIDO POR
      *          ARQUIVO; ISSO MANTEM O FRETECONC DENTRO DO SEU LIMITE
      *          DE 500 COTACOES
      *DATA = 23/08/2026
      *ALTERACAO = 15/10/2026 - ARQUIVAMENTO DO EXE02RUB.DAT (LINHAS
      *            DE RUBRICA DA FOLHA, DATA NA COLUNA 7) E LIMITE DE
      *            RETIDOS POR ARQUIVO AMPLIADO DE 500 PARA 3000
      *ALTERACAO = 15/10/2026 - SEGAUDIT ENCADEADO: SO SAI O
      *            TRECHO INICIAL ANTERIOR AO CORTE, O ULTIMO ELO
      *            FICA NO VIVO QUANDO NAO SOBRA OUTRO E A SEQUENCIA/
      *            ELO DO ULTIMO REGISTRO ARQUIVADO VAI PARA A ANCORA
      *            DATA/SEGELOARQ.DAT (CONFERIDA PELO SEGVERIF)
      *ALTERACAO = 15/10/2026 - LINHA DE TRABALHO AMPLIADA PARA
      *            150 POSICOES (SEGAUDIT COM FUNCAO E COMPLEMENTOS)
      *ALTERACAO = 15/10/2026 - CORTE ZERADO OU EM BRANCO (EXECUCAO
      *            PELO JOBDIARIO, SEM OPERADOR) ASSUME O PRIMEIRO DIA
      *            DO MES ANTERIOR: FICAM NO VIVO O MES CORRENTE E O
      *            ANTERIOR
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               "DATA/ARQHISTREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ELOS-ARQUIVADOS ASSIGN TO "DATA/SEGELOARQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ANC-STATUS.

           SELECT CONTROLE-RUNS ASSIGN TO "DATA/RUNCTLGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-VIVO.
       01  VIVO-LINHA             PIC X(150).

       FD  ARQUIVO-MORTO.
       01  MORTO-LINHA            PIC X(150).

       FD  RELATORIO-ARQUIVAMENTO.
       01  REL-LINHA              PIC X(100).

       FD  ELOS-ARQUIVADOS.
       COPY "SEGELO.CPY".

       FD  CONTROLE-RUNS.
       01  RUN-REC.
           05  RUN-PROGRAMA       PIC X(08).
       77  WRK-EOF             PIC X      VALUE 'N'.
           88  FIM-ARQUIVO     VALUE 'Y'.
       77  WRK-DATA-CORTE      PIC 9(08)  VALUE ZEROS.
       01  WRK-DATA-PADRAO     PIC 9(08)  VALUE ZEROS.
       01  WRK-DATA-PADRAO-R REDEFINES WRK-DATA-PADRAO.
           05  WRK-PADRAO-ANO  PIC 9(04).
           05  WRK-PADRAO-MES  PIC 9(02).
           05  WRK-PADRAO-DIA  PIC 9(02).
       77  WRK-NOME-VIVO       PIC X(40)  VALUE SPACES.
       77  WRK-NOME-MORTO      PIC X(40)  VALUE SPACES.
       77  WRK-BASE-ARQUIVO    PIC X(12)  VALUE SPACES.
       77  WRK-QTD-MOVIDOS     PIC 9(04)  VALUE ZEROS.
       77  WRK-QTD-RETIDOS     PIC 9(04)  VALUE ZEROS.
       77  WRK-SUB             PIC 9(04)  VALUE ZEROS.
       77  WRK-ANC-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-POS-SEQ         PIC 9(03)  VALUE ZEROS.
       77  WRK-POS-ELO         PIC 9(03)  VALUE ZEROS.
       77  WRK-RETENDO         PIC X      VALUE 'N'.
           88  RETENDO-RESTANTE VALUE 'S'.
       77  WRK-TEM-PENDENTE    PIC X      VALUE 'N'.
           88  TEM-PENDENTE    VALUE 'S'.
       77  WRK-RET-ENCADEADO   PIC X      VALUE 'N'.
           88  RETIDO-ENCADEADO VALUE 'S'.
       77  WRK-PEND-LINHA      PIC X(150) VALUE SPACES.
       77  WRK-ANC-SEQ         PIC 9(08)  VALUE ZEROS.
       77  WRK-ANC-ELO         PIC 9(10)  VALUE ZEROS.

       01  WRK-TAB-RETIDOS.
           05  WRK-RET-ITEM OCCURS 3000 TIMES.
               10  WRK-RET-LINHA PIC X(150).

       PROCEDURE DIVISION.


       0100-INICIALIZAR.
           DISPLAY 'DATA DE CORTE (AAAAMMDD) - REGISTROS ANTERIORES '
               'SAO ARQUIVADOS (ZERO = INICIO DO MES ANTERIOR).. '
           ACCEPT WRK-DATA-CORTE.

           IF WRK-DATA-CORTE = ZEROS
               ACCEPT WRK-DATA-PADRAO FROM DATE YYYYMMDD
               MOVE 1 TO WRK-PADRAO-DIA
               IF WRK-PADRAO-MES = 1
                   MOVE 12 TO WRK-PADRAO-MES
                   SUBTRACT 1 FROM WRK-PADRAO-ANO
               ELSE
                   SUBTRACT 1 FROM WRK-PADRAO-MES
               END-IF
               MOVE WRK-DATA-PADRAO TO WRK-DATA-CORTE
           END-IF.

           OPEN OUTPUT RELATORIO-ARQUIVAMENTO.
           WRITE REL-LINHA.

      *CADA ARQUIVO DE HISTORICO COM A POSICAO DO CAMPO DE DATA NO
      *SEU LAYOUT (COLUNA INICIAL DA DATA AAAAMMDD); NO SEGAUDIT
      *TAMBEM AS COLUNAS DA SEQUENCIA E DO ELO DA CADEIA
       0200-PROCESSAR.
           MOVE 'INICIADO' TO WRK-RUN-EVENTO
           PERFORM 0195-REGISTRAR-RUN
           MOVE 'SEGAUDIT'  TO WRK-BASE-ARQUIVO
           MOVE 'DATA/SEGAUDIT.DAT' TO WRK-NOME-VIVO
           MOVE 037 TO WRK-POS-DATA
           MOVE 045 TO WRK-POS-SEQ
           MOVE 063 TO WRK-POS-ELO
           PERFORM 0250-ARQUIVAR-UM-ARQUIVO.
           MOVE ZEROS TO WRK-POS-SEQ
           MOVE ZEROS TO WRK-POS-ELO.

           MOVE 'EXE0213 '  TO WRK-BASE-ARQUIVO
           MOVE 'DATA/EXE0213.DAT' TO WRK-NOME-VIVO
           MOVE 060 TO WRK-POS-DATA
           PERFORM 0250-ARQUIVAR-UM-ARQUIVO.

           MOVE 'EXE02RUB'  TO WRK-BASE-ARQUIVO
           MOVE 'DATA/EXE02RUB.DAT' TO WRK-NOME-VIVO
           MOVE 007 TO WRK-POS-DATA
           PERFORM 0250-ARQUIVAR-UM-ARQUIVO.

      **********ARQUIVAMENTO DE UM ARQUIVO DE HISTORICO********
       0250-ARQUIVAR-UM-ARQUIVO.
           MOVE 0 TO WRK-QTD-LIDOS
           MOVE 0 TO WRK-QTD-MOVIDOS
           MOVE 0 TO WRK-QTD-RETIDOS
           MOVE 'N' TO WRK-EOF
           MOVE 'N' TO WRK-RETENDO
           MOVE 'N' TO WRK-TEM-PENDENTE
           MOVE ZEROS TO WRK-ANC-SEQ
           MOVE ZEROS TO WRK-ANC-ELO

           MOVE SPACES TO WRK-NOME-MORTO
           STRING 'DATA/ARQ' DELIMITED BY SIZE
                       WRK-DATA-REGISTRO

                   IF WRK-DATA-REGISTRO < WRK-DATA-CORTE
                       AND NOT RETENDO-RESTANTE
                       PERFORM 0260-MOVER-REGISTRO
                   ELSE
                       IF WRK-POS-SEQ > 0
                           MOVE 'S' TO WRK-RETENDO
                       END-IF
                       IF WRK-QTD-RETIDOS >= 3000
                           DISPLAY 'ERRO: RETIDOS DE '
                               WRK-BASE-ARQUIVO ' EXCEDEM O LIMITE '
                               'DE 3000 REGISTROS - PROCESSAMENTO '
                               'ABORTADO'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                   END-READ
               END-PERFORM

               IF TEM-PENDENTE
                   PERFORM 0270-DESTINAR-PENDENTE
               END-IF

               CLOSE ARQUIVO-VIVO
               CLOSE ARQUIVO-MORTO

               END-STRING
               WRITE REL-LINHA
               DISPLAY REL-LINHA

               IF WRK-ANC-SEQ > 0
                   PERFORM 0280-GRAVAR-ANCORA
               END-IF
           END-IF.

      **********REGISTRO LEVADO AO ARQUIVO DATADO**************
      *    NUM ARQUIVO ENCADEADO (SEGAUDIT) SO SAI O TRECHO INICIAL
      *    ANTERIOR AO CORTE - A PARTIR DO PRIMEIRO REGISTRO RETIDO
      *    TUDO FICA, PARA QUE O VIVO CONTINUE UMA CADEIA SEM
      *    BURACOS; O ULTIMO REGISTRO ENCADEADO MOVIDO FICA PENDENTE
      *    ATE SE SABER SE AINDA SOBRA OUTRO ENCADEADO NO VIVO
       0260-MOVER-REGISTRO.
           ADD 1 TO WRK-QTD-MOVIDOS

           IF TEM-PENDENTE
               PERFORM 0265-GRAVAR-PENDENTE
           END-IF

           IF WRK-POS-SEQ > 0
               AND VIVO-LINHA(WRK-POS-SEQ:8) IS NUMERIC
               AND VIVO-LINHA(WRK-POS-ELO:10) IS NUMERIC
               MOVE VIVO-LINHA TO WRK-PEND-LINHA
               MOVE 'S' TO WRK-TEM-PENDENTE
           ELSE
               MOVE VIVO-LINHA TO MORTO-LINHA
               WRITE MORTO-LINHA
           END-IF.

       0265-GRAVAR-PENDENTE.
           MOVE WRK-PEND-LINHA TO MORTO-LINHA
           WRITE MORTO-LINHA
           MOVE WRK-PEND-LINHA(WRK-POS-SEQ:8) TO WRK-ANC-SEQ
           MOVE WRK-PEND-LINHA(WRK-POS-ELO:10) TO WRK-ANC-ELO
           MOVE 'N' TO WRK-TEM-PENDENTE.

      **********ULTIMO ELO MOVIDO: ARQUIVO DATADO OU VIVO******
      *    SE NENHUM REGISTRO ENCADEADO FICOU NO VIVO, O ULTIMO
      *    MOVIDO VOLTA PARA O INICIO DO VIVO - OS PROGRAMAS QUE
      *    GRAVAM O SEGAUDIT CONTINUAM A CADEIA A PARTIR DELE
       0270-DESTINAR-PENDENTE.
           MOVE 'N' TO WRK-RET-ENCADEADO
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-QTD-RETIDOS
               IF WRK-RET-LINHA(WRK-SUB)(WRK-POS-SEQ:8) IS NUMERIC
                   AND WRK-RET-LINHA(WRK-SUB)(WRK-POS-ELO:10)
                       IS NUMERIC
                   MOVE 'S' TO WRK-RET-ENCADEADO
               END-IF
           END-PERFORM

           IF RETIDO-ENCADEADO
               PERFORM 0265-GRAVAR-PENDENTE
               EXIT PARAGRAPH
           END-IF

           IF WRK-QTD-RETIDOS >= 3000
               DISPLAY 'ERRO: RETIDOS DE ' WRK-BASE-ARQUIVO
                   ' EXCEDEM O LIMITE DE 3000 REGISTROS - '
                   'PROCESSAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WRK-SUB FROM WRK-QTD-RETIDOS BY -1
                   UNTIL WRK-SUB < 1
               MOVE WRK-RET-LINHA(WRK-SUB) TO
                   WRK-RET-LINHA(WRK-SUB + 1)
           END-PERFORM
           MOVE WRK-PEND-LINHA TO WRK-RET-LINHA(1)
           ADD 1 TO WRK-QTD-RETIDOS
           SUBTRACT 1 FROM WRK-QTD-MOVIDOS
           MOVE 'N' TO WRK-TEM-PENDENTE.

      **********ANCORA DA CADEIA NO ARQUIVAMENTO***************
       0280-GRAVAR-ANCORA.
           OPEN EXTEND ELOS-ARQUIVADOS
           IF WRK-ANC-STATUS NOT = '00'
               OPEN OUTPUT ELOS-ARQUIVADOS
           END-IF
           MOVE WRK-ANC-SEQ    TO ANC-SEQUENCIA
           MOVE WRK-ANC-ELO    TO ANC-ELO
           MOVE WRK-DATA-CORTE TO ANC-DATA-CORTE
           MOVE WRK-NOME-MORTO TO ANC-ARQUIVO
           WRITE ANC-REC
           CLOSE ELOS-ARQUIVADOS

           MOVE SPACES TO REL-LINHA
           STRING WRK-BASE-ARQUIVO DELIMITED BY SIZE
               ': CADEIA ARQUIVADA ATE A SEQUENCIA '
               DELIMITED BY SIZE
               WRK-ANC-SEQ DELIMITED BY SIZE
               ' ELO ' DELIMITED BY SIZE
               WRK-ANC-ELO DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           DISPLAY REL-LINHA.

      **********REGISTRO NO CONTROLE CENTRAL DE EXECUCOES******
       0195-REGISTRAR-RUN.
           ACCEPT WRK-RUN-DATA FROM DATE YYYYMMDD
