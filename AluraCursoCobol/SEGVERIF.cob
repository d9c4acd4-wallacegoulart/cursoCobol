       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGVERIF.
      ************************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = WALLACE
      *OBJETIVO: CONFERENCIA DIARIA DA CADEIA DA TRILHA DE
      *          SEGURANCA (SEGAUDIT.DAT): CADA REGISTRO GRAVADO
      *          PELOS PROGRAMAS LEVA SEQUENCIA, ELO DO REGISTRO
      *          ANTERIOR E ELO PROPRIO (RESTO DE ELO * 31 + ORDINAL
      *          DO BYTE POR 9999999967 SOBRE OS 62 PRIMEIROS BYTES
      *          E OS QUE VEM DEPOIS DO ELO ATE O ULTIMO NAO BRANCO,
      *          PARTINDO DO ELO ANTERIOR); O PROGRAMA REFAZ A CONTA
      *          E APONTA LACUNAS NA SEQUENCIA (REGISTROS APAGADOS),
      *          REGISTROS ALTERADOS (ELO RECALCULADO DIFERENTE DO
      *          GRAVADO) E ELOS QUEBRADOS (ELO ANTERIOR GRAVADO
      *          DIFERENTE DO ELO DO REGISTRO QUE O PRECEDE). O
      *          PRIMEIRO REGISTRO DE UM ARQUIVO JA ARQUIVADO PELO
      *          ARQHIST E CONFERIDO CONTRA A ANCORA GRAVADA NO
      *          SEGELOARQ.DAT; NO ARQUIVO VIVO O ULTIMO PONTO
      *          CONFERIDO SEM PROBLEMA FICA NO SEGVERCTL.DAT, O QUE
      *          DENUNCIA REGISTROS FINAIS APAGADOS. O OPERADOR PODE
      *          INFORMAR UM ARQUIVO DATADO DO ARQUIVAMENTO (BRANCO =
      *          DATA/SEGAUDIT.DAT). REGISTROS ANTERIORES AO
      *          ENCADEAMENTO SO SAO CONTADOS. RC=4 COM QUALQUER
      *          PROBLEMA NA CADEIA, RC=8 SEM O ARQUIVO
      *DATA = 15/10/2026
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRILHA-SEGURANCA ASSIGN TO DYNAMIC WRK-NOME-TRILHA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRL-STATUS.

           SELECT ELOS-ARQUIVADOS ASSIGN TO "DATA/SEGELOARQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ANC-STATUS.

           SELECT CONTROLE-CONFERENCIA ASSIGN TO "DATA/SEGVERCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTL-STATUS.

           SELECT RELATORIO-CONFERENCIA ASSIGN TO
               "DATA/SEGVERIFREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *MESMO LAYOUT DO SEGAUDIT DOS PROGRAMAS QUE GRAVAM A TRILHA,
      *EM ALFANUMERICO PARA ACEITAR REGISTRO ANTIGO OU ADULTERADO;
      *O COMPLEMENTO COBRE A MATRICULA E O MOTIVO DO REMATLIB
       FD  TRILHA-SEGURANCA.
       01  TRL-REC.
           05  TRL-USUARIO        PIC X(20).
           05  TRL-NIVEL          PIC X(02).
           05  TRL-RESULTADO      PIC X(14).
           05  TRL-DATA-HORA      PIC X(08).
           05  TRL-SEQUENCIA      PIC X(08).
           05  TRL-ELO-ANTERIOR   PIC X(10).
           05  TRL-ELO            PIC X(10).
           05  TRL-FUNCAO         PIC X(08).
           05  TRL-COMPLEMENTO    PIC X(56).

       FD  ELOS-ARQUIVADOS.
       COPY "SEGELO.CPY".

       FD  CONTROLE-CONFERENCIA.
       01  CTL-REC.
           05  CTL-SEQUENCIA      PIC 9(08).
           05  CTL-ELO            PIC 9(10).
           05  CTL-DATA           PIC 9(08).

       FD  RELATORIO-CONFERENCIA.
       01  REL-LINHA              PIC X(100).

       WORKING-STORAGE SECTION.
       77  WRK-TRL-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-ANC-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-CTL-STATUS      PIC X(02)  VALUE '00'.
       77  WRK-EOF             PIC X      VALUE 'N'.
           88  FIM-ARQUIVO     VALUE 'Y'.
       77  WRK-NOME-TRILHA     PIC X(40)  VALUE SPACES.
       77  WRK-ARQUIVO-VIVO    PIC X      VALUE 'N'.
           88  CONFERE-VIVO    VALUE 'S'.
       77  WRK-DATA-EXEC       PIC 9(08)  VALUE ZEROS.
       77  WRK-ANC-QTD         PIC 9(03)  VALUE ZEROS.
       77  WRK-SUB             PIC 9(03)  VALUE ZEROS.
       77  WRK-POS             PIC 9(03)  VALUE ZEROS.
       77  WRK-TAM             PIC 9(03)  VALUE ZEROS.
       77  WRK-LINHA-NUM       PIC 9(06)  VALUE ZEROS.
       77  WRK-QTD-ANTIGOS     PIC 9(06)  VALUE ZEROS.
       77  WRK-QTD-ENCADEADOS  PIC 9(06)  VALUE ZEROS.
       77  WRK-QTD-LACUNAS     PIC 9(06)  VALUE ZEROS.
       77  WRK-QTD-ALTERADOS   PIC 9(06)  VALUE ZEROS.
       77  WRK-QTD-QUEBRADOS   PIC 9(06)  VALUE ZEROS.
       77  WRK-QTD-PROBLEMAS   PIC 9(06)  VALUE ZEROS.
       77  WRK-SEQ             PIC 9(08)  VALUE ZEROS.
       77  WRK-SEQ-PRIMEIRA    PIC 9(08)  VALUE ZEROS.
       77  WRK-SEQ-ANTERIOR    PIC 9(08)  VALUE ZEROS.
       77  WRK-SEQ-DE          PIC 9(08)  VALUE ZEROS.
       77  WRK-SEQ-ATE         PIC 9(08)  VALUE ZEROS.
       77  WRK-ELO-ANT-GRAV    PIC 9(10)  VALUE ZEROS.
       77  WRK-ELO-GRAVADO     PIC 9(10)  VALUE ZEROS.
       77  WRK-ELO-ESPERADO    PIC 9(10)  VALUE ZEROS.
       77  WRK-ELO-ANTERIOR    PIC 9(10)  VALUE ZEROS.
       77  WRK-ELO-CALC        PIC 9(12)  VALUE ZEROS.
       77  WRK-TEM-ESPERADO    PIC X      VALUE 'N'.
           88  HA-ELO-ESPERADO VALUE 'S'.
       77  WRK-TEM-CONTROLE    PIC X      VALUE 'N'.
           88  HA-CONTROLE     VALUE 'S'.
       77  WRK-CTL-ACHADO      PIC X      VALUE 'N'.
           88  CONTROLE-ACHADO VALUE 'S'.
       77  WRK-CTL-SEQ         PIC 9(08)  VALUE ZEROS.
       77  WRK-CTL-ELO         PIC 9(10)  VALUE ZEROS.
       77  WRK-CTL-DATA        PIC 9(08)  VALUE ZEROS.
       77  WRK-MENSAGEM        PIC X(80)  VALUE SPACES.

      *ANCORAS DOS ARQUIVAMENTOS: ULTIMA SEQUENCIA E ELO LEVADOS A
      *CADA ARQUIVO DATADO
       01  WRK-TAB-ANCORAS.
           05  WRK-ANC-ITEM OCCURS 500 TIMES.
               10  WRK-ANC-SEQUENCIA PIC 9(08).
               10  WRK-ANC-ELO       PIC 9(10).
               10  WRK-ANC-ARQUIVO   PIC X(40).

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.

           DISPLAY 'ARQUIVO A CONFERIR (BRANCO = DATA/SEGAUDIT.DAT).. '
           ACCEPT WRK-NOME-TRILHA.
           IF WRK-NOME-TRILHA = SPACES
               MOVE 'DATA/SEGAUDIT.DAT' TO WRK-NOME-TRILHA
           END-IF.
           IF WRK-NOME-TRILHA = 'DATA/SEGAUDIT.DAT'
               MOVE 'S' TO WRK-ARQUIVO-VIVO
           END-IF.

           PERFORM 0110-CARREGAR-ANCORAS.
           IF CONFERE-VIVO
               PERFORM 0120-LER-CONTROLE
           END-IF.

           OPEN INPUT TRILHA-SEGURANCA.
           IF WRK-TRL-STATUS NOT = '00'
               DISPLAY 'ARQUIVO ' WRK-NOME-TRILHA ' NAO ENCONTRADO - '
                   'PROCESSAMENTO RECUSADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RELATORIO-CONFERENCIA.
           MOVE SPACES TO REL-LINHA
           STRING 'CONFERENCIA DA CADEIA DA TRILHA DE SEGURANCA - '
               DELIMITED BY SIZE
               WRK-DATA-EXEC DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA
           STRING 'ARQUIVO: ' DELIMITED BY SIZE
               WRK-NOME-TRILHA DELIMITED BY SPACE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.
           MOVE '=============================================' TO
               REL-LINHA.
           WRITE REL-LINHA.

      ****************ANCORAS DO ARQUIVAMENTO******************
      *SEM ARQUIVO DE ANCORAS NENHUM ARQUIVAMENTO LEVOU A CADEIA
       0110-CARREGAR-ANCORAS.
           OPEN INPUT ELOS-ARQUIVADOS
           IF WRK-ANC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WRK-EOF
           READ ELOS-ARQUIVADOS
               AT END MOVE 'Y' TO WRK-EOF
           END-READ
           PERFORM UNTIL FIM-ARQUIVO
               IF WRK-ANC-QTD >= 500
                   DISPLAY 'ERRO: ANCORAS DO SEGELOARQ EXCEDEM O '
                       'LIMITE DE 500 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-ANC-QTD
               MOVE ANC-SEQUENCIA TO WRK-ANC-SEQUENCIA(WRK-ANC-QTD)
               MOVE ANC-ELO       TO WRK-ANC-ELO(WRK-ANC-QTD)
               MOVE ANC-ARQUIVO   TO WRK-ANC-ARQUIVO(WRK-ANC-QTD)
               READ ELOS-ARQUIVADOS
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM
           CLOSE ELOS-ARQUIVADOS
           MOVE 'N' TO WRK-EOF.

      ****************ULTIMO PONTO CONFERIDO DO VIVO************
       0120-LER-CONTROLE.
           OPEN INPUT CONTROLE-CONFERENCIA
           IF WRK-CTL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ CONTROLE-CONFERENCIA
               AT END CONTINUE
               NOT AT END
                   MOVE 'S' TO WRK-TEM-CONTROLE
                   MOVE CTL-SEQUENCIA TO WRK-CTL-SEQ
                   MOVE CTL-ELO       TO WRK-CTL-ELO
                   MOVE CTL-DATA      TO WRK-CTL-DATA
           END-READ
           CLOSE CONTROLE-CONFERENCIA.

       0200-PROCESSAR.
           READ TRILHA-SEGURANCA
               AT END MOVE 'Y' TO WRK-EOF
           END-READ.
           PERFORM UNTIL FIM-ARQUIVO
               ADD 1 TO WRK-LINHA-NUM
               PERFORM 0210-CONFERIR-REGISTRO
               READ TRILHA-SEGURANCA
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM.
           CLOSE TRILHA-SEGURANCA.

           IF CONFERE-VIVO AND HA-CONTROLE
               PERFORM 0250-CONFERIR-FINAL
           END-IF.

      **********CONFERENCIA DE UM REGISTRO DA TRILHA***********
       0210-CONFERIR-REGISTRO.
           IF TRL-SEQUENCIA IS NOT NUMERIC
               OR TRL-ELO-ANTERIOR IS NOT NUMERIC
               OR TRL-ELO IS NOT NUMERIC
               IF WRK-QTD-ENCADEADOS = 0
                   ADD 1 TO WRK-QTD-ANTIGOS
               ELSE
                   ADD 1 TO WRK-QTD-ALTERADOS
                   MOVE ZEROS TO WRK-SEQ
                   MOVE 'REGISTRO SEM ENCADEAMENTO NO MEIO DA CADEIA'
                       TO WRK-MENSAGEM
                   PERFORM 0290-LISTAR-PROBLEMA
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE TRL-SEQUENCIA    TO WRK-SEQ
           MOVE TRL-ELO-ANTERIOR TO WRK-ELO-ANT-GRAV
           MOVE TRL-ELO          TO WRK-ELO-GRAVADO
           MOVE 'N' TO WRK-TEM-ESPERADO

           IF WRK-QTD-ENCADEADOS = 0
               MOVE WRK-SEQ TO WRK-SEQ-PRIMEIRA
               PERFORM 0220-INICIO-DA-CADEIA
           ELSE
               PERFORM 0230-SEQUENCIA-DA-CADEIA
           END-IF

           IF HA-ELO-ESPERADO
               AND WRK-ELO-ANT-GRAV NOT = WRK-ELO-ESPERADO
               ADD 1 TO WRK-QTD-QUEBRADOS
               MOVE SPACES TO WRK-MENSAGEM
               STRING 'ELO QUEBRADO: ELO ANTERIOR GRAVADO '
                   DELIMITED BY SIZE
                   WRK-ELO-ANT-GRAV DELIMITED BY SIZE
                   ' ESPERADO ' DELIMITED BY SIZE
                   WRK-ELO-ESPERADO DELIMITED BY SIZE
                   INTO WRK-MENSAGEM
               END-STRING
               PERFORM 0290-LISTAR-PROBLEMA
           END-IF

           PERFORM 0240-RECALCULAR-ELO
           IF WRK-ELO-CALC NOT = WRK-ELO-GRAVADO
               ADD 1 TO WRK-QTD-ALTERADOS
               MOVE SPACES TO WRK-MENSAGEM
               STRING 'REGISTRO ALTERADO: ELO GRAVADO '
                   DELIMITED BY SIZE
                   WRK-ELO-GRAVADO DELIMITED BY SIZE
                   ' RECALCULADO ' DELIMITED BY SIZE
                   WRK-ELO-CALC(3:10) DELIMITED BY SIZE
                   INTO WRK-MENSAGEM
               END-STRING
               PERFORM 0290-LISTAR-PROBLEMA
           END-IF

           IF CONFERE-VIVO AND HA-CONTROLE
               AND WRK-SEQ = WRK-CTL-SEQ
               MOVE 'S' TO WRK-CTL-ACHADO
               IF WRK-ELO-GRAVADO NOT = WRK-CTL-ELO
                   ADD 1 TO WRK-QTD-ALTERADOS
                   MOVE SPACES TO WRK-MENSAGEM
                   STRING 'REGISTRO DIFERE DO CONFERIDO EM '
                       DELIMITED BY SIZE
                       WRK-CTL-DATA DELIMITED BY SIZE
                       ' - ELO ERA ' DELIMITED BY SIZE
                       WRK-CTL-ELO DELIMITED BY SIZE
                       INTO WRK-MENSAGEM
                   END-STRING
                   PERFORM 0290-LISTAR-PROBLEMA
               END-IF
           END-IF

           ADD 1 TO WRK-QTD-ENCADEADOS
           MOVE WRK-SEQ         TO WRK-SEQ-ANTERIOR
           MOVE WRK-ELO-GRAVADO TO WRK-ELO-ANTERIOR.

      *    SEQUENCIA 1 PARTE DO ELO ZERO; DEPOIS DE UM ARQUIVAMENTO
      *    O PRIMEIRO REGISTRO PARTE DA ANCORA DA SEQUENCIA ANTERIOR
       0220-INICIO-DA-CADEIA.
           IF WRK-SEQ = 1
               MOVE ZEROS TO WRK-ELO-ESPERADO
               MOVE 'S' TO WRK-TEM-ESPERADO
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-ANC-QTD
               IF WRK-ANC-SEQUENCIA(WRK-SUB) + 1 = WRK-SEQ
                   MOVE WRK-ANC-ELO(WRK-SUB) TO WRK-ELO-ESPERADO
                   MOVE 'S' TO WRK-TEM-ESPERADO
                   MOVE SPACES TO REL-LINHA
                   STRING 'CADEIA CONTINUA DO ARQUIVAMENTO '
                       DELIMITED BY SIZE
                       WRK-ANC-ARQUIVO(WRK-SUB) DELIMITED BY SPACE
                       ' (SEQUENCIA ' DELIMITED BY SIZE
                       WRK-ANC-SEQUENCIA(WRK-SUB) DELIMITED BY SIZE
                       ')' DELIMITED BY SIZE
                       INTO REL-LINHA
                   END-STRING
                   WRITE REL-LINHA
               END-IF
           END-PERFORM

           IF NOT HA-ELO-ESPERADO
               ADD 1 TO WRK-QTD-LACUNAS
               MOVE 1 TO WRK-SEQ-DE
               COMPUTE WRK-SEQ-ATE = WRK-SEQ - 1
               PERFORM 0235-LISTAR-LACUNA
           END-IF.

       0230-SEQUENCIA-DA-CADEIA.
           EVALUATE TRUE
               WHEN WRK-SEQ = WRK-SEQ-ANTERIOR + 1
                   MOVE WRK-ELO-ANTERIOR TO WRK-ELO-ESPERADO
                   MOVE 'S' TO WRK-TEM-ESPERADO
               WHEN WRK-SEQ > WRK-SEQ-ANTERIOR + 1
                   ADD 1 TO WRK-QTD-LACUNAS
                   COMPUTE WRK-SEQ-DE = WRK-SEQ-ANTERIOR + 1
                   COMPUTE WRK-SEQ-ATE = WRK-SEQ - 1
                   PERFORM 0235-LISTAR-LACUNA
               WHEN OTHER
                   ADD 1 TO WRK-QTD-LACUNAS
                   MOVE SPACES TO WRK-MENSAGEM
                   STRING 'SEQUENCIA REPETIDA OU FORA DE ORDEM - '
                       DELIMITED BY SIZE
                       'ANTERIOR ' DELIMITED BY SIZE
                       WRK-SEQ-ANTERIOR DELIMITED BY SIZE
                       INTO WRK-MENSAGEM
                   END-STRING
                   PERFORM 0290-LISTAR-PROBLEMA
           END-EVALUATE.

       0235-LISTAR-LACUNA.
           MOVE SPACES TO WRK-MENSAGEM
           STRING 'LACUNA: FALTAM AS SEQUENCIAS ' DELIMITED BY SIZE
               WRK-SEQ-DE DELIMITED BY SIZE
               ' A ' DELIMITED BY SIZE
               WRK-SEQ-ATE DELIMITED BY SIZE
               INTO WRK-MENSAGEM
           END-STRING
           PERFORM 0290-LISTAR-PROBLEMA.

      *    MESMA CONTA DOS PROGRAMAS QUE GRAVAM A TRILHA, PARTINDO
      *    DO ELO ANTERIOR GRAVADO NO PROPRIO REGISTRO
       0240-RECALCULAR-ELO.
           MOVE WRK-ELO-ANT-GRAV TO WRK-ELO-CALC
           MOVE LENGTH OF TRL-REC TO WRK-TAM
           PERFORM UNTIL WRK-TAM < 73
                   OR TRL-REC(WRK-TAM:1) NOT = SPACE
               SUBTRACT 1 FROM WRK-TAM
           END-PERFORM

           PERFORM VARYING WRK-POS FROM 1 BY 1
                   UNTIL WRK-POS > WRK-TAM
               IF WRK-POS < 63 OR WRK-POS > 72
                   COMPUTE WRK-ELO-CALC = FUNCTION MOD(WRK-ELO-CALC
                       * 31 + FUNCTION ORD(TRL-REC(WRK-POS:1)),
                       9999999967)
               END-IF
           END-PERFORM.

      *    O VIVO NUNCA PERDE REGISTROS DO FIM: SE A ULTIMA
      *    SEQUENCIA CONFERIDA NAO ESTA MAIS LA, FORAM APAGADOS
       0250-CONFERIR-FINAL.
           IF CONTROLE-ACHADO
               EXIT PARAGRAPH
           END-IF
           IF WRK-QTD-ENCADEADOS > 0
               AND WRK-SEQ-PRIMEIRA > WRK-CTL-SEQ
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WRK-QTD-LACUNAS
           MOVE ZEROS TO WRK-SEQ
           MOVE SPACES TO WRK-MENSAGEM
           STRING 'REGISTROS FINAIS APAGADOS - CONFERIDO EM '
               DELIMITED BY SIZE
               WRK-CTL-DATA DELIMITED BY SIZE
               ' ATE A SEQ ' DELIMITED BY SIZE
               WRK-CTL-SEQ DELIMITED BY SIZE
               INTO WRK-MENSAGEM
           END-STRING
           PERFORM 0290-LISTAR-PROBLEMA.

       0290-LISTAR-PROBLEMA.
           ADD 1 TO WRK-QTD-PROBLEMAS
           MOVE SPACES TO REL-LINHA
           STRING 'LINHA ' DELIMITED BY SIZE
               WRK-LINHA-NUM DELIMITED BY SIZE
               ' SEQ ' DELIMITED BY SIZE
               WRK-SEQ DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-MENSAGEM DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA.

       0300-FINALIZAR.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE '---------------------------------------------' TO
               REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'REGISTROS LIDOS: ' DELIMITED BY SIZE
               WRK-LINHA-NUM DELIMITED BY SIZE
               '  ANTERIORES AO ENCADEAMENTO: ' DELIMITED BY SIZE
               WRK-QTD-ANTIGOS DELIMITED BY SIZE
               '  ENCADEADOS: ' DELIMITED BY SIZE
               WRK-QTD-ENCADEADOS DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING 'LACUNAS: ' DELIMITED BY SIZE
               WRK-QTD-LACUNAS DELIMITED BY SIZE
               '  ALTERADOS: ' DELIMITED BY SIZE
               WRK-QTD-ALTERADOS DELIMITED BY SIZE
               '  ELOS QUEBRADOS: ' DELIMITED BY SIZE
               WRK-QTD-QUEBRADOS DELIMITED BY SIZE
               INTO REL-LINHA
           END-STRING
           WRITE REL-LINHA

           IF WRK-QTD-PROBLEMAS > 0
               MOVE '*** CADEIA VIOLADA - VER OCORRENCIAS ACIMA' TO
                   REL-LINHA
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'CADEIA INTEGRA' TO REL-LINHA
               IF CONFERE-VIVO AND WRK-QTD-ENCADEADOS > 0
                   PERFORM 0310-GRAVAR-CONTROLE
               END-IF
           END-IF
           WRITE REL-LINHA
           DISPLAY REL-LINHA

           CLOSE RELATORIO-CONFERENCIA.
           DISPLAY 'FIM DE PROCESSAMENTO'.

      *    SO AVANCA O PONTO CONFERIDO QUANDO A CADEIA ESTA INTEGRA
       0310-GRAVAR-CONTROLE.
           OPEN OUTPUT CONTROLE-CONFERENCIA
           MOVE WRK-SEQ-ANTERIOR TO CTL-SEQUENCIA
           MOVE WRK-ELO-ANTERIOR TO CTL-ELO
           MOVE WRK-DATA-EXEC    TO CTL-DATA
           WRITE CTL-REC
           CLOSE CONTROLE-CONFERENCIA.
