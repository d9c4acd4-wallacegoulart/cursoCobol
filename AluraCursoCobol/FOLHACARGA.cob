      *          INFORME E O DISSIDIO PASSAM A LER O MESTRE POR
      *          CHAVE (START)
      *DATA = 02/09/2026
      *ALTERACAO = 15/10/2026 - CARGA DAS LINHAS DE RUBRICA DA
      *            FOLHA (EXE02RUB.DAT) COMO ORIGEM R DO MESTRE
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUD-STATUS.

           SELECT RUBRICAS-FOLHA ASSIGN TO "DATA/EXE02RUB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RBL-STATUS.

           SELECT HISTORICO-FOLHA ASSIGN TO "DATA/FOLHAHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           05  AUD-DATA-EXEC    PIC 9(08).
           05  AUD-EMPRESA      PIC 9(02).

       FD  RUBRICAS-FOLHA.
       COPY "EXE02RUB.CPY".

       FD  HISTORICO-FOLHA.
       COPY "FOLHAHIST.CPY".

       77  WRK-LIQ-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-DEC-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-AUD-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-RBL-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-FH-STATUS       PIC X(02)    VALUE '00'.
       77  WRK-CTL-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-EOF             PIC X        VALUE 'N'.
       77  WRK-QTD-LIQUIDOS    PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-DECIMOS     PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-AUDITORIA   PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-RUBRICAS    PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-GRAVADOS    PIC 9(05)    VALUE ZEROS.
       77  WRK-GRAVOU          PIC X        VALUE 'N'.
           88  REGISTRO-GRAVADO VALUE 'Y'.
           PERFORM 0210-CARREGAR-LIQUIDOS.
           PERFORM 0220-CARREGAR-DECIMOS.
           PERFORM 0230-CARREGAR-AUDITORIA.
           PERFORM 0240-CARREGAR-RUBRICAS.

      **********SALARIOS LIQUIDOS (ORIGEM L)*******************
       0210-CARREGAR-LIQUIDOS.
               CLOSE AUDITORIA-AUMENTO
           END-IF.

      **********LINHAS DE RUBRICA DA FOLHA (ORIGEM R)**********
      *A RUBRICA VAI PARA O MESTRE COM A NATUREZA, AS INCIDENCIAS E
      *A CLASSE DA LINHA GRAVADA PELO EXE02; O TIPO DE VERBA LIGA A
      *LINHA AO SALARIO LIQUIDO DA MESMA DATA
       0240-CARREGAR-RUBRICAS.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT RUBRICAS-FOLHA
           IF WRK-RBL-STATUS NOT = '00'
               MOVE 'Y' TO WRK-EOF
           ELSE
               READ RUBRICAS-FOLHA
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-IF

           PERFORM UNTIL FIM-ARQUIVO
               ADD 1 TO WRK-QTD-RUBRICAS
               IF RBL-DATA-EXEC > WRK-DATA-CORTE
                   AND RBL-DATA-EXEC < WRK-DATA-EXEC
                   IF RBL-DATA-EXEC > WRK-DATA-REFERENCIA
                       MOVE RBL-DATA-EXEC TO WRK-DATA-REFERENCIA
                   END-IF
                   MOVE SPACES TO FH-REC
                   INITIALIZE FH-REC
                   MOVE RBL-DATA-EXEC(1:6) TO FH-PERIODO
                   MOVE RBL-NUMERO         TO FH-NUMERO
                   MOVE 'R'                TO FH-ORIGEM
                   MOVE RBL-DATA-EXEC      TO FH-DATA-EXEC
                   MOVE RBL-EMPRESA        TO FH-EMPRESA
                   MOVE RBL-TIPO           TO FH-TIPO-VERBA
                   MOVE RBL-RUBRICA        TO FH-RUBRICA
                   MOVE RBL-DESCRICAO      TO FH-RUB-DESCRICAO
                   MOVE RBL-NATUREZA       TO FH-RUB-NATUREZA
                   MOVE RBL-INCIDE-INSS    TO FH-RUB-INCIDE-INSS
                   MOVE RBL-INCIDE-IRRF    TO FH-RUB-INCIDE-IRRF
                   MOVE RBL-INCIDE-FGTS    TO FH-RUB-INCIDE-FGTS
                   MOVE RBL-CLASSE         TO FH-RUB-CLASSE
                   MOVE RBL-VALOR          TO FH-RUB-VALOR
                   PERFORM 0250-GRAVAR-HISTORICO
               END-IF

               READ RUBRICAS-FOLHA
                   AT END MOVE 'Y' TO WRK-EOF
               END-READ
           END-PERFORM

           IF WRK-RBL-STATUS = '00' OR WRK-RBL-STATUS = '10'
               CLOSE RUBRICAS-FOLHA
           END-IF.

      **********GRAVACAO COM SEQUENCIA POR CHAVE***************
      *MAIS DE UM REGISTRO DA MESMA ORIGEM NO MESMO PERIODO (FOLHA,
      *FERIAS, COMISSAO) RECEBE SEQUENCIAS CRESCENTES: A GRAVACAO
           DISPLAY 'LIQUIDOS LIDOS.......: ' WRK-QTD-LIQUIDOS.
           DISPLAY 'DECIMOS LIDOS........: ' WRK-QTD-DECIMOS.
           DISPLAY 'AUDITORIA LIDA.......: ' WRK-QTD-AUDITORIA.
           DISPLAY 'RUBRICAS LIDAS.......: ' WRK-QTD-RUBRICAS.
           DISPLAY 'REGISTROS GRAVADOS...: ' WRK-QTD-GRAVADOS.
           DISPLAY 'DATA DE REFERENCIA...: ' WRK-DATA-REFERENCIA.
           DISPLAY 'FIM DE PROCESSAMENTO'.
