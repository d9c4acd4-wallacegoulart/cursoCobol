      *          LIQUIDO E LANCAMENTO CONTABIL) E MARCANDO A EXCECAO
      *          COMO RESOLVIDA COM QUEM CORRIGIU E QUANDO
      *DATA = 23/08/2026
      *ALTERACAO = 15/10/2026 - LAYOUT DO EXE02GL.DAT PELO COPY
      *            COMPARTILHADO EXE02GL.CPY; CADA LINHA CONTABIL
      *            LEVA O PROGRAMA DE ORIGEM E O LOTE DA EXECUCAO
      *ALTERACAO = 15/10/2026 - LAYOUT DO PLANOCTA.DAT PELO COPY
      *            COMPARTILHADO PLANOCTA.CPY
      *ALTERACAO = 15/10/2026 - DATA DE ADMISSAO CORRIGIDA COMPLETA
      *            (AAAAMMDD), COM AS MESMAS REGRAS DO EXE02: ANOS
      *            COMPLETOS DE SERVICO NA FAIXA DE AUMENTO E AVOS DO
      *            13 DESDE A ADMISSAO NO ANO
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY "EXE02LIQ.CPY".

       FD  LANCAMENTO-CONTABIL.
       COPY "EXE02GL.CPY".

       FD  TABELA-FAIXAS-AUMENTO.
       01  FAIXA-REC.
           05  MOEDA-SIMBOLO      PIC X(03).

       FD  PLANO-CONTAS.
       COPY "PLANOCTA.CPY".

       FD  PARAMETROS-CONTABILIZACAO.
       01  PRM-CTB-REC.
       77  WRK-OPERADOR        PIC X(20)    VALUE SPACES.
       77  WRK-DATA-EXEC       PIC 9(08)    VALUE ZEROS.
       77  WRK-ANO-SISTEMA     PIC 9(04)    VALUE ZEROS.
       77  WRK-MMDD-EXEC       PIC 9(04)    VALUE ZEROS.
       01  WRK-DATA-ADMISSAO-NOVA PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-ADMISSAO-NOVA-R REDEFINES WRK-DATA-ADMISSAO-NOVA.
           05  WRK-ANO-NOVO          PIC 9(04).
           05  WRK-MMDD-ADMISSAO.
               10  WRK-MES-ADMISSAO  PIC 9(02).
               10  WRK-DIA-ADMISSAO  PIC 9(02).
       77  WRK-MESES-TRABALHADOS PIC 9(02)  VALUE 12.
       77  WRK-SALARIO-NOVO    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-REGISTRO-VALIDO PIC X        VALUE 'S'.
           88  REGISTRO-OK     VALUE 'S'.
       77  WRK-PRM-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-CTA-EOF         PIC X        VALUE 'N'.
           88  FIM-PLANO-CONTAS VALUE 'Y'.
       77  WRK-CTA-QTD         PIC 9(03)    VALUE ZEROS.
       77  WRK-CTA-SUB         PIC 9(03)    VALUE ZEROS.
       77  WRK-CONTA-VALIDAR   PIC X(10)    VALUE SPACES.
       77  WRK-CONTA-OK        PIC X        VALUE 'N'.
           88  CONTA-VALIDA    VALUE 'Y'.

       01  WRK-TAB-PLANO-CONTAS.
           05  WRK-CTA-ITEM OCCURS 100 TIMES.
               10  WRK-CTA-CODIGO PIC X(10).
               10  WRK-CTA-ATIVA  PIC X(01).

           05  WRK-EXC-ITEM OCCURS 200 TIMES.
               10  WRK-EXC-REGISTRO PIC X(102).

       COPY "GLLOTE.CPY".

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
       0100-INICIALIZAR.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
           MOVE WRK-DATA-EXEC(1:4) TO WRK-ANO-SISTEMA.
           MOVE WRK-DATA-EXEC(5:4) TO WRK-MMDD-EXEC.

           PERFORM 0110-CARREGAR-MOEDA.
           PERFORM 0120-CARREGAR-FAIXAS-AUMENTO.
           END-READ

           PERFORM UNTIL FIM-PLANO-CONTAS
               IF WRK-CTA-QTD >= 100
                   DISPLAY 'ERRO: PLANO DE CONTAS EXCEDE O LIMITE '
                       'DE 100 REGISTROS - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               STOP RUN
           END-IF.

           DISPLAY 'DATA DE ADMISSAO CORRIGIDA (AAAAMMDD).. '
           ACCEPT WRK-DATA-ADMISSAO-NOVA.
           DISPLAY 'SALARIO CORRIGIDO.. '
           ACCEPT WRK-SALARIO-NOVO.
           DISPLAY 'OPERADOR RESPONSAVEL.. '
               MOVE 'ANO DE ADMISSAO INVALIDO' TO WRK-MOTIVO
           END-IF

           IF WRK-MES-ADMISSAO < 1 OR WRK-MES-ADMISSAO > 12
               OR WRK-DIA-ADMISSAO < 1 OR WRK-DIA-ADMISSAO > 31
               SET REGISTRO-INVALIDO TO TRUE
               MOVE 'DATA DE ADMISSAO INCOMPLETA' TO WRK-MOTIVO
           ELSE
               IF WRK-ANO-NOVO = WRK-ANO-SISTEMA
                   AND WRK-MMDD-ADMISSAO > WRK-MMDD-EXEC
                   SET REGISTRO-INVALIDO TO TRUE
                   MOVE 'ADMISSAO POSTERIOR A FOLHA' TO WRK-MOTIVO
               END-IF
           END-IF

           IF WRK-SALARIO-NOVO <= 0
               SET REGISTRO-INVALIDO TO TRUE
               MOVE 'SALARIO DEVE SER MAIOR QUE ZERO' TO WRK-MOTIVO
           MOVE WRK-SALARIO-NOVO TO WRK-SALARIO
           MOVE WRK-SALARIO      TO WRK-SALARIO-ANT
           COMPUTE WRK-RESUL = (WRK-ANO-SISTEMA - WRK-ANO-NOVO)
           IF WRK-RESUL > 0 AND WRK-MMDD-EXEC < WRK-MMDD-ADMISSAO
               SUBTRACT 1 FROM WRK-RESUL
           END-IF

           SET WRK-FAIXA-IDX TO 1
           MOVE 0 TO WRK-V
           WRITE AUD-REC
           CLOSE AUDITORIA-AUMENTO

           IF WRK-ANO-NOVO < WRK-ANO-SISTEMA
               MOVE 12 TO WRK-MESES-TRABALHADOS
           ELSE
               COMPUTE WRK-MESES-TRABALHADOS = 13 - WRK-MES-ADMISSAO
               IF WRK-DIA-ADMISSAO > 16
                   SUBTRACT 1 FROM WRK-MESES-TRABALHADOS
               END-IF
           END-IF
           COMPUTE WRK-VALOR-DECIMO ROUNDED =
               (WRK-SALARIO / 12) * WRK-MESES-TRABALHADOS

           OPEN EXTEND DECIMO-TERCEIRO
           IF WRK-DEC-STATUS NOT = '00'
           END-IF
           MOVE EXC-NUMERO       TO DEC-NUMERO
           MOVE EXC-NOME         TO DEC-NOME
           MOVE WRK-MESES-TRABALHADOS TO DEC-MESES-TRABALHADOS
           MOVE WRK-VALOR-DECIMO TO DEC-VALOR
           MOVE WRK-DATA-EXEC    TO DEC-DATA-EXEC
           WRITE DEC-REC
               IF WRK-GL-STATUS NOT = '00'
                   OPEN OUTPUT LANCAMENTO-CONTABIL
               END-IF
               ACCEPT WRK-GL-LOTE-DATA FROM DATE YYYYMMDD
               ACCEPT WRK-GL-LOTE-TEMPO FROM TIME
               MOVE WRK-GL-LOTE-TEMPO(1:4) TO WRK-GL-LOTE-HORA
               MOVE WRK-CONTA-DEBITO  TO GL-CONTA-DEBITO
               MOVE WRK-CONTA-CREDITO TO GL-CONTA-CREDITO
               MOVE WRK-CCUSTO        TO GL-CCUSTO
               COMPUTE GL-VALOR = WRK-SALARIO - WRK-SALARIO-ANT
               MOVE WRK-DATA-EXEC     TO GL-DATA-EXEC
               MOVE WRK-EMPRESA       TO GL-EMPRESA
               MOVE 'EXCREPRO'        TO GL-ORIGEM
               MOVE WRK-GL-LOTE       TO GL-DOCUMENTO
               WRITE GL-REC
               CLOSE LANCAMENTO-CONTABIL
           END-IF.
