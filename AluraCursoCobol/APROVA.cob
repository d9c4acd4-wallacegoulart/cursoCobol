      *          FAIXAS DO EXE02), E AS DUAS IDENTIDADES FICAM NA
      *          TRILHA SEGAUDIT
      *DATA = 02/09/2026
      *ALTERACAO = 15/10/2026 - TROCA DAS LISTAS DE PRECO (FUNCAO
      *            PRECOTRC, SOLICITADA PELO PRECOAPL): A APROVACAO
      *            COPIA O PRECONOVA.DAT PARA O PRECOS.DAT LIDO PELO
      *            PRGCOB09
      *ALTERACAO = 15/10/2026 - ZONA DE FRETE POR FAIXA DE CEP
      *            (FUNCAO UFZONA, SOLICITADA PELO UFMANUT): A APROVACAO
      *            APLICA O NOVO MULTIPLICADOR NA FAIXA DO UFCEPFX.DAT
      *            LIDO PELO PRGCOB09
      *ALTERACAO = 15/10/2026 - SALARIO APROVADO GRAVADO NO
      *            HISTORICO SALARIAL (SALHIST.DAT) COMO AJUSTE
      *            CADASTRAL, COM O SALARIO ANTIGO E O NOVO
      *ALTERACAO = 15/10/2026 - TRILHA DE SEGURANCA ENCADEADA:
      *            CADA REGISTRO DO SEGAUDIT LEVA SEQUENCIA, ELO DO
      *            ANTERIOR E ELO PROPRIO (CONFERIDOS PELO SEGVERIF)
      *ALTERACAO = 15/10/2026 - FUNCAO EXERCIDA GRAVADA NO
      *            SEGAUDIT E COBERTA PELO ELO (REVISAO TRIMESTRAL
      *            DE ACESSOS DO RECERTIF)
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT TABELA-FRETE-UF ASSIGN TO "DATA/UFFRETE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FAIXAS-CEP ASSIGN TO "DATA/UFCEPFX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CFX-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "DATA/EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               "DATA/EXE02FAIXA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LISTA-PRECOS-NOVA ASSIGN TO "DATA/PRECONOVA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRN-STATUS.

           SELECT LISTA-PRECOS ASSIGN TO "DATA/PRECOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROLE-RUNS ASSIGN TO "DATA/RUNCTLGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-STATUS.

           SELECT HISTORICO-SALARIAL ASSIGN TO "DATA/SALHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APROVACOES-PENDENTES.
           05  SEG-NIVEL         PIC 9(02).
           05  SEG-RESULTADO     PIC X(14).
           05  SEG-DATA-HORA     PIC 9(08).
           05  SEG-SEQUENCIA     PIC 9(08).
           05  SEG-ELO-ANTERIOR  PIC 9(10).
           05  SEG-ELO           PIC 9(10).
           05  SEG-FUNCAO        PIC X(08).

       FD  TABELA-FRETE-UF.
       01  TAB-UF-REC.
           05  TAB-UF-VIGENCIA    PIC 9(08).
           05  TAB-UF-PRAZO       PIC 9(03).

       FD  FAIXAS-CEP.
       COPY "CEPFAIXA.CPY".

       FD  EMPLOYEE-MASTER.
       COPY "EMPMAST.CPY".

           05  FXA-ANO-FIM      PIC 9(02).
           05  FXA-PERCENTUAL   PIC 9(02)V99.

       FD  LISTA-PRECOS-NOVA.
       01  PRN-REC                PIC X(58).

       FD  LISTA-PRECOS.
       COPY "PRECOS.CPY".

       FD  CONTROLE-RUNS.
       01  RUN-REC.
           05  RUN-PROGRAMA       PIC X(08).
           05  RUN-HORA           PIC 9(08).
           05  RUN-EVENTO         PIC X(10).

       FD  HISTORICO-SALARIAL.
       COPY "SALHIST.CPY".

       WORKING-STORAGE SECTION.
       77  WRK-RUN-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-SAL-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-RUN-EVENTO    PIC X(10)  VALUE SPACES.
       77  WRK-RUN-DATA      PIC 9(08)  VALUE ZEROS.
       77  WRK-RUN-HORA      PIC 9(08)  VALUE ZEROS.
       77  WRK-APD-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-SEG-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-SEG-ULT-SEQ   PIC 9(08)  VALUE ZEROS.
       77  WRK-SEG-ULT-ELO   PIC 9(10)  VALUE ZEROS.
       77  WRK-SEG-ELO       PIC 9(12)  VALUE ZEROS.
       77  WRK-SEG-POS       PIC 9(03)  VALUE ZEROS.
       77  WRK-SEG-TAM       PIC 9(03)  VALUE ZEROS.
       77  WRK-SEG-FIM       PIC X(01)  VALUE 'N'.
       77  WRK-EMP-STATUS-ARQ PIC X(02) VALUE '00'.
       77  WRK-FXN-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-CRG-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-PRN-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-PRN-EOF       PIC X      VALUE 'N'.
           88  FIM-PRECOS-NOVOS VALUE 'Y'.
       77  WRK-CRG-EOF       PIC X      VALUE 'N'.
           88  FIM-CARGOS    VALUE 'Y'.
       77  WRK-SALARIO-OK    PIC X      VALUE 'N'.
       77  WRK-APLICOU       PIC X      VALUE 'N'.
           88  MUDANCA-APLICADA VALUE 'S'.
       77  WRK-TAR-QTD       PIC 9(02)  VALUE ZEROS.
       77  WRK-CFX-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-CFX-EOF       PIC X      VALUE 'N'.
           88  FIM-FAIXAS-CEP VALUE 'Y'.
       77  WRK-CFX-QTD       PIC 9(03)  VALUE ZEROS.
       77  WRK-CFX-SUB       PIC 9(03)  VALUE ZEROS.
       77  WRK-NUMERO-EMP    PIC 9(06)  VALUE ZEROS.
       77  WRK-MULT-NOVO     PIC 9V9999 VALUE ZEROS.
       77  WRK-SALARIO-NOVO  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-SALARIO-ANT   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99999 VALUE ZEROS.
       77  WRK-VALOR-ED2     PIC ZZZ.ZZZ.ZZ9,99999 VALUE ZEROS.

               10  WRK-TAR-VIGENCIA PIC 9(08).
               10  WRK-TAR-PRAZO    PIC 9(03).

       01  WRK-TAB-FAIXAS-CEP.
           05  WRK-CFX-ITEM OCCURS 500 TIMES.
               10  WRK-CFX-REGISTRO PIC X(44).

       PROCEDURE DIVISION.

           PERFORM 0100-INICIALIZAR.
           EVALUATE WRK-APD-FUNCAO(WRK-SUB)
               WHEN 'UFMANUT '
                   PERFORM 0230-APLICAR-TARIFA
               WHEN 'UFZONA  '
                   PERFORM 0232-APLICAR-ZONA
               WHEN 'EMPMANUT'
                   PERFORM 0235-APLICAR-SALARIO
               WHEN 'FAIXATRC'
                   PERFORM 0240-APLICAR-FAIXAS
               WHEN 'PRECOTRC'
                   PERFORM 0245-APLICAR-PRECOS
               WHEN OTHER
                   DISPLAY 'FUNCAO DESCONHECIDA NA PENDENCIA'
           END-EVALUATE.
                   'UFFRETE'
           END-IF.

      **********ZONA DE CEP APROVADA NO UFCEPFX****************
      *CHAVE DA PENDENCIA: UF (1:2), CEP INICIAL (3:8) E
      *VIGENCIA (11:8) DA FAIXA, GRAVADA PELO UFMANUT
       0232-APLICAR-ZONA.
           MOVE WRK-APD-VALOR-NOVO(WRK-SUB) TO WRK-MULT-NOVO

           OPEN INPUT FAIXAS-CEP
           IF WRK-CFX-STATUS NOT = '00'
               DISPLAY 'ZONAS DE CEP (UFCEPFX) NAO ENCONTRADAS - '
                   'FAIXA NAO APLICADA'
               EXIT PARAGRAPH
           END-IF
           READ FAIXAS-CEP
               AT END MOVE 'Y' TO WRK-CFX-EOF
           END-READ
           PERFORM UNTIL FIM-FAIXAS-CEP
               IF WRK-CFX-QTD >= 500
                   DISPLAY 'ERRO: ZONAS DE FRETE POR CEP EXCEDEM O '
                       'LIMITE DE 500 REGISTROS - PROCESSAMENTO '
                       'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WRK-CFX-QTD
               MOVE CFX-REC TO WRK-CFX-REGISTRO(WRK-CFX-QTD)
               READ FAIXAS-CEP
                   AT END MOVE 'Y' TO WRK-CFX-EOF
               END-READ
           END-PERFORM
           CLOSE FAIXAS-CEP

           PERFORM VARYING WRK-CFX-SUB FROM 1 BY 1
                   UNTIL WRK-CFX-SUB > WRK-CFX-QTD
               MOVE WRK-CFX-REGISTRO(WRK-CFX-SUB) TO CFX-REC
               IF CFX-UF = WRK-APD-CHAVE(WRK-SUB)(1:2)
                   AND CFX-CEP-INICIAL =
                       FUNCTION NUMVAL(WRK-APD-CHAVE(WRK-SUB)(3:8))
                   AND CFX-VIGENCIA =
                       FUNCTION NUMVAL(WRK-APD-CHAVE(WRK-SUB)(11:8))
                   MOVE WRK-MULT-NOVO TO CFX-MULT
                   MOVE CFX-REC TO WRK-CFX-REGISTRO(WRK-CFX-SUB)
                   MOVE 'S' TO WRK-APLICOU
               END-IF
           END-PERFORM

           IF MUDANCA-APLICADA
               OPEN OUTPUT FAIXAS-CEP
               PERFORM VARYING WRK-CFX-SUB FROM 1 BY 1
                       UNTIL WRK-CFX-SUB > WRK-CFX-QTD
                   MOVE WRK-CFX-REGISTRO(WRK-CFX-SUB) TO CFX-REC
                   WRITE CFX-REC
               END-PERFORM
               CLOSE FAIXAS-CEP
               DISPLAY 'FAIXA DE CEP DA PENDENCIA APLICADA NO '
                   'UFCEPFX'
           ELSE
               DISPLAY 'FAIXA DE CEP DA PENDENCIA NAO ENCONTRADA '
                   'NO UFCEPFX'
           END-IF.

      **********SALARIO APROVADO NO EMPMAST********************
      *A APROVACAO NAO DISPENSA A FAIXA SALARIAL DO CARGO (MESMA
      *CRITICA DO EMPMANUT): SALARIO FORA DO PISO/TETO DO CARGO DO
               NOT INVALID KEY
                   PERFORM 0237-VALIDAR-FAIXA-CARGO
                   IF SALARIO-NA-FAIXA
                       MOVE EMP-SALARIO TO WRK-SALARIO-ANT
                       MOVE WRK-SALARIO-NOVO TO EMP-SALARIO
                       REWRITE EMP-REC
                           INVALID KEY
                                   'FUNCIONARIO'
                           NOT INVALID KEY
                               MOVE 'S' TO WRK-APLICOU
                               PERFORM 0238-GRAVAR-HIST-SALARIO
                               DISPLAY 'SALARIO DA PENDENCIA '
                                   'APLICADO NO EMPMAST'
                       END-REWRITE
                   'APLICADO'
           END-IF.

      **********HISTORICO SALARIAL DO SALARIO APROVADO*********
      *O SALARIO APROVADO ENTRA NO HISTORICO SALARIAL COMO AJUSTE
      *CADASTRAL, VIGENTE NA DATA DA APROVACAO, COM O CARGO ATUAL
       0238-GRAVAR-HIST-SALARIO.
           OPEN EXTEND HISTORICO-SALARIAL
           IF WRK-SAL-STATUS NOT = '00'
               OPEN OUTPUT HISTORICO-SALARIAL
           END-IF
           MOVE EMP-NUMERO       TO SAL-NUMERO
           MOVE WRK-DATA-EXEC    TO SAL-DATA-EFETIVA
           MOVE WRK-DATA-EXEC    TO SAL-DATA-APLICACAO
           MOVE 'A'              TO SAL-MOTIVO
           MOVE EMP-CARGO        TO SAL-CARGO-ANT
           MOVE EMP-CARGO        TO SAL-CARGO-NOVO
           MOVE WRK-SALARIO-ANT  TO SAL-SALARIO-ANT
           MOVE EMP-SALARIO      TO SAL-SALARIO-NOVO
           MOVE 'APROVA'         TO SAL-ORIGEM
           WRITE SAL-REC
           CLOSE HISTORICO-SALARIAL.

      **********TROCA DA TABELA DE FAIXAS DO EXE02*************
       0240-APLICAR-FAIXAS.
           OPEN INPUT TABELA-FAIXAS-NOVA
               END-IF
           END-IF.

      **********TROCA DAS LISTAS DE PRECO DO PRGCOB09**********
       0245-APLICAR-PRECOS.
           OPEN INPUT LISTA-PRECOS-NOVA
           IF WRK-PRN-STATUS NOT = '00'
               DISPLAY 'NOVAS LISTAS DE PRECO (PRECONOVA) NAO '
                   'ENCONTRADAS - TROCA NAO APLICADA'
           ELSE
               OPEN OUTPUT LISTA-PRECOS
               READ LISTA-PRECOS-NOVA
                   AT END MOVE 'Y' TO WRK-PRN-EOF
               END-READ
               PERFORM UNTIL FIM-PRECOS-NOVOS
                   MOVE PRN-REC TO PRC-REC
                   WRITE PRC-REC
                   MOVE 'S' TO WRK-APLICOU
                   READ LISTA-PRECOS-NOVA
                       AT END MOVE 'Y' TO WRK-PRN-EOF
                   END-READ
               END-PERFORM
               CLOSE LISTA-PRECOS
               CLOSE LISTA-PRECOS-NOVA
               IF MUDANCA-APLICADA
                   DISPLAY 'LISTAS DE PRECO TROCADAS PELO '
                       'PRECONOVA'
               END-IF
           END-IF.

      **********REGRAVACAO DA FILA DE PENDENCIAS***************
       0250-REGRAVAR-PENDENTES.
           OPEN OUTPUT APROVACOES-PENDENTES

      **********TRILHA DE SEGURANCA - ACESSO NEGADO************
       0260-GRAVAR-SEGAUDIT-NEGADO.
           PERFORM 0196-LER-ULTIMO-ELO-SEG
           OPEN EXTEND AUDITORIA-SEGURANCA
           IF WRK-SEG-STATUS NOT = '00'
               OPEN OUTPUT AUDITORIA-SEGURANCA
           MOVE WRK-NIVEL-USUARIO TO SEG-NIVEL
           MOVE 'NAO AUTORIZADO'  TO SEG-RESULTADO
           MOVE WRK-DATA-EXEC     TO SEG-DATA-HORA
           MOVE 'APROVA' TO SEG-FUNCAO
           PERFORM 0197-ENCADEAR-SEG
           WRITE SEG-REC
           CLOSE AUDITORIA-SEGURANCA.

      **********TRILHA DE SEGURANCA - AS DUAS IDENTIDADES******
       0270-GRAVAR-SEGAUDIT-DECISAO.
           PERFORM 0196-LER-ULTIMO-ELO-SEG
           OPEN EXTEND AUDITORIA-SEGURANCA
           IF WRK-SEG-STATUS NOT = '00'
               OPEN OUTPUT AUDITORIA-SEGURANCA
               MOVE 'REJEITOU'    TO SEG-RESULTADO
           END-IF
           MOVE WRK-DATA-EXEC     TO SEG-DATA-HORA
           MOVE 'APROVA' TO SEG-FUNCAO
           PERFORM 0197-ENCADEAR-SEG
           WRITE SEG-REC

           MOVE WRK-APD-SOLICITANTE(WRK-SUB) TO SEG-USUARIO
               MOVE 'SOLIC REJEITA' TO SEG-RESULTADO
           END-IF
           MOVE WRK-DATA-EXEC     TO SEG-DATA-HORA
           MOVE WRK-APD-FUNCAO(WRK-SUB) TO SEG-FUNCAO
           PERFORM 0197-ENCADEAR-SEG
           WRITE SEG-REC

           CLOSE AUDITORIA-SEGURANCA.
                   'POR ' WRK-APROVADOR
           END-IF.
           DISPLAY 'FIM DE PROCESSAMENTO'.

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
