      *            ENTRA EM VIGOR QUANDO UM SEGUNDO USUARIO APROVA
      *            NO APROVA, COM AS DUAS IDENTIDADES NA TRILHA
      *            SEGAUDIT
      *ALTERACAO = 15/10/2026 - ZONAS DE FRETE POR FAIXA DE CEP
      *            DENTRO DA UF (UFCEPFX.DAT, CEPFAIXA.CPY): OPERACOES
      *            Z-CONSULTAR, N-INCLUIR E M-ALTERAR FAIXA, COM A MESMA
      *            TRAVA, VALIDACAO DE USUARIO, DUPLO CONTROLE (FUNCAO
      *            UFZONA NA FILA DO APROVA) E TRILHA UFFRETEAUD, QUE
      *            PASSA A GRAVAR O CEP INICIAL E FINAL DA FAIXA
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

           SELECT AUDITORIA-TARIFA ASSIGN TO "DATA/UFFRETEAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUD-STATUS.
           05  TAB-UF-VIGENCIA    PIC 9(08).
           05  TAB-UF-PRAZO       PIC 9(03).

       FD  FAIXAS-CEP.
       COPY "CEPFAIXA.CPY".

      *AUD-CEP-INICIAL/FINAL ZERADOS: MUDANCA NA TARIFA DA UF
       FD  AUDITORIA-TARIFA.
       01  AUD-REC.
           05  AUD-UF             PIC X(02).
           05  AUD-VIGENCIA       PIC 9(08).
           05  AUD-USUARIO        PIC X(20).
           05  AUD-DATA           PIC 9(08).
           05  AUD-CEP-INICIAL    PIC 9(08).
           05  AUD-CEP-FINAL      PIC 9(08).

       FD  USUARIOS-MASTER.
       01  USR-REC.
           05  SEG-NIVEL         PIC 9(02).
           05  SEG-RESULTADO     PIC X(14).
           05  SEG-DATA-HORA     PIC 9(08).
           05  SEG-SEQUENCIA     PIC 9(08).
           05  SEG-ELO-ANTERIOR  PIC 9(10).
           05  SEG-ELO           PIC 9(10).
           05  SEG-FUNCAO        PIC X(08).

       FD  TRAVAS-RECURSOS.
       01  LCK-REC.
           88  OPER-INCLUIR  VALUE 'I'.
           88  OPER-ALTERAR  VALUE 'A'.
           88  OPER-CONSULTA VALUE 'C'.
           88  OPER-CONSULTAR-ZONAS VALUE 'Z'.
           88  OPER-INCLUIR-ZONA    VALUE 'N'.
           88  OPER-ALTERAR-ZONA    VALUE 'M'.
       77  WRK-UF            PIC X(02)  VALUE SPACES.
       77  WRK-VIGENCIA      PIC 9(08)  VALUE ZEROS.
       77  WRK-MULT-NOVO     PIC 9V9999 VALUE ZEROS.
       77  WRK-USUARIO       PIC X(20)  VALUE SPACES.
       77  WRK-DATA-EXEC     PIC 9(08)  VALUE ZEROS.
       77  WRK-SEG-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-SEG-ULT-SEQ   PIC 9(08)  VALUE ZEROS.
       77  WRK-SEG-ULT-ELO   PIC 9(10)  VALUE ZEROS.
       77  WRK-SEG-ELO       PIC 9(12)  VALUE ZEROS.
       77  WRK-SEG-POS       PIC 9(03)  VALUE ZEROS.
       77  WRK-SEG-TAM       PIC 9(03)  VALUE ZEROS.
       77  WRK-SEG-FIM       PIC X(01)  VALUE 'N'.
       77  WRK-USR-EOF       PIC X      VALUE 'N'.
           88  FIM-USUARIOS  VALUE 'Y'.
       77  WRK-AUT-EOF       PIC X      VALUE 'N'.
           88  USUARIO-AUTORIZADO VALUE 'Y'.
       77  WRK-USR-SUB       PIC 9(03)  VALUE ZEROS.
       77  WRK-USR-QTD       PIC 9(03)  VALUE ZEROS.
       77  WRK-FUNCAO-PEND   PIC X(08)  VALUE SPACES.
       77  WRK-CHAVE-PEND    PIC X(20)  VALUE SPACES.
       77  WRK-CFX-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-CFX-EOF       PIC X      VALUE 'N'.
           88  FIM-FAIXAS-CEP VALUE 'Y'.
       77  WRK-CFX-QTD       PIC 9(03)  VALUE ZEROS.
       77  WRK-CFX-SUB       PIC 9(03)  VALUE ZEROS.
       77  WRK-CFX-SUB2      PIC 9(03)  VALUE ZEROS.
       77  WRK-ZONA-ACHADA   PIC X      VALUE 'N'.
           88  ZONA-ENCONTRADA VALUE 'Y'.
       77  WRK-SOBREPOSTA    PIC X      VALUE 'N'.
           88  FAIXA-SOBREPOSTA VALUE 'Y'.
       77  WRK-CEP-INICIAL   PIC 9(08)  VALUE ZEROS.
       77  WRK-CEP-FINAL     PIC 9(08)  VALUE ZEROS.
       77  WRK-ZONA          PIC X(10)  VALUE SPACES.
       77  WRK-VIG-ANTERIOR  PIC 9(08)  VALUE ZEROS.

       01  WRK-TAB-USUARIOS.
           05  WRK-USR-ITEM OCCURS 100 TIMES.
               10  WRK-TAR-VIGENCIA PIC 9(08).
               10  WRK-TAR-PRAZO    PIC 9(03).

       01  WRK-TAB-FAIXAS-CEP.
           05  WRK-CFX-ITEM OCCURS 500 TIMES.
               10  WRK-CFX-UF          PIC X(02).
               10  WRK-CFX-CEP-INICIAL PIC 9(08).
               10  WRK-CFX-CEP-FINAL   PIC 9(08).
               10  WRK-CFX-MULT        PIC 9V9999.
               10  WRK-CFX-VIGENCIA    PIC 9(08).
               10  WRK-CFX-PRAZO       PIC 9(03).
               10  WRK-CFX-ZONA        PIC X(10).

       77  WRK-LCK-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-LCK-EOF       PIC X      VALUE 'N'.
           88  FIM-TRAVAS    VALUE 'Y'.
           END-PERFORM.
           CLOSE TABELA-FRETE-UF.

           PERFORM 0110-CARREGAR-ZONAS.

           DISPLAY 'OPERACAO - TARIFA DA UF: C-CONSULTAR I-INCLUIR '
               'A-ALTERAR'
           DISPLAY '           ZONA DE CEP:  Z-CONSULTAR N-INCLUIR '
               'M-ALTERAR.. '
           ACCEPT WRK-OPERACAO.

           DISPLAY 'UF.. '
                   PERFORM 0210-INCLUIR-TARIFA
               WHEN OPER-ALTERAR
                   PERFORM 0220-ALTERAR-TARIFA
               WHEN OPER-CONSULTAR-ZONAS
                   PERFORM 0320-CONSULTAR-ZONAS
               WHEN OPER-INCLUIR-ZONA
                   PERFORM 0300-INCLUIR-ZONA
               WHEN OPER-ALTERAR-ZONA
                   PERFORM 0310-ALTERAR-ZONA
               WHEN OTHER
                   PERFORM 0240-CONSULTAR-TARIFAS
           END-EVALUATE
               PERFORM 0275-VALIDAR-USUARIO
               PERFORM 0280-VERIFICAR-LIMITE-APROVACAO
               IF WRK-VARIACAO-PCT > WRK-PCT-APROVACAO
                   MOVE 'UFMANUT ' TO WRK-FUNCAO-PEND
                   MOVE SPACES TO WRK-CHAVE-PEND
                   STRING WRK-UF DELIMITED BY SIZE
                       WRK-VIGENCIA DELIMITED BY SIZE
                       INTO WRK-CHAVE-PEND
                   END-STRING
                   PERFORM 0285-GRAVAR-PENDENCIA
               ELSE
                   MOVE WRK-MULT-NOVO TO WRK-TAR-MULT(WRK-SUB)
           END-IF.

      **********PENDENCIA PARA O SEGUNDO APROVADOR*************
      *A FUNCAO E A CHAVE DA PENDENCIA VEM DE QUEM CHAMA: UFMANUT
      *(UF + VIGENCIA) PARA A TARIFA DA UF E UFZONA (UF + CEP
      *INICIAL + VIGENCIA) PARA A ZONA DE CEP
       0285-GRAVAR-PENDENCIA.
           MOVE 0 TO WRK-PROX-ID
           MOVE 'N' TO WRK-APD-EOF
               OPEN OUTPUT APROVACOES-PENDENTES
           END-IF
           MOVE WRK-PROX-ID    TO APD-ID
           MOVE WRK-FUNCAO-PEND TO APD-FUNCAO
           MOVE WRK-CHAVE-PEND  TO APD-CHAVE
           MOVE WRK-MULT-ANTIGO TO APD-VALOR-ANTIGO
           MOVE WRK-MULT-NOVO   TO APD-VALOR-NOVO
           MOVE WRK-USUARIO     TO APD-SOLICITANTE
           MOVE WRK-VIGENCIA    TO AUD-VIGENCIA
           MOVE WRK-USUARIO     TO AUD-USUARIO
           MOVE WRK-DATA-EXEC   TO AUD-DATA
           MOVE WRK-CEP-INICIAL TO AUD-CEP-INICIAL
           MOVE WRK-CEP-FINAL   TO AUD-CEP-FINAL
           WRITE AUD-REC.
           CLOSE AUDITORIA-TARIFA.

           END-IF.

       0278-GRAVAR-SEGURANCA.
           PERFORM 0196-LER-ULTIMO-ELO-SEG
           OPEN EXTEND AUDITORIA-SEGURANCA
           IF WRK-SEG-STATUS NOT = '00'
               OPEN OUTPUT AUDITORIA-SEGURANCA
               MOVE 'NAO AUTORIZADO' TO SEG-RESULTADO
           END-IF
           MOVE WRK-DATA-EXEC TO SEG-DATA-HORA
           MOVE 'UFMANUT' TO SEG-FUNCAO
           PERFORM 0197-ENCADEAR-SEG
           WRITE SEG-REC
           CLOSE AUDITORIA-SEGURANCA.

               DISPLAY 'UF SEM TARIFA CADASTRADA'
           END-IF.

      **********CARGA DAS ZONAS DE FRETE POR FAIXA DE CEP******
      *SEM O ARQUIVO A TABELA DE ZONAS COMECA VAZIA
       0110-CARREGAR-ZONAS.
           OPEN INPUT FAIXAS-CEP
           IF WRK-CFX-STATUS NOT = '00'
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
                   PERFORM 0350-LIBERAR-RECURSO
                   STOP RUN
               END-IF
               ADD 1 TO WRK-CFX-QTD
               MOVE CFX-UF          TO WRK-CFX-UF(WRK-CFX-QTD)
               MOVE CFX-CEP-INICIAL TO WRK-CFX-CEP-INICIAL(WRK-CFX-QTD)
               MOVE CFX-CEP-FINAL   TO WRK-CFX-CEP-FINAL(WRK-CFX-QTD)
               MOVE CFX-MULT        TO WRK-CFX-MULT(WRK-CFX-QTD)
               MOVE CFX-VIGENCIA    TO WRK-CFX-VIGENCIA(WRK-CFX-QTD)
               MOVE CFX-PRAZO       TO WRK-CFX-PRAZO(WRK-CFX-QTD)
               MOVE CFX-ZONA        TO WRK-CFX-ZONA(WRK-CFX-QTD)
               READ FAIXAS-CEP
                   AT END MOVE 'Y' TO WRK-CFX-EOF
               END-READ
           END-PERFORM.
           CLOSE FAIXAS-CEP.

      **********INCLUSAO DE NOVA FAIXA DE CEP******************
      *A ZONA REFINA A TARIFA DA UF, QUE PRECISA EXISTIR; FAIXAS
      *DA MESMA UF E VIGENCIA NAO PODEM SE SOBREPOR; O
      *MULTIPLICADOR ANTIGO DA TRILHA E O QUE O CEP INICIAL PAGAVA
      *ANTES (FAIXA ANTERIOR OU, SEM ELA, A TARIFA DA UF)
       0300-INCLUIR-ZONA.
           DISPLAY 'CEP INICIAL DA FAIXA (8 DIGITOS).. '
           ACCEPT WRK-CEP-INICIAL
           DISPLAY 'CEP FINAL DA FAIXA (8 DIGITOS).. '
           ACCEPT WRK-CEP-FINAL
           DISPLAY 'VIGENCIA A PARTIR DE (AAAAMMDD).. '
           ACCEPT WRK-VIGENCIA

           IF WRK-CEP-FINAL < WRK-CEP-INICIAL
               DISPLAY 'CEP FINAL MENOR QUE O CEP INICIAL - FAIXA '
                   'RECUSADA'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WRK-ACHADO
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-TAB-QTD
               IF WRK-TAR-UF(WRK-SUB) = WRK-UF
                   MOVE 'Y' TO WRK-ACHADO
               END-IF
           END-PERFORM
           IF NOT TARIFA-ENCONTRADA
               DISPLAY 'UF SEM TARIFA NO UFFRETE - INCLUA A TARIFA '
                   'DA UF ANTES DAS ZONAS DE CEP'
               EXIT PARAGRAPH
           END-IF

           PERFORM 0330-LOCALIZAR-ZONA
           IF ZONA-ENCONTRADA
               DISPLAY 'JA EXISTE FAIXA COM ESTE CEP INICIAL NESTA '
                   'VIGENCIA - USE A OPERACAO DE ALTERACAO'
               EXIT PARAGRAPH
           END-IF

           PERFORM 0335-VERIFICAR-SOBREPOSICAO
           IF FAIXA-SOBREPOSTA
               DISPLAY 'FAIXA SOBREPOE A FAIXA '
                   WRK-CFX-CEP-INICIAL(WRK-CFX-SUB2) '-'
                   WRK-CFX-CEP-FINAL(WRK-CFX-SUB2)
                   ' DA MESMA VIGENCIA - FAIXA RECUSADA'
               EXIT PARAGRAPH
           END-IF

           IF WRK-CFX-QTD >= 500
               DISPLAY 'ERRO: ZONAS DE FRETE POR CEP EXCEDEM O '
                   'LIMITE DE 500 REGISTROS'
               EXIT PARAGRAPH
           END-IF

           PERFORM 0255-LOCALIZAR-MULT-VIGENTE
           PERFORM 0337-LOCALIZAR-MULT-ZONA-ANTERIOR

           DISPLAY 'NOME DA ZONA (CAPITAL, INTERIOR...).. '
           ACCEPT WRK-ZONA
           DISPLAY 'NOVO MULTIPLICADOR (9,9999).. '
           ACCEPT WRK-MULT-NOVO
           DISPLAY 'PRAZO DE ENTREGA PROMETIDO (DIAS).. '
           ACCEPT WRK-PRAZO-NOVO
           DISPLAY 'USUARIO.. '
           ACCEPT WRK-USUARIO
           PERFORM 0275-VALIDAR-USUARIO

           ADD 1 TO WRK-CFX-QTD
           MOVE WRK-UF          TO WRK-CFX-UF(WRK-CFX-QTD)
           MOVE WRK-CEP-INICIAL TO WRK-CFX-CEP-INICIAL(WRK-CFX-QTD)
           MOVE WRK-CEP-FINAL   TO WRK-CFX-CEP-FINAL(WRK-CFX-QTD)
           MOVE WRK-MULT-NOVO   TO WRK-CFX-MULT(WRK-CFX-QTD)
           MOVE WRK-VIGENCIA    TO WRK-CFX-VIGENCIA(WRK-CFX-QTD)
           MOVE WRK-PRAZO-NOVO  TO WRK-CFX-PRAZO(WRK-CFX-QTD)
           MOVE WRK-ZONA        TO WRK-CFX-ZONA(WRK-CFX-QTD)
           PERFORM 0340-REGRAVAR-ZONAS
           PERFORM 0270-GRAVAR-AUDITORIA
           DISPLAY 'FAIXA DE CEP INCLUIDA COM SUCESSO'.

      **********ALTERACAO DE FAIXA DE CEP EXISTENTE************
      *MESMO DUPLO CONTROLE DA TARIFA DA UF (LIMITE DA FUNCAO
      *UFMANUT NO APROVPARM): REAJUSTE ALEM DO LIMITE VAI PARA A
      *FILA DE APROVACOES COMO FUNCAO UFZONA
       0310-ALTERAR-ZONA.
           DISPLAY 'CEP INICIAL DA FAIXA A ALTERAR (8 DIGITOS).. '
           ACCEPT WRK-CEP-INICIAL
           DISPLAY 'VIGENCIA DA FAIXA A ALTERAR (AAAAMMDD).. '
           ACCEPT WRK-VIGENCIA

           PERFORM 0330-LOCALIZAR-ZONA

           IF NOT ZONA-ENCONTRADA
               DISPLAY 'FAIXA NAO ENCONTRADA PARA A UF/CEP INICIAL/'
                   'VIGENCIA'
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-CFX-MULT(WRK-CFX-SUB)      TO WRK-MULT-ANTIGO
           MOVE WRK-CFX-CEP-FINAL(WRK-CFX-SUB) TO WRK-CEP-FINAL
           DISPLAY 'FAIXA ' WRK-CEP-INICIAL '-' WRK-CEP-FINAL
               ' ZONA ' WRK-CFX-ZONA(WRK-CFX-SUB)
           DISPLAY 'NOVO MULTIPLICADOR (9,9999).. '
           ACCEPT WRK-MULT-NOVO
           DISPLAY 'PRAZO DE ENTREGA PROMETIDO (DIAS).. '
           ACCEPT WRK-PRAZO-NOVO
           DISPLAY 'USUARIO.. '
           ACCEPT WRK-USUARIO
           PERFORM 0275-VALIDAR-USUARIO
           PERFORM 0280-VERIFICAR-LIMITE-APROVACAO
           IF WRK-VARIACAO-PCT > WRK-PCT-APROVACAO
               MOVE 'UFZONA  ' TO WRK-FUNCAO-PEND
               MOVE SPACES TO WRK-CHAVE-PEND
               STRING WRK-UF DELIMITED BY SIZE
                   WRK-CEP-INICIAL DELIMITED BY SIZE
                   WRK-VIGENCIA DELIMITED BY SIZE
                   INTO WRK-CHAVE-PEND
               END-STRING
               PERFORM 0285-GRAVAR-PENDENCIA
           ELSE
               MOVE WRK-MULT-NOVO  TO WRK-CFX-MULT(WRK-CFX-SUB)
               MOVE WRK-PRAZO-NOVO TO WRK-CFX-PRAZO(WRK-CFX-SUB)
               PERFORM 0340-REGRAVAR-ZONAS
               PERFORM 0270-GRAVAR-AUDITORIA
               DISPLAY 'FAIXA DE CEP ALTERADA COM SUCESSO'
           END-IF.

      **********CONSULTA DAS ZONAS DE CEP DA UF****************
       0320-CONSULTAR-ZONAS.
           MOVE 'N' TO WRK-ZONA-ACHADA
           PERFORM VARYING WRK-CFX-SUB FROM 1 BY 1
                   UNTIL WRK-CFX-SUB > WRK-CFX-QTD
               IF WRK-CFX-UF(WRK-CFX-SUB) = WRK-UF
                   MOVE 'Y' TO WRK-ZONA-ACHADA
                   DISPLAY WRK-CFX-UF(WRK-CFX-SUB)
                       ' CEP ' WRK-CFX-CEP-INICIAL(WRK-CFX-SUB)
                       '-' WRK-CFX-CEP-FINAL(WRK-CFX-SUB)
                       ' ' WRK-CFX-ZONA(WRK-CFX-SUB)
                       ' MULTIPLICADOR: ' WRK-CFX-MULT(WRK-CFX-SUB)
                       ' VIGENCIA: ' WRK-CFX-VIGENCIA(WRK-CFX-SUB)
                       ' PRAZO: ' WRK-CFX-PRAZO(WRK-CFX-SUB)
               END-IF
           END-PERFORM

           IF NOT ZONA-ENCONTRADA
               DISPLAY 'UF SEM ZONAS DE CEP CADASTRADAS - VALE A '
                   'TARIFA DA UF'
           END-IF.

      **********LOCALIZACAO POR UF, CEP INICIAL E VIGENCIA*****
       0330-LOCALIZAR-ZONA.
           MOVE 'N' TO WRK-ZONA-ACHADA
           MOVE 1 TO WRK-CFX-SUB

           PERFORM UNTIL WRK-CFX-SUB > WRK-CFX-QTD
                   OR ZONA-ENCONTRADA
               IF WRK-CFX-UF(WRK-CFX-SUB) = WRK-UF
                   AND WRK-CFX-CEP-INICIAL(WRK-CFX-SUB) =
                       WRK-CEP-INICIAL
                   AND WRK-CFX-VIGENCIA(WRK-CFX-SUB) = WRK-VIGENCIA
                   MOVE 'Y' TO WRK-ZONA-ACHADA
               ELSE
                   ADD 1 TO WRK-CFX-SUB
               END-IF
           END-PERFORM.

      **********SOBREPOSICAO COM FAIXA DA MESMA VIGENCIA*******
       0335-VERIFICAR-SOBREPOSICAO.
           MOVE 'N' TO WRK-SOBREPOSTA
           MOVE 1 TO WRK-CFX-SUB2

           PERFORM UNTIL WRK-CFX-SUB2 > WRK-CFX-QTD
                   OR FAIXA-SOBREPOSTA
               IF WRK-CFX-UF(WRK-CFX-SUB2) = WRK-UF
                   AND WRK-CFX-VIGENCIA(WRK-CFX-SUB2) = WRK-VIGENCIA
                   AND WRK-CFX-CEP-INICIAL(WRK-CFX-SUB2) <=
                       WRK-CEP-FINAL
                   AND WRK-CFX-CEP-FINAL(WRK-CFX-SUB2) >=
                       WRK-CEP-INICIAL
                   MOVE 'Y' TO WRK-SOBREPOSTA
               ELSE
                   ADD 1 TO WRK-CFX-SUB2
               END-IF
           END-PERFORM.

      **********MULTIPLICADOR ANTERIOR DO CEP INICIAL**********
       0337-LOCALIZAR-MULT-ZONA-ANTERIOR.
           MOVE 0 TO WRK-VIG-ANTERIOR
           PERFORM VARYING WRK-CFX-SUB FROM 1 BY 1
                   UNTIL WRK-CFX-SUB > WRK-CFX-QTD
               IF WRK-CFX-UF(WRK-CFX-SUB) = WRK-UF
                   AND WRK-CEP-INICIAL >=
                       WRK-CFX-CEP-INICIAL(WRK-CFX-SUB)
                   AND WRK-CEP-INICIAL <=
                       WRK-CFX-CEP-FINAL(WRK-CFX-SUB)
                   AND WRK-CFX-VIGENCIA(WRK-CFX-SUB) < WRK-VIGENCIA
                   AND WRK-CFX-VIGENCIA(WRK-CFX-SUB) >=
                       WRK-VIG-ANTERIOR
                   MOVE WRK-CFX-VIGENCIA(WRK-CFX-SUB) TO
                       WRK-VIG-ANTERIOR
                   MOVE WRK-CFX-MULT(WRK-CFX-SUB) TO WRK-MULT-ANTIGO
               END-IF
           END-PERFORM.

      **********REGRAVACAO DAS ZONAS DE CEP********************
       0340-REGRAVAR-ZONAS.
           OPEN OUTPUT FAIXAS-CEP

           PERFORM VARYING WRK-CFX-SUB FROM 1 BY 1
                   UNTIL WRK-CFX-SUB > WRK-CFX-QTD
               MOVE WRK-CFX-UF(WRK-CFX-SUB)          TO CFX-UF
               MOVE WRK-CFX-CEP-INICIAL(WRK-CFX-SUB) TO
                   CFX-CEP-INICIAL
               MOVE WRK-CFX-CEP-FINAL(WRK-CFX-SUB)   TO CFX-CEP-FINAL
               MOVE WRK-CFX-MULT(WRK-CFX-SUB)        TO CFX-MULT
               MOVE WRK-CFX-VIGENCIA(WRK-CFX-SUB)    TO CFX-VIGENCIA
               MOVE WRK-CFX-PRAZO(WRK-CFX-SUB)       TO CFX-PRAZO
               MOVE WRK-CFX-ZONA(WRK-CFX-SUB)        TO CFX-ZONA
               WRITE CFX-REC
           END-PERFORM.

           CLOSE FAIXAS-CEP.

      **********REGISTRO NO CONTROLE CENTRAL DE EXECUCOES******
       0195-REGISTRAR-RUN.
           ACCEPT WRK-RUN-DATA FROM DATE YYYYMMDD
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
