      *            ENTRA EM VIGOR QUANDO UM SEGUNDO USUARIO APROVA
      *            NO APROVA; NO LOTE A TRANSACAO E REJEITADA COM O
      *            MOTIVO PARA SEGUIR PELO MESMO CAMINHO
      *ALTERACAO = 15/10/2026 - OPERACOES N (SEM ADIANTAMENTO) E T
      *            (COM ADIANTAMENTO) PARA A OPCAO DO FUNCIONARIO
      *            PELO ADIANTAMENTO QUINZENAL DO ADIANT; A CONSULTA
      *            MOSTRA A OPCAO E A INCLUSAO ENTRA COM ADIANTAMENTO
      *ALTERACAO = 15/10/2026 - DATA DE ADMISSAO COMPLETA E DATA
      *            DE NASCIMENTO NO CADASTRO (CONSOLE E NO FINAL DO
      *            LAYOUT DO LOTE), AMBAS CONSISTIDAS, NASCIMENTO ANTES
      *            DA ADMISSAO E IDADE MINIMA DE 14 ANOS NA ADMISSAO;
      *            A CONSULTA MOSTRA AS DATAS, A IDADE E O MENOR
      *ALTERACAO = 15/10/2026 - CPF DO FUNCIONARIO NO CADASTRO
      *            (CONSOLE E NO FINAL DO LAYOUT DO LOTE), OBRIGATORIO
      *            E VALIDADO PELO MODULO 11 COMO NO TESTECPF; A
      *            CONSULTA MOSTRA O CPF MASCARADO
      *ALTERACAO = 15/10/2026 - MUDANCA DE CARGO OU SALARIO NA
      *            ALTERACAO (CONSOLE E LOTE) GRAVADA NO HISTORICO
      *            SALARIAL (SALHIST.DAT) COMO AJUSTE CADASTRAL, COM
      *            OS VALORES ANTIGOS E NOVOS, PARA O RELATORIO DO
      *            SALHISREL
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-APR-STATUS.

           SELECT HISTORICO-SALARIAL ASSIGN TO "DATA/SALHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           05  ETR-CCUSTO         PIC X(04).
           05  ETR-EMPRESA        PIC 9(02).
           05  ETR-CARGO          PIC 9(03).
           05  ETR-MES-ADMISSAO   PIC 9(02).
           05  ETR-DIA-ADMISSAO   PIC 9(02).
           05  ETR-DATA-NASCIMENTO PIC 9(08).
           05  ETR-CPF            PIC 9(11).
       01  CTL-REC.
           05  CTL-TIPO           PIC X(03).
               88  REGISTRO-HEADER  VALUE 'HDR'.
           05  APR-FUNCAO         PIC X(08).
           05  APR-PCT-LIMITE     PIC 9(03).

       FD  HISTORICO-SALARIAL.
       COPY "SALHIST.CPY".

       WORKING-STORAGE SECTION.
       77  WRK-EMP-STATUS-ARQ PIC X(02) VALUE '00'.
       77  WRK-TRN-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-CRIT-MOTIVO   PIC X(40)  VALUE SPACES.
       77  WRK-APD-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-APR-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-SAL-STATUS    PIC X(02)  VALUE '00'.
       77  WRK-APR-EOF       PIC X      VALUE 'N'.
           88  FIM-PARAMETROS VALUE 'Y'.
       77  WRK-APD-EOF       PIC X      VALUE 'N'.
           88  OPER-ALTERAR  VALUE 'A'.
           88  OPER-DESLIGAR VALUE 'D'.
           88  OPER-REATIVAR VALUE 'R'.
           88  OPER-SEM-ADIANTAMENTO VALUE 'N'.
           88  OPER-COM-ADIANTAMENTO VALUE 'T'.
           88  OPER-CONSULTA VALUE 'C'.
       77  WRK-NUMERO        PIC 9(06)  VALUE ZEROS.
       77  WRK-NOME-NOVO     PIC X(20)  VALUE SPACES.
       01  WRK-DATA-ADMISSAO-NOVA PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-ADMISSAO-NOVA-R REDEFINES WRK-DATA-ADMISSAO-NOVA.
           05  WRK-ANO-NOVO          PIC 9(04).
           05  WRK-MES-ADMISSAO-NOVO PIC 9(02).
           05  WRK-DIA-ADMISSAO-NOVO PIC 9(02).
       01  WRK-DATA-NASCIMENTO-NOVA PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-NASCIMENTO-NOVA-R
               REDEFINES WRK-DATA-NASCIMENTO-NOVA.
           05  WRK-ANO-NASCIMENTO    PIC 9(04).
           05  WRK-MES-NASCIMENTO    PIC 9(02).
           05  WRK-DIA-NASCIMENTO    PIC 9(02).
       01  WRK-DATA-REFERENCIA   PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-REFERENCIA-R REDEFINES WRK-DATA-REFERENCIA.
           05  WRK-ANO-REFERENCIA    PIC 9(04).
           05  WRK-MMDD-REFERENCIA   PIC 9(04).
       77  WRK-IDADE         PIC 9(03)  VALUE ZEROS.
       77  WRK-IDADE-MINIMA  PIC 9(03)  VALUE 14.
       77  WRK-MAIORIDADE    PIC 9(03)  VALUE 18.
       77  WRK-SALARIO-NOVO  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-SALARIO-ED    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-BANCO-NOVO    PIC 9(03)  VALUE ZEROS.
       77  WRK-QUOCIENTE       PIC 9(04)  VALUE ZEROS.
       77  WRK-RESTO           PIC 9(02)  VALUE ZEROS.
       77  WRK-DV-CALC         PIC 9(02)  VALUE ZEROS.
       01  WRK-CPF-NOVO        PIC 9(11)  VALUE ZEROS.
       01  WRK-CPF-DIGITOS REDEFINES WRK-CPF-NOVO.
           05  WRK-CPF-DIG     PIC 9(01) OCCURS 11 TIMES.
       77  WRK-PRODUTO         PIC 9(05)  VALUE ZEROS.
       77  WRK-DV1-CALC        PIC 9(01)  VALUE ZEROS.
       77  WRK-DV2-CALC        PIC 9(01)  VALUE ZEROS.
       77  WRK-CPF-ED          PIC X(14)  VALUE SPACES.
       77  WRK-DIGITO-OK       PIC X      VALUE 'S'.
           88  DIGITO-VALIDO   VALUE 'S'.
           88  DIGITO-INVALIDO VALUE 'N'.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0050-RESERVAR-RECURSO.
           PERFORM 0130-VERIFICAR-MODO-LOTE.
           PERFORM 0150-CARREGAR-CARGOS.
      ****************DIALOGO DE MANUTENCAO AVULSA*************
       0110-DIALOGO-CONSOLE.
           DISPLAY 'OPERACAO (C-CONSULTAR I-INCLUIR A-ALTERAR '
               'D-DESLIGAR R-REATIVAR N-SEM ADIANTAMENTO '
               'T-COM ADIANTAMENTO).. '
           ACCEPT WRK-OPERACAO.

           DISPLAY 'NUMERO DO FUNCIONARIO.. '
                   PERFORM 0230-DESLIGAR-FUNCIONARIO
               WHEN OPER-REATIVAR
                   PERFORM 0235-REATIVAR-FUNCIONARIO
               WHEN OPER-SEM-ADIANTAMENTO
                   PERFORM 0236-EXCLUIR-ADIANTAMENTO
               WHEN OPER-COM-ADIANTAMENTO
                   PERFORM 0237-INCLUIR-ADIANTAMENTO
               WHEN OTHER
                   PERFORM 0240-CONSULTAR-FUNCIONARIO
           END-EVALUATE.
               END-IF
           END-IF.

      **********CPF DO FUNCIONARIO (MODULO 11)*****************
      *MESMA VALIDACAO DOS DIGITOS VERIFICADORES DO TESTECPF; O CPF
      *E OBRIGATORIO PORQUE VAI NO ARQUIVO DE MOVIMENTACAO DO
      *QUADROREL ENTREGUE AO GOVERNO
       0156-VALIDAR-CPF.
           IF WRK-CPF-NOVO = ZEROS
               MOVE 'CPF DO FUNCIONARIO NAO INFORMADO' TO
                   WRK-CRIT-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WRK-SOMA
           MOVE 10 TO WRK-PESO
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 9
               COMPUTE WRK-SOMA = WRK-SOMA +
                   (WRK-CPF-DIG(WRK-IDX) * WRK-PESO)
               SUBTRACT 1 FROM WRK-PESO
           END-PERFORM
           COMPUTE WRK-PRODUTO = WRK-SOMA * 10
           DIVIDE WRK-PRODUTO BY 11 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO
           IF WRK-RESTO > 9
               MOVE 0 TO WRK-DV1-CALC
           ELSE
               MOVE WRK-RESTO TO WRK-DV1-CALC
           END-IF

           MOVE ZEROS TO WRK-SOMA
           MOVE 11 TO WRK-PESO
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 9
               COMPUTE WRK-SOMA = WRK-SOMA +
                   (WRK-CPF-DIG(WRK-IDX) * WRK-PESO)
               SUBTRACT 1 FROM WRK-PESO
           END-PERFORM
           COMPUTE WRK-SOMA = WRK-SOMA + (WRK-DV1-CALC * 2)
           COMPUTE WRK-PRODUTO = WRK-SOMA * 10
           DIVIDE WRK-PRODUTO BY 11 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO
           IF WRK-RESTO > 9
               MOVE 0 TO WRK-DV2-CALC
           ELSE
               MOVE WRK-RESTO TO WRK-DV2-CALC
           END-IF

           IF WRK-DV1-CALC NOT = WRK-CPF-DIG(10)
               OR WRK-DV2-CALC NOT = WRK-CPF-DIG(11)
               MOVE 'CPF DO FUNCIONARIO INVALIDO' TO WRK-CRIT-MOTIVO
           END-IF.

      **********DATAS DE ADMISSAO E NASCIMENTO*****************
      *AS DUAS DATAS COMPLETAS (AAAAMMDD) E NENHUMA NO FUTURO; O
      *NASCIMENTO ANTES DA ADMISSAO E O FUNCIONARIO COM A IDADE
      *MINIMA (14 ANOS, MENOR APRENDIZ) NA DATA DA ADMISSAO
       0157-VALIDAR-DATAS.
           IF WRK-ANO-NOVO < 1900
               OR WRK-MES-ADMISSAO-NOVO < 1
               OR WRK-MES-ADMISSAO-NOVO > 12
               OR WRK-DIA-ADMISSAO-NOVO < 1
               OR WRK-DIA-ADMISSAO-NOVO > 31
               OR WRK-DATA-ADMISSAO-NOVA > WRK-DATA-HOJE
               MOVE 'DATA DE ADMISSAO INVALIDA' TO WRK-CRIT-MOTIVO
               EXIT PARAGRAPH
           END-IF

           IF WRK-ANO-NASCIMENTO < 1900
               OR WRK-MES-NASCIMENTO < 1 OR WRK-MES-NASCIMENTO > 12
               OR WRK-DIA-NASCIMENTO < 1 OR WRK-DIA-NASCIMENTO > 31
               OR WRK-DATA-NASCIMENTO-NOVA >= WRK-DATA-ADMISSAO-NOVA
               MOVE 'DATA DE NASCIMENTO INVALIDA' TO WRK-CRIT-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-DATA-ADMISSAO-NOVA TO WRK-DATA-REFERENCIA
           PERFORM 0159-CALCULAR-IDADE
           IF WRK-IDADE < WRK-IDADE-MINIMA
               MOVE 'IDADE MINIMA NA ADMISSAO NAO ATINGIDA' TO
                   WRK-CRIT-MOTIVO
           END-IF.

      **********IDADE EM ANOS COMPLETOS NA DATA DE REFERENCIA**
       0159-CALCULAR-IDADE.
           COMPUTE WRK-IDADE =
               WRK-ANO-REFERENCIA - WRK-ANO-NASCIMENTO
           IF WRK-MMDD-REFERENCIA <
               (WRK-MES-NASCIMENTO * 100) + WRK-DIA-NASCIMENTO
               SUBTRACT 1 FROM WRK-IDADE
           END-IF.

      **********CARGO E FAIXA SALARIAL DO CARGO****************
      *O CARGO INFORMADO DEVE EXISTIR E O SALARIO DEVE ESTAR ENTRE
      *O PISO E O TETO; FORA DISSO A GRAVACAO E RECUSADA
               MOVE WRK-NUMERO       TO EMP-NUMERO
               MOVE WRK-NOME-NOVO    TO EMP-NOME
               MOVE WRK-ANO-NOVO     TO EMP-ANO
               MOVE WRK-MES-ADMISSAO-NOVO TO EMP-MES-ADMISSAO
               MOVE WRK-DIA-ADMISSAO-NOVO TO EMP-DIA-ADMISSAO
               MOVE WRK-DATA-NASCIMENTO-NOVA TO EMP-DATA-NASCIMENTO
               MOVE WRK-CPF-NOVO     TO EMP-CPF
               MOVE WRK-SALARIO-NOVO TO EMP-SALARIO
               MOVE 'A'              TO EMP-STATUS
               MOVE WRK-BANCO-NOVO   TO EMP-BANCO
               MOVE WRK-CCUSTO-NOVO  TO EMP-CCUSTO
               MOVE WRK-EMPRESA-NOVA TO EMP-EMPRESA
               MOVE WRK-CARGO-NOVO   TO EMP-CARGO
               MOVE SPACES           TO EMP-ADIANTAMENTO
               WRITE EMP-REC
                   INVALID KEY
                       DISPLAY 'ERRO NA GRAVACAO - STATUS '
                   PERFORM 0225-GRAVAR-PENDENCIA
                   EXIT PARAGRAPH
               END-IF
               PERFORM 0228-GRAVAR-HIST-SALARIO
               MOVE WRK-NOME-NOVO    TO EMP-NOME
               MOVE WRK-ANO-NOVO     TO EMP-ANO
               MOVE WRK-MES-ADMISSAO-NOVO TO EMP-MES-ADMISSAO
               MOVE WRK-DIA-ADMISSAO-NOVO TO EMP-DIA-ADMISSAO
               MOVE WRK-DATA-NASCIMENTO-NOVA TO EMP-DATA-NASCIMENTO
               MOVE WRK-CPF-NOVO     TO EMP-CPF
               MOVE WRK-SALARIO-NOVO TO EMP-SALARIO
               MOVE WRK-BANCO-NOVO   TO EMP-BANCO
               MOVE WRK-AGENCIA-NOVA TO EMP-AGENCIA
                   WRK-DIF-SAL-ABS * 100 / EMP-SALARIO
           END-IF.

      **********HISTORICO SALARIAL DA ALTERACAO****************
      *MUDANCA DE CARGO OU SALARIO FEITA NA MANUTENCAO ENTRA NO
      *HISTORICO SALARIAL COMO AJUSTE CADASTRAL, VIGENTE NA DATA;
      *PROMOCAO, MERITO E AUMENTO COLETIVO SEGUEM PELO EMPSALAR
       0228-GRAVAR-HIST-SALARIO.
           IF WRK-SALARIO-NOVO = EMP-SALARIO
               AND WRK-CARGO-NOVO = EMP-CARGO
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND HISTORICO-SALARIAL
           IF WRK-SAL-STATUS NOT = '00'
               OPEN OUTPUT HISTORICO-SALARIAL
           END-IF
           MOVE EMP-NUMERO       TO SAL-NUMERO
           MOVE WRK-DATA-HOJE    TO SAL-DATA-EFETIVA
           MOVE WRK-DATA-HOJE    TO SAL-DATA-APLICACAO
           MOVE 'A'              TO SAL-MOTIVO
           MOVE EMP-CARGO        TO SAL-CARGO-ANT
           MOVE WRK-CARGO-NOVO   TO SAL-CARGO-NOVO
           MOVE EMP-SALARIO      TO SAL-SALARIO-ANT
           MOVE WRK-SALARIO-NOVO TO SAL-SALARIO-NOVO
           MOVE 'EMPMANUT'       TO SAL-ORIGEM
           WRITE SAL-REC
           CLOSE HISTORICO-SALARIAL.

      **********PENDENCIA PARA O SEGUNDO APROVADOR*************
       0225-GRAVAR-PENDENCIA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               DISPLAY 'FUNCIONARIO NAO CADASTRADO'
           END-IF.

      ****************OPCAO PELO ADIANTAMENTO QUINZENAL*********
      *O FUNCIONARIO QUE RECUSA O ADIANTAMENTO FICA FORA DO
      *ADIANT E RECEBE O SALARIO INTEIRO NA FOLHA DO EXE02
       0236-EXCLUIR-ADIANTAMENTO.
           PERFORM 0245-LOCALIZAR-FUNCIONARIO

           IF FUNCIONARIO-ENCONTRADO
               IF EMP-SEM-ADIANTAMENTO
                   DISPLAY 'FUNCIONARIO JA ESTA SEM ADIANTAMENTO'
               ELSE
                   MOVE 'N' TO EMP-ADIANTAMENTO
                   PERFORM 0265-REGRAVAR-REGISTRO
                   DISPLAY 'FUNCIONARIO EXCLUIDO DO ADIANTAMENTO '
                       'QUINZENAL'
               END-IF
           ELSE
               DISPLAY 'FUNCIONARIO NAO CADASTRADO'
           END-IF.

       0237-INCLUIR-ADIANTAMENTO.
           PERFORM 0245-LOCALIZAR-FUNCIONARIO

           IF FUNCIONARIO-ENCONTRADO
               IF NOT EMP-SEM-ADIANTAMENTO
                   DISPLAY 'FUNCIONARIO JA RECEBE ADIANTAMENTO'
               ELSE
                   MOVE SPACES TO EMP-ADIANTAMENTO
                   PERFORM 0265-REGRAVAR-REGISTRO
                   DISPLAY 'FUNCIONARIO INCLUIDO NO ADIANTAMENTO '
                       'QUINZENAL'
               END-IF
           ELSE
               DISPLAY 'FUNCIONARIO NAO CADASTRADO'
           END-IF.

      ****************LEITURA DIRETA PELA CHAVE****************
       0245-LOCALIZAR-FUNCIONARIO.
           MOVE 'N' TO WRK-EMP-ACHADO
       0250-ACEITAR-DADOS.
           DISPLAY 'NOME.. '
           ACCEPT WRK-NOME-NOVO
           DISPLAY 'CPF (11 DIGITOS).. '
           ACCEPT WRK-CPF-NOVO
           DISPLAY 'DATA DE ADMISSAO (AAAAMMDD).. '
           ACCEPT WRK-DATA-ADMISSAO-NOVA
           DISPLAY 'DATA DE NASCIMENTO (AAAAMMDD).. '
           ACCEPT WRK-DATA-NASCIMENTO-NOVA
           DISPLAY 'SALARIO.. '
           ACCEPT WRK-SALARIO-NOVO
           DISPLAY 'BANCO.. '
           ACCEPT WRK-CARGO-NOVO

           MOVE SPACES TO WRK-CRIT-MOTIVO
           PERFORM 0156-VALIDAR-CPF
           IF WRK-CRIT-MOTIVO = SPACES
               PERFORM 0157-VALIDAR-DATAS
           END-IF
           IF WRK-CRIT-MOTIVO = SPACES
               PERFORM 0158-VALIDAR-DADOS-BANCARIOS
           END-IF
           IF WRK-CRIT-MOTIVO = SPACES
               PERFORM 0155-VALIDAR-CARGO-SALARIO
           END-IF
               MOVE EMP-SALARIO TO WRK-SALARIO-ED
               DISPLAY 'NUMERO...: ' EMP-NUMERO
               DISPLAY 'NOME.....: ' EMP-NOME
               IF EMP-CPF = ZEROS
                   DISPLAY 'CPF......: NAO INFORMADO'
               ELSE
                   MOVE '***.***.***-' TO WRK-CPF-ED
                   MOVE EMP-CPF(10:2) TO WRK-CPF-ED(13:2)
                   DISPLAY 'CPF......: ' WRK-CPF-ED
               END-IF
               IF EMP-MES-ADMISSAO = ZEROS
                   DISPLAY 'ADMISSAO.: ' EMP-ANO
                       ' (DIA/MES A CONVERTER)'
               ELSE
                   DISPLAY 'ADMISSAO.: ' EMP-DIA-ADMISSAO '/'
                       EMP-MES-ADMISSAO '/' EMP-ANO
               END-IF
               IF EMP-DATA-NASCIMENTO = ZEROS
                   DISPLAY 'NASCIM...: NAO INFORMADA'
               ELSE
                   MOVE EMP-DATA-NASCIMENTO TO
                       WRK-DATA-NASCIMENTO-NOVA
                   MOVE WRK-DATA-HOJE TO WRK-DATA-REFERENCIA
                   PERFORM 0159-CALCULAR-IDADE
                   DISPLAY 'NASCIM...: ' WRK-DIA-NASCIMENTO '/'
                       WRK-MES-NASCIMENTO '/' WRK-ANO-NASCIMENTO
                       ' IDADE: ' WRK-IDADE
                   IF WRK-IDADE < WRK-MAIORIDADE
                       DISPLAY 'MENOR....: SIM (JORNADA E ATIVIDADE '
                           'RESTRITAS)'
                   END-IF
               END-IF
               DISPLAY 'SALARIO..: ' WRK-SALARIO-ED
               DISPLAY 'BANCO....: ' EMP-BANCO ' AGENCIA: '
                   EMP-AGENCIA ' CONTA: ' EMP-CONTA
               ELSE
                   DISPLAY 'STATUS...: ATIVO'
               END-IF
               IF EMP-SEM-ADIANTAMENTO
                   DISPLAY 'ADIANTAM.: NAO RECEBE'
               ELSE
                   DISPLAY 'ADIANTAM.: RECEBE'
               END-IF
           ELSE
               DISPLAY 'FUNCIONARIO NAO CADASTRADO'
           END-IF.
           MOVE ETR-NUMERO  TO WRK-NUMERO
           MOVE ETR-NOME    TO WRK-NOME-NOVO
           MOVE ETR-ANO     TO WRK-ANO-NOVO
           IF ETR-MES-ADMISSAO NUMERIC AND ETR-DIA-ADMISSAO NUMERIC
               MOVE ETR-MES-ADMISSAO TO WRK-MES-ADMISSAO-NOVO
               MOVE ETR-DIA-ADMISSAO TO WRK-DIA-ADMISSAO-NOVO
           ELSE
               MOVE ZEROS TO WRK-MES-ADMISSAO-NOVO
               MOVE ZEROS TO WRK-DIA-ADMISSAO-NOVO
           END-IF
           IF ETR-DATA-NASCIMENTO NUMERIC
               MOVE ETR-DATA-NASCIMENTO TO WRK-DATA-NASCIMENTO-NOVA
           ELSE
               MOVE ZEROS TO WRK-DATA-NASCIMENTO-NOVA
           END-IF
           IF ETR-CPF NUMERIC
               MOVE ETR-CPF TO WRK-CPF-NOVO
           ELSE
               MOVE ZEROS TO WRK-CPF-NOVO
           END-IF
           MOVE ETR-SALARIO TO WRK-SALARIO-NOVO
           MOVE ETR-BANCO   TO WRK-BANCO-NOVO
           MOVE ETR-AGENCIA TO WRK-AGENCIA-NOVA
           MOVE ETR-CARGO   TO WRK-CARGO-NOVO

           IF ETR-OPERACAO = 'I' OR ETR-OPERACAO = 'A'
               PERFORM 0156-VALIDAR-CPF
               IF WRK-CRIT-MOTIVO = SPACES
                   PERFORM 0157-VALIDAR-DATAS
               END-IF
               IF WRK-CRIT-MOTIVO = SPACES
                   PERFORM 0158-VALIDAR-DADOS-BANCARIOS
               END-IF
               IF WRK-CRIT-MOTIVO = SPACES
                   PERFORM 0155-VALIDAR-CARGO-SALARIO
               END-IF
                       ELSE
                           PERFORM 0420-MOVER-CAMPOS
                           MOVE 'A' TO EMP-STATUS
                           MOVE SPACES TO EMP-ADIANTAMENTO
                           WRITE EMP-REC
                               INVALID KEY
                                   MOVE 'ERRO NA GRAVACAO' TO
                               MOVE 'SALARIO REQUER APROVACAO' TO
                                   WRK-CRIT-MOTIVO
                           ELSE
                               PERFORM 0228-GRAVAR-HIST-SALARIO
                               PERFORM 0420-MOVER-CAMPOS
                               REWRITE EMP-REC
                                   INVALID KEY
           MOVE WRK-NUMERO       TO EMP-NUMERO
           MOVE WRK-NOME-NOVO    TO EMP-NOME
           MOVE WRK-ANO-NOVO     TO EMP-ANO
           MOVE WRK-MES-ADMISSAO-NOVO TO EMP-MES-ADMISSAO
           MOVE WRK-DIA-ADMISSAO-NOVO TO EMP-DIA-ADMISSAO
           MOVE WRK-DATA-NASCIMENTO-NOVA TO EMP-DATA-NASCIMENTO
           MOVE WRK-CPF-NOVO     TO EMP-CPF
           MOVE WRK-SALARIO-NOVO TO EMP-SALARIO
           MOVE WRK-BANCO-NOVO   TO EMP-BANCO
           MOVE WRK-AGENCIA-NOVA TO EMP-AGENCIA
