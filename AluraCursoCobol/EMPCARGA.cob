      *ALTERACAO = 02/09/2026 - CODIGO DE CARGO NO LAYOUT DE
      *            TRANSFERENCIA E NO MESTRE (EMPMAST.CPY), PARA A
      *            VALIDACAO DE PISO/TETO SALARIAL POR CARGO
      *ALTERACAO = 15/10/2026 - INDICADOR DE ADIANTAMENTO QUINZENAL
      *            NO LAYOUT DE TRANSFERENCIA E NO MESTRE (N = SEM
      *            ADIANTAMENTO, ESPACO = RECEBE)
      *ALTERACAO = 15/10/2026 - DATA DE ADMISSAO COMPLETA (MES E
      *            DIA ALEM DO ANO) E DATA DE NASCIMENTO NO FINAL DO
      *            LAYOUT DE TRANSFERENCIA E NO MESTRE; TRANSFERENCIA
      *            SEM AS DATAS CARREGA ZEROS PARA O EMPCONV CONVERTER
      *ALTERACAO = 15/10/2026 - CPF DO FUNCIONARIO NO FINAL DO
      *            LAYOUT DE TRANSFERENCIA E NO MESTRE; TRANSFERENCIA
      *            SEM O CPF CARREGA ZEROS (NAO INFORMADO)
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  SEQ-CCUSTO       PIC X(04).
           05  SEQ-EMPRESA      PIC 9(02).
           05  SEQ-CARGO        PIC 9(03).
           05  SEQ-ADIANTAMENTO PIC X(01).
           05  SEQ-MES-ADMISSAO PIC 9(02).
           05  SEQ-DIA-ADMISSAO PIC 9(02).
           05  SEQ-DATA-NASCIMENTO PIC 9(08).
           05  SEQ-CPF          PIC 9(11).
       01  CTL-REC.
           05  CTL-TIPO           PIC X(03).
               88  REGISTRO-HEADER  VALUE 'HDR'.
               MOVE SEQ-CCUSTO  TO EMP-CCUSTO
               MOVE SEQ-EMPRESA TO EMP-EMPRESA
               MOVE SEQ-CARGO   TO EMP-CARGO
               MOVE SEQ-ADIANTAMENTO TO EMP-ADIANTAMENTO
      *TRANSFERENCIA NO LAYOUT ANTIGO (SO O ANO DE ADMISSAO) CARREGA
      *AS DATAS ZERADAS, PARA A CONVERSAO DO EMPCONV
               IF SEQ-MES-ADMISSAO NUMERIC
                   AND SEQ-DIA-ADMISSAO NUMERIC
                   MOVE SEQ-MES-ADMISSAO TO EMP-MES-ADMISSAO
                   MOVE SEQ-DIA-ADMISSAO TO EMP-DIA-ADMISSAO
               ELSE
                   MOVE ZEROS TO EMP-MES-ADMISSAO
                   MOVE ZEROS TO EMP-DIA-ADMISSAO
               END-IF
               IF SEQ-DATA-NASCIMENTO NUMERIC
                   MOVE SEQ-DATA-NASCIMENTO TO EMP-DATA-NASCIMENTO
               ELSE
                   MOVE ZEROS TO EMP-DATA-NASCIMENTO
               END-IF
               IF SEQ-CPF NUMERIC
                   MOVE SEQ-CPF TO EMP-CPF
               ELSE
                   MOVE ZEROS TO EMP-CPF
               END-IF

               WRITE EMP-REC
                   INVALID KEY
