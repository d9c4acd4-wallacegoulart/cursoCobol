           05  SEQ-CCUSTO       PIC X(04).
           05  SEQ-EMPRESA      PIC 9(02).
           05  SEQ-CARGO        PIC 9(03).
           05  SEQ-ADIANTAMENTO PIC X(01).
           05  SEQ-MES-ADMISSAO PIC 9(02).
           05  SEQ-DIA-ADMISSAO PIC 9(02).
           05  SEQ-DATA-NASCIMENTO PIC 9(08).
           05  SEQ-CPF          PIC 9(11).
       01  CTL-REC.
           05  CTL-TIPO         PIC X(03).
               88  REGISTRO-HEADER  VALUE 'HDR'.
