      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DA REMATRICULA PENDENTE
      *          (DATA/REMATPEND.DAT): ALUNO RETIDO PELO REMATRICULA
      *          POR MENSALIDADE EM ATRASO ALEM DA TOLERANCIA DO
      *          REMATPARM, COM A MATRICULA DO ANO NOVO JA MONTADA
      *          (PEN-ALUNO, MESMO LAYOUT DO ALUNOSNOVO, TURMA COM
      *          VAGA RESERVADA) E O DEBITO APURADO; O REMATLIB
      *          LIBERA O ALUNO (SITUACAO L, USUARIO, DATA E
      *          MOTIVO) E O ACRESCENTA AO ALUNOSNOVO; CAMPOS NOVOS
      *          SAO SEMPRE ACRESCENTADOS NO FINAL
      *DATA = 15/10/2026
       01  PEN-REC.
           05  PEN-ALUNO.
               10  PEN-MATRICULA       PIC 9(06).
               10  PEN-NOME            PIC X(20).
               10  PEN-NOTA1           PIC 9(02).
               10  PEN-NOTA2           PIC 9(02).
               10  PEN-TURMA           PIC X(03).
               10  PEN-SERIE           PIC 9(02).
               10  PEN-RESPONSAVEL     PIC X(20).
               10  PEN-CPF-RESPONSAVEL PIC 9(11).
           05  PEN-QTD-PARCELAS        PIC 9(03).
           05  PEN-VALOR-DEVIDO        PIC 9(09)V99.
           05  PEN-VENC-ANTIGO         PIC 9(08).
           05  PEN-DATA-GERACAO        PIC 9(08).
           05  PEN-SITUACAO            PIC X(01).
               88  REMAT-PENDENTE       VALUE 'P'.
               88  REMAT-LIBERADA       VALUE 'L'.
           05  PEN-USUARIO             PIC X(20).
           05  PEN-DATA-LIBERACAO      PIC 9(08).
           05  PEN-MOTIVO              PIC X(50).
