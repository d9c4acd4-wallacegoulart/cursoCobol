      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DO HISTORICO ESCOLAR
      *          (DATA/HISTORICO.DAT), GRAVADO PELO BOLETIM (UM
      *          REGISTRO POR ALUNO E PERIODO, SO ATE HST-OVERRIDE -
      *          O RESTO FICA EM BRANCO) E PELO TRANSFAL (REGISTRO
      *          PARCIAL CONGELADO NA SAIDA DO ALUNO TRANSFERIDO, COM
      *          DATA, TURMA, SERIE, FREQUENCIA E NOTAS DAS MATERIAS);
      *          LIDO PELO HISTESC, CERTEMIT, REMATRICULA E TRANSFAL;
      *          CAMPOS NOVOS SAO SEMPRE ACRESCENTADOS NO FINAL
      *DATA = 15/10/2026
       01  HST-REC.
           05  HST-PERIODO      PIC 9(06).
           05  HST-MATRICULA    PIC 9(06).
           05  HST-NOME         PIC X(20).
           05  HST-MEDIA        PIC 9(03)V9.
           05  HST-SITUACAO     PIC X(19).
           05  HST-OVERRIDE     PIC X(01).
           05  HST-DATA-TRANSF  PIC 9(08).
           05  HST-TURMA        PIC X(03).
           05  HST-SERIE        PIC 9(02).
           05  HST-AULAS-DADAS  PIC 9(03).
           05  HST-AULAS-PRESENTES PIC 9(03).
           05  HST-QTD-MATERIAS PIC 9(02).
           05  HST-MATERIA-ITEM OCCURS 10 TIMES.
               10  HST-MAT-CODIGO PIC 9(02).
               10  HST-MAT-NOTA1  PIC 9(02).
               10  HST-MAT-NOTA2  PIC 9(02).
