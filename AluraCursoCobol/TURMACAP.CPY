      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DA TABELA DE CAPACIDADE DAS
      *          TURMAS POR ANO LETIVO (DATA/TURMACAP.DAT): CADA
      *          TURMA (CODIGO DO ALUNOS.DAT) COM A SERIE E O NUMERO
      *          DE LUGARES DA SALA; O ADMISSAO SO MATRICULA ALUNO
      *          NOVO EM TURMA DA TABELA COM LUGAR LIVRE E O
      *          REMATRICULA ENCHE PRIMEIRO AS TURMAS DA TABELA DO
      *          ANO NOVO; CAMPOS NOVOS SAO SEMPRE ACRESCENTADOS NO
      *          FINAL
      *DATA = 15/10/2026
       01  CAP-REC.
           05  CAP-ANO-LETIVO          PIC 9(04).
           05  CAP-TURMA               PIC X(03).
           05  CAP-SERIE               PIC 9(02).
           05  CAP-CAPACIDADE          PIC 9(03).
