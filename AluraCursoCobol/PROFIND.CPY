      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DA INDISPONIBILIDADE DOS
      *          PROFESSORES POR ANO LETIVO (DATA/PROFINDISP.DAT),
      *          MANTIDA PELO PROFMANUT E RESPEITADA PELO HORARIO NA
      *          MONTAGEM DA GRADE SEMANAL: DIA DA SEMANA (1 = SEGUNDA)
      *          E NUMERO DA AULA NO DIA, COM AULA 00 PARA O DIA
      *          INTEIRO; CAMPOS NOVOS SAO SEMPRE ACRESCENTADOS NO
      *          FINAL
      *DATA = 15/10/2026
       01  IND-REC.
           05  IND-PROFESSOR           PIC 9(03).
           05  IND-ANO                 PIC 9(04).
           05  IND-DIA                 PIC 9(01).
           05  IND-AULA                PIC 9(02).
