      *          LINHAS RUINS PARAM DE VIRAR MEDIA ESQUISITA NO
      *          MEIO DA QUEBRA DE CONTROLE
      *DATA = 02/09/2026
      *ALTERACAO = 15/10/2026 - LEIAUTE DO ALUNOS.DAT COMPLETO (CPF
      *            DO RESPONSAVEL E TRANSFERENCIA) - A LINHA INTEIRA E
      *            UM REGISTRO SO
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  ALU-TURMA        PIC X(03).
           05  ALU-SERIE        PIC 9(02).
           05  ALU-RESPONSAVEL  PIC X(20).
           05  ALU-CPF-RESPONSAVEL PIC 9(11).
           05  ALU-TRANSFERENCIA.
               10  ALU-SITUACAO     PIC X(01).
                   88  ALUNO-TRANSFERIDO VALUE 'T'.
               10  ALU-DATA-SAIDA   PIC 9(08).

       FD  CADASTRO-MATERIAS.
       01  MAT-REC.
