      *AREA DE COMENTARIOS - REMARKS
      *OBJETIVO: LAYOUT COMPARTILHADO DOS PEDIDOS DE VAGA DE ALUNO
      *          NOVO (DATA/ADMFILA.DAT), GRAVADOS PELO ADMISSAO: O
      *          PEDIDO SEM LUGAR NA SERIE FICA NA FILA DE ESPERA
      *          (SITUACAO E) NA ORDEM DA DATA DO PEDIDO E DA
      *          SEQUENCIA; QUANDO ABRE LUGAR (TRANSFERENCIA NO
      *          ADMISSAO OU VIRADA DO REMATRICULA) O PRIMEIRO DA
      *          FILA RECEBE A OFERTA (SITUACAO O, TURMA RESERVADA),
      *          QUE VIRA MATRICULA NO ACEITE (SITUACAO M); NA
      *          DESISTENCIA (SITUACAO D) O LUGAR PASSA AO SEGUINTE
      *          DA FILA; CAMPOS NOVOS SAO SEMPRE ACRESCENTADOS NO
      *          FINAL
      *DATA = 15/10/2026
       01  FIL-REC.
           05  FIL-SEQUENCIA           PIC 9(06).
           05  FIL-DATA-PEDIDO         PIC 9(08).
           05  FIL-ANO-LETIVO          PIC 9(04).
           05  FIL-SERIE               PIC 9(02).
           05  FIL-NOME                PIC X(20).
           05  FIL-CPF-RESPONSAVEL     PIC 9(11).
           05  FIL-RESPONSAVEL         PIC X(20).
           05  FIL-SITUACAO            PIC X(01).
               88  FILA-ESPERA          VALUE 'E'.
               88  FILA-OFERTA          VALUE 'O'.
               88  FILA-MATRICULADO     VALUE 'M'.
               88  FILA-DESISTENTE      VALUE 'D'.
           05  FIL-TURMA               PIC X(03).
           05  FIL-DATA-OFERTA         PIC 9(08).
           05  FIL-MATRICULA           PIC 9(06).
