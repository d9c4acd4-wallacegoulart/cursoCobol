      *          EXE02GL TRUNCADO OU UM EMPMAST.SEQ EDITADO NA MAO
      *          DEIXA DE SER INVISIVEL
      *DATA = 02/09/2026
      *ALTERACAO = 15/10/2026 - LINHA DO ARQUIVO FOTOGRAFADO AMPLIADA
      *            DE 120 PARA 200 POSICOES (PEDIDOS.DAT COM 129)
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ALVO.
      *    LINHA MAIOR QUE O MAIOR REGISTRO DOS ARQUIVOS DA LISTA:
      *    LINHA MAIS LONGA QUE O REGISTRO VIRA DOIS REGISTROS
       01  ALVO-LINHA             PIC X(200).

       FD  CONTROLE-FOTOGRAFIA.
       01  CTL-REC.
