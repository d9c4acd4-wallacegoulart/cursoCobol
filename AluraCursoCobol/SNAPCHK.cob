      *          FOTOGRAFIA E ACUSADO NO RELATORIO E O PROGRAMA
      *          TERMINA COM RC=8 PARA SEGURAR O LOTE DA MANHA
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
