      *          (MARGEMPARM.DAT) - O NUMERO QUE O COMERCIAL PEDIA
      *          PARA REPRECIFICAR AS PIORES ROTAS
      *DATA = 02/09/2026
      *ALTERACAO = 15/10/2026 - CUSTO DA MERCADORIA VENDIDA POR UF
      *            (QUANTIDADE X CUSTO MEDIO GRAVADO NO PEDIDO PELO
      *            PEDSTAT NO ENVIO) ABATIDO DA MARGEM JUNTO COM O
      *            FRETE; PEDIDO AINDA NAO ENVIADO ENTRA SEM CUSTO
      ***********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  PRM-PCT-FRETE      PIC 9(03).

       FD  RELATORIO-MARGEM.
       01  REL-LINHA              PIC X(140).

       WORKING-STORAGE SECTION.
       77  WRK-PED-STATUS      PIC X(02)    VALUE '00'.
       77  WRK-QTD-FLAGRADAS   PIC 9(02)    VALUE ZEROS.
       77  WRK-RECEITA-ED      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-FRETE-ED        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CUSTO-ED        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-MARGEM-ED       PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PCT-ED          PIC -ZZ9,99  VALUE ZEROS.

               10  WRK-UF-COD     PIC X(02).
               10  WRK-UF-RECEITA PIC 9(11)V99.
               10  WRK-UF-FRETE   PIC 9(11)V99.
               10  WRK-UF-CUSTO   PIC 9(11)V99.

       PROCEDURE DIVISION.

                   COMPUTE WRK-UF-RECEITA(WRK-SUB) =
                       WRK-UF-RECEITA(WRK-SUB) +
                       (PED-VALOR * WRK-QTD-EFETIVA)
                   IF PED-CUSTO-UNIT IS NUMERIC
                       COMPUTE WRK-UF-CUSTO(WRK-SUB) ROUNDED =
                           WRK-UF-CUSTO(WRK-SUB) +
                           (PED-CUSTO-UNIT * PED-QTD)
                   END-IF
               END-IF
               READ ARQUIVO-PEDIDOS
                   AT END MOVE 'Y' TO WRK-EOF
               MOVE WRK-UF-BUSCA TO WRK-UF-COD(WRK-SUB)
               MOVE 0 TO WRK-UF-RECEITA(WRK-SUB)
               MOVE 0 TO WRK-UF-FRETE(WRK-SUB)
               MOVE 0 TO WRK-UF-CUSTO(WRK-SUB)
           END-IF.

       0300-FINALIZAR.
       0350-IMPRIMIR-UF.
           COMPUTE WRK-MARGEM =
               WRK-UF-RECEITA(WRK-SUB) - WRK-UF-FRETE(WRK-SUB)
               - WRK-UF-CUSTO(WRK-SUB)
           IF WRK-UF-RECEITA(WRK-SUB) = 0
               MOVE 0 TO WRK-PCT-MARGEM
           ELSE

           MOVE WRK-UF-RECEITA(WRK-SUB) TO WRK-RECEITA-ED
           MOVE WRK-UF-FRETE(WRK-SUB)   TO WRK-FRETE-ED
           MOVE WRK-UF-CUSTO(WRK-SUB)   TO WRK-CUSTO-ED
           MOVE WRK-MARGEM              TO WRK-MARGEM-ED
           MOVE WRK-PCT-MARGEM          TO WRK-PCT-ED

                   WRK-RECEITA-ED DELIMITED BY SIZE
                   ' FRETE ' DELIMITED BY SIZE
                   WRK-FRETE-ED DELIMITED BY SIZE
                   ' CUSTO ' DELIMITED BY SIZE
                   WRK-CUSTO-ED DELIMITED BY SIZE
                   ' MARGEM ' DELIMITED BY SIZE
                   WRK-MARGEM-ED DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   WRK-RECEITA-ED DELIMITED BY SIZE
                   ' FRETE ' DELIMITED BY SIZE
                   WRK-FRETE-ED DELIMITED BY SIZE
                   ' CUSTO ' DELIMITED BY SIZE
                   WRK-CUSTO-ED DELIMITED BY SIZE
                   ' MARGEM ' DELIMITED BY SIZE
                   WRK-MARGEM-ED DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
