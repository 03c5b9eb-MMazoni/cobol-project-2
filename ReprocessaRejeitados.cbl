                   PERFORM IMPRIME-TOTAIS
               END-IF
           END-IF.
      * RETORNO PARA A CADEIA NOTURNA: DIA FECHADO OU EXECUCAO
      * ABORTADA INTERROMPEM A CADEIA
           IF DIA-ABERTO <> "S" OR TABELA-TRANSBORDOU = "S"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
