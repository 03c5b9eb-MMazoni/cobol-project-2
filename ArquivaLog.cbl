            01 ACHOU-OPERACAO PIC X(1) VALUES SPACES.
      * ACUMULADORES DO MES EM ARQUIVAMENTO, UMA LINHA POR OPERACAO
            01 TABELA-RESUMO-MES.
               02 RESMES-ITEM OCCURS 40 TIMES.
                  03 RESMES-OPERACAO PIC X(8).
                  03 RESMES-QUANTIDADE PIC 9(6).
                  03 RESMES-MOVIMENTO PIC S9(13)V99.
           END-IF.
           MOVE ZEROS TO TOTAL-OPERACOES-MES.
           MOVE 1 TO IDX-OPERACAO.
           PERFORM LIMPA-ITEM-RESUMO UNTIL IDX-OPERACAO > 40.

       LIMPA-ITEM-RESUMO.
           MOVE SPACES TO RESMES-OPERACAO (IDX-OPERACAO).
               UNTIL ACHOU-OPERACAO = "S"
               OR IDX-OPERACAO > TOTAL-OPERACOES-MES.
           IF ACHOU-OPERACAO <> "S"
               IF TOTAL-OPERACOES-MES < 40
                   ADD 1 TO TOTAL-OPERACOES-MES
                   MOVE TOTAL-OPERACOES-MES TO IDX-OPERACAO
                   MOVE LOG-OPERACAO
