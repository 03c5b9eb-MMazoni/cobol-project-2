      * CONTROLE DA VALIDACAO DO ARQUIVO (HEADER/TRAILER) ANTES DA
      * APLICACAO
            01 ARQUIVO-VALIDO PIC X(1) VALUES SPACES.
            01 MOVIMENTO-AUSENTE PIC X(1) VALUES SPACES.
            01 MOVIMENTO-JA-APLICADO PIC X(1) VALUES SPACES.
            01 TEM-HEADER PIC X(1) VALUES SPACES.
            01 TEM-TRAILER PIC X(1) VALUES SPACES.
            01 AGENCIA-ARQUIVO PIC X(5) VALUES SPACES.
                   PERFORM IMPRIME-TOTAIS-CONTROLE
               END-IF
           END-IF.
      * RETORNO PARA A CADEIA NOTURNA: DIA FECHADO, ARQUIVO RECUSADO
      * OU FALHA NA ABERTURA INTERROMPEM A CADEIA. NOITE SEM ARQUIVO
      * DE MOVIMENTO, OU SO COM O ARQUIVO JA APLICADO POR COMPLETO
      * (O DA NOITE ANTERIOR AINDA NO DISCO), NAO E FALHA.
           IF DIA-ABERTO <> "S"
               OR (ARQUIVO-VALIDO <> "S" AND MOVIMENTO-AUSENTE <> "S"
                   AND MOVIMENTO-JA-APLICADO <> "S")
               OR (ARQUIVO-VALIDO = "S" AND ABERTURA-OK <> "S")
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      ******************************************************************
       VALIDA-ARQUIVO-MOVIMENTO.
           MOVE "N" TO ARQUIVO-VALIDO.
           MOVE "N" TO MOVIMENTO-AUSENTE.
           MOVE "N" TO MOVIMENTO-JA-APLICADO.
           MOVE "N" TO TEM-HEADER.
           MOVE "N" TO TEM-TRAILER.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-MOVIMENTO.
           IF ARQ-OK = "35"
               DISPLAY "ARQUIVO MOVIMENTO.DAT NAO ENCONTRADO!"
               MOVE "S" TO MOVIMENTO-AUSENTE
               MOVE "S" TO FIM-ARQUIVO
           END-IF.
           PERFORM CONFERE-PROXIMO-REGISTRO UNTIL FIM-ARQUIVO = "S".
                               AGENCIA-ARQUIVO " SEQUENCIA "
                               SEQUENCIA-ARQUIVO " JA PROCESSADO EM "
                               AQA-DATA-NEGOCIO ". NADA FOI APLICADO."
                           MOVE "S" TO MOVIMENTO-JA-APLICADO
                       END-IF
               END-READ
               CLOSE ARQ-ARQUIVOS-APLICADOS
