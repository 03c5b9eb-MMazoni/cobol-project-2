      * TRANSFERENCIAS AGENDADAS (MESMO LAYOUT DE Agendamentos.cbl)
      *   AGD-FREQUENCIA: U = UNICA, M = MENSAL
      *   AGD-SITUACAO: A = ATIVO, C = CANCELADO, E = ENCERRADO,
      *                 F = FALHOU (TENTATIVAS ESGOTADAS),
      *                 P = AGUARDANDO APROVACAO (NAO E EXECUTADO)
       FD  ARQ-AGENDAMENTOS LABEL RECORD STANDARD
               DATA RECORD IS REG-AGENDAMENTO
               VALUE OF FILE-ID IS "AGENDAMENTOS.DAT".
               02 AGD-TENTATIVAS PIC 9(2).
               02 AGD-OPERADOR PIC X(8).
               02 AGD-DATA-INCLUSAO PIC 9(8).
               02 AGD-APROVADOR PIC X(8).

      * BLOQUEIOS PARCIAIS DE VALOR POR CONTA (MESMO LAYOUT DE
      * Bloqueios.cbl)
               PERFORM IMPRIME-RELATORIO
               PERFORM FINALIZA-CONTROLE-EXECUCAO
           END-IF.
      * RETORNO PARA A CADEIA NOTURNA: DIA FECHADO INTERROMPE A CADEIA
           IF DIA-ABERTO <> "S"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
                   MOVE "S" TO FIM-AGENDA
               NOT AT END
                   ADD 1 TO TOTAL-ITENS-LIDOS
      * SO O AGENDAMENTO ATIVO (APROVADO, QUANDO ACIMA DA ALCADA) E
      * EXECUTADO; O AGUARDANDO APROVACAO ESPERA O SUPERVISOR
                   IF AGD-SITUACAO = "A"
                       AND AGD-PROXIMA-DATA <= DATA-NEGOCIO
                       ADD 1 TO TOTAL-ITENS-VENCIDOS
