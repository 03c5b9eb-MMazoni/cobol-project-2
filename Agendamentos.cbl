      *          PROXIMA DATA, FREQUENCIA E DATA FIM) OU CANCELA UM
      *          AGENDAMENTO EXISTENTE. A EXECUCAO E FEITA PELO BATCH
      *          DIARIO EXECUTA_AGENDA NA DATA DE NEGOCIO DEVIDA.
      *          AGENDAMENTO DE VALOR ACIMA DA ALCADA DE TRANSFERENCIA
      *          DO CAIXA (PARAMETROS_APROVACAO.DAT) FICA AGUARDANDO
      *          APROVACAO (SITUACAO P) E SO E EXECUTADO DEPOIS QUE UM
      *          SUPERVISOR, QUE NAO SEJA QUEM INCLUIU, O APROVA AQUI.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE SEQUENTIAL
           FILE STATUS ARQ-OK.

           SELECT PARAMETROS-APROVACAO ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS ARQ-OK.

       DATA DIVISION.
       FILE SECTION.
      * PARAMETROS PARA O ARQUIVO DE CADASTRO (MESMO LAYOUT DE Banco.cbl)
      * TRANSFERENCIAS AGENDADAS E RECORRENTES, EXECUTADAS PELO BATCH
      * DIARIO EXECUTA_AGENDA NA DATA DE NEGOCIO DEVIDA
      *   AGD-FREQUENCIA: U = UNICA, M = MENSAL
      *   AGD-SITUACAO: A = ATIVO, C = CANCELADO, E = ENCERRADO,
      *                 P = AGUARDANDO APROVACAO (ACIMA DA ALCADA)
      *   AGD-DATA-FIM: ZEROS = SEM DATA FIM (SO PARA RECORRENTE)
      *   AGD-TENTATIVAS: FALHAS CONSECUTIVAS DA OCORRENCIA CORRENTE
       FD  ARQ-AGENDAMENTOS LABEL RECORD STANDARD
               02 AGD-TENTATIVAS PIC 9(2).
               02 AGD-OPERADOR PIC X(8).
               02 AGD-DATA-INCLUSAO PIC 9(8).
      *   AGD-APROVADOR: SUPERVISOR QUE APROVOU O AGENDAMENTO ACIMA DA
      *                  ALCADA (BRANCO QUANDO NAO PRECISOU)
               02 AGD-APROVADOR PIC X(8).

      * CADASTRO DE OPERADORES (MESMO LAYOUT DE Banco.cbl)
      *   OPER-NIVEL: T = CAIXA, S = SUPERVISOR
               02 DN-DATA PIC 9(8).
               02 DN-STATUS PIC X(1).

      * ALCADAS DO CAIXA (MESMO LAYOUT DE Movimento.cbl): AGENDAMENTO
      * ACIMA DA ALCADA DE TRANSFERENCIA VAI PARA APROVACAO
       FD  PARAMETROS-APROVACAO LABEL RECORD STANDARD
               RECORD CONTAINS 31 CHARACTERS
               DATA RECORD IS REG-PARAMETROS-APROVACAO
               VALUE OF FILE-ID IS "PARAMETROS_APROVACAO.DAT".
       01  REG-PARAMETROS-APROVACAO.
               02 PAP-ALCADA-SAQUE PIC 9(12)V99.
               02 PAP-ALCADA-TRANSFERENCIA PIC 9(12)V99.
               02 PAP-PERCENTUAL-LIMITE PIC 9(3).

       WORKING-STORAGE SECTION.
            01 MASCARAS.
               02 VALOR-M PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
            01 CODIGO-ESCOLHIDO PIC 9(6) VALUES ZEROS.
            01 PROXIMO-CODIGO-AGD PIC 9(6) VALUES ZEROS.
            01 OPERADOR-ATUAL PIC X(8) VALUES SPACES.
            01 NIVEL-ATUAL PIC X(1) VALUES SPACES.
            01 ALCADA-TRANSFERENCIA PIC 9(12)V99 VALUES ZEROS.
            01 OPERADOR-DIGITADO PIC X(8) VALUES SPACES.
            01 SENHA-DIGITADA PIC X(8) VALUES SPACES.
            01 TENTATIVAS-SIGNON PIC 9(1) VALUES ZEROS.
               02 LINE 5 COLUMN 3 VALUE "1 - INCLUIR AGENDAMENTO".
               02 LINE 7 COLUMN 3 VALUE "2 - CANCELAR AGENDAMENTO".
               02 LINE 9 COLUMN 3 VALUE "3 - LISTAR AGENDAMENTOS".
               02 LINE 11 COLUMN 3 VALUE "4 - APROVAR AGENDAMENTO".
               02 LINE 13 COLUMN 3 VALUE "5 - SAIR".

           01 TELA-FINAL.
               02 BLANK SCREEN.
               02 LINE 1 COLUMN 23 VALUE "CANCELAMENTO DE AGENDAMENTO".
               02 LINE 5 COLUMN 10 VALUE "CODIGO DO AGENDAMENTO: ".

           01 TELA-APROVACAO.
               02 BLANK SCREEN.
               02 LINE 1 COLUMN 24 VALUE "APROVACAO DE AGENDAMENTO".
               02 LINE 5 COLUMN 10 VALUE "CODIGO DO AGENDAMENTO: ".

           01 TELA-LISTAGEM.
               02 BLANK SCREEN.
               02 LINE 1 COLUMN 25 VALUE "AGENDAMENTOS GRAVADOS".
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-DATA-NEGOCIO.
           PERFORM LE-PARAMETROS-APROVACAO.
           PERFORM IDENTIFICA-OPERADOR.
           IF SIGNON-OK = "S"
               PERFORM CORPO UNTIL OPCAO = 5
           END-IF.
           DISPLAY TELA-FINAL.
           STOP " ".
                   ACCEPT DATA-NEGOCIO FROM DATE YYYYMMDD
           END-EVALUATE.

      ******************************************************************
      * LE A ALCADA DE TRANSFERENCIA EM PARAMETROS_APROVACAO.DAT (MESMA
      * ROTINA DE Movimento.cbl). SEM O ARQUIVO VALE O PADRAO.
      ******************************************************************
       LE-PARAMETROS-APROVACAO.
           OPEN INPUT PARAMETROS-APROVACAO.
           EVALUATE ARQ-OK
               WHEN "00"
                   READ PARAMETROS-APROVACAO RECORD
                   MOVE PAP-ALCADA-TRANSFERENCIA TO ALCADA-TRANSFERENCIA
      *CODIGO DE QUANDO SE TENTA ABRIR ARQUIVO QUE NÃO EXISTE
               WHEN "35"
                   MOVE 50000,00 TO ALCADA-TRANSFERENCIA
           END-EVALUATE.
           CLOSE PARAMETROS-APROVACAO.

      ******************************************************************
      *
      * IDENTIFICACAO DO OPERADOR ANTES DO MENU (MESMA ROTINA DE
                       IF OPER-SENHA = SENHA-DIGITADA
                           MOVE "S" TO SIGNON-OK
                           MOVE OPER-ID TO OPERADOR-ATUAL
                           MOVE OPER-NIVEL TO NIVEL-ATUAL
                       ELSE
                           PERFORM REPORTA-SIGNON-INVALIDO
                       END-IF

       CORPO.
           DISPLAY TELA.
           PERFORM EXECUTAR UNTIL OPCAO = 5.

       EXECUTAR.
           DISPLAY "DIGITE A OPCAO DESEJADA [1-5]: " AT 1503.
           ACCEPT OPCAO AT 1534 WITH PROMPT AUTO.
           EVALUATE OPCAO
               WHEN 1
                   PERFORM LISTA-AGENDAMENTOS
                   DISPLAY TELA
               WHEN 4
                   PERFORM APROVA-AGENDAMENTO
                   DISPLAY TELA
               WHEN 5
                   CONTINUE
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA! DIGITE UMA "  AT 1703
      * INCLUI UM AGENDAMENTO. AS DUAS CONTAS DEVEM EXISTIR NO
      * CADASTRO E NAO PODEM ESTAR BLOQUEADAS/ENCERRADAS NEM SER A
      * MESMA CONTA. A PROXIMA DATA NAO PODE SER ANTERIOR A DATA DE
      * NEGOCIO CORRENTE. VALOR ACIMA DA ALCADA DE TRANSFERENCIA E
      * GRAVADO AGUARDANDO APROVACAO DO SUPERVISOR.
      *
      ******************************************************************
       INCLUI-AGENDAMENTO.
           MOVE PROXIMA-DATA TO AGD-PROXIMA-DATA.
           MOVE FREQUENCIA-ESCOLHIDA TO AGD-FREQUENCIA.
           MOVE DATA-FIM-ESCOLHIDA TO AGD-DATA-FIM.
           IF VALOR-AGENDADO > ALCADA-TRANSFERENCIA
               MOVE "P" TO AGD-SITUACAO
           ELSE
               MOVE "A" TO AGD-SITUACAO
           END-IF.
           MOVE ZEROS TO AGD-TENTATIVAS.
           MOVE OPERADOR-ATUAL TO AGD-OPERADOR.
           MOVE DATA-NEGOCIO TO AGD-DATA-INCLUSAO.
           MOVE SPACES TO AGD-APROVADOR.
           WRITE REG-AGENDAMENTO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O AGENDAMENTO!!" AT 1903
                   MOVE AGD-CODIGO TO CODIGO-AGD-M
                   DISPLAY "AGENDAMENTO INCLUIDO. CODIGO: " AT 1903
                   DISPLAY CODIGO-AGD-M AT 1933
                   IF AGD-SITUACAO = "P"
                       DISPLAY "ACIMA DA ALCADA: AGUARDA APROVACAO "
                           AT 2003
                       DISPLAY "DO SUPERVISOR" AT 2038
                   END-IF
                   DISPLAY "DIGITE QUALQUER TECLA PARA CONTINUAR..."
                       AT 2103
                   ACCEPT SALVAR AT 2142 WITH PROMPT AUTO

      ******************************************************************
      *
      * CANCELA UM AGENDAMENTO ATIVO OU AGUARDANDO APROVACAO PELO
      * CODIGO (CANCELAR E TAMBEM COMO SE RECUSA A APROVACAO)
      *
      ******************************************************************
       CANCELA-AGENDAMENTO.
           END-IF.

       CONFIRMA-CANCELAMENTO.
           IF AGD-SITUACAO <> "A" AND AGD-SITUACAO <> "P"
               DISPLAY "AGENDAMENTO NAO ESTA ATIVO. " AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1732
               STOP " "
               END-IF
           END-IF.

      ******************************************************************
      *
      * APROVA UM AGENDAMENTO ACIMA DA ALCADA. SO SUPERVISOR APROVA,
      * E QUEM INCLUIU NUNCA APROVA O PROPRIO AGENDAMENTO (MESMA
      * REGRA DE AprovaPendencias.cbl). APROVADO, O AGENDAMENTO FICA
      * ATIVO E E EXECUTADO PELO BATCH NA DATA DEVIDA.
      *
      ******************************************************************
       APROVA-AGENDAMENTO.
           DISPLAY TELA-APROVACAO.
           IF NIVEL-ATUAL <> "S"
               DISPLAY "SO O SUPERVISOR APROVA AGENDAMENTOS. " AT 1703
               DISPLAY "(APERTE UMA TECLA)" AT 1741
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           ELSE
               MOVE ZEROS TO CODIGO-ESCOLHIDO
               PERFORM RECEBE-CODIGO-AGENDAMENTO
                   UNTIL CODIGO-ESCOLHIDO > 0
               OPEN I-O ARQ-AGENDAMENTOS
               IF ARQ-OK = "35"
                   CLOSE ARQ-AGENDAMENTOS
                   DISPLAY "NAO HA AGENDAMENTOS GRAVADOS!" AT 1703
                   DISPLAY "(APERTE QUALQUER TECLA...)" AT 1735
                   STOP " "
                   DISPLAY SPACE ERASE EOS AT LINE 17
               ELSE
                   MOVE CODIGO-ESCOLHIDO TO AGD-CODIGO
                   READ ARQ-AGENDAMENTOS
                       INVALID KEY
                           DISPLAY "AGENDAMENTO NAO ENCONTRADO!"
                               AT 1703
                           DISPLAY "(APERTE QUALQUER TECLA...)"
                               AT 1735
                           STOP " "
                           DISPLAY SPACE ERASE EOS AT LINE 17
                       NOT INVALID KEY
                           PERFORM CONFIRMA-APROVACAO
                   END-READ
                   CLOSE ARQ-AGENDAMENTOS
               END-IF
           END-IF.

       CONFIRMA-APROVACAO.
           IF AGD-SITUACAO <> "P"
               DISPLAY "AGENDAMENTO NAO AGUARDA APROVACAO. " AT 1703
               DISPLAY "(APERTE UMA TECLA)" AT 1739
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           ELSE IF AGD-OPERADOR = OPERADOR-ATUAL
               DISPLAY "QUEM INCLUIU O AGENDAMENTO NAO PODE " AT 1703
               DISPLAY "APROVAR (APERTE UMA TECLA)" AT 1739
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           ELSE
               DISPLAY "ORIGEM: " AT 0703
               DISPLAY AGD-AGENCIA-ORIGEM AT 0711
               DISPLAY AGD-CONTA-ORIGEM AT 0717
               DISPLAY "DESTINO: " AT 0803
               DISPLAY AGD-AGENCIA-DESTINO AT 0812
               DISPLAY AGD-CONTA-DESTINO AT 0818
               MOVE AGD-VALOR TO VALOR-M
               DISPLAY "VALOR: " AT 0903
               DISPLAY VALOR-M AT 0910
               DISPLAY "PROXIMA DATA: " AT 1103
               DISPLAY AGD-PROXIMA-DATA AT 1117
               DISPLAY "INCLUIDO POR: " AT 1203
               DISPLAY AGD-OPERADOR AT 1217
               DISPLAY "CONFIRMA A APROVACAO (S/N)? < >" AT 1703
               ACCEPT SALVAR AT 1732 WITH PROMPT AUTO
               MOVE FUNCTION UPPER-CASE (SALVAR) TO SALVAR
               IF SALVAR = "S"
                   MOVE "A" TO AGD-SITUACAO
                   MOVE OPERADOR-ATUAL TO AGD-APROVADOR
                   REWRITE REG-AGENDAMENTO
                       INVALID KEY
                           DISPLAY "ERRO AO APROVAR!!" AT 1903
                           STOP " "
                           DISPLAY SPACE ERASE EOS AT LINE 19
                       NOT INVALID KEY
                           DISPLAY "AGENDAMENTO APROVADO" AT 1903
                           DISPLAY "DIGITE QUALQUER TECLA PARA "
                               AT 2103
                           DISPLAY "CONTINUAR..." AT 2130
                           ACCEPT SALVAR AT 2142 WITH PROMPT AUTO
                   END-REWRITE
               END-IF
           END-IF
           END-IF.

      ******************************************************************
      *
      * LISTA TODOS OS AGENDAMENTOS GRAVADOS
