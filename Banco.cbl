        RECORD KEY IS ISE-CHAVE
        FILE STATUS IS ARQ-OK.

        SELECT ARQ-APROVACOES ASSIGN TO DISK
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS APR-CHAVE
        FILE STATUS IS ARQ-OK.

        SELECT PARAMETROS-APROVACAO ASSIGN TO DISK
		ORGANIZATION LINE SEQUENTIAL
		ACCESS MODE SEQUENTIAL
		FILE STATUS ARQ-OK.

        SELECT ARQ-CHAVES-PIX ASSIGN TO DISK
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PIX-CHAVE
        FILE STATUS IS ARQ-OK.

       DATA DIVISION.
       FILE SECTION.
      * PARAMETROS PARA O ARQUIVO DE CADASTRO
		        02 ISE-OPERADOR PIC X(8).
		        02 ISE-DATA PIC 9(8).

      * OPERACOES PENDENTES DE APROVACAO (MESMO LAYOUT DE
      * AprovaPendencias.cbl). O AUMENTO DE LIMITE ACIMA DO
      * PERCENTUAL FICA AQUI ATE UM SUPERVISOR DIFERENTE DECIDIR.
      *   APR-TIPO: S = SAQUE, T = TRANSFERENCIA, L = AUMENTO DE LIMITE
      *   APR-SITUACAO: P = PENDENTE, A = APROVADA, R = REJEITADA,
      *                 E = EXPIRADA NO FECHAMENTO DO DIA
       FD	ARQ-APROVACOES LABEL RECORD STANDARD
		        DATA RECORD IS REG-APROVACAO
		        VALUE OF FILE-ID IS "APROVACOES.DAT".
       01	REG-APROVACAO.
		        02 APR-CHAVE.
		           03 APR-DATA PIC 9(8).
		           03 APR-SEQUENCIA PIC 9(4).
		        02 APR-TIPO PIC X(1).
		        02 APR-AGENCIA PIC X(5).
		        02 APR-CONTA PIC X(12).
		        02 APR-AGENCIA-DESTINO PIC X(5).
		        02 APR-CONTA-DESTINO PIC X(12).
		        02 APR-VALOR PIC 9(12)V99.
		        02 APR-LIMITE-ANTERIOR PIC 9(12)V99.
		        02 APR-SITUACAO PIC X(1).
		        02 APR-OPERADOR PIC X(8).
		        02 APR-HORA PIC 9(8).
		        02 APR-APROVADOR PIC X(8).
		        02 APR-DATA-DECISAO PIC 9(8).
		        02 APR-HORA-DECISAO PIC 9(8).
		        02 APR-MOTIVO PIC X(30).

      * ALCADAS DE APROVACAO (MESMO LAYOUT DE Movimento.cbl)
       FD	PARAMETROS-APROVACAO LABEL RECORD STANDARD
		        RECORD CONTAINS 31 CHARACTERS
		        DATA RECORD IS REG-PARAMETROS-APROVACAO
		        VALUE OF FILE-ID IS "PARAMETROS_APROVACAO.DAT".
       01	REG-PARAMETROS-APROVACAO.
		        02 PAP-ALCADA-SAQUE PIC 9(12)V99.
		        02 PAP-ALCADA-TRANSFERENCIA PIC 9(12)V99.
		        02 PAP-PERCENTUAL-LIMITE PIC 9(3).

      * DIRETORIO DE CHAVES PIX (MESMO LAYOUT DE ChavesPix.cbl). O
      * BLOQUEIO OU ENCERRAMENTO DA CONTA BLOQUEIA AS CHAVES ATIVAS
      * DELA (PIX-BLOQUEIO-AUTOMATICO = S) E A REATIVACAO DA CONTA
      * DEVOLVE SO ESSAS CHAVES A SITUACAO ATIVA.
      *   PIX-SITUACAO: A = ATIVA, B = BLOQUEADA
       FD	ARQ-CHAVES-PIX LABEL RECORD STANDARD
		        DATA RECORD IS REG-CHAVE-PIX
		        VALUE OF FILE-ID IS "CHAVES_PIX.DAT".
       01	REG-CHAVE-PIX.
		        02 PIX-CHAVE PIC X(77).
		        02 PIX-TIPO PIC X(1).
		        02 PIX-AGENCIA PIC X(5).
		        02 PIX-CONTA PIC X(12).
		        02 PIX-CPF-CNPJ PIC X(14).
		        02 PIX-SITUACAO PIC X(1).
		        02 PIX-BLOQUEIO-AUTOMATICO PIC X(1).
		        02 PIX-OPERADOR PIC X(8).
		        02 PIX-DATA-INCLUSAO PIC 9(8).
		        02 PIX-OPERADOR-SITUACAO PIC X(8).
		        02 PIX-DATA-SITUACAO PIC 9(8).

       WORKING-STORAGE SECTION.
            01 MASCARAS.
               02 CODIGO-M PIC Z(7).
            01 TOTAL-CONTAS-M PIC Z(6).
            01 TOTAL-SALDO PIC S9(12)V99 VALUES ZEROS.
            01 TOTAL-SALDO-M PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
      * AUMENTO DE LIMITE NA ALTERACAO DA CONTA: ACIMA DO PERCENTUAL
      * SOBRE O LIMITE ATUAL O NOVO LIMITE VAI PARA APROVACAO
            01 PERCENTUAL-LIMITE PIC 9(3) VALUES ZEROS.
            01 LIMITE-ANTERIOR PIC 9(12)V99 VALUES ZEROS.
            01 LIMITE-SOLICITADO PIC 9(12)V99 VALUES ZEROS.
            01 LIMITE-TETO PIC 9(13)V99 VALUES ZEROS.
            01 LIMITE-PENDENTE PIC X(1) VALUES SPACES.
            01 FIM-APROVACOES PIC X(1) VALUES SPACES.
            01 PROXIMA-SEQUENCIA PIC 9(4) VALUES ZEROS.
      * CHAVES PIX DA CONTA ACOMPANHAM A MUDANCA DE SITUACAO
            01 SITUACAO-CHAVES-PIX PIC X(1) VALUES SPACES.
            01 FIM-CHAVES-PIX PIC X(1) VALUES SPACES.
            01 TOTAL-CHAVES-PIX PIC 9(3) VALUES ZEROS.
            01 LINHA-DETALHE.
               02 LD-CODIGO PIC Z(7).
               02 FILLER PIC X(2) VALUES SPACES.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-DATA-NEGOCIO.
           PERFORM LE-PARAMETROS-APROVACAO.
           PERFORM IDENTIFICA-OPERADOR.
           IF SIGNON-OK = "S"
               PERFORM CORPO UNTIL OPCAO = 8
               ELSE IF SALVAR = "S"
                   MOVE SALDO TO SALDO-ANTES-LOG
                   PERFORM RECEBE-NOME UNTIL NOME <> " "
                   PERFORM RECEBE-LIMITE-ALTERACAO
                   PERFORM RECEBE-SALDO
                   PERFORM SALVAR-ALTERACAO-CONTA
               ELSE
               END-IF
           END-IF.

      ******************************************************************
      * NOVO LIMITE DE CREDITO NA ALTERACAO. REDUCAO OU AUMENTO ATE O
      * PERCENTUAL DA ALCADA VALE NA HORA; AUMENTO MAIOR MANTEM O
      * LIMITE ATUAL NA CONTA E VAI PARA APROVACAO DE UM SUPERVISOR
      * DIFERENTE DO OPERADOR (AprovaPendencias.cbl). LIMITE ZERADO
      * NAO TEM PERCENTUAL: QUALQUER AUMENTO VAI PARA APROVACAO.
      ******************************************************************
       RECEBE-LIMITE-ALTERACAO.
           MOVE "N" TO LIMITE-PENDENTE.
           MOVE LIMITE-CREDITO TO LIMITE-ANTERIOR.
           ACCEPT LIMITE-M AT 1519.
           MOVE LIMITE-M TO LIMITE-SOLICITADO.
           COMPUTE LIMITE-SOLICITADO = LIMITE-SOLICITADO / 100.
           COMPUTE LIMITE-TETO = LIMITE-ANTERIOR
               + LIMITE-ANTERIOR * PERCENTUAL-LIMITE / 100.
           IF LIMITE-SOLICITADO > LIMITE-TETO
               MOVE "S" TO LIMITE-PENDENTE
               MOVE LIMITE-ANTERIOR TO LIMITE-CREDITO
               DISPLAY "AUMENTO DE LIMITE ACIMA DA ALCADA: VAI PARA "
                   AT 1703
               DISPLAY "APROVACAO (APERTE UMA TECLA)" AT 1747
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           ELSE
               MOVE LIMITE-SOLICITADO TO LIMITE-CREDITO
           END-IF.
           MOVE LIMITE-SOLICITADO TO LIMITE-M.
           DISPLAY LIMITE-M AT 1519.

      ******************************************************************
      * GRAVA O PEDIDO DE AUMENTO DE LIMITE EM APROVACOES.DAT COM A
      * PROXIMA SEQUENCIA DA DATA DE NEGOCIO
      ******************************************************************
       GRAVA-PENDENCIA-LIMITE.
           OPEN I-O ARQ-APROVACOES.
           IF ARQ-OK = "35"
               CLOSE ARQ-APROVACOES
               OPEN OUTPUT ARQ-APROVACOES
               CLOSE ARQ-APROVACOES
               OPEN I-O ARQ-APROVACOES
           END-IF.
           PERFORM DEFINE-PROXIMA-SEQUENCIA.
           MOVE SPACES TO REG-APROVACAO.
           MOVE DATA-NEGOCIO TO APR-DATA.
           MOVE PROXIMA-SEQUENCIA TO APR-SEQUENCIA.
           MOVE "L" TO APR-TIPO.
           MOVE AGENCIA TO APR-AGENCIA.
           MOVE CONTA TO APR-CONTA.
           MOVE LIMITE-SOLICITADO TO APR-VALOR.
           MOVE LIMITE-ANTERIOR TO APR-LIMITE-ANTERIOR.
           MOVE "P" TO APR-SITUACAO.
           MOVE OPERADOR-ATUAL TO APR-OPERADOR.
           ACCEPT APR-HORA FROM TIME.
           MOVE ZEROS TO APR-DATA-DECISAO APR-HORA-DECISAO.
           WRITE REG-APROVACAO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A PENDENCIA DO LIMITE!!"
                       AT 2003
               NOT INVALID KEY
                   DISPLAY "LIMITE AGUARDANDO APROVACAO. NUMERO: "
                       AT 2003
                   DISPLAY APR-SEQUENCIA AT 2040
           END-WRITE.
           CLOSE ARQ-APROVACOES.

      ******************************************************************
      * A SEQUENCIA E A MAIOR JA GRAVADA NA DATA DE NEGOCIO MAIS UM
      * (MESMA REGRA DE Movimento.cbl)
      ******************************************************************
       DEFINE-PROXIMA-SEQUENCIA.
           MOVE ZEROS TO PROXIMA-SEQUENCIA.
           MOVE "N" TO FIM-APROVACOES.
           MOVE DATA-NEGOCIO TO APR-DATA.
           MOVE ZEROS TO APR-SEQUENCIA.
           START ARQ-APROVACOES KEY >= APR-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-APROVACOES
           END-START.
           PERFORM PROCURA-ULTIMA-SEQUENCIA
               UNTIL FIM-APROVACOES = "S".
           ADD 1 TO PROXIMA-SEQUENCIA.

       PROCURA-ULTIMA-SEQUENCIA.
           READ ARQ-APROVACOES NEXT RECORD
               AT END
                   MOVE "S" TO FIM-APROVACOES
               NOT AT END
                   IF APR-DATA = DATA-NEGOCIO
                       MOVE APR-SEQUENCIA TO PROXIMA-SEQUENCIA
                   ELSE
                       MOVE "S" TO FIM-APROVACOES
                   END-IF
           END-READ.

      ******************************************************************
      * LE O PERCENTUAL DE AUMENTO DE LIMITE SEM APROVACAO EM
      * PARAMETROS_APROVACAO.DAT. SEM O ARQUIVO VALEM 20%.
      ******************************************************************
       LE-PARAMETROS-APROVACAO.
           OPEN INPUT PARAMETROS-APROVACAO.
           EVALUATE ARQ-OK
               WHEN "00"
                   READ PARAMETROS-APROVACAO RECORD
                   MOVE PAP-PERCENTUAL-LIMITE TO PERCENTUAL-LIMITE
      *CODIGO DE QUANDO SE TENTA ABRIR ARQUIVO QUE NÃO EXISTE
               WHEN "35"
                   MOVE 20 TO PERCENTUAL-LIMITE
           END-EVALUATE.
           CLOSE PARAMETROS-APROVACAO.

       LOCALIZA-CONTA-ALTERACAO.
           OPEN I-O ARQ-CADASTRO.
           IF ARQ-OK = "35"
             MOVE "ALTERAR" TO LOG-OPERACAO-ATUAL
             PERFORM GRAVA-LOG
             DISPLAY "REGISTRO ALTERADO" AT 1903
             IF LIMITE-PENDENTE = "S"
                 PERFORM GRAVA-PENDENCIA-LIMITE
             END-IF
             DISPLAY "DIGITE QUALQUER TECLA PARA CONTINUAR..." AT 2103
             ACCEPT SALVAR AT 2142 WITH PROMPT AUTO
           END-REWRITE.

       EXCLUIR-REGISTRO.
           MOVE SALDO TO SALDO-ANTES-LOG.
           MOVE AGENCIA TO AGENCIA-PROCURADA.
           MOVE CONTA TO CONTA-PROCURADA.
           DELETE ARQ-CADASTRO RECORD
               INVALID KEY
                   DISPLAY "ERRO AO EXCLUIR!!" AT 1903
             MOVE ZEROS TO SALDO-DEPOIS-LOG
             MOVE "EXCLUIR" TO LOG-OPERACAO-ATUAL
             PERFORM GRAVA-LOG
             MOVE "E" TO SITUACAO-CHAVES-PIX
             PERFORM ATUALIZA-CHAVES-PIX
             DISPLAY "REGISTRO EXCLUIDO" AT 1903
             DISPLAY "DIGITE QUALQUER TECLA PARA CONTINUAR..." AT 2103
             ACCEPT SALVAR AT 2142 WITH PROMPT AUTO
                     MOVE "ENCERRAR" TO LOG-OPERACAO-ATUAL
             END-EVALUATE
             PERFORM GRAVA-LOG
             MOVE SITUACAO-NOVA TO SITUACAO-CHAVES-PIX
             PERFORM ATUALIZA-CHAVES-PIX
             DISPLAY "SITUACAO ALTERADA" AT 1903
             DISPLAY "DIGITE QUALQUER TECLA PARA CONTINUAR..." AT 2103
             ACCEPT SALVAR AT 2142 WITH PROMPT AUTO
           CLOSE ARQ-CADASTRO.
           DISPLAY TELA.

      ******************************************************************
      *
      * ACOMPANHA NAS CHAVES PIX A NOVA SITUACAO DA CONTA
      * (AGENCIA-PROCURADA + CONTA-PROCURADA): BLOQUEIO OU
      * ENCERRAMENTO BLOQUEIAM AS CHAVES ATIVAS, MARCANDO O BLOQUEIO
      * COMO AUTOMATICO; A REATIVACAO DEVOLVE A SITUACAO ATIVA SO AS
      * CHAVES BLOQUEADAS AUTOMATICAMENTE. O DIRETORIO E CHAVEADO
      * PELA CHAVE, ENTAO E LIDO INTEIRO.
      *
      ******************************************************************
       ATUALIZA-CHAVES-PIX.
           MOVE ZEROS TO TOTAL-CHAVES-PIX.
           OPEN I-O ARQ-CHAVES-PIX.
           IF ARQ-OK = "35"
               CLOSE ARQ-CHAVES-PIX
           ELSE
               MOVE "N" TO FIM-CHAVES-PIX
               PERFORM ATUALIZA-PROXIMA-CHAVE-PIX
                   UNTIL FIM-CHAVES-PIX = "S"
               CLOSE ARQ-CHAVES-PIX
               IF TOTAL-CHAVES-PIX > 0
                   DISPLAY "CHAVES PIX ATUALIZADAS: " AT 2003
                   DISPLAY TOTAL-CHAVES-PIX AT 2027
               END-IF
           END-IF.

       ATUALIZA-PROXIMA-CHAVE-PIX.
           READ ARQ-CHAVES-PIX NEXT RECORD
               AT END
                   MOVE "S" TO FIM-CHAVES-PIX
               NOT AT END
                   IF PIX-AGENCIA = AGENCIA-PROCURADA
                       AND PIX-CONTA = CONTA-PROCURADA
                       PERFORM ATUALIZA-SITUACAO-CHAVE-PIX
                   END-IF
           END-READ.

       ATUALIZA-SITUACAO-CHAVE-PIX.
           IF SITUACAO-CHAVES-PIX = "A"
               IF PIX-SITUACAO = "B" AND PIX-BLOQUEIO-AUTOMATICO = "S"
                   MOVE "A" TO PIX-SITUACAO
                   MOVE "N" TO PIX-BLOQUEIO-AUTOMATICO
                   PERFORM REGRAVA-CHAVE-PIX
               END-IF
           ELSE
               IF PIX-SITUACAO = "A"
                   MOVE "B" TO PIX-SITUACAO
                   MOVE "S" TO PIX-BLOQUEIO-AUTOMATICO
                   PERFORM REGRAVA-CHAVE-PIX
               END-IF
           END-IF.

       REGRAVA-CHAVE-PIX.
           MOVE OPERADOR-ATUAL TO PIX-OPERADOR-SITUACAO.
           MOVE DATA-NEGOCIO TO PIX-DATA-SITUACAO.
           REWRITE REG-CHAVE-PIX
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR CHAVE PIX!!" AT 2003
                   STOP " "
                   DISPLAY SPACE ERASE EOS AT LINE 20
               NOT INVALID KEY
                   ADD 1 TO TOTAL-CHAVES-PIX
           END-REWRITE.

      ******************************************************************
      *
      * ISENCAO DE TARIFA - INCLUI OU RETIRA A ISENCAO DA TARIFA DE
