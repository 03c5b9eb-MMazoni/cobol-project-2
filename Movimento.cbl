      *          TRANSFERENCIA ENTRE CONTAS. LANCA O DELTA SOBRE O
      *          SALDO (NAO REDIGITA O SALDO INTEIRO) E GRAVA CADA
      *          MOVIMENTO NO LOG DE TRANSACOES COM OPERACAO PROPRIA.
      *          SAQUE E TRANSFERENCIA ACIMA DA ALCADA DO CAIXA
      *          (PARAMETROS_APROVACAO.DAT) NAO SAO LANCADOS: FICAM
      *          PENDENTES EM APROVACOES.DAT ATE UM SUPERVISOR
      *          DIFERENTE APROVAR OU REJEITAR (AprovaPendencias.cbl).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE SEQUENTIAL
           FILE STATUS ARQ-OK.

           SELECT ARQ-APROVACOES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APR-CHAVE
           FILE STATUS IS ARQ-OK.

           SELECT PARAMETROS-APROVACAO ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS ARQ-OK.

       DATA DIVISION.
       FILE SECTION.
      * PARAMETROS PARA O ARQUIVO DE CADASTRO (MESMO LAYOUT DE Banco.cbl)
               VALUE OF FILE-ID IS "RELATORIO_CAIXA.DAT".
       01  REG-RELATORIO-CAIXA PIC X(80).

      * OPERACOES PENDENTES DE APROVACAO (MESMO LAYOUT DE
      * AprovaPendencias.cbl), CHAVEADAS POR DATA DE NEGOCIO E
      * SEQUENCIA. QUEM PEDIU E QUEM DECIDIU FICAM GRAVADOS.
      *   APR-TIPO: S = SAQUE, T = TRANSFERENCIA, L = AUMENTO DE LIMITE
      *   APR-SITUACAO: P = PENDENTE, A = APROVADA, R = REJEITADA,
      *                 E = EXPIRADA NO FECHAMENTO DO DIA
       FD  ARQ-APROVACOES LABEL RECORD STANDARD
               DATA RECORD IS REG-APROVACAO
               VALUE OF FILE-ID IS "APROVACOES.DAT".
       01  REG-APROVACAO.
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

      * ALCADAS DO CAIXA: SAQUE E TRANSFERENCIA ACIMA DESTES VALORES E
      * AUMENTO DE LIMITE ACIMA DESTE PERCENTUAL (USADO EM Banco.cbl)
      * VAO PARA APROVACAO
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
               02 SALDO-M PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
            01 SUPERVISOR-ID PIC X(8) VALUES SPACES.
            01 SUPERVISOR-SENHA PIC X(8) VALUES SPACES.
            01 SUPERVISOR-OK PIC X(1) VALUES SPACES.
            01 ALCADA-SAQUE PIC 9(12)V99 VALUES ZEROS.
            01 ALCADA-TRANSFERENCIA PIC 9(12)V99 VALUES ZEROS.
            01 FIM-APROVACOES PIC X(1) VALUES SPACES.
            01 PROXIMA-SEQUENCIA PIC 9(4) VALUES ZEROS.
      * OPERACAO A GRAVAR EM APROVACOES.DAT, PREENCHIDA ANTES DE
      * GRAVA-PENDENCIA (A BUSCA DA SEQUENCIA USA REG-APROVACAO)
            01 PENDENCIA-TIPO PIC X(1) VALUES SPACES.
            01 PENDENCIA-AGENCIA PIC X(5) VALUES SPACES.
            01 PENDENCIA-CONTA PIC X(12) VALUES SPACES.
            01 PENDENCIA-AGENCIA-DESTINO PIC X(5) VALUES SPACES.
            01 PENDENCIA-CONTA-DESTINO PIC X(12) VALUES SPACES.
            01 LINHA-RELATORIO-CAIXA.
               02 LRC-TITULO PIC X(25).
               02 LRC-VALOR PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-DATA-NEGOCIO.
           PERFORM LE-PARAMETROS-APROVACAO.
           IF DIA-ABERTO = "S"
               PERFORM IDENTIFICA-OPERADOR
               IF SIGNON-OK = "S"
                           AT 1735
                       STOP " "
                       DISPLAY SPACE ERASE EOS AT LINE 17
                   ELSE IF VALOR-MOVIMENTO > ALCADA-SAQUE
                       PERFORM PEDE-APROVACAO-SAQUE
                   ELSE
                       DISPLAY "CONFIRMA O SAQUE (S/N)? < >" AT 1703
                       ACCEPT SALVAR AT 1728 WITH PROMPT AUTO
                           END-IF
                       END-IF
                   END-IF
                   END-IF
               END-IF
               CLOSE ARQ-CADASTRO
           END-IF.

      ******************************************************************
      * SAQUE ACIMA DA ALCADA: NADA E LANCADO NEM SAI DA GAVETA. A
      * OPERACAO FICA PENDENTE ATE A DECISAO DO SUPERVISOR; NA
      * APROVACAO O SAQUE E LANCADO NO CAIXA DE QUEM PEDIU.
      ******************************************************************
       PEDE-APROVACAO-SAQUE.
           DISPLAY "SAQUE ACIMA DA ALCADA. ENVIAR PARA " AT 1703.
           DISPLAY "APROVACAO (S/N)? < >" AT 1738.
           ACCEPT SALVAR AT 1756 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE (SALVAR) TO SALVAR.
           IF SALVAR = "S"
               MOVE "S" TO PENDENCIA-TIPO
               MOVE AGENCIA-PROCURADA TO PENDENCIA-AGENCIA
               MOVE CONTA-PROCURADA TO PENDENCIA-CONTA
               MOVE SPACES TO PENDENCIA-AGENCIA-DESTINO
               MOVE SPACES TO PENDENCIA-CONTA-DESTINO
               PERFORM GRAVA-PENDENCIA
           END-IF.
           DISPLAY SPACE ERASE EOS AT LINE 17.

      ******************************************************************
      *
      * LOCALIZA A CONTA DO MOVIMENTO PELA CHAVE AGENCIA-CONTA E
                   DISPLAY "ORIGEM (LIMITE E BLOQUEIOS)." AT 1738
                   STOP " "
                   DISPLAY SPACE ERASE EOS AT LINE 17
               ELSE IF VALOR-MOVIMENTO > ALCADA-TRANSFERENCIA
                   PERFORM PEDE-APROVACAO-TRANSFERENCIA
               ELSE
                   DISPLAY "CONFIRMA A TRANSFERENCIA (S/N)? < >"
                       AT 1703
                       PERFORM GRAVA-TRANSFERENCIA
                   END-IF
               END-IF
               END-IF
           END-IF.
           CLOSE ARQ-CADASTRO.

       PEDE-APROVACAO-TRANSFERENCIA.
           DISPLAY "TRANSFERENCIA ACIMA DA ALCADA. ENVIAR " AT 1703.
           DISPLAY "PARA APROVACAO (S/N)? < >" AT 1741.
           ACCEPT SALVAR AT 1764 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE (SALVAR) TO SALVAR.
           IF SALVAR = "S"
               MOVE "T" TO PENDENCIA-TIPO
               MOVE AGENCIA-ORIGEM TO PENDENCIA-AGENCIA
               MOVE CONTA-ORIGEM TO PENDENCIA-CONTA
               MOVE AGENCIA-DESTINO TO PENDENCIA-AGENCIA-DESTINO
               MOVE CONTA-DESTINO TO PENDENCIA-CONTA-DESTINO
               PERFORM GRAVA-PENDENCIA
           END-IF.
           DISPLAY SPACE ERASE EOS AT LINE 17.

      ******************************************************************
      * LE AS CONTAS DE ORIGEM E DESTINO PELA CHAVE AGENCIA-CONTA E
      * GUARDA OS DADOS DAS DUAS EM WORKING-STORAGE
           WRITE REG-LOG.
           CLOSE LOG-TRANSACOES.

      ******************************************************************
      *
      * GRAVA A OPERACAO PENDENTE EM APROVACOES.DAT COM A PROXIMA
      * SEQUENCIA DA DATA DE NEGOCIO. TIPO E CONTAS VEM DOS CAMPOS
      * PENDENCIA-, MONTADOS NO REGISTRO SO DEPOIS DA SEQUENCIA.
      *
      ******************************************************************
       GRAVA-PENDENCIA.
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
           MOVE PENDENCIA-TIPO TO APR-TIPO.
           MOVE PENDENCIA-AGENCIA TO APR-AGENCIA.
           MOVE PENDENCIA-CONTA TO APR-CONTA.
           MOVE PENDENCIA-AGENCIA-DESTINO TO APR-AGENCIA-DESTINO.
           MOVE PENDENCIA-CONTA-DESTINO TO APR-CONTA-DESTINO.
           MOVE ZEROS TO APR-LIMITE-ANTERIOR.
           MOVE VALOR-MOVIMENTO TO APR-VALOR.
           MOVE "P" TO APR-SITUACAO.
           MOVE OPERADOR-ATUAL TO APR-OPERADOR.
           ACCEPT APR-HORA FROM TIME.
           MOVE SPACES TO APR-APROVADOR APR-MOTIVO.
           MOVE ZEROS TO APR-DATA-DECISAO APR-HORA-DECISAO.
           WRITE REG-APROVACAO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A PENDENCIA!!" AT 1903
                   STOP " "
                   DISPLAY SPACE ERASE EOS AT LINE 19
               NOT INVALID KEY
                   DISPLAY "AGUARDANDO APROVACAO. NUMERO: " AT 1903
                   DISPLAY APR-SEQUENCIA AT 1933
                   DISPLAY "DIGITE QUALQUER TECLA PARA CONTINUAR..."
                       AT 2103
                   ACCEPT SALVAR AT 2142 WITH PROMPT AUTO
           END-WRITE.
           CLOSE ARQ-APROVACOES.

      ******************************************************************
      * A SEQUENCIA E A MAIOR JA GRAVADA NA DATA DE NEGOCIO MAIS UM
      * (MESMA REGRA DA SEQUENCIA DE Bloqueios.cbl)
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
      * LE AS ALCADAS EM PARAMETROS_APROVACAO.DAT. SEM O ARQUIVO VALEM
      * 10.000,00 PARA SAQUE E 50.000,00 PARA TRANSFERENCIA.
      ******************************************************************
       LE-PARAMETROS-APROVACAO.
           OPEN INPUT PARAMETROS-APROVACAO.
           EVALUATE ARQ-OK
               WHEN "00"
                   READ PARAMETROS-APROVACAO RECORD
                   MOVE PAP-ALCADA-SAQUE TO ALCADA-SAQUE
                   MOVE PAP-ALCADA-TRANSFERENCIA TO ALCADA-TRANSFERENCIA
      *CODIGO DE QUANDO SE TENTA ABRIR ARQUIVO QUE NÃO EXISTE
               WHEN "35"
                   MOVE 10000,00 TO ALCADA-SAQUE
                   MOVE 50000,00 TO ALCADA-TRANSFERENCIA
           END-EVALUATE.
           CLOSE PARAMETROS-APROVACAO.

      ******************************************************************
      *
      * SOMA OS BLOQUEIOS ATIVOS DA CONTA EM AGENCIA-BLOQUEIO /
