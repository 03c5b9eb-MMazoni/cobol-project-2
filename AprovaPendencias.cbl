      ******************************************************************
      * Author:
      * Date:
      * Purpose: APROVACAO DE OPERACOES PENDENTES (DUPLO CONTROLE).
      *          SAQUE E TRANSFERENCIA ACIMA DA ALCADA DO CAIXA
      *          (Movimento.cbl) E AUMENTO DE LIMITE ACIMA DO
      *          PERCENTUAL (Banco.cbl) NAO SAO LANCADOS NA HORA:
      *          FICAM EM APROVACOES.DAT COM SITUACAO P. AQUI UM
      *          SUPERVISOR APROVA OU REJEITA CADA PENDENCIA DA DATA
      *          DE NEGOCIO. SO NA APROVACAO A OPERACAO E LANCADA NO
      *          CADASTRO E NO LOG DE TRANSACOES, COM AS MESMAS
      *          VALIDACOES DO MOVIMENTO (SITUACAO DA CONTA, SALDO
      *          DISPONIVEL COM LIMITE E BLOQUEIOS). QUEM PEDIU E QUEM
      *          DECIDIU FICAM GRAVADOS NA PENDENCIA, E O OPERADOR QUE
      *          PEDIU NUNCA DECIDE A PROPRIA PENDENCIA. O QUE SOBRA
      *          PENDENTE EXPIRA NO FECHAMENTO DO DIA (FechamentoDia).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. APROVACAO_PENDENCIAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CADASTRO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CODIGO
           ALTERNATE RECORD KEY IS AGENCIA-CONTA
               SOURCE IS AGENCIA CONTA
           FILE STATUS IS ARQ-OK.

           SELECT ARQ-APROVACOES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APR-CHAVE
           FILE STATUS IS ARQ-OK.

           SELECT ARQ-BLOQUEIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BLQ-CHAVE
           FILE STATUS IS ARQ-OK.

           SELECT ARQ-CAIXA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CXA-CHAVE
           FILE STATUS IS ARQ-OK.

           SELECT LOG-TRANSACOES ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS ARQ-OK.

           SELECT ARQ-OPERADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPER-ID
           FILE STATUS IS ARQ-OK.

           SELECT ARQ-DATA-NEGOCIO ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS ARQ-OK.

       DATA DIVISION.
       FILE SECTION.
      * PARAMETROS PARA O ARQUIVO DE CADASTRO (MESMO LAYOUT DE Banco.cbl)
       FD  ARQ-CADASTRO LABEL RECORD STANDARD
           DATA RECORD IS REG-CONTA
           VALUE OF FILE-ID IS "CADASTRO.DAT".
       01 REG-CONTA.
          02 CODIGO PIC 9(7) VALUES ZEROS.
          02 NOME PIC X(50) VALUES SPACES.
          02 AGENCIA PIC X(5) VALUES SPACES.
          02 CONTA PIC X(12) VALUES SPACES.
          02 SALDO PIC S9(12)v99 VALUES ZEROS.
          02 LIMITE-CREDITO PIC 9(12)v99 VALUES ZEROS.
      *   SITUACAO: A = ATIVA, B = BLOQUEADA, E = ENCERRADA
          02 SITUACAO PIC X(1) VALUES SPACES.
      *   CPF OU CNPJ DO TITULAR NO CADASTRO DE CLIENTES
          02 CPF-CNPJ PIC X(14) VALUES SPACES.

      * OPERACOES PENDENTES DE APROVACAO, CHAVEADAS POR DATA DE
      * NEGOCIO E SEQUENCIA DO DIA. GRAVADAS POR Movimento.cbl (SAQUE
      * E TRANSFERENCIA) E Banco.cbl (AUMENTO DE LIMITE).
      *   APR-TIPO: S = SAQUE, T = TRANSFERENCIA, L = AUMENTO DE LIMITE
      *   APR-VALOR: VALOR DO SAQUE/TRANSFERENCIA OU O NOVO LIMITE
      *   APR-SITUACAO: P = PENDENTE, A = APROVADA, R = REJEITADA,
      *                 E = EXPIRADA NO FECHAMENTO DO DIA
      *   APR-OPERADOR: QUEM PEDIU; APR-APROVADOR: QUEM DECIDIU
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

      * BLOQUEIOS PARCIAIS DE VALOR POR CONTA (MESMO LAYOUT DE
      * Bloqueios.cbl)
      *   BLQ-SITUACAO: A = ATIVO, L = LIBERADO
       FD  ARQ-BLOQUEIOS LABEL RECORD STANDARD
               DATA RECORD IS REG-BLOQUEIO
               VALUE OF FILE-ID IS "BLOQUEIOS.DAT".
       01  REG-BLOQUEIO.
               02 BLQ-CHAVE.
                  03 BLQ-AGENCIA PIC X(5).
                  03 BLQ-CONTA PIC X(12).
                  03 BLQ-SEQUENCIA PIC 9(3).
               02 BLQ-VALOR PIC 9(12)V99.
               02 BLQ-MOTIVO PIC X(30).
               02 BLQ-DATA-LIBERACAO PIC 9(8).
               02 BLQ-SITUACAO PIC X(1).
               02 BLQ-OPERADOR PIC X(8).
               02 BLQ-DATA-INCLUSAO PIC 9(8).
               02 BLQ-OPERADOR-BAIXA PIC X(8).
               02 BLQ-DATA-BAIXA PIC 9(8).

      * SESSOES DE CAIXA DOS OPERADORES (MESMO LAYOUT DE
      * Movimento.cbl). O SAQUE APROVADO SAI DA GAVETA DE QUEM PEDIU.
      *   CXA-STATUS: A = ABERTO, F = FECHADO
       FD  ARQ-CAIXA LABEL RECORD STANDARD
               DATA RECORD IS REG-CAIXA
               VALUE OF FILE-ID IS "CAIXA_SESSOES.DAT".
       01  REG-CAIXA.
               02 CXA-CHAVE.
                  03 CXA-OPERADOR PIC X(8).
                  03 CXA-DATA PIC 9(8).
               02 CXA-STATUS PIC X(1).
               02 CXA-VALOR-ABERTURA PIC S9(12)V99.
               02 CXA-ENTRADAS PIC S9(12)V99.
               02 CXA-SAIDAS PIC S9(12)V99.
               02 CXA-QTD-DEPOSITOS PIC 9(6).
               02 CXA-QTD-SAQUES PIC 9(6).
               02 CXA-VALOR-CONTADO PIC S9(12)V99.
               02 CXA-DIFERENCA PIC S9(12)V99.
               02 CXA-SUPERVISOR PIC X(8).

      * DEFINE PARAMETROS PARA O LOG DE TRANSACOES DO CADASTRO
       FD  LOG-TRANSACOES LABEL RECORD STANDARD
               DATA RECORD IS REG-LOG
               VALUE OF FILE-ID IS "LOG_TRANSACOES.DAT".
       01  REG-LOG.
               02 LOG-CODIGO PIC 9(7).
               02 LOG-OPERACAO PIC X(8).
               02 LOG-DATA PIC 9(8).
               02 LOG-HORA PIC 9(8).
               02 LOG-SALDO-ANTES PIC S9(12)V99
                  SIGN IS TRAILING SEPARATE CHARACTER.
               02 LOG-SALDO-DEPOIS PIC S9(12)V99
                  SIGN IS TRAILING SEPARATE CHARACTER.
               02 LOG-OPERADOR PIC X(8).

      * CADASTRO DE OPERADORES (MESMO LAYOUT DE Banco.cbl)
      *   OPER-NIVEL: T = CAIXA, S = SUPERVISOR
       FD  ARQ-OPERADORES LABEL RECORD STANDARD
               DATA RECORD IS REG-OPERADOR
               VALUE OF FILE-ID IS "OPERADORES.DAT".
       01  REG-OPERADOR.
               02 OPER-ID PIC X(8).
               02 OPER-SENHA PIC X(8).
               02 OPER-NOME PIC X(30).
               02 OPER-NIVEL PIC X(1).

      * DATA DE NEGOCIO CORRENTE DO SISTEMA, MANTIDA PELO FECHAMENTO
      * DO DIA (MESMO LAYOUT DE FechamentoDia.cbl)
      *   DN-STATUS: A = DIA ABERTO, F = DIA FECHADO
       FD  ARQ-DATA-NEGOCIO LABEL RECORD STANDARD
               RECORD CONTAINS 9 CHARACTERS
               DATA RECORD IS REG-DATA-NEGOCIO
               VALUE OF FILE-ID IS "DATA_NEGOCIO.DAT".
       01  REG-DATA-NEGOCIO.
               02 DN-DATA PIC 9(8).
               02 DN-STATUS PIC X(1).

       WORKING-STORAGE SECTION.
            01 MASCARAS.
               02 SALDO-M PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
               02 VALOR-M PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               02 QUANTIDADE-M PIC ZZZ9.
            01 OPCAO PIC Z(1) VALUES ZEROS.
            01 ARQ-OK PIC X(2) VALUES SPACES.
            01 SALVAR PIC X(1) VALUES SPACES.
            01 ACHOU-REGISTRO PIC X(1) VALUES SPACES.
            01 ACHOU-PENDENCIA PIC X(1) VALUES SPACES.
            01 PENDENCIA-OK PIC X(1) VALUES SPACES.
            01 OPERACAO-EFETIVADA PIC X(1) VALUES SPACES.
            01 DECISAO-GRAVADA PIC X(1) VALUES SPACES.
            01 FIM-APROVACOES PIC X(1) VALUES SPACES.
            01 FIM-BLOQUEIOS PIC X(1) VALUES SPACES.
            01 CAIXA-ABERTO PIC X(1) VALUES SPACES.
            01 SEQUENCIA-ESCOLHIDA PIC 9(4) VALUES ZEROS.
            01 MOTIVO-DECISAO PIC X(30) VALUES SPACES.
            01 TOTAL-PENDENTES PIC 9(4) VALUES ZEROS.
            01 AGENCIA-BLOQUEIO PIC X(5) VALUES SPACES.
            01 CONTA-BLOQUEIO PIC X(12) VALUES SPACES.
            01 TOTAL-BLOQUEADO PIC S9(12)V99 VALUES ZEROS.
            01 VALOR-MOVIMENTO PIC S9(12)V99 VALUES ZEROS.
            01 LOG-OPERACAO-ATUAL PIC X(8) VALUES SPACES.
            01 CODIGO-LOG-ATUAL PIC 9(7) VALUES ZEROS.
            01 SALDO-ANTES-LOG PIC S9(12)V99 VALUES ZEROS.
            01 SALDO-DEPOIS-LOG PIC S9(12)V99 VALUES ZEROS.
            01 OPERADOR-ATUAL PIC X(8) VALUES SPACES.
            01 OPERADOR-DIGITADO PIC X(8) VALUES SPACES.
            01 SENHA-DIGITADA PIC X(8) VALUES SPACES.
            01 TENTATIVAS-SIGNON PIC 9(1) VALUES ZEROS.
            01 SIGNON-OK PIC X(1) VALUES SPACES.
            01 DATA-NEGOCIO PIC 9(8) VALUES ZEROS.
            01 DIA-ABERTO PIC X(1) VALUES SPACES.
            01 LINHA-ATUAL PIC 9(2) VALUES ZEROS.
            01 POS-LINHA PIC 9(4) VALUES ZEROS.
      * DADOS DA CONTA DE ORIGEM E DE DESTINO DA TRANSFERENCIA
            01 CODIGO-ORIGEM PIC 9(7) VALUES ZEROS.
            01 SALDO-ORIGEM PIC S9(12)V99 VALUES ZEROS.
            01 LIMITE-ORIGEM PIC 9(12)V99 VALUES ZEROS.
            01 CODIGO-DESTINO PIC 9(7) VALUES ZEROS.
            01 SALDO-DESTINO PIC S9(12)V99 VALUES ZEROS.
            01 LINHA-PENDENCIA.
               02 LP-SEQUENCIA PIC 9(4).
               02 FILLER PIC X(2) VALUES SPACES.
               02 LP-TIPO PIC X(1).
               02 FILLER PIC X(2) VALUES SPACES.
               02 LP-SITUACAO PIC X(1).
               02 FILLER PIC X(2) VALUES SPACES.
               02 LP-AGENCIA PIC X(5).
               02 FILLER PIC X(1) VALUES SPACES.
               02 LP-CONTA PIC X(12).
               02 FILLER PIC X(1) VALUES SPACES.
               02 LP-VALOR PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER PIC X(1) VALUES SPACES.
               02 LP-OPERADOR PIC X(8).
               02 FILLER PIC X(1) VALUES SPACES.
               02 LP-APROVADOR PIC X(8).

       SCREEN SECTION.
           01 TELA.
               02 BLANK SCREEN.
               02 LINE 1 COLUMN 28 VALUE "APROVACAO DE PENDENCIAS".
               02 LINE 5 COLUMN 3 VALUE "1 - LISTAR PENDENCIAS DO DIA".
               02 LINE 7 COLUMN 3 VALUE "2 - APROVAR PENDENCIA".
               02 LINE 9 COLUMN 3 VALUE "3 - REJEITAR PENDENCIA".
               02 LINE 11 COLUMN 3 VALUE "4 - SAIR".

           01 TELA-FINAL.
               02 BLANK SCREEN.
               02 LINE 20 COLUMN 30 VALUE "FIM DO PROGRAMA".

           01 TELA-SIGNON.
               02 BLANK SCREEN.
               02 LINE 1 COLUMN 28 VALUE "APROVACAO DE PENDENCIAS".
               02 LINE 3 COLUMN 26 VALUE "IDENTIFICACAO DO SUPERVISOR".
               02 LINE 7 COLUMN 10 VALUE "OPERADOR: ".
               02 LINE 9 COLUMN 10 VALUE "   SENHA: ".

           01 TELA-DECISAO.
               02 BLANK SCREEN.
               02 LINE 1 COLUMN 28 VALUE "APROVACAO DE PENDENCIAS".
               02 LINE 3 COLUMN 10 VALUE "          NUMERO: ".
               02 LINE 5 COLUMN 10 VALUE "            TIPO: ".
               02 LINE 6 COLUMN 10 VALUE "   AGENCIA/CONTA: ".
               02 LINE 7 COLUMN 10 VALUE "            NOME: ".
               02 LINE 8 COLUMN 10 VALUE "         DESTINO: ".
               02 LINE 9 COLUMN 10 VALUE "           VALOR: ".
               02 LINE 10 COLUMN 10 VALUE "    LIMITE ATUAL: ".
               02 LINE 11 COLUMN 10 VALUE "  PEDIDO POR/HORA: ".

           01 TELA-LISTAGEM.
               02 BLANK SCREEN.
               02 LINE 1 COLUMN 31 VALUE "PENDENCIAS DO DIA".
               02 LINE 3 COLUMN 3
                  VALUE "TIPO: S=SAQUE T=TRANSFERENCIA L=LIMITE".
               02 LINE 3 COLUMN 44
                  VALUE "SIT: P=PEND A=APROV R=REJ E=EXP".
               02 LINE 5 COLUMN 3
                  VALUE "NUM   T  S  AGENC CONTA        VALOR".
               02 LINE 5 COLUMN 53 VALUE "OPERADOR APROVADOR".
               02 LINE 6 COLUMN 3
                  VALUE "----  -  -  ----- ------------".
               02 LINE 6 COLUMN 34 VALUE "------------------".
               02 LINE 6 COLUMN 53 VALUE "-------- ---------".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-DATA-NEGOCIO.
           IF DIA-ABERTO = "S"
               PERFORM IDENTIFICA-SUPERVISOR
               IF SIGNON-OK = "S"
                   PERFORM CORPO UNTIL OPCAO = 4
               END-IF
           END-IF.
           DISPLAY TELA-FINAL.
           STOP " ".
           STOP RUN.

      ******************************************************************
      *
      * LE A DATA DE NEGOCIO MANTIDA PELO FECHAMENTO DO DIA (MESMA
      * ROTINA DE Movimento.cbl). COM O DIA FECHADO NADA E APROVADO:
      * AS PENDENCIAS DO DIA JA FORAM EXPIRADAS PELO FECHAMENTO.
      *
      ******************************************************************
       LE-DATA-NEGOCIO.
           OPEN INPUT ARQ-DATA-NEGOCIO.
           EVALUATE ARQ-OK
               WHEN "00"
                   READ ARQ-DATA-NEGOCIO RECORD
                   MOVE DN-DATA TO DATA-NEGOCIO
                   CLOSE ARQ-DATA-NEGOCIO
                   IF DN-STATUS = "F"
                       MOVE "N" TO DIA-ABERTO
                       DISPLAY "DIA " AT 1310
                       DISPLAY DATA-NEGOCIO AT 1314
                       DISPLAY " FECHADO. EXECUTE O FECHAMENTO "
                           AT 1322
                       DISPLAY "PARA VIRAR A DATA." AT 1353
                       STOP " "
                   ELSE
                       MOVE "S" TO DIA-ABERTO
                   END-IF
      *CODIGO DE QUANDO SE TENTA ABRIR ARQUIVO QUE NÃO EXISTE
               WHEN "35"
                   CLOSE ARQ-DATA-NEGOCIO
                   ACCEPT DATA-NEGOCIO FROM DATE YYYYMMDD
                   MOVE "S" TO DIA-ABERTO
           END-EVALUATE.

      ******************************************************************
      *
      * IDENTIFICACAO DO OPERADOR (MESMA ROTINA DE Bloqueios.cbl):
      * A APROVACAO E RESTRITA AO SUPERVISOR.
      *
      ******************************************************************
       IDENTIFICA-SUPERVISOR.
           MOVE "N" TO SIGNON-OK.
           MOVE ZEROS TO TENTATIVAS-SIGNON.
           PERFORM TENTA-SIGNON
               UNTIL SIGNON-OK = "S" OR TENTATIVAS-SIGNON >= 3.
           IF SIGNON-OK <> "S"
               DISPLAY "TRES TENTATIVAS INVALIDAS. " AT 1310
               DISPLAY "TERMINAL BLOQUEADO." AT 1337
               STOP " "
           END-IF.

       TENTA-SIGNON.
           ADD 1 TO TENTATIVAS-SIGNON.
           DISPLAY TELA-SIGNON.
           MOVE SPACES TO OPERADOR-DIGITADO SENHA-DIGITADA.
           ACCEPT OPERADOR-DIGITADO AT 0720 WITH PROMPT AUTO.
           ACCEPT SENHA-DIGITADA AT 0920 WITH SECURE.
           MOVE FUNCTION UPPER-CASE (OPERADOR-DIGITADO)
               TO OPERADOR-DIGITADO.
           OPEN INPUT ARQ-OPERADORES.
           IF ARQ-OK = "35"
               DISPLAY "ARQUIVO DE OPERADORES NAO ENCONTRADO. " AT 1310
               DISPLAY "EXECUTE O CADASTRO PRIMEIRO." AT 1349
               STOP " "
           ELSE
               MOVE OPERADOR-DIGITADO TO OPER-ID
               READ ARQ-OPERADORES
                   INVALID KEY
                       PERFORM REPORTA-SIGNON-INVALIDO
                   NOT INVALID KEY
                       IF OPER-SENHA = SENHA-DIGITADA
                           AND OPER-NIVEL = "S"
                           MOVE "S" TO SIGNON-OK
                           MOVE OPER-ID TO OPERADOR-ATUAL
                       ELSE
                           PERFORM REPORTA-SIGNON-INVALIDO
                       END-IF
               END-READ
               CLOSE ARQ-OPERADORES
           END-IF.

       REPORTA-SIGNON-INVALIDO.
           DISPLAY "OPERADOR/SENHA INVALIDOS OU SEM NIVEL " AT 1310.
           DISPLAY "DE SUPERVISOR (APERTE UMA TECLA...)" AT 1349.
           STOP " ".

       CORPO.
           DISPLAY TELA.
           PERFORM EXECUTAR UNTIL OPCAO = 4.

       EXECUTAR.
           DISPLAY "DIGITE A OPCAO DESEJADA [1-4]: " AT 1503.
           ACCEPT OPCAO AT 1534 WITH PROMPT AUTO.
           EVALUATE OPCAO
               WHEN 1
                   PERFORM LISTA-PENDENCIAS
                   DISPLAY TELA
               WHEN 2
                   PERFORM APROVA-PENDENCIA
                   DISPLAY TELA
               WHEN 3
                   PERFORM REJEITA-PENDENCIA
                   DISPLAY TELA
               WHEN 4
                   CONTINUE
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA! DIGITE UMA "  AT 1703
                  DISPLAY "TECLA PARA CONTINUAR... " AT 1730
                  STOP " "
                  DISPLAY SPACE ERASE EOS AT LINE 17
           END-EVALUATE.

      ******************************************************************
      *
      * LISTA AS PENDENCIAS DA DATA DE NEGOCIO, JA DECIDIDAS OU NAO,
      * COM QUEM PEDIU E QUEM DECIDIU, E O TOTAL AINDA PENDENTE
      *
      ******************************************************************
       LISTA-PENDENCIAS.
           OPEN INPUT ARQ-APROVACOES.
           IF ARQ-OK = "35"
               DISPLAY "NAO HA PENDENCIAS GRAVADAS!" AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1735
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           ELSE
               DISPLAY TELA-LISTAGEM
               MOVE 7 TO LINHA-ATUAL
               MOVE ZEROS TO TOTAL-PENDENTES
               MOVE "N" TO FIM-APROVACOES
               MOVE DATA-NEGOCIO TO APR-DATA
               MOVE ZEROS TO APR-SEQUENCIA
               START ARQ-APROVACOES KEY >= APR-CHAVE
                   INVALID KEY
                       MOVE "S" TO FIM-APROVACOES
               END-START
               PERFORM LISTA-PROXIMA-PENDENCIA
                   UNTIL FIM-APROVACOES = "S"
               CLOSE ARQ-APROVACOES
               MOVE TOTAL-PENDENTES TO QUANTIDADE-M
               DISPLAY "PENDENCIAS AGUARDANDO DECISAO:" AT 2103
               DISPLAY QUANTIDADE-M AT 2134
               DISPLAY "APERTE UMA TECLA PARA CONTINUAR..." AT 2403
               ACCEPT SALVAR AT 2440 WITH PROMPT AUTO
           END-IF.

       LISTA-PROXIMA-PENDENCIA.
           READ ARQ-APROVACOES NEXT RECORD
               AT END
                   MOVE "S" TO FIM-APROVACOES
               NOT AT END
                   IF APR-DATA = DATA-NEGOCIO
                       PERFORM IMPRIME-LINHA-PENDENCIA
                   ELSE
                       MOVE "S" TO FIM-APROVACOES
                   END-IF
           END-READ.

       IMPRIME-LINHA-PENDENCIA.
           MOVE APR-SEQUENCIA TO LP-SEQUENCIA.
           MOVE APR-TIPO TO LP-TIPO.
           MOVE APR-SITUACAO TO LP-SITUACAO.
           MOVE APR-AGENCIA TO LP-AGENCIA.
           MOVE APR-CONTA TO LP-CONTA.
           MOVE APR-VALOR TO LP-VALOR.
           MOVE APR-OPERADOR TO LP-OPERADOR.
           MOVE APR-APROVADOR TO LP-APROVADOR.
           COMPUTE POS-LINHA = LINHA-ATUAL * 100 + 3.
           DISPLAY LINHA-PENDENCIA AT POS-LINHA.
           IF APR-SITUACAO = "P"
               ADD 1 TO TOTAL-PENDENTES
           END-IF.
           ADD 1 TO LINHA-ATUAL.
           IF LINHA-ATUAL > 19
               DISPLAY "APERTE UMA TECLA PARA CONTINUAR..." AT 2103
               STOP " "
               DISPLAY TELA-LISTAGEM
               MOVE 7 TO LINHA-ATUAL
           END-IF.

      ******************************************************************
      *
      * APROVA UMA PENDENCIA DA DATA DE NEGOCIO PELO NUMERO. A
      * OPERACAO E LANCADA AGORA, COM AS VALIDACOES REFEITAS SOBRE O
      * SALDO ATUAL; SE NAO PASSAR, A PENDENCIA CONTINUA PENDENTE
      * (O SUPERVISOR PODE REJEITA-LA).
      *
      ******************************************************************
       APROVA-PENDENCIA.
           PERFORM SELECIONA-PENDENCIA.
           IF PENDENCIA-OK = "S"
               DISPLAY "CONFIRMA A APROVACAO (S/N)? < >" AT 1703
               ACCEPT SALVAR AT 1732 WITH PROMPT AUTO
               MOVE FUNCTION UPPER-CASE (SALVAR) TO SALVAR
               DISPLAY SPACE ERASE EOS AT LINE 17
               IF SALVAR = "S"
                   MOVE "A" TO APR-SITUACAO
                   MOVE SPACES TO APR-MOTIVO
                   PERFORM GRAVA-DECISAO
                   IF DECISAO-GRAVADA = "S"
                       PERFORM LANCA-PENDENCIA-APROVADA
                   END-IF
               END-IF
           END-IF.
           IF ACHOU-PENDENCIA = "S"
               CLOSE ARQ-APROVACOES
           END-IF.

      ******************************************************************
      *
      * REJEITA UMA PENDENCIA COM MOTIVO. NADA E LANCADO.
      *
      ******************************************************************
       REJEITA-PENDENCIA.
           PERFORM SELECIONA-PENDENCIA.
           IF PENDENCIA-OK = "S"
               DISPLAY "MOTIVO DA REJEICAO: " AT 1303
               MOVE SPACES TO MOTIVO-DECISAO
               PERFORM RECEBE-MOTIVO-DECISAO
                   UNTIL MOTIVO-DECISAO <> " "
               DISPLAY "CONFIRMA A REJEICAO (S/N)? < >" AT 1703
               ACCEPT SALVAR AT 1731 WITH PROMPT AUTO
               MOVE FUNCTION UPPER-CASE (SALVAR) TO SALVAR
               DISPLAY SPACE ERASE EOS AT LINE 17
               IF SALVAR = "S"
                   MOVE "R" TO APR-SITUACAO
                   MOVE MOTIVO-DECISAO TO APR-MOTIVO
                   PERFORM GRAVA-DECISAO
               END-IF
           END-IF.
           IF ACHOU-PENDENCIA = "S"
               CLOSE ARQ-APROVACOES
           END-IF.

       RECEBE-MOTIVO-DECISAO.
           ACCEPT MOTIVO-DECISAO AT 1323.
           IF MOTIVO-DECISAO = " "
               DISPLAY "E OBRIGATORIO DIGITAR O MOTIVO " AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1735
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           END-IF.

      ******************************************************************
      * LE A PENDENCIA PELO NUMERO NA DATA DE NEGOCIO E MOSTRA OS
      * DADOS. SO SEGUE (PENDENCIA-OK) SE ELA AINDA ESTA PENDENTE E
      * SE QUEM ESTA DECIDINDO NAO E QUEM PEDIU. COM A PENDENCIA
      * ACHADA O ARQUIVO FICA ABERTO EM I-O PARA O REWRITE.
      ******************************************************************
       SELECIONA-PENDENCIA.
           MOVE "N" TO PENDENCIA-OK.
           MOVE "N" TO ACHOU-PENDENCIA.
           DISPLAY TELA-DECISAO.
           MOVE ZEROS TO SEQUENCIA-ESCOLHIDA.
           PERFORM RECEBE-SEQUENCIA UNTIL SEQUENCIA-ESCOLHIDA > 0.
           OPEN I-O ARQ-APROVACOES.
           IF ARQ-OK = "35"
               CLOSE ARQ-APROVACOES
               DISPLAY "NAO HA PENDENCIAS GRAVADAS!" AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1735
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           ELSE
               MOVE "S" TO ACHOU-PENDENCIA
               MOVE DATA-NEGOCIO TO APR-DATA
               MOVE SEQUENCIA-ESCOLHIDA TO APR-SEQUENCIA
               READ ARQ-APROVACOES
                   INVALID KEY
                       DISPLAY "PENDENCIA NAO ENCONTRADA NA DATA!"
                           AT 1703
                       DISPLAY "(APERTE QUALQUER TECLA...)" AT 1737
                       STOP " "
                       DISPLAY SPACE ERASE EOS AT LINE 17
                   NOT INVALID KEY
                       PERFORM MOSTRA-PENDENCIA
                       PERFORM VERIFICA-PENDENCIA
               END-READ
           END-IF.

       RECEBE-SEQUENCIA.
           ACCEPT SEQUENCIA-ESCOLHIDA AT 0328 WITH PROMPT AUTO.
           IF SEQUENCIA-ESCOLHIDA = ZEROS
               DISPLAY "E OBRIGATORIO DIGITAR O NUMERO " AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1735
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           END-IF.

       MOSTRA-PENDENCIA.
           EVALUATE APR-TIPO
               WHEN "S"
                   DISPLAY "SAQUE" AT 0528
               WHEN "T"
                   DISPLAY "TRANSFERENCIA" AT 0528
               WHEN "L"
                   DISPLAY "AUMENTO DE LIMITE (NOVO LIMITE)" AT 0528
           END-EVALUATE.
           DISPLAY APR-AGENCIA AT 0628.
           DISPLAY APR-CONTA AT 0634.
           MOVE APR-AGENCIA TO AGENCIA.
           MOVE APR-CONTA TO CONTA.
           OPEN INPUT ARQ-CADASTRO.
           IF ARQ-OK <> "35"
               READ ARQ-CADASTRO KEY IS AGENCIA-CONTA
                   INVALID KEY
                       DISPLAY "CONTA NAO ENCONTRADA" AT 0728
                   NOT INVALID KEY
                       DISPLAY NOME AT 0728
                       MOVE LIMITE-CREDITO TO VALOR-M
                       DISPLAY VALOR-M AT 1028
               END-READ
           END-IF.
           CLOSE ARQ-CADASTRO.
           IF APR-TIPO = "T"
               DISPLAY APR-AGENCIA-DESTINO AT 0828
               DISPLAY APR-CONTA-DESTINO AT 0834
           END-IF.
           MOVE APR-VALOR TO VALOR-M.
           DISPLAY VALOR-M AT 0928.
           DISPLAY APR-OPERADOR AT 1129.
           DISPLAY APR-HORA AT 1138.

       VERIFICA-PENDENCIA.
           IF APR-SITUACAO <> "P"
               DISPLAY "PENDENCIA JA DECIDIDA OU EXPIRADA (" AT 1703
               DISPLAY APR-SITUACAO AT 1738
               DISPLAY "). APERTE UMA TECLA" AT 1739
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           ELSE IF APR-OPERADOR = OPERADOR-ATUAL
               DISPLAY "QUEM PEDIU A OPERACAO NAO PODE DECIDIR " AT 1703
               DISPLAY "(APERTE UMA TECLA)" AT 1742
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           ELSE
               MOVE "S" TO PENDENCIA-OK
           END-IF.

      ******************************************************************
      * GRAVA A DECISAO NA PENDENCIA JA LIDA: QUEM DECIDIU E QUANDO.
      * NA APROVACAO A DECISAO E GRAVADA ANTES DO LANCAMENTO, PARA QUE
      * UMA PENDENCIA LANCADA NUNCA FIQUE COMO P E SEJA APROVADA DE
      * NOVO; O LANCAMENTO SO ACONTECE SE A DECISAO FOI GRAVADA.
      ******************************************************************
       GRAVA-DECISAO.
           MOVE "N" TO DECISAO-GRAVADA.
           MOVE OPERADOR-ATUAL TO APR-APROVADOR.
           MOVE DATA-NEGOCIO TO APR-DATA-DECISAO.
           ACCEPT APR-HORA-DECISAO FROM TIME.
           REWRITE REG-APROVACAO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A DECISAO!!" AT 1903
                   STOP " "
                   DISPLAY SPACE ERASE EOS AT LINE 19
               NOT INVALID KEY
                   MOVE "S" TO DECISAO-GRAVADA
                   IF APR-SITUACAO = "R"
                       DISPLAY "PENDENCIA REJEITADA" AT 1903
                       DISPLAY "DIGITE QUALQUER TECLA PARA CONTINUAR..."
                           AT 2103
                       ACCEPT SALVAR AT 2142 WITH PROMPT AUTO
                   END-IF
           END-REWRITE.

      ******************************************************************
      * LANCA A OPERACAO DA PENDENCIA JA MARCADA COMO APROVADA. SE O
      * LANCAMENTO NAO ACONTECER (SALDO, CAIXA, CONTA), A PENDENCIA
      * VOLTA PARA P, SEM APROVADOR, PARA SER DECIDIDA DE NOVO.
      ******************************************************************
       LANCA-PENDENCIA-APROVADA.
           MOVE "N" TO OPERACAO-EFETIVADA.
           MOVE APR-VALOR TO VALOR-MOVIMENTO.
           EVALUATE APR-TIPO
               WHEN "S"
                   PERFORM EFETIVA-SAQUE
               WHEN "T"
                   PERFORM EFETIVA-TRANSFERENCIA
               WHEN "L"
                   PERFORM EFETIVA-LIMITE
           END-EVALUATE.
           IF OPERACAO-EFETIVADA = "S"
               DISPLAY "PENDENCIA APROVADA E LANCADA" AT 1903
               DISPLAY "DIGITE QUALQUER TECLA PARA CONTINUAR..."
                   AT 2103
               ACCEPT SALVAR AT 2142 WITH PROMPT AUTO
           ELSE
               PERFORM DESFAZ-DECISAO
           END-IF.

       DESFAZ-DECISAO.
           MOVE "P" TO APR-SITUACAO.
           MOVE SPACES TO APR-APROVADOR.
           MOVE ZEROS TO APR-DATA-DECISAO APR-HORA-DECISAO.
           REWRITE REG-APROVACAO
               INVALID KEY
                   DISPLAY "PENDENCIA FICOU APROVADA SEM LANCAMENTO!"
                       AT 1903
                   STOP " "
                   DISPLAY SPACE ERASE EOS AT LINE 19
           END-REWRITE.

      ******************************************************************
      *
      * SAQUE APROVADO: MESMAS REGRAS DE EFETUA-SAQUE DE Movimento.cbl.
      * O DINHEIRO SAI DA GAVETA DE QUEM PEDIU, QUE PRECISA ESTAR COM
      * O CAIXA ABERTO NA DATA DE NEGOCIO. O LOG LEVA O OPERADOR QUE
      * PEDIU (DONO DO CAIXA); O APROVADOR FICA NA PENDENCIA.
      *
      ******************************************************************
       EFETIVA-SAQUE.
           PERFORM VERIFICA-CAIXA-SOLICITANTE.
           IF CAIXA-ABERTO <> "S"
               DISPLAY "O CAIXA DE QUEM PEDIU NAO ESTA ABERTO. " AT 1703
               DISPLAY "(APERTE UMA TECLA)" AT 1742
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           ELSE
               PERFORM LOCALIZA-CONTA-PENDENCIA
               IF ACHOU-REGISTRO = "S"
                   MOVE APR-AGENCIA TO AGENCIA-BLOQUEIO
                   MOVE APR-CONTA TO CONTA-BLOQUEIO
                   PERFORM CALCULA-TOTAL-BLOQUEADO
                   IF (SALDO - VALOR-MOVIMENTO + LIMITE-CREDITO
                       - TOTAL-BLOQUEADO) < 0
                       PERFORM AVISA-SALDO-INSUFICIENTE
                   ELSE
                       MOVE SALDO TO SALDO-ANTES-LOG
                       SUBTRACT VALOR-MOVIMENTO FROM SALDO
                       PERFORM GRAVA-SAQUE
                   END-IF
               END-IF
               CLOSE ARQ-CADASTRO
           END-IF.

       GRAVA-SAQUE.
           REWRITE REG-CONTA
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O MOVIMENTO!!" AT 1903
                   STOP " "
                   DISPLAY SPACE ERASE EOS AT LINE 19
               NOT INVALID KEY
                   MOVE SALDO TO SALDO-DEPOIS-LOG
                   MOVE CODIGO TO CODIGO-LOG-ATUAL
                   MOVE "SAQUE" TO LOG-OPERACAO-ATUAL
                   PERFORM GRAVA-LOG
                   PERFORM SOMA-SAIDA-CAIXA-SOLICITANTE
                   MOVE "S" TO OPERACAO-EFETIVADA
           END-REWRITE.

      ******************************************************************
      * LOCALIZA A CONTA DA PENDENCIA PELA CHAVE AGENCIA-CONTA E
      * DEIXA O CADASTRO ABERTO EM I-O POSICIONADO PARA O REWRITE.
      * CONTA BLOQUEADA OU ENCERRADA DEPOIS DO PEDIDO E RECUSADA.
      ******************************************************************
       LOCALIZA-CONTA-PENDENCIA.
           MOVE "N" TO ACHOU-REGISTRO.
           OPEN I-O ARQ-CADASTRO.
           IF ARQ-OK <> "35"
               MOVE APR-AGENCIA TO AGENCIA
               MOVE APR-CONTA TO CONTA
               READ ARQ-CADASTRO KEY IS AGENCIA-CONTA
                   INVALID KEY
                       MOVE "N" TO ACHOU-REGISTRO
                   NOT INVALID KEY
                       MOVE "S" TO ACHOU-REGISTRO
               END-READ
           END-IF.
           IF ACHOU-REGISTRO <> "S"
               DISPLAY "CONTA NAO ENCONTRADA!" AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1735
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           ELSE IF SITUACAO = "B" OR SITUACAO = "E"
               MOVE "N" TO ACHOU-REGISTRO
               DISPLAY "CONTA BLOQUEADA/ENCERRADA. OPERACAO " AT 1703
               DISPLAY "NAO PERMITIDA (APERTE UMA TECLA)" AT 1740
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           END-IF
           END-IF.

       AVISA-SALDO-INSUFICIENTE.
           DISPLAY "VALOR ACIMA DO SALDO DISPONIVEL " AT 1703.
           DISPLAY "(LIMITE E BLOQUEIOS). APERTE UMA TECLA" AT 1735.
           STOP " ".
           DISPLAY SPACE ERASE EOS AT LINE 17.

      ******************************************************************
      *
      * TRANSFERENCIA APROVADA: MESMAS REGRAS DE Movimento.cbl. AS
      * DUAS PERNAS SAO GRAVADAS JUNTAS; SE O REWRITE DO DESTINO
      * FALHAR O SALDO DA ORIGEM E RESTAURADO E NADA VAI PARA O LOG.
      *
      ******************************************************************
       EFETIVA-TRANSFERENCIA.
           PERFORM LOCALIZA-CONTA-PENDENCIA.
           IF ACHOU-REGISTRO = "S"
               MOVE CODIGO TO CODIGO-ORIGEM
               MOVE SALDO TO SALDO-ORIGEM
               MOVE LIMITE-CREDITO TO LIMITE-ORIGEM
               MOVE APR-AGENCIA-DESTINO TO AGENCIA
               MOVE APR-CONTA-DESTINO TO CONTA
               READ ARQ-CADASTRO KEY IS AGENCIA-CONTA
                   INVALID KEY
                       DISPLAY "CONTA DE DESTINO NAO ENCONTRADA!"
                           AT 1703
                       DISPLAY "(APERTE QUALQUER TECLA...)" AT 1740
                       STOP " "
                       DISPLAY SPACE ERASE EOS AT LINE 17
                   NOT INVALID KEY
                       PERFORM CONFERE-DESTINO-TRANSFERENCIA
               END-READ
           END-IF.
           CLOSE ARQ-CADASTRO.

       CONFERE-DESTINO-TRANSFERENCIA.
           IF SITUACAO = "B" OR SITUACAO = "E"
               DISPLAY "CONTA DE DESTINO BLOQUEADA/ENCERRADA!" AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1742
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           ELSE
               MOVE CODIGO TO CODIGO-DESTINO
               MOVE SALDO TO SALDO-DESTINO
               MOVE APR-AGENCIA TO AGENCIA-BLOQUEIO
               MOVE APR-CONTA TO CONTA-BLOQUEIO
               PERFORM CALCULA-TOTAL-BLOQUEADO
               IF (SALDO-ORIGEM - VALOR-MOVIMENTO + LIMITE-ORIGEM
                   - TOTAL-BLOQUEADO) < 0
                   PERFORM AVISA-SALDO-INSUFICIENTE
               ELSE
                   PERFORM GRAVA-TRANSFERENCIA
               END-IF
           END-IF.

       GRAVA-TRANSFERENCIA.
           MOVE CODIGO-ORIGEM TO CODIGO.
           READ ARQ-CADASTRO
               INVALID KEY
                   DISPLAY "ERRO AO RELER A CONTA DE ORIGEM!!" AT 1903
                   STOP " "
                   DISPLAY SPACE ERASE EOS AT LINE 19
               NOT INVALID KEY
                   SUBTRACT VALOR-MOVIMENTO FROM SALDO
                   PERFORM GRAVA-PERNA-DEBITO
           END-READ.

       GRAVA-PERNA-DEBITO.
           REWRITE REG-CONTA
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A CONTA DE ORIGEM!!" AT 1903
                   STOP " "
                   DISPLAY SPACE ERASE EOS AT LINE 19
               NOT INVALID KEY
                   PERFORM GRAVA-PERNA-CREDITO
           END-REWRITE.

       GRAVA-PERNA-CREDITO.
           MOVE CODIGO-DESTINO TO CODIGO.
           READ ARQ-CADASTRO
               INVALID KEY
                   PERFORM DESFAZ-PERNA-DEBITO
               NOT INVALID KEY
                   ADD VALOR-MOVIMENTO TO SALDO
                   REWRITE REG-CONTA
                       INVALID KEY
                           PERFORM DESFAZ-PERNA-DEBITO
                       NOT INVALID KEY
                           PERFORM GRAVA-LOGS-TRANSFERENCIA
                   END-REWRITE
           END-READ.

       DESFAZ-PERNA-DEBITO.
           MOVE CODIGO-ORIGEM TO CODIGO.
           READ ARQ-CADASTRO
               INVALID KEY
                   DISPLAY "ERRO GRAVE: DESFAZER TRANSFERENCIA FALHOU"
                       AT 1903
                   STOP " "
                   DISPLAY SPACE ERASE EOS AT LINE 19
               NOT INVALID KEY
                   MOVE SALDO-ORIGEM TO SALDO
                   REWRITE REG-CONTA
                       INVALID KEY
                           DISPLAY "ERRO GRAVE: DESFAZER TRANSFERENCIA"
                               AT 1903
                           DISPLAY " FALHOU" AT 1938
                           STOP " "
                           DISPLAY SPACE ERASE EOS AT LINE 19
                       NOT INVALID KEY
                           DISPLAY "TRANSFERENCIA NAO EFETUADA. SALDO"
                               AT 1903
                           DISPLAY " DA ORIGEM RESTAURADO." AT 1936
                           STOP " "
                           DISPLAY SPACE ERASE EOS AT LINE 19
                   END-REWRITE
           END-READ.

       GRAVA-LOGS-TRANSFERENCIA.
           MOVE CODIGO-ORIGEM TO CODIGO-LOG-ATUAL.
           MOVE "TRANSF-D" TO LOG-OPERACAO-ATUAL.
           MOVE SALDO-ORIGEM TO SALDO-ANTES-LOG.
           COMPUTE SALDO-DEPOIS-LOG =
               SALDO-ORIGEM - VALOR-MOVIMENTO.
           PERFORM GRAVA-LOG.
           MOVE CODIGO-DESTINO TO CODIGO-LOG-ATUAL.
           MOVE "TRANSF-C" TO LOG-OPERACAO-ATUAL.
           MOVE SALDO-DESTINO TO SALDO-ANTES-LOG.
           COMPUTE SALDO-DEPOIS-LOG =
               SALDO-DESTINO + VALOR-MOVIMENTO.
           PERFORM GRAVA-LOG.
           MOVE "S" TO OPERACAO-EFETIVADA.

      ******************************************************************
      *
      * AUMENTO DE LIMITE APROVADO: SO VALE SE O LIMITE DA CONTA
      * AINDA E O MESMO DO PEDIDO (OUTRA ALTERACAO NO MEIO TORNA O
      * PEDIDO VELHO; REJEITE E PECA DE NOVO). VAI PARA O LOG COMO
      * ALTERAR, COMO A ALTERACAO DE CONTA DE Banco.cbl.
      *
      ******************************************************************
       EFETIVA-LIMITE.
           PERFORM LOCALIZA-CONTA-PENDENCIA.
           IF ACHOU-REGISTRO = "S"
               IF LIMITE-CREDITO <> APR-LIMITE-ANTERIOR
                   DISPLAY "O LIMITE DA CONTA MUDOU DEPOIS DO " AT 1703
                   DISPLAY "PEDIDO (APERTE UMA TECLA)" AT 1737
                   STOP " "
                   DISPLAY SPACE ERASE EOS AT LINE 17
               ELSE
                   MOVE APR-VALOR TO LIMITE-CREDITO
                   REWRITE REG-CONTA
                       INVALID KEY
                           DISPLAY "ERRO AO ALTERAR!!" AT 1903
                           STOP " "
                           DISPLAY SPACE ERASE EOS AT LINE 19
                       NOT INVALID KEY
                           MOVE SALDO TO SALDO-ANTES-LOG
                           MOVE SALDO TO SALDO-DEPOIS-LOG
                           MOVE CODIGO TO CODIGO-LOG-ATUAL
                           MOVE "ALTERAR" TO LOG-OPERACAO-ATUAL
                           PERFORM GRAVA-LOG
                           MOVE "S" TO OPERACAO-EFETIVADA
                   END-REWRITE
               END-IF
           END-IF.
           CLOSE ARQ-CADASTRO.

      ******************************************************************
      * SESSAO DE CAIXA DE QUEM PEDIU O SAQUE NA DATA DE NEGOCIO
      * (CAIXA_SESSOES.DAT, MANTIDO POR Movimento.cbl)
      ******************************************************************
       VERIFICA-CAIXA-SOLICITANTE.
           MOVE "N" TO CAIXA-ABERTO.
           OPEN INPUT ARQ-CAIXA.
           IF ARQ-OK <> "35"
               MOVE APR-OPERADOR TO CXA-OPERADOR
               MOVE DATA-NEGOCIO TO CXA-DATA
               READ ARQ-CAIXA
                   INVALID KEY
                       MOVE "N" TO CAIXA-ABERTO
                   NOT INVALID KEY
                       IF CXA-STATUS = "A"
                           MOVE "S" TO CAIXA-ABERTO
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-CAIXA.

       SOMA-SAIDA-CAIXA-SOLICITANTE.
           OPEN I-O ARQ-CAIXA.
           MOVE APR-OPERADOR TO CXA-OPERADOR.
           MOVE DATA-NEGOCIO TO CXA-DATA.
           READ ARQ-CAIXA
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O CAIXA!!" AT 1903
               NOT INVALID KEY
                   ADD VALOR-MOVIMENTO TO CXA-SAIDAS
                   ADD 1 TO CXA-QTD-SAQUES
                   REWRITE REG-CAIXA
           END-READ.
           CLOSE ARQ-CAIXA.

      ******************************************************************
      *
      * SOMA OS BLOQUEIOS ATIVOS DA CONTA EM AGENCIA-BLOQUEIO /
      * CONTA-BLOQUEIO (MESMA ROTINA DE Movimento.cbl)
      *
      ******************************************************************
       CALCULA-TOTAL-BLOQUEADO.
           MOVE ZEROS TO TOTAL-BLOQUEADO.
           MOVE "N" TO FIM-BLOQUEIOS.
           OPEN INPUT ARQ-BLOQUEIOS.
           IF ARQ-OK = "35"
               CLOSE ARQ-BLOQUEIOS
               MOVE "S" TO FIM-BLOQUEIOS
           ELSE
               MOVE AGENCIA-BLOQUEIO TO BLQ-AGENCIA
               MOVE CONTA-BLOQUEIO TO BLQ-CONTA
               MOVE ZEROS TO BLQ-SEQUENCIA
               START ARQ-BLOQUEIOS KEY >= BLQ-CHAVE
                   INVALID KEY
                       MOVE "S" TO FIM-BLOQUEIOS
               END-START
               PERFORM SOMA-PROXIMO-BLOQUEIO
                   UNTIL FIM-BLOQUEIOS = "S"
               CLOSE ARQ-BLOQUEIOS
           END-IF.

       SOMA-PROXIMO-BLOQUEIO.
           READ ARQ-BLOQUEIOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-BLOQUEIOS
               NOT AT END
                   IF BLQ-AGENCIA = AGENCIA-BLOQUEIO
                       AND BLQ-CONTA = CONTA-BLOQUEIO
                       IF BLQ-SITUACAO = "A"
                           ADD BLQ-VALOR TO TOTAL-BLOQUEADO
                       END-IF
                   ELSE
                       MOVE "S" TO FIM-BLOQUEIOS
                   END-IF
           END-READ.

      ******************************************************************
      *
      * GRAVA LOG DE TRANSACOES (MESMA ROTINA DE Banco.cbl). O
      * OPERADOR DO LANCAMENTO E QUEM PEDIU A OPERACAO.
      *
      ******************************************************************
       GRAVA-LOG.
           OPEN EXTEND LOG-TRANSACOES.
           IF ARQ-OK = "35"
               CLOSE LOG-TRANSACOES
               OPEN OUTPUT LOG-TRANSACOES
           END-IF.
           MOVE CODIGO-LOG-ATUAL TO LOG-CODIGO.
           MOVE LOG-OPERACAO-ATUAL TO LOG-OPERACAO.
           MOVE DATA-NEGOCIO TO LOG-DATA.
           ACCEPT LOG-HORA FROM TIME.
           MOVE SALDO-ANTES-LOG TO LOG-SALDO-ANTES.
           MOVE SALDO-DEPOIS-LOG TO LOG-SALDO-DEPOIS.
           MOVE APR-OPERADOR TO LOG-OPERADOR.
           WRITE REG-LOG.
           CLOSE LOG-TRANSACOES.

       END PROGRAM APROVACAO_PENDENCIAS.
