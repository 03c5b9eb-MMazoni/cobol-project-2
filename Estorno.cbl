      ******************************************************************
      * Author:
      * Date:
      * Purpose: ESTORNO DE LANCAMENTOS DO LOG DE TRANSACOES, RESTRITO
      *          A SUPERVISOR. O SUPERVISOR INFORMA A CONTA E O
      *          LANCAMENTO ORIGINAL (DATA, HORA E OPERACAO, COMO
      *          APARECEM NA CONSULTA) E O SISTEMA LANCA O MOVIMENTO
      *          EXATAMENTE CONTRARIO COM A OPERACAO ESTORNO. O
      *          VINCULO ENTRE O ESTORNO E O ORIGINAL FICA EM
      *          ESTORNOS.DAT (CHAVE = LANCAMENTO ORIGINAL), O QUE
      *          IMPEDE QUE O MESMO LANCAMENTO SEJA ESTORNADO DUAS
      *          VEZES. AS DUAS PERNAS DE UMA TRANSFERENCIA
      *          (TRANSF-D/TRANSF-C) OU DE UM AGENDAMENTO
      *          (AGEND-D/AGEND-C) SAO ESTORNADAS JUNTAS. O ESTORNO E
      *          RECUSADO QUANDO O DEBITO QUE ELE GERA ULTRAPASSA O
      *          SALDO DISPONIVEL (SALDO + LIMITE - BLOQUEIOS).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. ESTORNO_LANCAMENTO.

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

           SELECT ARQ-ESTORNOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EST-CHAVE
           FILE STATUS IS ARQ-OK.

           SELECT ARQ-BLOQUEIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BLQ-CHAVE
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

      * VINCULO DOS ESTORNOS COM OS LANCAMENTOS ORIGINAIS. A CHAVE E
      * O LANCAMENTO ORIGINAL DO LOG (CONTA, DATA, HORA E OPERACAO);
      * EST-HORA-ESTORNO E A LOG-HORA DO LANCAMENTO ESTORNO GRAVADO
      * NO LOG. NUM ESTORNO DE TRANSFERENCIA OU AGENDAMENTO CADA
      * PERNA TEM SEU REGISTRO E EST-PAR APONTA PARA A OUTRA PERNA.
       FD  ARQ-ESTORNOS LABEL RECORD STANDARD
               DATA RECORD IS REG-ESTORNO
               VALUE OF FILE-ID IS "ESTORNOS.DAT".
       01  REG-ESTORNO.
               02 EST-CHAVE.
                  03 EST-CODIGO PIC 9(7).
                  03 EST-DATA PIC 9(8).
                  03 EST-HORA PIC 9(8).
                  03 EST-OPERACAO PIC X(8).
               02 EST-VALOR-ORIGINAL PIC S9(12)V99
                  SIGN IS TRAILING SEPARATE CHARACTER.
               02 EST-OPERADOR-ORIGINAL PIC X(8).
               02 EST-DATA-ESTORNO PIC 9(8).
               02 EST-HORA-ESTORNO PIC 9(8).
               02 EST-SUPERVISOR PIC X(8).
               02 EST-MOTIVO PIC X(30).
               02 EST-PAR.
                  03 EST-PAR-CODIGO PIC 9(7).
                  03 EST-PAR-DATA PIC 9(8).
                  03 EST-PAR-HORA PIC 9(8).
                  03 EST-PAR-OPERACAO PIC X(8).

      * BLOQUEIOS PARCIAIS DE VALOR (MESMO LAYOUT DE Bloqueios.cbl)
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
            01 OPCAO PIC Z(1) VALUES ZEROS.
            01 ARQ-OK PIC X(2) VALUES SPACES.
            01 SALVAR PIC X(1) VALUES SPACES.
            01 ACHOU-REGISTRO PIC X(1) VALUES SPACES.
            01 CADASTRO-ABERTO PIC X(1) VALUES SPACES.
            01 ESTORNOS-ABERTO PIC X(1) VALUES SPACES.
            01 FIM-LOG PIC X(1) VALUES SPACES.
            01 FIM-BLOQUEIOS PIC X(1) VALUES SPACES.
            01 ESTORNO-OK PIC X(1) VALUES SPACES.
            01 JA-ESTORNADO PIC X(1) VALUES SPACES.
            01 MENSAGEM-RECUSA PIC X(45) VALUES SPACES.
            01 AGENCIA-PROCURADA PIC X(5) VALUES SPACES.
            01 CONTA-PROCURADA PIC X(12) VALUES SPACES.
            01 DATA-PROCURADA PIC 9(8) VALUES ZEROS.
            01 HORA-PROCURADA PIC 9(8) VALUES ZEROS.
            01 OPERACAO-PROCURADA PIC X(8) VALUES SPACES.
            01 MOTIVO-ESTORNO PIC X(30) VALUES SPACES.
            01 NUM-REGISTRO PIC 9(9) VALUES ZEROS.
      *    LANCAMENTO ORIGINAL ESCOLHIDO PELO SUPERVISOR
            01 ACHOU-LANCAMENTO PIC X(1) VALUES SPACES.
            01 POSICAO-ORIGINAL PIC 9(9) VALUES ZEROS.
            01 CODIGO-ORIGINAL PIC 9(7) VALUES ZEROS.
            01 DATA-ORIGINAL PIC 9(8) VALUES ZEROS.
            01 HORA-ORIGINAL PIC 9(8) VALUES ZEROS.
            01 OPERACAO-ORIGINAL PIC X(8) VALUES SPACES.
            01 OPERADOR-ORIGINAL PIC X(8) VALUES SPACES.
            01 VALOR-ORIGINAL PIC S9(12)V99 VALUES ZEROS.
            01 MOVIMENTO-ESTORNO PIC S9(12)V99 VALUES ZEROS.
            01 SALDO-ANTES-ESTORNO PIC S9(12)V99 VALUES ZEROS.
      *    PERNA PAR DE UMA TRANSFERENCIA OU AGENDAMENTO
            01 TEM-PAR PIC X(1) VALUES SPACES.
            01 PAR-DEPOIS PIC X(1) VALUES SPACES.
            01 ACHOU-PAR PIC X(1) VALUES SPACES.
            01 OPERACAO-PAR PIC X(8) VALUES SPACES.
            01 CODIGO-PAR PIC 9(7) VALUES ZEROS.
            01 DATA-PAR PIC 9(8) VALUES ZEROS.
            01 HORA-PAR PIC 9(8) VALUES ZEROS.
            01 OPERADOR-PAR PIC X(8) VALUES SPACES.
            01 VALOR-PAR PIC S9(12)V99 VALUES ZEROS.
            01 MOVIMENTO-PAR PIC S9(12)V99 VALUES ZEROS.
            01 SALDO-ANTES-PAR PIC S9(12)V99 VALUES ZEROS.
            01 AGENCIA-PAR PIC X(5) VALUES SPACES.
            01 CONTA-PAR PIC X(12) VALUES SPACES.
            01 VALOR-CANDIDATO PIC S9(12)V99 VALUES ZEROS.
            01 AGENCIA-BLOQUEIO PIC X(5) VALUES SPACES.
            01 CONTA-BLOQUEIO PIC X(12) VALUES SPACES.
            01 TOTAL-BLOQUEADO PIC S9(12)V99 VALUES ZEROS.
            01 HORA-ESTORNO PIC 9(8) VALUES ZEROS.
            01 CODIGO-LOG-ATUAL PIC 9(7) VALUES ZEROS.
            01 SALDO-ANTES-LOG PIC S9(12)V99 VALUES ZEROS.
            01 SALDO-DEPOIS-LOG PIC S9(12)V99 VALUES ZEROS.
            01 CODIGO-CONTA-ATUAL PIC 9(7) VALUES ZEROS.
            01 OPERADOR-ATUAL PIC X(8) VALUES SPACES.
            01 OPERADOR-DIGITADO PIC X(8) VALUES SPACES.
            01 SENHA-DIGITADA PIC X(8) VALUES SPACES.
            01 TENTATIVAS-SIGNON PIC 9(1) VALUES ZEROS.
            01 SIGNON-OK PIC X(1) VALUES SPACES.
            01 DIA-ABERTO PIC X(1) VALUES SPACES.
            01 DATA-NEGOCIO PIC 9(8) VALUES ZEROS.
            01 LINHA-ATUAL PIC 9(2) VALUES ZEROS.
            01 POS-LINHA PIC 9(4) VALUES ZEROS.
            01 LINHA-LANCAMENTO.
               02 LL-DATA PIC 9(8).
               02 FILLER PIC X(2) VALUES SPACES.
               02 LL-HORA PIC 9(8).
               02 FILLER PIC X(2) VALUES SPACES.
               02 LL-OPERACAO PIC X(8).
               02 FILLER PIC X(2) VALUES SPACES.
               02 LL-VALOR PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
               02 FILLER PIC X(2) VALUES SPACES.
               02 LL-OPERADOR PIC X(8).
               02 FILLER PIC X(2) VALUES SPACES.
               02 LL-SITUACAO PIC X(9).

       SCREEN SECTION.
           01 TELA.
               02 BLANK SCREEN.
               02 LINE 1 COLUMN 24 VALUE "ESTORNO DE LANCAMENTOS".
               02 LINE 5 COLUMN 3 VALUE "1 - ESTORNAR LANCAMENTO".
               02 LINE 7 COLUMN 3 VALUE "2 - LISTAR LANCAMENTOS".
               02 LINE 9 COLUMN 3 VALUE "3 - SAIR".

           01 TELA-FINAL.
               02 BLANK SCREEN.
               02 LINE 20 COLUMN 30 VALUE "FIM DO PROGRAMA".

           01 TELA-SIGNON.
               02 BLANK SCREEN.
               02 LINE 1 COLUMN 24 VALUE "ESTORNO DE LANCAMENTOS".
               02 LINE 3 COLUMN 26 VALUE "IDENTIFICACAO DO SUPERVISOR".
               02 LINE 7 COLUMN 10 VALUE "OPERADOR: ".
               02 LINE 9 COLUMN 10 VALUE "   SENHA: ".

           01 TELA-ESTORNO.
               02 BLANK SCREEN.
               02 LINE 1 COLUMN 24 VALUE "ESTORNO DE LANCAMENTOS".
               02 LINE 3 COLUMN 10 VALUE "         AGENCIA: ".
               02 LINE 5 COLUMN 10 VALUE "           CONTA: ".
               02 LINE 7 COLUMN 10 VALUE "            NOME: ".
               02 LINE 9 COLUMN 10 VALUE " DATA (AAAAMMDD): ".
               02 LINE 11 COLUMN 10 VALUE " HORA (HHMMSSCC): ".
               02 LINE 13 COLUMN 10 VALUE "        OPERACAO: ".
               02 LINE 15 COLUMN 10 VALUE "          MOTIVO: ".

           01 TELA-CONSULTA.
               02 BLANK SCREEN.
               02 LINE 1 COLUMN 24 VALUE "LANCAMENTOS DA CONTA".
               02 LINE 3 COLUMN 10 VALUE "         AGENCIA: ".
               02 LINE 5 COLUMN 10 VALUE "           CONTA: ".

           01 TELA-LISTAGEM.
               02 BLANK SCREEN.
               02 LINE 1 COLUMN 24 VALUE "LANCAMENTOS DA CONTA".
               02 LINE 5 COLUMN 3
                  VALUE "DATA      HORA      OPERACAO".
               02 LINE 5 COLUMN 47 VALUE "VALOR   OPERADOR".
               02 LINE 6 COLUMN 3
                  VALUE "--------  --------  --------".
               02 LINE 6 COLUMN 33
                  VALUE "--------------------  --------  ---------".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-DATA-NEGOCIO.
           IF DIA-ABERTO = "S"
               PERFORM IDENTIFICA-SUPERVISOR
               IF SIGNON-OK = "S"
                   PERFORM CORPO UNTIL OPCAO = 3
               END-IF
           END-IF.
           DISPLAY TELA-FINAL.
           STOP " ".
           STOP RUN.

      ******************************************************************
      *
      * LE A DATA DE NEGOCIO MANTIDA PELO FECHAMENTO DO DIA, USADA
      * PARA ESTAMPAR O ESTORNO NO LOG. COM O DIA FECHADO NENHUM
      * ESTORNO E ACEITO ATE A VIRADA DA DATA (A POSICAO DO DIA JA
      * FOI GRAVADA). ENQUANTO A DATA DE NEGOCIO NAO FOI IMPLANTADA,
      * A DATA DO SISTEMA E USADA.
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
      * O ESTORNO E RESTRITO AO SUPERVISOR, OPERADOR DE NIVEL T E
      * RECUSADO.
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
           PERFORM EXECUTAR UNTIL OPCAO = 3.

       EXECUTAR.
           DISPLAY "DIGITE A OPCAO DESEJADA [1-3]: " AT 1503.
           ACCEPT OPCAO AT 1534 WITH PROMPT AUTO.
           EVALUATE OPCAO
               WHEN 1
                   PERFORM ESTORNA-LANCAMENTO
                   DISPLAY TELA
               WHEN 2
                   PERFORM LISTA-LANCAMENTOS
                   DISPLAY TELA
               WHEN 3
                   CONTINUE
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA! DIGITE UMA "  AT 1703
                  DISPLAY "TECLA PARA CONTINUAR... " AT 1730
                  STOP " "
                  DISPLAY SPACE ERASE EOS AT LINE 17
           END-EVALUATE.

      ******************************************************************
      *
      * ESTORNA UM LANCAMENTO DO LOG. O CADASTRO E O ARQUIVO DE
      * ESTORNOS FICAM ABERTOS DURANTE TODA A OPERACAO; CADA
      * VALIDACAO SO RODA SE AS ANTERIORES PASSARAM (ESTORNO-OK) E A
      * PRIMEIRA QUE FALHA DEIXA O MOTIVO EM MENSAGEM-RECUSA.
      *
      ******************************************************************
       ESTORNA-LANCAMENTO.
           DISPLAY TELA-ESTORNO.
           MOVE SPACES TO AGENCIA-PROCURADA CONTA-PROCURADA.
           PERFORM RECEBE-AGENCIA UNTIL AGENCIA-PROCURADA <> " ".
           PERFORM RECEBE-CONTA UNTIL CONTA-PROCURADA <> " ".
           PERFORM ABRE-ARQUIVOS-ESTORNO.
           IF CADASTRO-ABERTO = "S"
               PERFORM LOCALIZA-CONTA
               IF ACHOU-REGISTRO <> "S"
                   MOVE "CONTA NAO ENCONTRADA!" TO MENSAGEM-RECUSA
                   PERFORM AVISA-RECUSA
               ELSE
                   DISPLAY NOME AT 0728
                   PERFORM RECEBE-LANCAMENTO
                   PERFORM LOCALIZA-LANCAMENTO
                   IF ACHOU-LANCAMENTO <> "S"
                       MOVE "LANCAMENTO NAO ENCONTRADO NO LOG!"
                           TO MENSAGEM-RECUSA
                       PERFORM AVISA-RECUSA
                   ELSE
                       PERFORM VALIDA-LANCAMENTO
                       IF ESTORNO-OK <> "S"
                           PERFORM AVISA-RECUSA
                       ELSE
                           PERFORM CONFIRMA-ESTORNO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM FECHA-ARQUIVOS-ESTORNO.

       ABRE-ARQUIVOS-ESTORNO.
           MOVE "N" TO CADASTRO-ABERTO ESTORNOS-ABERTO.
           OPEN I-O ARQ-CADASTRO.
           IF ARQ-OK = "35"
               CLOSE ARQ-CADASTRO
               MOVE "ARQUIVO DE CADASTRO NAO ENCONTRADO!"
                   TO MENSAGEM-RECUSA
               PERFORM AVISA-RECUSA
           ELSE
               MOVE "S" TO CADASTRO-ABERTO
               OPEN I-O ARQ-ESTORNOS
               IF ARQ-OK = "35"
                   CLOSE ARQ-ESTORNOS
                   OPEN OUTPUT ARQ-ESTORNOS
                   CLOSE ARQ-ESTORNOS
                   OPEN I-O ARQ-ESTORNOS
               END-IF
               MOVE "S" TO ESTORNOS-ABERTO
           END-IF.

       FECHA-ARQUIVOS-ESTORNO.
           IF ESTORNOS-ABERTO = "S"
               CLOSE ARQ-ESTORNOS
           END-IF.
           IF CADASTRO-ABERTO = "S"
               CLOSE ARQ-CADASTRO
           END-IF.

       LOCALIZA-CONTA.
           MOVE "N" TO ACHOU-REGISTRO.
           MOVE AGENCIA-PROCURADA TO AGENCIA.
           MOVE CONTA-PROCURADA TO CONTA.
           READ ARQ-CADASTRO KEY IS AGENCIA-CONTA
               INVALID KEY
                   MOVE "N" TO ACHOU-REGISTRO
               NOT INVALID KEY
                   MOVE "S" TO ACHOU-REGISTRO
                   MOVE CODIGO TO CODIGO-CONTA-ATUAL
           END-READ.

       RECEBE-AGENCIA.
           ACCEPT AGENCIA-PROCURADA AT 0328.
           IF AGENCIA-PROCURADA = " "
               DISPLAY "E OBRIGATORIO DIGITAR A AGENCIA " AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1735
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           END-IF.

       RECEBE-CONTA.
           ACCEPT CONTA-PROCURADA AT 0528.
           IF CONTA-PROCURADA = " "
               DISPLAY "E OBRIGATORIO DIGITAR A CONTA " AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1735
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           END-IF.

       RECEBE-LANCAMENTO.
           MOVE ZEROS TO DATA-PROCURADA HORA-PROCURADA.
           MOVE SPACES TO OPERACAO-PROCURADA.
           PERFORM RECEBE-DATA-LANCAMENTO UNTIL DATA-PROCURADA > 0.
           PERFORM RECEBE-HORA-LANCAMENTO UNTIL HORA-PROCURADA > 0.
           PERFORM RECEBE-OPERACAO-LANCAMENTO
               UNTIL OPERACAO-PROCURADA <> " ".

       RECEBE-DATA-LANCAMENTO.
           ACCEPT DATA-PROCURADA AT 0928 WITH PROMPT AUTO.
           IF DATA-PROCURADA = ZEROS
               DISPLAY "E OBRIGATORIO DIGITAR A DATA " AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1735
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           END-IF.

       RECEBE-HORA-LANCAMENTO.
           ACCEPT HORA-PROCURADA AT 1128 WITH PROMPT AUTO.
           IF HORA-PROCURADA = ZEROS
               DISPLAY "E OBRIGATORIO DIGITAR A HORA " AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1735
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           END-IF.

       RECEBE-OPERACAO-LANCAMENTO.
           ACCEPT OPERACAO-PROCURADA AT 1328.
           MOVE FUNCTION UPPER-CASE (OPERACAO-PROCURADA)
               TO OPERACAO-PROCURADA.
           IF OPERACAO-PROCURADA = " "
               DISPLAY "E OBRIGATORIO DIGITAR A OPERACAO " AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1737
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           END-IF.

       RECEBE-MOTIVO-ESTORNO.
           ACCEPT MOTIVO-ESTORNO AT 1528.
           IF MOTIVO-ESTORNO = " "
               DISPLAY "E OBRIGATORIO DIGITAR O MOTIVO " AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1735
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           END-IF.

       AVISA-RECUSA.
           DISPLAY MENSAGEM-RECUSA AT 1703.
           DISPLAY "(APERTE QUALQUER TECLA...)" AT 1749.
           STOP " ".
           DISPLAY SPACE ERASE EOS AT LINE 17.

      ******************************************************************
      *
      * PROCURA NO LOG VIVO O LANCAMENTO INFORMADO (CONTA, DATA,
      * HORA E OPERACAO). GUARDA A POSICAO DELE NO ARQUIVO PARA A
      * BUSCA DA PERNA PAR. LANCAMENTOS JA ARQUIVADOS PELO
      * ArquivaLog NAO PODEM MAIS SER ESTORNADOS.
      *
      ******************************************************************
       LOCALIZA-LANCAMENTO.
           MOVE "N" TO ACHOU-LANCAMENTO.
           MOVE "N" TO FIM-LOG.
           MOVE ZEROS TO NUM-REGISTRO.
           OPEN INPUT LOG-TRANSACOES.
           IF ARQ-OK = "35"
               MOVE "S" TO FIM-LOG
           END-IF.
           PERFORM PROCURA-LANCAMENTO UNTIL FIM-LOG = "S".
           IF ARQ-OK <> "35"
               CLOSE LOG-TRANSACOES
           END-IF.

       PROCURA-LANCAMENTO.
           READ LOG-TRANSACOES
               AT END
                   MOVE "S" TO FIM-LOG
               NOT AT END
                   ADD 1 TO NUM-REGISTRO
                   IF LOG-CODIGO = CODIGO-CONTA-ATUAL
                       AND LOG-DATA = DATA-PROCURADA
                       AND LOG-HORA = HORA-PROCURADA
                       AND LOG-OPERACAO = OPERACAO-PROCURADA
                       MOVE "S" TO ACHOU-LANCAMENTO
                       MOVE "S" TO FIM-LOG
                       MOVE NUM-REGISTRO TO POSICAO-ORIGINAL
                       MOVE LOG-CODIGO TO CODIGO-ORIGINAL
                       MOVE LOG-DATA TO DATA-ORIGINAL
                       MOVE LOG-HORA TO HORA-ORIGINAL
                       MOVE LOG-OPERACAO TO OPERACAO-ORIGINAL
                       MOVE LOG-OPERADOR TO OPERADOR-ORIGINAL
                       COMPUTE VALOR-ORIGINAL =
                           LOG-SALDO-DEPOIS - LOG-SALDO-ANTES
                   END-IF
           END-READ.

      ******************************************************************
      *
      * REGRAS DO ESTORNO: ESTORNO NAO SE ESTORNA; SO LANCAMENTOS QUE
      * MOVERAM SALDO (MANUTENCAO DE CADASTRO, SITUACAO E BLOQUEIOS
      * FICAM DE FORA); O MESMO LANCAMENTO NUNCA E ESTORNADO DUAS
      * VEZES; TRANSFERENCIA E AGENDAMENTO PRECISAM DA PERNA PAR;
      * CONTA ENCERRADA NAO RECEBE ESTORNO; E O DEBITO GERADO PELO
      * ESTORNO RESPEITA O SALDO DISPONIVEL COM LIMITE E BLOQUEIOS.
      * CHEQUE COMPENSADO E PIX ENVIADO NAO SE ESTORNAM AQUI: O
      * CHEQUE VOLTA PELA DEVOLUCAO DA COMPENSACAO (A FOLHA CONTINUA
      * PAGA EM CHEQUES.DAT) E O PIX JA SAIU PARA OUTRA INSTITUICAO.
      *
      ******************************************************************
       VALIDA-LANCAMENTO.
           MOVE "S" TO ESTORNO-OK.
           COMPUTE MOVIMENTO-ESTORNO = 0 - VALOR-ORIGINAL.
           IF OPERACAO-ORIGINAL = "ESTORNO"
               MOVE "N" TO ESTORNO-OK
               MOVE "UM ESTORNO NAO PODE SER ESTORNADO!"
                   TO MENSAGEM-RECUSA
           END-IF.
           IF ESTORNO-OK = "S"
               IF VALOR-ORIGINAL = ZEROS
                   OR OPERACAO-ORIGINAL = "CRIAR"
                   OR OPERACAO-ORIGINAL = "ALTERAR"
                   OR OPERACAO-ORIGINAL = "EXCLUIR"
                   OR OPERACAO-ORIGINAL = "ATIVAR"
                   OR OPERACAO-ORIGINAL = "BLOQUEAR"
                   OR OPERACAO-ORIGINAL = "ENCERRAR"
                   OR OPERACAO-ORIGINAL = "BLOQ-INC"
                   OR OPERACAO-ORIGINAL = "BLOQ-LIB"
                   MOVE "N" TO ESTORNO-OK
                   MOVE "LANCAMENTO SEM MOVIMENTO ESTORNAVEL!"
                       TO MENSAGEM-RECUSA
               END-IF
           END-IF.
           IF ESTORNO-OK = "S"
               IF OPERACAO-ORIGINAL = "CHEQUE"
                   OR OPERACAO-ORIGINAL = "PIX-D"
                   MOVE "N" TO ESTORNO-OK
                   MOVE "CHEQUE E PIX ENVIADO NAO SE ESTORNAM AQUI!"
                       TO MENSAGEM-RECUSA
               END-IF
           END-IF.
           IF ESTORNO-OK = "S"
               MOVE CODIGO-ORIGINAL TO EST-CODIGO
               MOVE DATA-ORIGINAL TO EST-DATA
               MOVE HORA-ORIGINAL TO EST-HORA
               MOVE OPERACAO-ORIGINAL TO EST-OPERACAO
               PERFORM VERIFICA-JA-ESTORNADO
               IF JA-ESTORNADO = "S"
                   MOVE "N" TO ESTORNO-OK
                   MOVE "LANCAMENTO JA FOI ESTORNADO!"
                       TO MENSAGEM-RECUSA
               END-IF
           END-IF.
           IF ESTORNO-OK = "S"
               PERFORM DEFINE-OPERACAO-PAR
               IF TEM-PAR = "S"
                   PERFORM LOCALIZA-PERNA-PAR
                   IF ACHOU-PAR <> "S"
                       MOVE "N" TO ESTORNO-OK
                       MOVE "PERNA PAR DO LANCAMENTO NAO ENCONTRADA!"
                           TO MENSAGEM-RECUSA
                   END-IF
               END-IF
           END-IF.
           IF ESTORNO-OK = "S"
               PERFORM CONFERE-CONTA-ORIGINAL
           END-IF.
           IF ESTORNO-OK = "S" AND TEM-PAR = "S"
               PERFORM CONFERE-CONTA-PAR
           END-IF.

       VERIFICA-JA-ESTORNADO.
           READ ARQ-ESTORNOS
               INVALID KEY
                   MOVE "N" TO JA-ESTORNADO
               NOT INVALID KEY
                   MOVE "S" TO JA-ESTORNADO
           END-READ.

      * A PERNA DE DEBITO E GRAVADA NO LOG ANTES DA DE CREDITO
      * (Movimento.cbl E ExecutaAgenda.cbl), ENTAO O PAR DE UM DEBITO
      * ESTA DEPOIS DELE E O PAR DE UM CREDITO ESTA ANTES
       DEFINE-OPERACAO-PAR.
           MOVE "S" TO TEM-PAR.
           EVALUATE OPERACAO-ORIGINAL
               WHEN "TRANSF-D"
                   MOVE "TRANSF-C" TO OPERACAO-PAR
                   MOVE "S" TO PAR-DEPOIS
               WHEN "TRANSF-C"
                   MOVE "TRANSF-D" TO OPERACAO-PAR
                   MOVE "N" TO PAR-DEPOIS
               WHEN "AGEND-D"
                   MOVE "AGEND-C" TO OPERACAO-PAR
                   MOVE "S" TO PAR-DEPOIS
               WHEN "AGEND-C"
                   MOVE "AGEND-D" TO OPERACAO-PAR
                   MOVE "N" TO PAR-DEPOIS
               WHEN OTHER
                   MOVE "N" TO TEM-PAR
                   MOVE SPACES TO OPERACAO-PAR
           END-EVALUATE.

      ******************************************************************
      *
      * PROCURA A PERNA PAR NO LOG: MESMA DATA, OPERACAO
      * COMPLEMENTAR, VALOR CONTRARIO, OUTRA CONTA E AINDA NAO
      * ESTORNADA. PARA UM DEBITO VALE A PRIMEIRA QUE APARECE DEPOIS
      * DELE; PARA UM CREDITO, A ULTIMA QUE APARECE ANTES.
      *
      ******************************************************************
       LOCALIZA-PERNA-PAR.
           MOVE "N" TO ACHOU-PAR.
           MOVE "N" TO FIM-LOG.
           MOVE ZEROS TO NUM-REGISTRO.
           OPEN INPUT LOG-TRANSACOES.
           IF ARQ-OK = "35"
               MOVE "S" TO FIM-LOG
           END-IF.
           PERFORM PROCURA-PERNA-PAR UNTIL FIM-LOG = "S".
           IF ARQ-OK <> "35"
               CLOSE LOG-TRANSACOES
           END-IF.

       PROCURA-PERNA-PAR.
           READ LOG-TRANSACOES
               AT END
                   MOVE "S" TO FIM-LOG
               NOT AT END
                   ADD 1 TO NUM-REGISTRO
                   IF PAR-DEPOIS = "S"
                       IF NUM-REGISTRO > POSICAO-ORIGINAL
                           PERFORM AVALIA-CANDIDATO-PAR
                           IF ACHOU-PAR = "S"
                               MOVE "S" TO FIM-LOG
                           END-IF
                       END-IF
                   ELSE
                       IF NUM-REGISTRO >= POSICAO-ORIGINAL
                           MOVE "S" TO FIM-LOG
                       ELSE
                           PERFORM AVALIA-CANDIDATO-PAR
                       END-IF
                   END-IF
           END-READ.

       AVALIA-CANDIDATO-PAR.
           COMPUTE VALOR-CANDIDATO = LOG-SALDO-DEPOIS - LOG-SALDO-ANTES.
           IF LOG-OPERACAO = OPERACAO-PAR
               AND LOG-DATA = DATA-ORIGINAL
               AND LOG-CODIGO <> CODIGO-ORIGINAL
               AND VALOR-CANDIDATO = MOVIMENTO-ESTORNO
               MOVE LOG-CODIGO TO EST-CODIGO
               MOVE LOG-DATA TO EST-DATA
               MOVE LOG-HORA TO EST-HORA
               MOVE LOG-OPERACAO TO EST-OPERACAO
               PERFORM VERIFICA-JA-ESTORNADO
               IF JA-ESTORNADO = "N"
                   MOVE "S" TO ACHOU-PAR
                   MOVE LOG-CODIGO TO CODIGO-PAR
                   MOVE LOG-DATA TO DATA-PAR
                   MOVE LOG-HORA TO HORA-PAR
                   MOVE LOG-OPERADOR TO OPERADOR-PAR
                   MOVE VALOR-CANDIDATO TO VALOR-PAR
                   COMPUTE MOVIMENTO-PAR = 0 - VALOR-CANDIDATO
               END-IF
           END-IF.

       CONFERE-CONTA-ORIGINAL.
           MOVE CODIGO-ORIGINAL TO CODIGO.
           READ ARQ-CADASTRO
               INVALID KEY
                   MOVE "N" TO ESTORNO-OK
                   MOVE "ERRO AO RELER A CONTA!" TO MENSAGEM-RECUSA
               NOT INVALID KEY
                   IF SITUACAO = "E"
                       MOVE "N" TO ESTORNO-OK
                       MOVE "CONTA ENCERRADA NAO RECEBE ESTORNO!"
                           TO MENSAGEM-RECUSA
                   ELSE
                       IF MOVIMENTO-ESTORNO < 0
                           PERFORM CONFERE-SALDO-DISPONIVEL
                       END-IF
                   END-IF
           END-READ.

       CONFERE-CONTA-PAR.
           MOVE CODIGO-PAR TO CODIGO.
           READ ARQ-CADASTRO
               INVALID KEY
                   MOVE "N" TO ESTORNO-OK
                   MOVE "CONTA DA PERNA PAR NAO EXISTE MAIS!"
                       TO MENSAGEM-RECUSA
               NOT INVALID KEY
                   MOVE AGENCIA TO AGENCIA-PAR
                   MOVE CONTA TO CONTA-PAR
                   IF SITUACAO = "E"
                       MOVE "N" TO ESTORNO-OK
                       MOVE "CONTA DA PERNA PAR ESTA ENCERRADA!"
                           TO MENSAGEM-RECUSA
                   ELSE
                       IF MOVIMENTO-PAR < 0
                           PERFORM CONFERE-SALDO-DISPONIVEL-PAR
                       END-IF
                   END-IF
           END-READ.

      * O REGISTRO DA CONTA QUE SERA DEBITADA ESTA EM REG-CONTA
       CONFERE-SALDO-DISPONIVEL.
           MOVE AGENCIA TO AGENCIA-BLOQUEIO.
           MOVE CONTA TO CONTA-BLOQUEIO.
           PERFORM CALCULA-TOTAL-BLOQUEADO.
           IF (SALDO + MOVIMENTO-ESTORNO + LIMITE-CREDITO
               - TOTAL-BLOQUEADO) < 0
               MOVE "N" TO ESTORNO-OK
               MOVE "ESTORNO ACIMA DO SALDO DISPONIVEL DA CONTA!"
                   TO MENSAGEM-RECUSA
           END-IF.

       CONFERE-SALDO-DISPONIVEL-PAR.
           MOVE AGENCIA TO AGENCIA-BLOQUEIO.
           MOVE CONTA TO CONTA-BLOQUEIO.
           PERFORM CALCULA-TOTAL-BLOQUEADO.
           IF (SALDO + MOVIMENTO-PAR + LIMITE-CREDITO
               - TOTAL-BLOQUEADO) < 0
               MOVE "N" TO ESTORNO-OK
               MOVE "ESTORNO ACIMA DO SALDO DISPONIVEL DO PAR!"
                   TO MENSAGEM-RECUSA
           END-IF.

      ******************************************************************
      *
      * MOSTRA O QUE SERA ESTORNADO, PEDE O MOTIVO E A CONFIRMACAO
      *
      ******************************************************************
       CONFIRMA-ESTORNO.
           MOVE VALOR-ORIGINAL TO SALDO-M.
           DISPLAY "VALOR:" AT 1340.
           DISPLAY SALDO-M AT 1347.
           IF TEM-PAR = "S"
               DISPLAY "ESTORNA TAMBEM A PERNA PAR NA CONTA " AT 1903
               DISPLAY AGENCIA-PAR AT 1939
               DISPLAY "/" AT 1944
               DISPLAY CONTA-PAR AT 1945
           END-IF.
           MOVE SPACES TO MOTIVO-ESTORNO.
           PERFORM RECEBE-MOTIVO-ESTORNO UNTIL MOTIVO-ESTORNO <> " ".
           DISPLAY "CONFIRMA O ESTORNO (S/N)? < >" AT 1703.
           ACCEPT SALVAR AT 1730 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE (SALVAR) TO SALVAR.
           IF SALVAR = "S"
               DISPLAY SPACE ERASE EOS AT LINE 17
               PERFORM GRAVA-ESTORNO
           END-IF.

      ******************************************************************
      *
      * GRAVA O ESTORNO. PRIMEIRO O VINCULO EM ESTORNOS.DAT (A CHAVE
      * DUPLICADA E A GARANTIA FINAL DE QUE O LANCAMENTO NAO E
      * ESTORNADO DUAS VEZES), DEPOIS O SALDO DAS CONTAS E SO ENTAO
      * O LOG. SE UMA CONTA FALHA, O QUE JA FOI GRAVADO E DESFEITO,
      * PARA QUE AS PERNAS SEJAM ESTORNADAS JUNTAS OU NENHUMA.
      *
      ******************************************************************
       GRAVA-ESTORNO.
           ACCEPT HORA-ESTORNO FROM TIME.
           PERFORM GRAVA-VINCULO-ORIGINAL.
           IF ESTORNO-OK = "S" AND TEM-PAR = "S"
               PERFORM GRAVA-VINCULO-PAR
               IF ESTORNO-OK <> "S"
                   PERFORM APAGA-VINCULO-ORIGINAL
               END-IF
           END-IF.
           IF ESTORNO-OK = "S"
               PERFORM ESTORNA-CONTA-ORIGINAL
               IF ESTORNO-OK <> "S"
                   PERFORM APAGA-VINCULOS
               END-IF
           END-IF.
           IF ESTORNO-OK = "S" AND TEM-PAR = "S"
               PERFORM ESTORNA-CONTA-PAR
               IF ESTORNO-OK <> "S"
                   PERFORM DESFAZ-ESTORNO-ORIGINAL
                   PERFORM APAGA-VINCULOS
               END-IF
           END-IF.
           IF ESTORNO-OK = "S"
               PERFORM GRAVA-LOGS-ESTORNO
           ELSE
               PERFORM AVISA-RECUSA
           END-IF.

       GRAVA-VINCULO-ORIGINAL.
           MOVE CODIGO-ORIGINAL TO EST-CODIGO.
           MOVE DATA-ORIGINAL TO EST-DATA.
           MOVE HORA-ORIGINAL TO EST-HORA.
           MOVE OPERACAO-ORIGINAL TO EST-OPERACAO.
           MOVE VALOR-ORIGINAL TO EST-VALOR-ORIGINAL.
           MOVE OPERADOR-ORIGINAL TO EST-OPERADOR-ORIGINAL.
           MOVE DATA-NEGOCIO TO EST-DATA-ESTORNO.
           MOVE HORA-ESTORNO TO EST-HORA-ESTORNO.
           MOVE OPERADOR-ATUAL TO EST-SUPERVISOR.
           MOVE MOTIVO-ESTORNO TO EST-MOTIVO.
           IF TEM-PAR = "S"
               MOVE CODIGO-PAR TO EST-PAR-CODIGO
               MOVE DATA-PAR TO EST-PAR-DATA
               MOVE HORA-PAR TO EST-PAR-HORA
               MOVE OPERACAO-PAR TO EST-PAR-OPERACAO
           ELSE
               MOVE ZEROS TO EST-PAR-CODIGO EST-PAR-DATA EST-PAR-HORA
               MOVE SPACES TO EST-PAR-OPERACAO
           END-IF.
           WRITE REG-ESTORNO
               INVALID KEY
                   MOVE "N" TO ESTORNO-OK
                   MOVE "LANCAMENTO JA FOI ESTORNADO!"
                       TO MENSAGEM-RECUSA
           END-WRITE.

       GRAVA-VINCULO-PAR.
           MOVE CODIGO-PAR TO EST-CODIGO.
           MOVE DATA-PAR TO EST-DATA.
           MOVE HORA-PAR TO EST-HORA.
           MOVE OPERACAO-PAR TO EST-OPERACAO.
           MOVE VALOR-PAR TO EST-VALOR-ORIGINAL.
           MOVE OPERADOR-PAR TO EST-OPERADOR-ORIGINAL.
           MOVE DATA-NEGOCIO TO EST-DATA-ESTORNO.
           MOVE HORA-ESTORNO TO EST-HORA-ESTORNO.
           MOVE OPERADOR-ATUAL TO EST-SUPERVISOR.
           MOVE MOTIVO-ESTORNO TO EST-MOTIVO.
           MOVE CODIGO-ORIGINAL TO EST-PAR-CODIGO.
           MOVE DATA-ORIGINAL TO EST-PAR-DATA.
           MOVE HORA-ORIGINAL TO EST-PAR-HORA.
           MOVE OPERACAO-ORIGINAL TO EST-PAR-OPERACAO.
           WRITE REG-ESTORNO
               INVALID KEY
                   MOVE "N" TO ESTORNO-OK
                   MOVE "PERNA PAR JA FOI ESTORNADA!"
                       TO MENSAGEM-RECUSA
           END-WRITE.

       APAGA-VINCULOS.
           PERFORM APAGA-VINCULO-ORIGINAL.
           IF TEM-PAR = "S"
               MOVE CODIGO-PAR TO EST-CODIGO
               MOVE DATA-PAR TO EST-DATA
               MOVE HORA-PAR TO EST-HORA
               MOVE OPERACAO-PAR TO EST-OPERACAO
               DELETE ARQ-ESTORNOS RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

       APAGA-VINCULO-ORIGINAL.
           MOVE CODIGO-ORIGINAL TO EST-CODIGO.
           MOVE DATA-ORIGINAL TO EST-DATA.
           MOVE HORA-ORIGINAL TO EST-HORA.
           MOVE OPERACAO-ORIGINAL TO EST-OPERACAO.
           DELETE ARQ-ESTORNOS RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

      * A CONTA E RELIDA NA GRAVACAO: O SALDO ANTES DO ESTORNO E O
      * DO MOMENTO, NAO O DA VALIDACAO
       ESTORNA-CONTA-ORIGINAL.
           MOVE CODIGO-ORIGINAL TO CODIGO.
           READ ARQ-CADASTRO
               INVALID KEY
                   MOVE "N" TO ESTORNO-OK
                   MOVE "ERRO AO RELER A CONTA!" TO MENSAGEM-RECUSA
               NOT INVALID KEY
                   MOVE SALDO TO SALDO-ANTES-ESTORNO
                   ADD MOVIMENTO-ESTORNO TO SALDO
                   REWRITE REG-CONTA
                       INVALID KEY
                           MOVE "N" TO ESTORNO-OK
                           MOVE "ERRO AO GRAVAR A CONTA!"
                               TO MENSAGEM-RECUSA
                   END-REWRITE
           END-READ.

       ESTORNA-CONTA-PAR.
           MOVE CODIGO-PAR TO CODIGO.
           READ ARQ-CADASTRO
               INVALID KEY
                   MOVE "N" TO ESTORNO-OK
                   MOVE "ERRO AO RELER A CONTA DO PAR!"
                       TO MENSAGEM-RECUSA
               NOT INVALID KEY
                   MOVE SALDO TO SALDO-ANTES-PAR
                   ADD MOVIMENTO-PAR TO SALDO
                   REWRITE REG-CONTA
                       INVALID KEY
                           MOVE "N" TO ESTORNO-OK
                           MOVE "ERRO AO GRAVAR A CONTA DO PAR!"
                               TO MENSAGEM-RECUSA
                   END-REWRITE
           END-READ.

       DESFAZ-ESTORNO-ORIGINAL.
           MOVE CODIGO-ORIGINAL TO CODIGO.
           READ ARQ-CADASTRO
               INVALID KEY
                   DISPLAY "ERRO GRAVE: DESFAZER ESTORNO FALHOU"
                       AT 1903
                   STOP " "
                   DISPLAY SPACE ERASE EOS AT LINE 19
               NOT INVALID KEY
                   SUBTRACT MOVIMENTO-ESTORNO FROM SALDO
                   REWRITE REG-CONTA
                       INVALID KEY
                           DISPLAY "ERRO GRAVE: DESFAZER ESTORNO"
                               AT 1903
                           DISPLAY " FALHOU" AT 1931
                           STOP " "
                           DISPLAY SPACE ERASE EOS AT LINE 19
                   END-REWRITE
           END-READ.

       GRAVA-LOGS-ESTORNO.
           MOVE CODIGO-ORIGINAL TO CODIGO-LOG-ATUAL.
           MOVE SALDO-ANTES-ESTORNO TO SALDO-ANTES-LOG.
           COMPUTE SALDO-DEPOIS-LOG =
               SALDO-ANTES-ESTORNO + MOVIMENTO-ESTORNO.
           PERFORM GRAVA-LOG.
           IF TEM-PAR = "S"
               MOVE CODIGO-PAR TO CODIGO-LOG-ATUAL
               MOVE SALDO-ANTES-PAR TO SALDO-ANTES-LOG
               COMPUTE SALDO-DEPOIS-LOG =
                   SALDO-ANTES-PAR + MOVIMENTO-PAR
               PERFORM GRAVA-LOG
           END-IF.
           DISPLAY "ESTORNO EFETUADO. HORA DO ESTORNO: " AT 2003.
           DISPLAY HORA-ESTORNO AT 2038.
           DISPLAY "DIGITE QUALQUER TECLA PARA CONTINUAR..." AT 2103.
           ACCEPT SALVAR AT 2142 WITH PROMPT AUTO.

      ******************************************************************
      *
      * GRAVA LOG DE TRANSACOES (MESMA ROTINA DE Banco.cbl). A HORA
      * E A MESMA GRAVADA EM EST-HORA-ESTORNO, LIGANDO O LANCAMENTO
      * ESTORNO AO SEU VINCULO EM ESTORNOS.DAT.
      *
      ******************************************************************
       GRAVA-LOG.
           OPEN EXTEND LOG-TRANSACOES.
           IF ARQ-OK = "35"
               CLOSE LOG-TRANSACOES
               OPEN OUTPUT LOG-TRANSACOES
           END-IF.
           MOVE CODIGO-LOG-ATUAL TO LOG-CODIGO.
           MOVE "ESTORNO" TO LOG-OPERACAO.
           MOVE DATA-NEGOCIO TO LOG-DATA.
           MOVE HORA-ESTORNO TO LOG-HORA.
           MOVE SALDO-ANTES-LOG TO LOG-SALDO-ANTES.
           MOVE SALDO-DEPOIS-LOG TO LOG-SALDO-DEPOIS.
           MOVE OPERADOR-ATUAL TO LOG-OPERADOR.
           WRITE REG-LOG.
           CLOSE LOG-TRANSACOES.

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
      * LISTA OS LANCAMENTOS DA CONTA NO LOG VIVO COM DATA, HORA,
      * OPERACAO, VALOR E OPERADOR, MARCANDO OS JA ESTORNADOS. E DE
      * ONDE O SUPERVISOR TIRA A DATA E A HORA PARA O ESTORNO.
      *
      ******************************************************************
       LISTA-LANCAMENTOS.
           DISPLAY TELA-CONSULTA.
           MOVE SPACES TO AGENCIA-PROCURADA CONTA-PROCURADA.
           PERFORM RECEBE-AGENCIA UNTIL AGENCIA-PROCURADA <> " ".
           PERFORM RECEBE-CONTA UNTIL CONTA-PROCURADA <> " ".
           MOVE "N" TO ACHOU-REGISTRO.
           OPEN INPUT ARQ-CADASTRO.
           IF ARQ-OK <> "35"
               PERFORM LOCALIZA-CONTA
               CLOSE ARQ-CADASTRO
           END-IF.
           IF ACHOU-REGISTRO <> "S"
               MOVE "CONTA NAO ENCONTRADA!" TO MENSAGEM-RECUSA
               PERFORM AVISA-RECUSA
           ELSE
               MOVE "S" TO ESTORNOS-ABERTO
               OPEN INPUT ARQ-ESTORNOS
               IF ARQ-OK = "35"
                   MOVE "N" TO ESTORNOS-ABERTO
               END-IF
               DISPLAY TELA-LISTAGEM
               DISPLAY NOME AT 0303
               MOVE 7 TO LINHA-ATUAL
               MOVE "N" TO FIM-LOG
               OPEN INPUT LOG-TRANSACOES
               IF ARQ-OK = "35"
                   MOVE "S" TO FIM-LOG
               END-IF
               PERFORM LISTA-PROXIMO-LANCAMENTO UNTIL FIM-LOG = "S"
               IF ARQ-OK <> "35"
                   CLOSE LOG-TRANSACOES
               END-IF
               IF ESTORNOS-ABERTO = "S"
                   CLOSE ARQ-ESTORNOS
               END-IF
               MOVE "N" TO ESTORNOS-ABERTO
               DISPLAY "APERTE UMA TECLA PARA CONTINUAR..." AT 2403
               ACCEPT SALVAR AT 2440 WITH PROMPT AUTO
           END-IF.

       LISTA-PROXIMO-LANCAMENTO.
           READ LOG-TRANSACOES
               AT END
                   MOVE "S" TO FIM-LOG
               NOT AT END
                   IF LOG-CODIGO = CODIGO-CONTA-ATUAL
                       PERFORM IMPRIME-LINHA-LANCAMENTO
                   END-IF
           END-READ.

       IMPRIME-LINHA-LANCAMENTO.
           MOVE LOG-DATA TO LL-DATA.
           MOVE LOG-HORA TO LL-HORA.
           MOVE LOG-OPERACAO TO LL-OPERACAO.
           COMPUTE LL-VALOR = LOG-SALDO-DEPOIS - LOG-SALDO-ANTES.
           MOVE LOG-OPERADOR TO LL-OPERADOR.
           MOVE SPACES TO LL-SITUACAO.
           IF ESTORNOS-ABERTO = "S"
               MOVE LOG-CODIGO TO EST-CODIGO
               MOVE LOG-DATA TO EST-DATA
               MOVE LOG-HORA TO EST-HORA
               MOVE LOG-OPERACAO TO EST-OPERACAO
               PERFORM VERIFICA-JA-ESTORNADO
               IF JA-ESTORNADO = "S"
                   MOVE "ESTORNADO" TO LL-SITUACAO
               END-IF
           END-IF.
           COMPUTE POS-LINHA = LINHA-ATUAL * 100 + 3.
           DISPLAY LINHA-LANCAMENTO AT POS-LINHA.
           ADD 1 TO LINHA-ATUAL.
           IF LINHA-ATUAL > 19
               DISPLAY "APERTE UMA TECLA PARA CONTINUAR..." AT 2103
               STOP " "
               DISPLAY TELA-LISTAGEM
               DISPLAY NOME AT 0303
               MOVE 7 TO LINHA-ATUAL
           END-IF.

       END PROGRAM ESTORNO_LANCAMENTO.
