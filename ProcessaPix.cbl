      ******************************************************************
      * Author:
      * Date:
      * Purpose: PROCESSAMENTO BATCH DAS MENSAGENS DE PAGAMENTO
      *          INSTANTANEO (PIX). LE AS MENSAGENS RECEBIDAS
      *          (PIX_ENTRADA.DAT, CREDITOS PARA CHAVES DO BANCO) E AS
      *          ENVIADAS (PIX_SAIDA.DAT, PAGAMENTOS DOS CORRENTISTAS).
      *          O CREDITO E RESOLVIDO PELA CHAVE NO DIRETORIO
      *          CHAVES_PIX.DAT (MANTIDO POR ChavesPix.cbl) E LANCADO
      *          COMO PIX-C; O PAGAMENTO E DEBITADO CONTRA O SALDO
      *          DISPONIVEL (SALDO + LIMITE - BLOQUEIOS ATIVOS) E
      *          LANCADO COMO PIX-D. CADA MENSAGEM RECEBE UM REGISTRO
      *          DE ACEITE OU RECUSA (COM O MOTIVO) NO ARQUIVO DE
      *          RESPOSTA RESPOSTA_PIX_AAAAMMDD_HHMMSS.DAT, E FICA EM
      *          PIX_PROCESSADAS.DAT PARA QUE A MESMA MENSAGEM NUNCA
      *          SEJA LANCADA DUAS VEZES. CHAVE DE CONTA BLOQUEADA OU
      *          ENCERRADA ENCONTRADA AINDA ATIVA E BLOQUEADA AQUI.
      *          AO FINAL IMPRIME OS TOTAIS DE CONTROLE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. PROCESSA_PIX.

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

           SELECT ARQ-CHAVES-PIX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PIX-CHAVE
           FILE STATUS IS ARQ-OK.

           SELECT ARQ-MENSAGENS ASSIGN TO DYNAMIC NOME-ARQUIVO-MENSAGENS
           ORGANIZATION LINE SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS ARQ-OK.

           SELECT ARQ-RESPOSTA ASSIGN TO DYNAMIC NOME-ARQUIVO-RESPOSTA
           ORGANIZATION LINE SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS ARQ-OK.

           SELECT ARQ-PROCESSADAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MSP-CHAVE
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

      * DIRETORIO DE CHAVES PIX (MESMO LAYOUT DE ChavesPix.cbl)
      *   PIX-SITUACAO: A = ATIVA, B = BLOQUEADA
      *   PIX-BLOQUEIO-AUTOMATICO: S = BLOQUEADA PELA SITUACAO DA
      *                            CONTA, N = BLOQUEIO MANUAL
       FD  ARQ-CHAVES-PIX LABEL RECORD STANDARD
               DATA RECORD IS REG-CHAVE-PIX
               VALUE OF FILE-ID IS "CHAVES_PIX.DAT".
       01  REG-CHAVE-PIX.
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

      * MENSAGENS DE PAGAMENTO INSTANTANEO, O MESMO LAYOUT NOS DOIS
      * SENTIDOS:
      *   ENTRADA (PIX_ENTRADA.DAT): MSG-CHAVE E A CHAVE DO RECEBEDOR
      *     NO BANCO; A CONTRAPARTE E O PAGADOR. AGENCIA E CONTA NAO
      *     SAO USADAS (A CONTA VEM DO DIRETORIO DE CHAVES).
      *   SAIDA (PIX_SAIDA.DAT): MSG-AGENCIA + MSG-CONTA E A CONTA DO
      *     PAGADOR NO BANCO; MSG-CHAVE E A CONTRAPARTE SAO O
      *     RECEBEDOR EM OUTRA INSTITUICAO.
      *   MSG-ID: IDENTIFICADOR FIM A FIM DA MENSAGEM
       FD  ARQ-MENSAGENS LABEL RECORD STANDARD
               DATA RECORD IS REG-MENSAGEM.
       01  REG-MENSAGEM.
               02 MSG-ID PIC X(32).
               02 MSG-DATA-HORA PIC 9(14).
               02 MSG-VALOR PIC 9(12)V99.
               02 MSG-CHAVE PIC X(77).
               02 MSG-AGENCIA PIC X(5).
               02 MSG-CONTA PIC X(12).
               02 MSG-ISPB-CONTRAPARTE PIC X(8).
               02 MSG-CPF-CNPJ-CONTRAPARTE PIC X(14).

      * ARQUIVO DE RESPOSTA, UM POR EXECUCAO, COM HEADER (DATA DE
      * NEGOCIO E HORA DO PROCESSAMENTO), UM DETALHE POR MENSAGEM LIDA
      * E TRAILER (QUANTIDADES DE ACEITAS E RECUSADAS).
      *   RSP-SENTIDO: E = ENTRADA (CREDITO), S = SAIDA (DEBITO)
      *   RSP-SITUACAO: A = ACEITA, R = RECUSADA
      *   RSP-MOTIVO: AC01 = CONTA DO PAGADOR INEXISTENTE
      *               AC03 = CHAVE OU CONTA DO RECEBEDOR INEXISTENTE
      *               AC06 = CONTA OU CHAVE BLOQUEADA
      *               AC07 = CONTA ENCERRADA
      *               AM01 = VALOR ZERADO OU INVALIDO
      *               AM04 = SALDO DISPONIVEL INSUFICIENTE
      *               BE01 = DONO DA CHAVE NAO E O TITULAR DA CONTA
      *               ED05 = FALHA AO LANCAR NA CONTA
      *               FF01 = MENSAGEM SEM IDENTIFICADOR
       FD  ARQ-RESPOSTA LABEL RECORD STANDARD
               DATA RECORD IS REG-RESPOSTA.
       01  REG-RESPOSTA.
               02 RSP-TIPO-REG PIC X(1).
               02 RSP-DETALHE.
                  03 RSP-SENTIDO PIC X(1).
                  03 RSP-ID PIC X(32).
                  03 RSP-SITUACAO PIC X(1).
                  03 RSP-MOTIVO PIC X(4).
                  03 RSP-AGENCIA PIC X(5).
                  03 RSP-CONTA PIC X(12).
                  03 RSP-VALOR PIC 9(12)V99.
               02 RSP-HEADER REDEFINES RSP-DETALHE.
                  03 RSP-DATA-NEGOCIO PIC 9(8).
                  03 RSP-HORA PIC 9(8).
                  03 FILLER PIC X(53).
               02 RSP-TRAILER REDEFINES RSP-DETALHE.
                  03 RSP-QTD-ACEITAS PIC 9(6).
                  03 RSP-QTD-RECUSADAS PIC 9(6).
                  03 RSP-TOTAL-CREDITOS PIC 9(13)V99.
                  03 RSP-TOTAL-DEBITOS PIC 9(13)V99.
                  03 FILLER PIC X(27).

      * MENSAGENS JA PROCESSADAS, CHAVEADAS POR SENTIDO + IDENTIFICADOR,
      * COM A DECISAO TOMADA. A MESMA MENSAGEM REAPRESENTADA RECEBE
      * DE NOVO A RESPOSTA ORIGINAL, SEM NOVO LANCAMENTO.
      *   MSP-SITUACAO: A = ACEITA, R = RECUSADA
       FD  ARQ-PROCESSADAS LABEL RECORD STANDARD
               DATA RECORD IS REG-PROCESSADA
               VALUE OF FILE-ID IS "PIX_PROCESSADAS.DAT".
       01  REG-PROCESSADA.
               02 MSP-CHAVE.
                  03 MSP-SENTIDO PIC X(1).
                  03 MSP-ID PIC X(32).
               02 MSP-SITUACAO PIC X(1).
               02 MSP-MOTIVO PIC X(4).
               02 MSP-AGENCIA PIC X(5).
               02 MSP-CONTA PIC X(12).
               02 MSP-VALOR PIC 9(12)V99.
               02 MSP-DATA-NEGOCIO PIC 9(8).
               02 MSP-HORA PIC 9(8).

      * BLOQUEIOS PARCIAIS DE VALOR POR CONTA (MESMO LAYOUT DE
      * Bloqueios.cbl). O PAGAMENTO SO E FEITO DENTRO DO SALDO
      * DISPONIVEL: SALDO + LIMITE - TOTAL DOS BLOQUEIOS ATIVOS.
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
            01 ARQ-OK PIC X(2) VALUES SPACES.
            01 FIM-ARQUIVO PIC X(1) VALUES SPACES.
            01 ABERTURA-OK PIC X(1) VALUES SPACES.
            01 DATA-NEGOCIO PIC 9(8) VALUES ZEROS.
            01 DIA-ABERTO PIC X(1) VALUES SPACES.
            01 HORA-PROCESSAMENTO PIC 9(8) VALUES ZEROS.
            01 NOME-ARQUIVO-MENSAGENS PIC X(30) VALUES SPACES.
            01 NOME-ARQUIVO-RESPOSTA PIC X(40) VALUES SPACES.
            01 CHAVES-DISPONIVEL PIC X(1) VALUES SPACES.
            01 BLOQUEIOS-DISPONIVEL PIC X(1) VALUES SPACES.
            01 FIM-BLOQUEIOS PIC X(1) VALUES SPACES.
            01 TOTAL-BLOQUEADO PIC S9(12)V99 VALUES ZEROS.
      * SENTIDO DO ARQUIVO EM PROCESSAMENTO: E = ENTRADA, S = SAIDA
            01 SENTIDO-ATUAL PIC X(1) VALUES SPACES.
            01 MOTIVO-RECUSA PIC X(4) VALUES SPACES.
            01 SITUACAO-RESPOSTA PIC X(1) VALUES SPACES.
            01 AGENCIA-LANCAMENTO PIC X(5) VALUES SPACES.
            01 CONTA-LANCAMENTO PIC X(12) VALUES SPACES.
            01 CHAVE-PROCURADA PIC X(77) VALUES SPACES.
            01 MENSAGEM-DUPLICADA PIC X(1) VALUES SPACES.
            01 LOG-OPERACAO-ATUAL PIC X(8) VALUES SPACES.
            01 SALDO-ANTES-LOG PIC S9(12)V99 VALUES ZEROS.
            01 SALDO-DEPOIS-LOG PIC S9(12)V99 VALUES ZEROS.
            01 TOTAL-LIDAS PIC 9(6) VALUES ZEROS.
            01 TOTAL-ACEITAS PIC 9(6) VALUES ZEROS.
            01 TOTAL-RECUSADAS PIC 9(6) VALUES ZEROS.
            01 TOTAL-DUPLICADAS PIC 9(6) VALUES ZEROS.
            01 TOTAL-CHAVES-BLOQUEADAS PIC 9(6) VALUES ZEROS.
            01 VALOR-CREDITADO PIC 9(13)V99 VALUES ZEROS.
            01 VALOR-DEBITADO PIC 9(13)V99 VALUES ZEROS.
            01 MASCARAS-RELATORIO.
               02 TOTAL-LIDAS-M PIC ZZZ.ZZ9.
               02 TOTAL-ACEITAS-M PIC ZZZ.ZZ9.
               02 TOTAL-RECUSADAS-M PIC ZZZ.ZZ9.
               02 TOTAL-DUPLICADAS-M PIC ZZZ.ZZ9.
               02 TOTAL-CHAVES-BLOQUEADAS-M PIC ZZZ.ZZ9.
               02 VALOR-CREDITADO-M PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
               02 VALOR-DEBITADO-M PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-DATA-NEGOCIO.
           IF DIA-ABERTO = "S"
               PERFORM ABRE-ARQUIVOS
               IF ABERTURA-OK = "S"
                   MOVE "E" TO SENTIDO-ATUAL
                   MOVE "PIX_ENTRADA.DAT" TO NOME-ARQUIVO-MENSAGENS
                   PERFORM PROCESSA-ARQUIVO-MENSAGENS
                   MOVE "S" TO SENTIDO-ATUAL
                   MOVE "PIX_SAIDA.DAT" TO NOME-ARQUIVO-MENSAGENS
                   PERFORM PROCESSA-ARQUIVO-MENSAGENS
                   PERFORM FECHA-ARQUIVOS
                   PERFORM IMPRIME-TOTAIS-CONTROLE
               END-IF
           END-IF.
      * RETORNO PARA O AGENDADOR: DIA FECHADO OU CADASTRO AUSENTE
      * IMPEDEM O PROCESSAMENTO
           IF DIA-ABERTO <> "S" OR ABERTURA-OK <> "S"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      *
      * LE A DATA DE NEGOCIO MANTIDA PELO FECHAMENTO DO DIA. COM O
      * DIA FECHADO NENHUMA MENSAGEM E LANCADA ATE A VIRADA DA DATA.
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
                       DISPLAY "DIA " DATA-NEGOCIO " FECHADO. "
                           "EXECUTE O FECHAMENTO PARA VIRAR A DATA."
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
      * ABRE O CADASTRO, O DIRETORIO DE CHAVES E O REGISTRO DE
      * MENSAGENS PROCESSADAS PARA ATUALIZACAO, OS BLOQUEIOS PARA
      * CONSULTA E O ARQUIVO DE RESPOSTA DESTA EXECUCAO, JA COM O
      * HEADER. SEM DIRETORIO DE CHAVES TODO CREDITO E RECUSADO.
      *
      ******************************************************************
       ABRE-ARQUIVOS.
           MOVE "N" TO ABERTURA-OK.
           OPEN I-O ARQ-CADASTRO.
           IF ARQ-OK = "35"
               DISPLAY "ARQUIVO DE CADASTRO NAO ENCONTRADO!"
           ELSE
               OPEN I-O ARQ-CHAVES-PIX
               IF ARQ-OK = "35"
                   MOVE "N" TO CHAVES-DISPONIVEL
               ELSE
                   MOVE "S" TO CHAVES-DISPONIVEL
               END-IF
               OPEN I-O ARQ-PROCESSADAS
               IF ARQ-OK = "35"
                   CLOSE ARQ-PROCESSADAS
                   OPEN OUTPUT ARQ-PROCESSADAS
                   CLOSE ARQ-PROCESSADAS
                   OPEN I-O ARQ-PROCESSADAS
               END-IF
               OPEN INPUT ARQ-BLOQUEIOS
               IF ARQ-OK = "35"
                   MOVE "N" TO BLOQUEIOS-DISPONIVEL
               ELSE
                   MOVE "S" TO BLOQUEIOS-DISPONIVEL
               END-IF
               PERFORM ABRE-ARQUIVO-RESPOSTA
               MOVE "S" TO ABERTURA-OK
           END-IF.

       ABRE-ARQUIVO-RESPOSTA.
           ACCEPT HORA-PROCESSAMENTO FROM TIME.
           MOVE SPACES TO NOME-ARQUIVO-RESPOSTA.
           STRING "RESPOSTA_PIX_" DELIMITED BY SIZE
                  DATA-NEGOCIO DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  HORA-PROCESSAMENTO (1:6) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOME-ARQUIVO-RESPOSTA.
           OPEN OUTPUT ARQ-RESPOSTA.
           MOVE SPACES TO REG-RESPOSTA.
           MOVE "H" TO RSP-TIPO-REG.
           MOVE DATA-NEGOCIO TO RSP-DATA-NEGOCIO.
           MOVE HORA-PROCESSAMENTO TO RSP-HORA.
           WRITE REG-RESPOSTA.

       FECHA-ARQUIVOS.
           MOVE SPACES TO REG-RESPOSTA.
           MOVE "T" TO RSP-TIPO-REG.
           MOVE TOTAL-ACEITAS TO RSP-QTD-ACEITAS.
           MOVE TOTAL-RECUSADAS TO RSP-QTD-RECUSADAS.
           MOVE VALOR-CREDITADO TO RSP-TOTAL-CREDITOS.
           MOVE VALOR-DEBITADO TO RSP-TOTAL-DEBITOS.
           WRITE REG-RESPOSTA.
           CLOSE ARQ-RESPOSTA.
           CLOSE ARQ-CADASTRO.
           CLOSE ARQ-PROCESSADAS.
           IF CHAVES-DISPONIVEL = "S"
               CLOSE ARQ-CHAVES-PIX
           END-IF.
           IF BLOQUEIOS-DISPONIVEL = "S"
               CLOSE ARQ-BLOQUEIOS
           END-IF.

      ******************************************************************
      * LE UM ARQUIVO DE MENSAGENS (NOME-ARQUIVO-MENSAGENS, NO SENTIDO
      * SENTIDO-ATUAL). ARQUIVO AUSENTE SO QUER DIZER QUE NAO HA
      * MENSAGENS NAQUELE SENTIDO.
      ******************************************************************
       PROCESSA-ARQUIVO-MENSAGENS.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-MENSAGENS.
           IF ARQ-OK = "35"
               DISPLAY "SEM MENSAGENS EM " NOME-ARQUIVO-MENSAGENS
           ELSE
               PERFORM LE-PROXIMA-MENSAGEM UNTIL FIM-ARQUIVO = "S"
               CLOSE ARQ-MENSAGENS
           END-IF.

       LE-PROXIMA-MENSAGEM.
           READ ARQ-MENSAGENS
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO TOTAL-LIDAS
                   PERFORM PROCESSA-MENSAGEM
           END-READ.

      ******************************************************************
      *
      * DECIDE ENTRE ACEITAR E RECUSAR A MENSAGEM. A DECISAO E
      * GRAVADA EM PIX_PROCESSADAS.DAT ANTES DO LANCAMENTO, PARA QUE
      * UMA REEXECUCAO NUNCA LANCE A MESMA MENSAGEM DE NOVO; SE O
      * LANCAMENTO FALHAR, A DECISAO E TROCADA PARA RECUSA (ED05).
      *
      ******************************************************************
       PROCESSA-MENSAGEM.
           MOVE SPACES TO MOTIVO-RECUSA.
           MOVE SPACES TO AGENCIA-LANCAMENTO CONTA-LANCAMENTO.
           MOVE "N" TO MENSAGEM-DUPLICADA.
           IF MSG-ID = SPACES
               MOVE "FF01" TO MOTIVO-RECUSA
           ELSE
               MOVE SENTIDO-ATUAL TO MSP-SENTIDO
               MOVE MSG-ID TO MSP-ID
               READ ARQ-PROCESSADAS
                   INVALID KEY
                       MOVE "N" TO MENSAGEM-DUPLICADA
                   NOT INVALID KEY
                       MOVE "S" TO MENSAGEM-DUPLICADA
               END-READ
           END-IF.
           IF MENSAGEM-DUPLICADA = "S"
               ADD 1 TO TOTAL-DUPLICADAS
               MOVE MSP-MOTIVO TO MOTIVO-RECUSA
               MOVE MSP-AGENCIA TO AGENCIA-LANCAMENTO
               MOVE MSP-CONTA TO CONTA-LANCAMENTO
           ELSE
               IF MOTIVO-RECUSA = SPACES
                   IF SENTIDO-ATUAL = "E"
                       PERFORM AVALIA-CREDITO
                   ELSE
                       PERFORM AVALIA-DEBITO
                   END-IF
                   PERFORM REGISTRA-MENSAGEM
                   IF MOTIVO-RECUSA = SPACES
                       PERFORM LANCA-MENSAGEM
                   END-IF
               END-IF
           END-IF.
           PERFORM RESPONDE-MENSAGEM.

      ******************************************************************
      * CREDITO RECEBIDO: VALOR (AM01), CHAVE NO DIRETORIO (AC03),
      * CONTA DA CHAVE (AC03 INEXISTENTE, AC07 ENCERRADA, AC06
      * BLOQUEADA), DONO DA CHAVE CONTRA O TITULAR DA CONTA (BE01) E
      * SITUACAO DA CHAVE (AC06). A CHAVE AINDA ATIVA DE CONTA
      * BLOQUEADA OU ENCERRADA E BLOQUEADA AUTOMATICAMENTE.
      ******************************************************************
       AVALIA-CREDITO.
           IF MSG-VALOR IS NOT NUMERIC OR MSG-VALOR = 0
               MOVE "AM01" TO MOTIVO-RECUSA
           ELSE
               IF CHAVES-DISPONIVEL <> "S"
                   MOVE "AC03" TO MOTIVO-RECUSA
               ELSE
                   MOVE FUNCTION UPPER-CASE (MSG-CHAVE)
                       TO CHAVE-PROCURADA
                   MOVE CHAVE-PROCURADA TO PIX-CHAVE
                   READ ARQ-CHAVES-PIX
                       INVALID KEY
                           MOVE "AC03" TO MOTIVO-RECUSA
                       NOT INVALID KEY
                           MOVE PIX-AGENCIA TO AGENCIA-LANCAMENTO
                           MOVE PIX-CONTA TO CONTA-LANCAMENTO
                           PERFORM AVALIA-CONTA-DA-CHAVE
                   END-READ
               END-IF
           END-IF.

       AVALIA-CONTA-DA-CHAVE.
           MOVE PIX-AGENCIA TO AGENCIA.
           MOVE PIX-CONTA TO CONTA.
           READ ARQ-CADASTRO KEY IS AGENCIA-CONTA
               INVALID KEY
                   MOVE "AC03" TO MOTIVO-RECUSA
               NOT INVALID KEY
                   EVALUATE SITUACAO
                       WHEN "E"
                           MOVE "AC07" TO MOTIVO-RECUSA
                           PERFORM BLOQUEIA-CHAVE-DA-CONTA
                       WHEN "B"
                           MOVE "AC06" TO MOTIVO-RECUSA
                           PERFORM BLOQUEIA-CHAVE-DA-CONTA
                       WHEN OTHER
                           IF CPF-CNPJ <> PIX-CPF-CNPJ
                               MOVE "BE01" TO MOTIVO-RECUSA
                           ELSE IF PIX-SITUACAO <> "A"
                               MOVE "AC06" TO MOTIVO-RECUSA
                           END-IF
                           END-IF
                   END-EVALUATE
           END-READ.

       BLOQUEIA-CHAVE-DA-CONTA.
           IF PIX-SITUACAO = "A"
               MOVE "B" TO PIX-SITUACAO
               MOVE "S" TO PIX-BLOQUEIO-AUTOMATICO
               MOVE "BATCH" TO PIX-OPERADOR-SITUACAO
               MOVE DATA-NEGOCIO TO PIX-DATA-SITUACAO
               REWRITE REG-CHAVE-PIX
                   INVALID KEY
                       DISPLAY "ERRO AO BLOQUEAR A CHAVE DA CONTA "
                           PIX-AGENCIA "/" PIX-CONTA
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-CHAVES-BLOQUEADAS
               END-REWRITE
           END-IF.

      ******************************************************************
      * PAGAMENTO ENVIADO: VALOR (AM01), CONTA DO PAGADOR (AC01
      * INEXISTENTE, AC07 ENCERRADA, AC06 BLOQUEADA) E SALDO
      * DISPONIVEL COM OS BLOQUEIOS ATIVOS (AM04)
      ******************************************************************
       AVALIA-DEBITO.
           MOVE MSG-AGENCIA TO AGENCIA-LANCAMENTO.
           MOVE MSG-CONTA TO CONTA-LANCAMENTO.
           IF MSG-VALOR IS NOT NUMERIC OR MSG-VALOR = 0
               MOVE "AM01" TO MOTIVO-RECUSA
           ELSE
               MOVE MSG-AGENCIA TO AGENCIA
               MOVE MSG-CONTA TO CONTA
               READ ARQ-CADASTRO KEY IS AGENCIA-CONTA
                   INVALID KEY
                       MOVE "AC01" TO MOTIVO-RECUSA
                   NOT INVALID KEY
                       EVALUATE SITUACAO
                           WHEN "E"
                               MOVE "AC07" TO MOTIVO-RECUSA
                           WHEN "B"
                               MOVE "AC06" TO MOTIVO-RECUSA
                           WHEN OTHER
                               PERFORM CALCULA-TOTAL-BLOQUEADO
                               IF (SALDO - MSG-VALOR + LIMITE-CREDITO
                                   - TOTAL-BLOQUEADO) < 0
                                   MOVE "AM04" TO MOTIVO-RECUSA
                               END-IF
                       END-EVALUATE
               END-READ
           END-IF.

      ******************************************************************
      * SOMA OS BLOQUEIOS ATIVOS DA CONTA (BLOQUEIOS.DAT, MANTIDO POR
      * Bloqueios.cbl). SEM ARQUIVO DE BLOQUEIOS O TOTAL E ZERO.
      ******************************************************************
       CALCULA-TOTAL-BLOQUEADO.
           MOVE ZEROS TO TOTAL-BLOQUEADO.
           IF BLOQUEIOS-DISPONIVEL = "S"
               MOVE "N" TO FIM-BLOQUEIOS
               MOVE MSG-AGENCIA TO BLQ-AGENCIA
               MOVE MSG-CONTA TO BLQ-CONTA
               MOVE ZEROS TO BLQ-SEQUENCIA
               START ARQ-BLOQUEIOS KEY >= BLQ-CHAVE
                   INVALID KEY
                       MOVE "S" TO FIM-BLOQUEIOS
               END-START
               PERFORM SOMA-PROXIMO-BLOQUEIO
                   UNTIL FIM-BLOQUEIOS = "S"
           END-IF.

       SOMA-PROXIMO-BLOQUEIO.
           READ ARQ-BLOQUEIOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-BLOQUEIOS
               NOT AT END
                   IF BLQ-AGENCIA = MSG-AGENCIA
                       AND BLQ-CONTA = MSG-CONTA
                       IF BLQ-SITUACAO = "A"
                           ADD BLQ-VALOR TO TOTAL-BLOQUEADO
                       END-IF
                   ELSE
                       MOVE "S" TO FIM-BLOQUEIOS
                   END-IF
           END-READ.

       REGISTRA-MENSAGEM.
           MOVE SENTIDO-ATUAL TO MSP-SENTIDO.
           MOVE MSG-ID TO MSP-ID.
           IF MOTIVO-RECUSA = SPACES
               MOVE "A" TO MSP-SITUACAO
           ELSE
               MOVE "R" TO MSP-SITUACAO
           END-IF.
           MOVE MOTIVO-RECUSA TO MSP-MOTIVO.
           MOVE AGENCIA-LANCAMENTO TO MSP-AGENCIA.
           MOVE CONTA-LANCAMENTO TO MSP-CONTA.
           IF MSG-VALOR IS NUMERIC
               MOVE MSG-VALOR TO MSP-VALOR
           ELSE
               MOVE ZEROS TO MSP-VALOR
           END-IF.
           MOVE DATA-NEGOCIO TO MSP-DATA-NEGOCIO.
           ACCEPT MSP-HORA FROM TIME.
           WRITE REG-PROCESSADA
               INVALID KEY
                   DISPLAY "ERRO AO REGISTRAR A MENSAGEM " MSG-ID
                   MOVE "ED05" TO MOTIVO-RECUSA
           END-WRITE.

      ******************************************************************
      * CREDITA (PIX-C) OU DEBITA (PIX-D) A CONTA LIDA NA AVALIACAO E
      * GRAVA O LANCAMENTO NO LOG. FALHA AO REGRAVAR A CONTA RECUSA A
      * MENSAGEM POR ED05 PARA NAO ACEITAR SEM LANCAR.
      ******************************************************************
       LANCA-MENSAGEM.
           MOVE SALDO TO SALDO-ANTES-LOG.
           IF SENTIDO-ATUAL = "E"
               ADD MSG-VALOR TO SALDO
               MOVE "PIX-C" TO LOG-OPERACAO-ATUAL
           ELSE
               SUBTRACT MSG-VALOR FROM SALDO
               MOVE "PIX-D" TO LOG-OPERACAO-ATUAL
           END-IF.
           REWRITE REG-CONTA
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR CONTA " CODIGO
                   MOVE "ED05" TO MOTIVO-RECUSA
                   PERFORM REGRAVA-MENSAGEM-RECUSADA
               NOT INVALID KEY
                   IF SENTIDO-ATUAL = "E"
                       ADD MSG-VALOR TO VALOR-CREDITADO
                   ELSE
                       ADD MSG-VALOR TO VALOR-DEBITADO
                   END-IF
                   MOVE SALDO TO SALDO-DEPOIS-LOG
                   PERFORM GRAVA-LOG
           END-REWRITE.

       REGRAVA-MENSAGEM-RECUSADA.
           MOVE "R" TO MSP-SITUACAO.
           MOVE MOTIVO-RECUSA TO MSP-MOTIVO.
           REWRITE REG-PROCESSADA
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR A MENSAGEM " MSG-ID
           END-REWRITE.

       RESPONDE-MENSAGEM.
           MOVE SPACES TO REG-RESPOSTA.
           MOVE "D" TO RSP-TIPO-REG.
           MOVE SENTIDO-ATUAL TO RSP-SENTIDO.
           MOVE MSG-ID TO RSP-ID.
           IF MOTIVO-RECUSA = SPACES
               MOVE "A" TO RSP-SITUACAO
               ADD 1 TO TOTAL-ACEITAS
           ELSE
               MOVE "R" TO RSP-SITUACAO
               ADD 1 TO TOTAL-RECUSADAS
           END-IF.
           MOVE MOTIVO-RECUSA TO RSP-MOTIVO.
           MOVE AGENCIA-LANCAMENTO TO RSP-AGENCIA.
           MOVE CONTA-LANCAMENTO TO RSP-CONTA.
           IF MSG-VALOR IS NUMERIC
               MOVE MSG-VALOR TO RSP-VALOR
           ELSE
               MOVE ZEROS TO RSP-VALOR
           END-IF.
           WRITE REG-RESPOSTA.

      ******************************************************************
      *
      * GRAVA LOG DE TRANSACOES (MESMA ROTINA DE Banco.cbl)
      *
      ******************************************************************
       GRAVA-LOG.
           OPEN EXTEND LOG-TRANSACOES.
           IF ARQ-OK = "35"
               CLOSE LOG-TRANSACOES
               OPEN OUTPUT LOG-TRANSACOES
           END-IF.
           MOVE CODIGO TO LOG-CODIGO.
           MOVE LOG-OPERACAO-ATUAL TO LOG-OPERACAO.
           MOVE DATA-NEGOCIO TO LOG-DATA.
           ACCEPT LOG-HORA FROM TIME.
           MOVE SALDO-ANTES-LOG TO LOG-SALDO-ANTES.
           MOVE SALDO-DEPOIS-LOG TO LOG-SALDO-DEPOIS.
           MOVE "BATCH" TO LOG-OPERADOR.
           WRITE REG-LOG.
           CLOSE LOG-TRANSACOES.

      ******************************************************************
      *
      * TOTAIS DE CONTROLE PARA CONFERENCIA COM O ARQUIVO DE RESPOSTA
      * (LIDAS = ACEITAS + RECUSADAS; AS REAPRESENTADAS ESTAO ENTRE
      * ELAS COM A RESPOSTA ORIGINAL, SEM NOVO LANCAMENTO)
      *
      ******************************************************************
       IMPRIME-TOTAIS-CONTROLE.
           MOVE TOTAL-LIDAS TO TOTAL-LIDAS-M.
           MOVE TOTAL-ACEITAS TO TOTAL-ACEITAS-M.
           MOVE TOTAL-RECUSADAS TO TOTAL-RECUSADAS-M.
           MOVE TOTAL-DUPLICADAS TO TOTAL-DUPLICADAS-M.
           MOVE TOTAL-CHAVES-BLOQUEADAS TO TOTAL-CHAVES-BLOQUEADAS-M.
           MOVE VALOR-CREDITADO TO VALOR-CREDITADO-M.
           MOVE VALOR-DEBITADO TO VALOR-DEBITADO-M.
           DISPLAY " ".
           DISPLAY "TOTAIS DE CONTROLE DO PROCESSAMENTO PIX".
           DISPLAY "MENSAGENS LIDAS......: " TOTAL-LIDAS-M.
           DISPLAY "MENSAGENS ACEITAS....: " TOTAL-ACEITAS-M.
           DISPLAY "MENSAGENS RECUSADAS..: " TOTAL-RECUSADAS-M.
           DISPLAY "REAPRESENTADAS.......: " TOTAL-DUPLICADAS-M.
           DISPLAY "CHAVES BLOQUEADAS....: " TOTAL-CHAVES-BLOQUEADAS-M.
           DISPLAY "VALOR CREDITADO......: " VALOR-CREDITADO-M.
           DISPLAY "VALOR DEBITADO.......: " VALOR-DEBITADO-M.
           DISPLAY "RESPOSTAS GRAVADAS EM " NOME-ARQUIVO-RESPOSTA.

       END PROGRAM PROCESSA_PIX.
