      ******************************************************************
      * Author:
      * Date:
      * Purpose: COMPENSACAO BATCH DOS CHEQUES APRESENTADOS CONTRA AS
      *          CONTAS DO CADASTRO.DAT. LE O ARQUIVO DE APRESENTACAO
      *          DA CAMARA (COMPENSACAO_CHEQUES.DAT, COM HEADER E
      *          TRAILER CONFERIDOS ANTES DE QUALQUER PAGAMENTO, COMO
      *          NA IMPORTACAO DE MOVIMENTO) E PAGA CADA FOLHA CONTRA
      *          O SALDO DISPONIVEL (SALDO + LIMITE - BLOQUEIOS
      *          ATIVOS), COM LANCAMENTO CHEQUE NO LOG DE TRANSACOES.
      *          FOLHA NAO EMITIDA (TALOES.DAT), JA PAGA, SUSTADA OU
      *          SEM FUNDOS (CHEQUES.DAT, MANTIDO POR Cheques.cbl) E
      *          DEVOLVIDA COM A ALINEA NO ARQUIVO DE DEVOLUCAO
      *          DEVOLUCAO_CHEQUES_NNNNNN.DAT (NNNNNN = SEQUENCIA DA
      *          APRESENTACAO). AO FINAL IMPRIME OS TOTAIS DE CONTROLE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. COMPENSACAO_CHEQUES.

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

           SELECT ARQ-APRESENTACAO ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS ARQ-OK.

           SELECT ARQ-DEVOLUCAO ASSIGN TO DYNAMIC NOME-ARQUIVO-DEVOLUCAO
           ORGANIZATION LINE SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS ARQ-OK.

           SELECT ARQ-TALOES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAL-CHAVE
           FILE STATUS IS ARQ-OK.

           SELECT ARQ-CHEQUES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHQ-CHAVE
           FILE STATUS IS ARQ-OK.

           SELECT LOG-TRANSACOES ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS ARQ-OK.

           SELECT ARQ-DATA-NEGOCIO ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS ARQ-OK.

           SELECT ARQ-BLOQUEIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BLQ-CHAVE
           FILE STATUS IS ARQ-OK.

           SELECT ARQ-ARQUIVOS-APLICADOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AQA-CHAVE
           FILE STATUS IS ARQ-OK.

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

      * ARQUIVO DE APRESENTACAO DE CHEQUES RECEBIDO DA CAMARA, COM
      * REGISTROS DE CONTROLE:
      *   CMP-TIPO-REG: H = HEADER (DATA DO MOVIMENTO E SEQUENCIA DO
      *                     ARQUIVO),
      *                 D = DETALHE (UMA FOLHA APRESENTADA),
      *                 T = TRAILER (QUANTIDADE DE FOLHAS E SOMA DOS
      *                     VALORES)
       FD  ARQ-APRESENTACAO LABEL RECORD STANDARD
               DATA RECORD IS REG-APRESENTACAO
               VALUE OF FILE-ID IS "COMPENSACAO_CHEQUES.DAT".
       01  REG-APRESENTACAO.
               02 CMP-TIPO-REG PIC X(1).
               02 CMP-DETALHE.
                  03 CMP-BANCO-APRESENTANTE PIC 9(3).
                  03 CMP-AGENCIA PIC X(5).
                  03 CMP-CONTA PIC X(12).
                  03 CMP-NUMERO PIC 9(6).
                  03 CMP-VALOR PIC 9(12)V99.
               02 CMP-HEADER REDEFINES CMP-DETALHE.
                  03 HDR-DATA-MOVIMENTO PIC 9(8).
                  03 HDR-SEQUENCIA PIC 9(6).
                  03 FILLER PIC X(26).
               02 CMP-TRAILER REDEFINES CMP-DETALHE.
                  03 TRL-QTD-CHEQUES PIC 9(6).
                  03 TRL-TOTAL-VALOR PIC 9(13)V99.
                  03 FILLER PIC X(19).

      * ARQUIVO DE DEVOLUCAO DEVOLVIDO A CAMARA, UM POR APRESENTACAO,
      * COM HEADER (DATA DO MOVIMENTO, SEQUENCIA DA APRESENTACAO
      * RESPONDIDA E DATA DA DEVOLUCAO), UM DETALHE POR FOLHA
      * DEVOLVIDA E TRAILER (QUANTIDADE E SOMA DOS VALORES).
      *   DEV-ALINEA: 11 = SEM FUNDOS, 1A APRESENTACAO
      *               12 = SEM FUNDOS, 2A APRESENTACAO
      *               13 = CONTA ENCERRADA (OU INEXISTENTE)
      *               20 = FOLHA CANCELADA PELO CORRENTISTA
      *               21 = CONTRA-ORDEM OU SUSTACAO
      *               28 = CONTRA-ORDEM POR FURTO OU ROUBO
      *               31 = ERRO FORMAL (VALOR INVALIDO)
      *               35 = FOLHA NAO EMITIDA PARA A CONTA
      *               37 = REGISTRO INCONSISTENTE (FALHA AO DEBITAR)
      *               49 = REMESSA NULA (FOLHA JA PAGA OU JA
      *                    DEVOLVIDA POR 12 OU 13)
       FD  ARQ-DEVOLUCAO LABEL RECORD STANDARD
               DATA RECORD IS REG-DEVOLUCAO.
       01  REG-DEVOLUCAO.
               02 DEV-TIPO-REG PIC X(1).
               02 DEV-DETALHE.
                  03 DEV-BANCO-APRESENTANTE PIC 9(3).
                  03 DEV-AGENCIA PIC X(5).
                  03 DEV-CONTA PIC X(12).
                  03 DEV-NUMERO PIC 9(6).
                  03 DEV-VALOR PIC 9(12)V99.
                  03 DEV-ALINEA PIC X(2).
               02 DEV-HEADER REDEFINES DEV-DETALHE.
                  03 DEV-DATA-MOVIMENTO PIC 9(8).
                  03 DEV-SEQUENCIA PIC 9(6).
                  03 DEV-DATA-DEVOLUCAO PIC 9(8).
                  03 FILLER PIC X(20).
               02 DEV-TRAILER REDEFINES DEV-DETALHE.
                  03 DEV-QTD-CHEQUES PIC 9(6).
                  03 DEV-TOTAL-VALOR PIC 9(13)V99.
                  03 FILLER PIC X(21).

      * TALOES DE CHEQUE EMITIDOS (MESMO LAYOUT DE Cheques.cbl)
       FD  ARQ-TALOES LABEL RECORD STANDARD
               DATA RECORD IS REG-TALAO
               VALUE OF FILE-ID IS "TALOES.DAT".
       01  REG-TALAO.
               02 TAL-CHAVE.
                  03 TAL-AGENCIA PIC X(5).
                  03 TAL-CONTA PIC X(12).
                  03 TAL-NUMERO-INICIAL PIC 9(6).
               02 TAL-NUMERO-FINAL PIC 9(6).
               02 TAL-QTD-FOLHAS PIC 9(2).
               02 TAL-DATA-EMISSAO PIC 9(8).
               02 TAL-OPERADOR PIC X(8).

      * OCORRENCIAS POR FOLHA DE CHEQUE (MESMO LAYOUT DE Cheques.cbl)
      *   CHQ-SITUACAO: S = SUSTADA, R = CONTRA-ORDEM REVOGADA,
      *                 P = PAGA, D = DEVOLVIDA
      *   CHQ-TIPO-ORDEM: S = SUSTACAO, F = FURTO OU ROUBO,
      *                   C = FOLHA CANCELADA
       FD  ARQ-CHEQUES LABEL RECORD STANDARD
               DATA RECORD IS REG-CHEQUE
               VALUE OF FILE-ID IS "CHEQUES.DAT".
       01  REG-CHEQUE.
               02 CHQ-CHAVE.
                  03 CHQ-AGENCIA PIC X(5).
                  03 CHQ-CONTA PIC X(12).
                  03 CHQ-NUMERO PIC 9(6).
               02 CHQ-SITUACAO PIC X(1).
               02 CHQ-TIPO-ORDEM PIC X(1).
               02 CHQ-MOTIVO PIC X(30).
               02 CHQ-OPERADOR PIC X(8).
               02 CHQ-DATA-ORDEM PIC 9(8).
               02 CHQ-OPERADOR-BAIXA PIC X(8).
               02 CHQ-DATA-BAIXA PIC 9(8).
               02 CHQ-VALOR PIC 9(12)V99.
               02 CHQ-DATA-COMPENSACAO PIC 9(8).
               02 CHQ-ALINEA PIC X(2).
               02 CHQ-QTD-DEVOLUCOES PIC 9(1).

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

      * BLOQUEIOS PARCIAIS DE VALOR POR CONTA (MESMO LAYOUT DE
      * Bloqueios.cbl). O CHEQUE SO E PAGO DENTRO DO SALDO
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

      * REGISTRO DOS ARQUIVOS JA PROCESSADOS (MESMO LAYOUT DE
      * ImportaMovimento.cbl). A APRESENTACAO DE CHEQUES ENTRA COM A
      * ORIGEM "COMPE" NO LUGAR DA AGENCIA E A SOMA DOS CHEQUES COMO
      * TOTAL DE DEBITOS, PARA QUE A MESMA APRESENTACAO NUNCA SEJA
      * PAGA DUAS VEZES.
      *   AQA-STATUS: E = APLICACAO EM EXECUCAO, C = COMPLETA
       FD  ARQ-ARQUIVOS-APLICADOS LABEL RECORD STANDARD
               DATA RECORD IS REG-ARQUIVO-APLICADO
               VALUE OF FILE-ID IS "ARQUIVOS_APLICADOS.DAT".
       01  REG-ARQUIVO-APLICADO.
               02 AQA-CHAVE.
                  03 AQA-AGENCIA PIC X(5).
                  03 AQA-SEQUENCIA PIC 9(6).
               02 AQA-DATA-GERACAO PIC 9(8).
               02 AQA-DATA-NEGOCIO PIC 9(8).
               02 AQA-STATUS PIC X(1).
               02 AQA-QTD-REGISTROS PIC 9(6).
               02 AQA-TOTAL-CREDITOS PIC 9(13)V99.
               02 AQA-TOTAL-DEBITOS PIC 9(13)V99.

       WORKING-STORAGE SECTION.
            01 ARQ-OK PIC X(2) VALUES SPACES.
            01 FIM-ARQUIVO PIC X(1) VALUES SPACES.
            01 ABERTURA-OK PIC X(1) VALUES SPACES.
            01 DATA-NEGOCIO PIC 9(8) VALUES ZEROS.
            01 DIA-ABERTO PIC X(1) VALUES SPACES.
            01 NOME-ARQUIVO-DEVOLUCAO PIC X(30) VALUES SPACES.
            01 BLOQUEIOS-DISPONIVEL PIC X(1) VALUES SPACES.
            01 FIM-BLOQUEIOS PIC X(1) VALUES SPACES.
            01 TOTAL-BLOQUEADO PIC S9(12)V99 VALUES ZEROS.
            01 TALOES-DISPONIVEL PIC X(1) VALUES SPACES.
            01 FIM-TALOES PIC X(1) VALUES SPACES.
            01 FOLHA-EMITIDA PIC X(1) VALUES SPACES.
            01 TEM-OCORRENCIA PIC X(1) VALUES SPACES.
            01 CONTA-ENCONTRADA PIC X(1) VALUES SPACES.
            01 ALINEA-DEVOLUCAO PIC X(2) VALUES SPACES.
      * ORIGEM DA APRESENTACAO NO REGISTRO DE ARQUIVOS APLICADOS
            01 ORIGEM-COMPENSACAO PIC X(5) VALUES "COMPE".
      * CONTROLE DA VALIDACAO DO ARQUIVO (HEADER/TRAILER) ANTES DA
      * COMPENSACAO
            01 ARQUIVO-VALIDO PIC X(1) VALUES SPACES.
            01 APRESENTACAO-AUSENTE PIC X(1) VALUES SPACES.
            01 APRESENTACAO-JA-APLICADA PIC X(1) VALUES SPACES.
            01 TEM-HEADER PIC X(1) VALUES SPACES.
            01 TEM-TRAILER PIC X(1) VALUES SPACES.
            01 DATA-MOVIMENTO-ARQUIVO PIC 9(8) VALUES ZEROS.
            01 SEQUENCIA-ARQUIVO PIC 9(6) VALUES ZEROS.
            01 QTD-TRAILER PIC 9(6) VALUES ZEROS.
            01 VALOR-TRAILER PIC 9(13)V99 VALUES ZEROS.
            01 QTD-CONFERIDA PIC 9(6) VALUES ZEROS.
            01 VALOR-CONFERIDO PIC 9(13)V99 VALUES ZEROS.
            01 ULTIMA-SEQUENCIA-COMPE PIC 9(6) VALUES ZEROS.
            01 FIM-REGISTRO-ARQUIVOS PIC X(1) VALUES SPACES.
            01 SALDO-ANTES-LOG PIC S9(12)V99 VALUES ZEROS.
            01 SALDO-DEPOIS-LOG PIC S9(12)V99 VALUES ZEROS.
            01 TOTAL-LIDOS PIC 9(6) VALUES ZEROS.
            01 TOTAL-PAGOS PIC 9(6) VALUES ZEROS.
            01 TOTAL-DEVOLVIDOS PIC 9(6) VALUES ZEROS.
            01 VALOR-PAGO PIC 9(13)V99 VALUES ZEROS.
            01 VALOR-DEVOLVIDO PIC 9(13)V99 VALUES ZEROS.
            01 MASCARAS-RELATORIO.
               02 TOTAL-LIDOS-M PIC ZZZ.ZZ9.
               02 TOTAL-PAGOS-M PIC ZZZ.ZZ9.
               02 TOTAL-DEVOLVIDOS-M PIC ZZZ.ZZ9.
               02 VALOR-PAGO-M PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
               02 VALOR-DEVOLVIDO-M PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-DATA-NEGOCIO.
           IF DIA-ABERTO = "S"
               PERFORM VALIDA-ARQUIVO-APRESENTACAO
               IF ARQUIVO-VALIDO = "S"
                   PERFORM INICIA-REGISTRO-ARQUIVO
               END-IF
               IF ARQUIVO-VALIDO = "S"
                   PERFORM ABRE-ARQUIVOS
                   PERFORM PROCESSA-CHEQUES UNTIL FIM-ARQUIVO = "S"
                   IF ABERTURA-OK = "S"
                       PERFORM FECHA-ARQUIVOS
                       PERFORM FINALIZA-REGISTRO-ARQUIVO
                   END-IF
                   PERFORM IMPRIME-TOTAIS-CONTROLE
               END-IF
           END-IF.
      * RETORNO PARA A CADEIA NOTURNA: DIA FECHADO, ARQUIVO RECUSADO
      * OU FALHA NA ABERTURA INTERROMPEM A CADEIA. NOITE SEM ARQUIVO
      * DE APRESENTACAO, OU SO COM O ARQUIVO JA COMPENSADO POR
      * COMPLETO, NAO E FALHA.
           IF DIA-ABERTO <> "S"
               OR (ARQUIVO-VALIDO <> "S" AND APRESENTACAO-AUSENTE <> "S"
                   AND APRESENTACAO-JA-APLICADA <> "S")
               OR (ARQUIVO-VALIDO = "S" AND ABERTURA-OK <> "S")
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      *
      * VALIDA O ARQUIVO INTEIRO ANTES DE PAGAR QUALQUER FOLHA (MESMA
      * CONFERENCIA DE ImportaMovimento.cbl): HEADER NO INICIO,
      * TRAILER NO FIM, QUANTIDADE E SOMA DOS VALORES BATENDO COM O
      * TRAILER, E SEQUENCIA AINDA NAO PROCESSADA.
      *
      ******************************************************************
       VALIDA-ARQUIVO-APRESENTACAO.
           MOVE "N" TO ARQUIVO-VALIDO.
           MOVE "N" TO APRESENTACAO-AUSENTE.
           MOVE "N" TO APRESENTACAO-JA-APLICADA.
           MOVE "N" TO TEM-HEADER.
           MOVE "N" TO TEM-TRAILER.
           MOVE "N" TO FIM-ARQUIVO.
           MOVE ZEROS TO QTD-CONFERIDA VALOR-CONFERIDO.
           OPEN INPUT ARQ-APRESENTACAO.
           IF ARQ-OK = "35"
               DISPLAY "ARQUIVO COMPENSACAO_CHEQUES.DAT NAO ENCONTRADO!"
               MOVE "S" TO APRESENTACAO-AUSENTE
               MOVE "S" TO FIM-ARQUIVO
           END-IF.
           PERFORM CONFERE-PROXIMO-REGISTRO UNTIL FIM-ARQUIVO = "S".
           IF ARQ-OK <> "35"
               CLOSE ARQ-APRESENTACAO
               PERFORM AVALIA-CONFERENCIA
           END-IF.

       CONFERE-PROXIMO-REGISTRO.
           READ ARQ-APRESENTACAO
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   PERFORM CONFERE-UM-REGISTRO
           END-READ.

       CONFERE-UM-REGISTRO.
           IF TEM-TRAILER = "S"
               DISPLAY "REGISTRO DEPOIS DO TRAILER. ARQUIVO INVALIDO."
               MOVE "N" TO TEM-TRAILER
               MOVE "S" TO FIM-ARQUIVO
           ELSE
               EVALUATE CMP-TIPO-REG
                   WHEN "H"
                       PERFORM CONFERE-HEADER
                   WHEN "D"
                       ADD 1 TO QTD-CONFERIDA
                       IF CMP-VALOR IS NUMERIC
                           ADD CMP-VALOR TO VALOR-CONFERIDO
                       END-IF
                   WHEN "T"
                       MOVE "S" TO TEM-TRAILER
                       MOVE TRL-QTD-CHEQUES TO QTD-TRAILER
                       MOVE TRL-TOTAL-VALOR TO VALOR-TRAILER
                   WHEN OTHER
                       DISPLAY "TIPO DE REGISTRO INVALIDO ("
                           CMP-TIPO-REG "). ARQUIVO INVALIDO."
                       MOVE "S" TO FIM-ARQUIVO
               END-EVALUATE
           END-IF.

       CONFERE-HEADER.
           IF TEM-HEADER = "S"
               DISPLAY "MAIS DE UM HEADER NO ARQUIVO. INVALIDO."
               MOVE "N" TO TEM-HEADER
               MOVE "S" TO FIM-ARQUIVO
           ELSE
               IF QTD-CONFERIDA > 0
                   DISPLAY "HEADER DEPOIS DE DETALHES. INVALIDO."
                   MOVE "S" TO FIM-ARQUIVO
               ELSE
                   MOVE "S" TO TEM-HEADER
                   MOVE HDR-DATA-MOVIMENTO TO DATA-MOVIMENTO-ARQUIVO
                   MOVE HDR-SEQUENCIA TO SEQUENCIA-ARQUIVO
               END-IF
           END-IF.

       AVALIA-CONFERENCIA.
           IF TEM-HEADER <> "S"
               DISPLAY "ARQUIVO SEM HEADER. NADA FOI COMPENSADO."
           ELSE
               IF TEM-TRAILER <> "S"
                   DISPLAY "ARQUIVO SEM TRAILER (TRUNCADO?). "
                       "NADA FOI COMPENSADO."
               ELSE
                   IF QTD-CONFERIDA <> QTD-TRAILER
                       OR VALOR-CONFERIDO <> VALOR-TRAILER
                       DISPLAY "TOTAIS DO TRAILER NAO BATEM COM O "
                           "LIDO. NADA FOI COMPENSADO."
                       DISPLAY "QTD LIDA " QTD-CONFERIDA
                           " / TRAILER " QTD-TRAILER
                   ELSE
                       PERFORM VERIFICA-ARQUIVO-JA-APLICADO
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * RECUSA APRESENTACAO CUJA SEQUENCIA JA FOI PROCESSADA E
      * REPORTA SALTO DE SEQUENCIA (ARQUIVO ANTERIOR POSSIVELMENTE
      * PERDIDO)
      ******************************************************************
       VERIFICA-ARQUIVO-JA-APLICADO.
           OPEN INPUT ARQ-ARQUIVOS-APLICADOS.
           IF ARQ-OK = "35"
               CLOSE ARQ-ARQUIVOS-APLICADOS
               MOVE ZEROS TO ULTIMA-SEQUENCIA-COMPE
               PERFORM AVALIA-SEQUENCIA-ARQUIVO
           ELSE
               MOVE ORIGEM-COMPENSACAO TO AQA-AGENCIA
               MOVE SEQUENCIA-ARQUIVO TO AQA-SEQUENCIA
               READ ARQ-ARQUIVOS-APLICADOS
                   INVALID KEY
                       PERFORM LOCALIZA-ULTIMA-SEQUENCIA
                       PERFORM AVALIA-SEQUENCIA-ARQUIVO
                   NOT INVALID KEY
                       IF AQA-STATUS = "E"
                           DISPLAY "APRESENTACAO SEQUENCIA "
                               SEQUENCIA-ARQUIVO " TEM COMPENSACAO "
                               "INTERROMPIDA EM " AQA-DATA-NEGOCIO
                               ". CONFIRA OS SALDOS ANTES DE "
                               "QUALQUER REEXECUCAO. NADA FOI "
                               "COMPENSADO."
                       ELSE
                           DISPLAY "APRESENTACAO SEQUENCIA "
                               SEQUENCIA-ARQUIVO " JA PROCESSADA EM "
                               AQA-DATA-NEGOCIO
                               ". NADA FOI COMPENSADO."
                           MOVE "S" TO APRESENTACAO-JA-APLICADA
                       END-IF
               END-READ
               CLOSE ARQ-ARQUIVOS-APLICADOS
           END-IF.

       LOCALIZA-ULTIMA-SEQUENCIA.
           MOVE ZEROS TO ULTIMA-SEQUENCIA-COMPE.
           MOVE "N" TO FIM-REGISTRO-ARQUIVOS.
           MOVE ORIGEM-COMPENSACAO TO AQA-AGENCIA.
           MOVE ZEROS TO AQA-SEQUENCIA.
           START ARQ-ARQUIVOS-APLICADOS KEY >= AQA-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-REGISTRO-ARQUIVOS
           END-START.
           PERFORM PROCURA-ULTIMA-SEQUENCIA
               UNTIL FIM-REGISTRO-ARQUIVOS = "S".

       PROCURA-ULTIMA-SEQUENCIA.
           READ ARQ-ARQUIVOS-APLICADOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-REGISTRO-ARQUIVOS
               NOT AT END
                   IF AQA-AGENCIA = ORIGEM-COMPENSACAO
                       MOVE AQA-SEQUENCIA TO ULTIMA-SEQUENCIA-COMPE
                   ELSE
                       MOVE "S" TO FIM-REGISTRO-ARQUIVOS
                   END-IF
           END-READ.

       AVALIA-SEQUENCIA-ARQUIVO.
           IF SEQUENCIA-ARQUIVO <= ULTIMA-SEQUENCIA-COMPE
               DISPLAY "SEQUENCIA " SEQUENCIA-ARQUIVO
                   " ANTERIOR A ULTIMA PROCESSADA ("
                   ULTIMA-SEQUENCIA-COMPE
                   "). NADA FOI COMPENSADO."
           ELSE
               IF SEQUENCIA-ARQUIVO > ULTIMA-SEQUENCIA-COMPE + 1
                   DISPLAY "ATENCAO: SALTO DE SEQUENCIA DA "
                       "COMPENSACAO. ULTIMA PROCESSADA "
                       ULTIMA-SEQUENCIA-COMPE ", RECEBIDA "
                       SEQUENCIA-ARQUIVO
                       ". VERIFIQUE ARQUIVO PERDIDO."
               END-IF
               MOVE "S" TO ARQUIVO-VALIDO
           END-IF.

      ******************************************************************
      * GRAVA A ENTRADA DA APRESENTACAO NO REGISTRO COM STATUS E ANTES
      * DE PAGAR QUALQUER FOLHA (MESMO CICLO DE ImportaMovimento.cbl)
      ******************************************************************
       INICIA-REGISTRO-ARQUIVO.
           OPEN I-O ARQ-ARQUIVOS-APLICADOS.
           IF ARQ-OK = "35"
               CLOSE ARQ-ARQUIVOS-APLICADOS
               OPEN OUTPUT ARQ-ARQUIVOS-APLICADOS
               CLOSE ARQ-ARQUIVOS-APLICADOS
               OPEN I-O ARQ-ARQUIVOS-APLICADOS
           END-IF.
           MOVE ORIGEM-COMPENSACAO TO AQA-AGENCIA.
           MOVE SEQUENCIA-ARQUIVO TO AQA-SEQUENCIA.
           MOVE DATA-MOVIMENTO-ARQUIVO TO AQA-DATA-GERACAO.
           MOVE DATA-NEGOCIO TO AQA-DATA-NEGOCIO.
           MOVE "E" TO AQA-STATUS.
           MOVE QTD-CONFERIDA TO AQA-QTD-REGISTROS.
           MOVE ZEROS TO AQA-TOTAL-CREDITOS.
           MOVE VALOR-CONFERIDO TO AQA-TOTAL-DEBITOS.
           WRITE REG-ARQUIVO-APLICADO
               INVALID KEY
                   DISPLAY "ERRO AO REGISTRAR O ARQUIVO! "
                       "NADA FOI COMPENSADO."
                   MOVE "N" TO ARQUIVO-VALIDO
           END-WRITE.
           CLOSE ARQ-ARQUIVOS-APLICADOS.

       FINALIZA-REGISTRO-ARQUIVO.
           OPEN I-O ARQ-ARQUIVOS-APLICADOS.
           MOVE ORIGEM-COMPENSACAO TO AQA-AGENCIA.
           MOVE SEQUENCIA-ARQUIVO TO AQA-SEQUENCIA.
           READ ARQ-ARQUIVOS-APLICADOS
               INVALID KEY
                   DISPLAY "ERRO AO COMPLETAR O REGISTRO DO ARQUIVO!"
               NOT INVALID KEY
                   MOVE "C" TO AQA-STATUS
                   REWRITE REG-ARQUIVO-APLICADO
                       INVALID KEY
                           DISPLAY "ERRO AO COMPLETAR O REGISTRO "
                               "DO ARQUIVO!"
                   END-REWRITE
           END-READ.
           CLOSE ARQ-ARQUIVOS-APLICADOS.

      ******************************************************************
      *
      * LE A DATA DE NEGOCIO MANTIDA PELO FECHAMENTO DO DIA. COM O
      * DIA FECHADO NENHUM CHEQUE E COMPENSADO ATE A VIRADA DA DATA.
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
      * ABRE A APRESENTACAO PARA LEITURA, O CADASTRO E AS OCORRENCIAS
      * DE FOLHAS PARA ATUALIZACAO E O ARQUIVO DE DEVOLUCAO DESTA
      * APRESENTACAO, JA COM O HEADER
      *
      ******************************************************************
       ABRE-ARQUIVOS.
           MOVE "N" TO FIM-ARQUIVO.
           MOVE "N" TO ABERTURA-OK.
           OPEN INPUT ARQ-APRESENTACAO.
           IF ARQ-OK = "35"
               DISPLAY "ARQUIVO COMPENSACAO_CHEQUES.DAT NAO ENCONTRADO!"
               MOVE "S" TO FIM-ARQUIVO
           ELSE
               OPEN I-O ARQ-CADASTRO
               IF ARQ-OK = "35"
                   DISPLAY "ARQUIVO DE CADASTRO NAO ENCONTRADO!"
                   CLOSE ARQ-APRESENTACAO
                   MOVE "S" TO FIM-ARQUIVO
               ELSE
                   OPEN I-O ARQ-CHEQUES
                   IF ARQ-OK = "35"
                       CLOSE ARQ-CHEQUES
                       OPEN OUTPUT ARQ-CHEQUES
                       CLOSE ARQ-CHEQUES
                       OPEN I-O ARQ-CHEQUES
                   END-IF
                   OPEN INPUT ARQ-TALOES
                   IF ARQ-OK = "35"
                       MOVE "N" TO TALOES-DISPONIVEL
                   ELSE
                       MOVE "S" TO TALOES-DISPONIVEL
                   END-IF
                   OPEN INPUT ARQ-BLOQUEIOS
                   IF ARQ-OK = "35"
                       MOVE "N" TO BLOQUEIOS-DISPONIVEL
                   ELSE
                       MOVE "S" TO BLOQUEIOS-DISPONIVEL
                   END-IF
                   PERFORM ABRE-ARQUIVO-DEVOLUCAO
                   MOVE "S" TO ABERTURA-OK
               END-IF
           END-IF.

       ABRE-ARQUIVO-DEVOLUCAO.
           MOVE SPACES TO NOME-ARQUIVO-DEVOLUCAO.
           STRING "DEVOLUCAO_CHEQUES_" DELIMITED BY SIZE
                  SEQUENCIA-ARQUIVO DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOME-ARQUIVO-DEVOLUCAO.
           OPEN OUTPUT ARQ-DEVOLUCAO.
           MOVE SPACES TO REG-DEVOLUCAO.
           MOVE "H" TO DEV-TIPO-REG.
           MOVE DATA-MOVIMENTO-ARQUIVO TO DEV-DATA-MOVIMENTO.
           MOVE SEQUENCIA-ARQUIVO TO DEV-SEQUENCIA.
           MOVE DATA-NEGOCIO TO DEV-DATA-DEVOLUCAO.
           WRITE REG-DEVOLUCAO.

       FECHA-ARQUIVOS.
           MOVE SPACES TO REG-DEVOLUCAO.
           MOVE "T" TO DEV-TIPO-REG.
           MOVE TOTAL-DEVOLVIDOS TO DEV-QTD-CHEQUES.
           MOVE VALOR-DEVOLVIDO TO DEV-TOTAL-VALOR.
           WRITE REG-DEVOLUCAO.
           CLOSE ARQ-DEVOLUCAO.
           CLOSE ARQ-APRESENTACAO.
           CLOSE ARQ-CADASTRO.
           CLOSE ARQ-CHEQUES.
           IF TALOES-DISPONIVEL = "S"
               CLOSE ARQ-TALOES
           END-IF.
           IF BLOQUEIOS-DISPONIVEL = "S"
               CLOSE ARQ-BLOQUEIOS
           END-IF.

       PROCESSA-CHEQUES.
           READ ARQ-APRESENTACAO
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
      * HEADER E TRAILER JA FORAM CONFERIDOS NA VALIDACAO; SO OS
      * DETALHES SAO COMPENSADOS
                   IF CMP-TIPO-REG = "D"
                       ADD 1 TO TOTAL-LIDOS
                       PERFORM COMPENSA-CHEQUE
                   END-IF
           END-READ.

      ******************************************************************
      *
      * DECIDE ENTRE PAGAR E DEVOLVER A FOLHA, NESTA ORDEM: VALOR
      * INVALIDO (31), FOLHA NAO EMITIDA (35), OCORRENCIA ANTERIOR
      * DA FOLHA (JA PAGA 49, SUSTADA 20/21/28, REAPRESENTACAO APOS
      * 12 OU 13 49), CONTA INEXISTENTE OU ENCERRADA (13) E POR FIM
      * SALDO DISPONIVEL (11 NA PRIMEIRA DEVOLUCAO, 12 NA SEGUNDA).
      * CONTA BLOQUEADA NAO TEM SALDO DISPONIVEL E CAI EM 11/12.
      *
      ******************************************************************
       COMPENSA-CHEQUE.
           MOVE SPACES TO ALINEA-DEVOLUCAO.
           MOVE "N" TO FOLHA-EMITIDA.
           MOVE "N" TO TEM-OCORRENCIA.
           IF CMP-VALOR IS NOT NUMERIC OR CMP-VALOR = 0
               MOVE "31" TO ALINEA-DEVOLUCAO
           ELSE
               PERFORM VERIFICA-FOLHA-EMITIDA
               IF FOLHA-EMITIDA <> "S"
                   MOVE "35" TO ALINEA-DEVOLUCAO
               ELSE
                   PERFORM AVALIA-OCORRENCIA-FOLHA
               END-IF
           END-IF.
           IF ALINEA-DEVOLUCAO = SPACES
               PERFORM AVALIA-SALDO-CONTA
           END-IF.
           IF ALINEA-DEVOLUCAO = SPACES
               PERFORM PAGA-CHEQUE
           ELSE
               PERFORM DEVOLVE-CHEQUE
           END-IF.

      ******************************************************************
      * A FOLHA FOI EMITIDA SE ESTA DENTRO DE ALGUMA FAIXA DE TALAO
      * DA CONTA (MESMA PROCURA DE Cheques.cbl)
      ******************************************************************
       VERIFICA-FOLHA-EMITIDA.
           IF TALOES-DISPONIVEL = "S"
               MOVE "N" TO FIM-TALOES
               MOVE CMP-AGENCIA TO TAL-AGENCIA
               MOVE CMP-CONTA TO TAL-CONTA
               MOVE ZEROS TO TAL-NUMERO-INICIAL
               START ARQ-TALOES KEY >= TAL-CHAVE
                   INVALID KEY
                       MOVE "S" TO FIM-TALOES
               END-START
               PERFORM PROCURA-FAIXA-DA-FOLHA UNTIL FIM-TALOES = "S"
           END-IF.

       PROCURA-FAIXA-DA-FOLHA.
           READ ARQ-TALOES NEXT RECORD
               AT END
                   MOVE "S" TO FIM-TALOES
               NOT AT END
                   IF TAL-AGENCIA = CMP-AGENCIA
                       AND TAL-CONTA = CMP-CONTA
                       AND TAL-NUMERO-INICIAL <= CMP-NUMERO
                       IF TAL-NUMERO-FINAL >= CMP-NUMERO
                           MOVE "S" TO FOLHA-EMITIDA
                           MOVE "S" TO FIM-TALOES
                       END-IF
                   ELSE
                       MOVE "S" TO FIM-TALOES
                   END-IF
           END-READ.

       AVALIA-OCORRENCIA-FOLHA.
           MOVE CMP-AGENCIA TO CHQ-AGENCIA.
           MOVE CMP-CONTA TO CHQ-CONTA.
           MOVE CMP-NUMERO TO CHQ-NUMERO.
           READ ARQ-CHEQUES
               INVALID KEY
                   MOVE "N" TO TEM-OCORRENCIA
               NOT INVALID KEY
                   MOVE "S" TO TEM-OCORRENCIA
                   EVALUATE CHQ-SITUACAO
                       WHEN "P"
                           MOVE "49" TO ALINEA-DEVOLUCAO
                       WHEN "S"
                           EVALUATE CHQ-TIPO-ORDEM
                               WHEN "C"
                                   MOVE "20" TO ALINEA-DEVOLUCAO
                               WHEN "F"
                                   MOVE "28" TO ALINEA-DEVOLUCAO
                               WHEN OTHER
                                   MOVE "21" TO ALINEA-DEVOLUCAO
                           END-EVALUATE
                       WHEN "D"
                           IF CHQ-ALINEA = "12" OR CHQ-ALINEA = "13"
                               MOVE "49" TO ALINEA-DEVOLUCAO
                           END-IF
                   END-EVALUATE
           END-READ.

       AVALIA-SALDO-CONTA.
           MOVE CMP-AGENCIA TO AGENCIA.
           MOVE CMP-CONTA TO CONTA.
           READ ARQ-CADASTRO KEY IS AGENCIA-CONTA
               INVALID KEY
                   MOVE "N" TO CONTA-ENCONTRADA
                   MOVE "13" TO ALINEA-DEVOLUCAO
               NOT INVALID KEY
                   MOVE "S" TO CONTA-ENCONTRADA
                   IF SITUACAO = "E"
                       MOVE "13" TO ALINEA-DEVOLUCAO
                   ELSE
                       PERFORM CALCULA-TOTAL-BLOQUEADO
                       IF SITUACAO = "B"
                           OR (SALDO - CMP-VALOR + LIMITE-CREDITO
                               - TOTAL-BLOQUEADO) < 0
                           PERFORM DEFINE-ALINEA-SEM-FUNDOS
                       END-IF
                   END-IF
           END-READ.

       DEFINE-ALINEA-SEM-FUNDOS.
           IF TEM-OCORRENCIA = "S" AND CHQ-QTD-DEVOLUCOES > 0
               MOVE "12" TO ALINEA-DEVOLUCAO
           ELSE
               MOVE "11" TO ALINEA-DEVOLUCAO
           END-IF.

      ******************************************************************
      * SOMA OS BLOQUEIOS ATIVOS DA CONTA (BLOQUEIOS.DAT, MANTIDO POR
      * Bloqueios.cbl). SEM ARQUIVO DE BLOQUEIOS O TOTAL E ZERO.
      ******************************************************************
       CALCULA-TOTAL-BLOQUEADO.
           MOVE ZEROS TO TOTAL-BLOQUEADO.
           IF BLOQUEIOS-DISPONIVEL = "S"
               MOVE "N" TO FIM-BLOQUEIOS
               MOVE CMP-AGENCIA TO BLQ-AGENCIA
               MOVE CMP-CONTA TO BLQ-CONTA
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
                   IF BLQ-AGENCIA = CMP-AGENCIA
                       AND BLQ-CONTA = CMP-CONTA
                       IF BLQ-SITUACAO = "A"
                           ADD BLQ-VALOR TO TOTAL-BLOQUEADO
                       END-IF
                   ELSE
                       MOVE "S" TO FIM-BLOQUEIOS
                   END-IF
           END-READ.

      ******************************************************************
      * DEBITA A CONTA, GRAVA O LANCAMENTO CHEQUE NO LOG E MARCA A
      * FOLHA COMO PAGA. FALHA AO REGRAVAR A CONTA DEVOLVE A FOLHA
      * POR 37 PARA NAO PAGAR SEM DEBITAR.
      ******************************************************************
       PAGA-CHEQUE.
           MOVE SALDO TO SALDO-ANTES-LOG.
           SUBTRACT CMP-VALOR FROM SALDO.
           REWRITE REG-CONTA
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR CONTA " CODIGO
                   MOVE "37" TO ALINEA-DEVOLUCAO
                   PERFORM DEVOLVE-CHEQUE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-PAGOS
                   ADD CMP-VALOR TO VALOR-PAGO
                   MOVE SALDO TO SALDO-DEPOIS-LOG
                   PERFORM GRAVA-LOG
                   PERFORM REGISTRA-FOLHA-PAGA
           END-REWRITE.

       REGISTRA-FOLHA-PAGA.
           IF TEM-OCORRENCIA <> "S"
               PERFORM INICIA-OCORRENCIA
           END-IF.
           MOVE "P" TO CHQ-SITUACAO.
           MOVE CMP-VALOR TO CHQ-VALOR.
           MOVE DATA-NEGOCIO TO CHQ-DATA-COMPENSACAO.
           MOVE SPACES TO CHQ-ALINEA.
           PERFORM GRAVA-OCORRENCIA.

      ******************************************************************
      * GRAVA A FOLHA NO ARQUIVO DE DEVOLUCAO E, PARA FOLHA EMITIDA,
      * GUARDA A ALINEA NA OCORRENCIA. A FOLHA SUSTADA CONTINUA
      * SUSTADA; A DEVOLUCAO POR 49 NAO ALTERA A OCORRENCIA.
      ******************************************************************
       DEVOLVE-CHEQUE.
           MOVE SPACES TO REG-DEVOLUCAO.
           MOVE "D" TO DEV-TIPO-REG.
           MOVE CMP-BANCO-APRESENTANTE TO DEV-BANCO-APRESENTANTE.
           MOVE CMP-AGENCIA TO DEV-AGENCIA.
           MOVE CMP-CONTA TO DEV-CONTA.
           MOVE CMP-NUMERO TO DEV-NUMERO.
           IF CMP-VALOR IS NUMERIC
               MOVE CMP-VALOR TO DEV-VALOR
               ADD CMP-VALOR TO VALOR-DEVOLVIDO
           ELSE
               MOVE ZEROS TO DEV-VALOR
           END-IF.
           MOVE ALINEA-DEVOLUCAO TO DEV-ALINEA.
           WRITE REG-DEVOLUCAO.
           ADD 1 TO TOTAL-DEVOLVIDOS.
           IF FOLHA-EMITIDA = "S" AND ALINEA-DEVOLUCAO <> "49"
               PERFORM REGISTRA-FOLHA-DEVOLVIDA
           END-IF.

       REGISTRA-FOLHA-DEVOLVIDA.
           IF TEM-OCORRENCIA <> "S"
               PERFORM INICIA-OCORRENCIA
           END-IF.
           IF CHQ-SITUACAO <> "S"
               MOVE "D" TO CHQ-SITUACAO
           END-IF.
           IF ALINEA-DEVOLUCAO = "11" OR ALINEA-DEVOLUCAO = "12"
               IF CHQ-QTD-DEVOLUCOES < 9
                   ADD 1 TO CHQ-QTD-DEVOLUCOES
               END-IF
           END-IF.
           MOVE CMP-VALOR TO CHQ-VALOR.
           MOVE DATA-NEGOCIO TO CHQ-DATA-COMPENSACAO.
           MOVE ALINEA-DEVOLUCAO TO CHQ-ALINEA.
           PERFORM GRAVA-OCORRENCIA.

       INICIA-OCORRENCIA.
           MOVE CMP-AGENCIA TO CHQ-AGENCIA.
           MOVE CMP-CONTA TO CHQ-CONTA.
           MOVE CMP-NUMERO TO CHQ-NUMERO.
           MOVE SPACES TO CHQ-SITUACAO CHQ-TIPO-ORDEM CHQ-MOTIVO.
           MOVE SPACES TO CHQ-OPERADOR CHQ-OPERADOR-BAIXA.
           MOVE ZEROS TO CHQ-DATA-ORDEM CHQ-DATA-BAIXA.
           MOVE ZEROS TO CHQ-QTD-DEVOLUCOES.

       GRAVA-OCORRENCIA.
           IF TEM-OCORRENCIA = "S"
               REWRITE REG-CHEQUE
                   INVALID KEY
                       DISPLAY "ERRO AO ATUALIZAR A FOLHA " CMP-NUMERO
                           " DA CONTA " CMP-AGENCIA "/" CMP-CONTA
               END-REWRITE
           ELSE
               WRITE REG-CHEQUE
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A FOLHA " CMP-NUMERO
                           " DA CONTA " CMP-AGENCIA "/" CMP-CONTA
               END-WRITE
           END-IF.

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
           MOVE "CHEQUE" TO LOG-OPERACAO.
           MOVE DATA-NEGOCIO TO LOG-DATA.
           ACCEPT LOG-HORA FROM TIME.
           MOVE SALDO-ANTES-LOG TO LOG-SALDO-ANTES.
           MOVE SALDO-DEPOIS-LOG TO LOG-SALDO-DEPOIS.
           MOVE "BATCH" TO LOG-OPERADOR.
           WRITE REG-LOG.
           CLOSE LOG-TRANSACOES.

      ******************************************************************
      *
      * TOTAIS DE CONTROLE PARA CONFERENCIA CONTRA A CAMARA
      * (LIDOS = PAGOS + DEVOLVIDOS)
      *
      ******************************************************************
       IMPRIME-TOTAIS-CONTROLE.
           MOVE TOTAL-LIDOS TO TOTAL-LIDOS-M.
           MOVE TOTAL-PAGOS TO TOTAL-PAGOS-M.
           MOVE TOTAL-DEVOLVIDOS TO TOTAL-DEVOLVIDOS-M.
           MOVE VALOR-PAGO TO VALOR-PAGO-M.
           MOVE VALOR-DEVOLVIDO TO VALOR-DEVOLVIDO-M.
           DISPLAY " ".
           DISPLAY "TOTAIS DE CONTROLE DA COMPENSACAO DE CHEQUES".
           DISPLAY "CHEQUES APRESENTADOS.: " TOTAL-LIDOS-M.
           DISPLAY "CHEQUES PAGOS........: " TOTAL-PAGOS-M.
           DISPLAY "CHEQUES DEVOLVIDOS...: " TOTAL-DEVOLVIDOS-M.
           DISPLAY "VALOR PAGO...........: " VALOR-PAGO-M.
           DISPLAY "VALOR DEVOLVIDO......: " VALOR-DEVOLVIDO-M.
           DISPLAY "DEVOLUCOES GRAVADAS EM " NOME-ARQUIVO-DEVOLUCAO.

       END PROGRAM COMPENSACAO_CHEQUES.
