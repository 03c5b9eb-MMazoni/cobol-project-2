      ******************************************************************
      * Author:
      * Date:
      * Purpose: COBRANCA MENSAL DE JUROS DE CHEQUE ESPECIAL E IOF
      *          SOBRE OS SALDOS DEVEDORES DIARIOS. RODA NO PRIMEIRO
      *          DIA UTIL DO MES E COBRA O MES ANTERIOR (MES DE
      *          REFERENCIA), LENDO AS POSICOES DIARIAS GRAVADAS PELO
      *          FECHAMENTO DO DIA (POSICAO_AAAAMMDD.DAT). CADA DIA
      *          CORRIDO DO MES USA A ULTIMA POSICAO FECHADA ATE ELE
      *          (FIM DE SEMANA E FERIADO REPETEM O SALDO DO ULTIMO
      *          DIA UTIL). SOBRE O SALDO DEVEDOR DE CADA DIA APURA:
      *          - JUROS: SALDO DEVEDOR X TAXA MENSAL / 30;
      *          - IOF DIARIO: SALDO DEVEDOR X ALIQUOTA DIARIA (PESSOA
      *            FISICA OU JURIDICA, PELO TAMANHO DO CPF/CNPJ);
      *          - IOF ADICIONAL: SOBRE O ACRESCIMO DO SALDO DEVEDOR
      *            EM RELACAO AO DIA ANTERIOR.
      *          O TOTAL DO MES E DEBITADO NA CONTA COM AS OPERACOES
      *          JUROS-CE E IOF NO LOG, E A MEMORIA DE CALCULO DIA A
      *          DIA DE CADA CONTA COBRADA E GRAVADA EM
      *          MEMORIA_CHEQUE_ESPECIAL_AAAAMM.DAT PARA O EXTRATO E
      *          PARA CONTESTACAO DO CLIENTE. TAXAS EM
      *          TAXA_CHEQUE_ESPECIAL.DAT. O CONTROLE DE EXECUCAO E
      *          GRAVADO NA DATA DO ULTIMO DIA DO MES DE REFERENCIA,
      *          PARA QUE O MESMO MES NUNCA SEJA COBRADO DUAS VEZES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. JUROS_CHEQUE_ESP.

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

           SELECT TAXA-CHEQUE-ESPECIAL ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS ARQ-OK.

           SELECT ARQ-POSICAO ASSIGN TO DYNAMIC NOME-ARQUIVO-POSICAO
           ORGANIZATION LINE SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS ARQ-OK.

           SELECT ARQ-MEMORIA ASSIGN TO DYNAMIC NOME-ARQUIVO-MEMORIA
           ORGANIZATION LINE SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS ARQ-OK.

           SELECT LOG-TRANSACOES ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS ARQ-OK.

           SELECT ARQ-CONTROLE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTL-CHAVE
           FILE STATUS IS ARQ-OK.

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

      * TAXAS DO CHEQUE ESPECIAL: TAXA DE JUROS MENSAL, ALIQUOTAS
      * DIARIAS DE IOF PARA PESSOA FISICA E JURIDICA E ALIQUOTA DO
      * IOF ADICIONAL SOBRE O ACRESCIMO DO SALDO DEVEDOR
       FD  TAXA-CHEQUE-ESPECIAL LABEL RECORD STANDARD
               RECORD CONTAINS 24 CHARACTERS
               DATA RECORD IS REG-TAXA-CE
               VALUE OF FILE-ID IS "TAXA_CHEQUE_ESPECIAL.DAT".
       01  REG-TAXA-CE.
               02 CE-TAXA-MENSAL PIC 9V9999.
               02 CE-IOF-DIARIO-PF PIC 9V999999.
               02 CE-IOF-DIARIO-PJ PIC 9V999999.
               02 CE-IOF-ADICIONAL PIC 9V9999.

      * POSICAO DIARIA DO FECHAMENTO (MESMO LAYOUT DE FechamentoDia.cbl)
       FD  ARQ-POSICAO LABEL RECORD STANDARD
               DATA RECORD IS REG-POSICAO.
       01  REG-POSICAO.
               02 POS-DATA PIC 9(8).
               02 POS-CODIGO PIC 9(7).
               02 POS-AGENCIA PIC X(5).
               02 POS-CONTA PIC X(12).
               02 POS-SITUACAO PIC X(1).
               02 POS-SALDO PIC S9(12)V99
                  SIGN IS TRAILING SEPARATE CHARACTER.

      * MEMORIA DE CALCULO DO MES (MEMORIA_CHEQUE_ESPECIAL_AAAAMM.DAT)
       FD  ARQ-MEMORIA LABEL RECORD STANDARD
               DATA RECORD IS REG-MEMORIA.
       01  REG-MEMORIA PIC X(80).

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

      * ARQUIVO DE CONTROLE DE EXECUCAO DOS BATCHES (MESMO LAYOUT DE
      * Juros.cbl)
      *   CTL-STATUS: E = EM EXECUCAO, C = COMPLETO
       FD  ARQ-CONTROLE LABEL RECORD STANDARD
               DATA RECORD IS REG-CONTROLE
               VALUE OF FILE-ID IS "CONTROLE_EXECUCAO.DAT".
       01  REG-CONTROLE.
               02 CTL-CHAVE.
                  03 CTL-PROGRAMA PIC X(20).
                  03 CTL-DATA-NEGOCIO PIC 9(8).
               02 CTL-HORA-INICIO PIC 9(8).
               02 CTL-HORA-FIM PIC 9(8).
               02 CTL-STATUS PIC X(1).
               02 CTL-ULT-CODIGO PIC 9(7).

      * CADASTRO DE OPERADORES (MESMO LAYOUT DE Banco.cbl), USADO PARA
      * VALIDAR A LIBERACAO DE NOVA EXECUCAO PELO SUPERVISOR
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
            01 ARQ-OK PIC X(2) VALUES SPACES.
            01 FIM-ARQUIVO PIC X(1) VALUES SPACES.
            01 FIM-POSICAO PIC X(1) VALUES SPACES.
            01 FIM-CURSOR PIC X(1) VALUES SPACES.
            01 PODE-EXECUTAR PIC X(1) VALUES SPACES.
            01 REINICIO-EXECUCAO PIC X(1) VALUES SPACES.
            01 CODIGO-REINICIO PIC 9(7) VALUES ZEROS.
            01 RESPOSTA-OVERRIDE PIC X(1) VALUES SPACES.
            01 SUPERVISOR-ID PIC X(8) VALUES SPACES.
            01 SUPERVISOR-SENHA PIC X(8) VALUES SPACES.
            01 SUPERVISOR-OK PIC X(1) VALUES SPACES.
            01 DATA-NEGOCIO PIC 9(8) VALUES ZEROS.
      * MES DE REFERENCIA DA COBRANCA (O MES ANTERIOR A DATA DE
      * NEGOCIO) E O SEU ULTIMO DIA, QUE E A CHAVE DO CONTROLE
            01 MES-REFERENCIA PIC 9(6) VALUES ZEROS.
            01 DATA-REFERENCIA PIC 9(8) VALUES ZEROS.
            01 ULTIMO-DIA-MES PIC 9(2) VALUES ZEROS.
            01 ULTIMO-DIA-CALCULO PIC 9(2) VALUES ZEROS.
            01 DATA-CALCULO PIC 9(8) VALUES ZEROS.
            01 DATA-CALCULO-R REDEFINES DATA-CALCULO.
               02 CALC-ANO PIC 9(4).
               02 CALC-MES PIC 9(2).
               02 CALC-DIA PIC 9(2).
            01 QUOCIENTE-ANO PIC 9(4) VALUES ZEROS.
            01 RESTO-ANO-4 PIC 9(4) VALUES ZEROS.
            01 RESTO-ANO-100 PIC 9(4) VALUES ZEROS.
            01 RESTO-ANO-400 PIC 9(4) VALUES ZEROS.
            01 TAXA-MENSAL-CE PIC 9V9999 VALUES ZEROS.
            01 IOF-DIARIO-PF PIC 9V999999 VALUES ZEROS.
            01 IOF-DIARIO-PJ PIC 9V999999 VALUES ZEROS.
            01 IOF-ADICIONAL PIC 9V9999 VALUES ZEROS.
            01 IOF-DIARIO-CONTA PIC 9V999999 VALUES ZEROS.
            01 NOME-ARQUIVO-POSICAO PIC X(20) VALUES SPACES.
            01 NOME-ARQUIVO-MEMORIA PIC X(40) VALUES SPACES.
            01 DATA-POSICAO PIC 9(8) VALUES ZEROS.
            01 ARQUIVO-CARREGADO PIC X(1) VALUES SPACES.
            01 TEM-POSICAO-ANTERIOR PIC X(1) VALUES SPACES.
            01 TENTATIVAS-ANTERIOR PIC 9(2) VALUES ZEROS.
            01 SLOT-VIGENTE PIC 9(2) VALUES ZEROS.
            01 IDX-SLOT PIC 9(2) VALUES ZEROS.
            01 TOTAL-SLOTS PIC 9(2) VALUES ZEROS.
            01 IDX-DIA PIC 9(2) VALUES ZEROS.
            01 IDX-NEG PIC 9(6) VALUES ZEROS.
            01 IDX-MEMORIA PIC 9(2) VALUES ZEROS.
            01 TOTAL-NEGATIVOS PIC 9(6) VALUES ZEROS.
      * MAIS SALDOS NEGATIVOS NO MES DO QUE A TABELA COMPORTA: A
      * COBRANCA E ABORTADA ANTES DE DEBITAR QUALQUER CONTA
            01 TABELA-TRANSBORDOU PIC X(1) VALUES SPACES.
      * ARQUIVOS DE POSICAO CARREGADOS: O PRIMEIRO PODE SER O ULTIMO
      * DIA FECHADO DO MES ANTERIOR (SALDO DA VESPERA DO DIA 1), OS
      * DEMAIS SAO OS DIAS FECHADOS DO MES DE REFERENCIA. CADA UM
      * APONTA PARA A FAIXA DA TABELA DE NEGATIVOS COM AS SUAS CONTAS
      * (EM ORDEM DE CODIGO, COMO O FECHAMENTO GRAVA) E GUARDA O
      * CURSOR QUE AVANCA JUNTO COM A LEITURA DO CADASTRO.
            01 TABELA-SLOTS.
               02 SLT-ITEM OCCURS 32 TIMES.
                  03 SLT-DATA PIC 9(8).
                  03 SLT-INICIO PIC 9(6).
                  03 SLT-FIM PIC 9(6).
                  03 SLT-CURSOR PIC 9(6).
      * ARQUIVO DE POSICAO VIGENTE EM CADA DIA CORRIDO DO MES
      * (ZERO = NENHUMA POSICAO CONHECIDA ATE O DIA)
            01 TABELA-DIAS.
               02 DIA-SLOT PIC 9(2) OCCURS 31 TIMES.
      * SALDOS NEGATIVOS DE TODAS AS POSICOES CARREGADAS
            01 TABELA-NEGATIVOS.
               02 NEG-ITEM OCCURS 60000 TIMES.
                  03 NEG-CODIGO PIC 9(7).
                  03 NEG-SALDO PIC S9(12)V99.
      * APURACAO DA CONTA EM PROCESSAMENTO
            01 SALDO-DIA PIC S9(12)V99 VALUES ZEROS.
            01 SALDO-DEVEDOR PIC 9(12)V99 VALUES ZEROS.
            01 DEVEDOR-ANTERIOR PIC 9(12)V99 VALUES ZEROS.
            01 JUROS-DIA PIC 9(12)V99 VALUES ZEROS.
            01 IOF-DIA PIC 9(12)V99 VALUES ZEROS.
            01 IOF-ADICIONAL-DIA PIC 9(12)V99 VALUES ZEROS.
            01 DIAS-DEVEDORES PIC 9(2) VALUES ZEROS.
            01 TOTAL-JUROS-CONTA PIC 9(12)V99 VALUES ZEROS.
            01 TOTAL-IOF-CONTA PIC 9(12)V99 VALUES ZEROS.
            01 SALDO-ANTIGO PIC S9(12)V99 VALUES ZEROS.
            01 SALDO-APOS-JUROS PIC S9(12)V99 VALUES ZEROS.
      * LINHAS DA MEMORIA DE CALCULO DA CONTA, GRAVADAS SO DEPOIS QUE
      * O DEBITO FOI REGRAVADO NO CADASTRO
            01 TABELA-MEMORIA.
               02 MEM-ITEM OCCURS 31 TIMES.
                  03 MEM-DATA PIC 9(8).
                  03 MEM-SALDO-DEVEDOR PIC 9(12)V99.
                  03 MEM-JUROS PIC 9(12)V99.
                  03 MEM-IOF PIC 9(12)V99.
                  03 MEM-IOF-ADICIONAL PIC 9(12)V99.
            01 TOTAL-CONTAS-LIDAS PIC 9(6) VALUES ZEROS.
            01 TOTAL-CONTAS-COBRADAS PIC 9(6) VALUES ZEROS.
            01 TOTAL-CONTAS-ENCERRADAS PIC 9(6) VALUES ZEROS.
            01 TOTAL-ARQUIVOS-POSICAO PIC 9(2) VALUES ZEROS.
            01 TOTAL-JUROS-COBRADO PIC S9(12)V99 VALUES ZEROS.
            01 TOTAL-IOF-COBRADO PIC S9(12)V99 VALUES ZEROS.
            01 MASCARAS-RELATORIO.
               02 TOTAL-CONTAS-LIDAS-M PIC ZZZ.ZZ9.
               02 TOTAL-CONTAS-COBRADAS-M PIC ZZZ.ZZ9.
               02 TOTAL-CONTAS-ENCERRADAS-M PIC ZZZ.ZZ9.
               02 TOTAL-JUROS-COBRADO-M PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
               02 TOTAL-IOF-COBRADO-M PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
               02 TAXA-MENSAL-CE-M PIC 9,9999.
               02 IOF-DIARIO-PF-M PIC 9,999999.
               02 IOF-DIARIO-PJ-M PIC 9,999999.
               02 IOF-ADICIONAL-M PIC 9,9999.
            01 CABECALHO-MEMORIA.
               02 FILLER PIC X(6) VALUES "CONTA ".
               02 CMB-AGENCIA PIC X(5).
               02 FILLER PIC X(1) VALUES "/".
               02 CMB-CONTA PIC X(12).
               02 FILLER PIC X(8) VALUES " CODIGO ".
               02 CMB-CODIGO PIC 9(7).
               02 FILLER PIC X(5) VALUES " MES ".
               02 CMB-MES PIC 9(6).
            01 LINHA-TAXAS-MEMORIA.
               02 FILLER PIC X(7) VALUES "JUROS: ".
               02 LTM-TAXA PIC 9,9999.
               02 FILLER PIC X(17) VALUES " A.M.  IOF DIA: ".
               02 LTM-IOF-DIARIO PIC 9,999999.
               02 FILLER PIC X(16) VALUES "  IOF ADICIONAL:".
               02 FILLER PIC X(1) VALUES SPACES.
               02 LTM-IOF-ADICIONAL PIC 9,9999.
            01 TITULO-MEMORIA.
               02 FILLER PIC X(27)
                  VALUES "DATA         SALDO DEVEDOR ".
               02 FILLER PIC X(30)
                  VALUES "  JUROS DO DIA     IOF DO DIA ".
               02 FILLER PIC X(15) VALUES " IOF ADICIONAL".
            01 LINHA-MEMORIA.
               02 LM-DATA PIC 9(8).
               02 FILLER PIC X(1) VALUES SPACES.
               02 LM-SALDO-DEVEDOR PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER PIC X(1) VALUES SPACES.
               02 LM-JUROS PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER PIC X(1) VALUES SPACES.
               02 LM-IOF PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER PIC X(1) VALUES SPACES.
               02 LM-IOF-ADICIONAL PIC ZZZ.ZZZ.ZZ9,99.
            01 LINHA-TOTAL-MEMORIA.
               02 LTO-TITULO PIC X(20).
               02 LTO-VALOR PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM VERIFICA-CONTROLE-EXECUCAO.
           IF PODE-EXECUTAR = "S"
               PERFORM LE-TAXA-CHEQUE-ESPECIAL
               PERFORM CARREGA-POSICOES-DO-MES
               IF TABELA-TRANSBORDOU = "S"
                   DISPLAY "SALDOS NEGATIVOS DO MES ALEM DA TABELA EM "
                       "MEMORIA. COBRANCA ABORTADA SEM DEBITAR NENHUMA "
                       "CONTA. AVISE O SUPORTE."
                   CLOSE ARQ-CONTROLE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM ABRE-ARQUIVO-CADASTRO
                   PERFORM ABRE-ARQUIVO-MEMORIA
                   IF REINICIO-EXECUCAO = "S" AND FIM-ARQUIVO <> "S"
                       PERFORM POSICIONA-REINICIO
                   END-IF
                   PERFORM PROCESSA-CONTAS UNTIL FIM-ARQUIVO = "S"
                   CLOSE ARQ-CADASTRO
                   CLOSE ARQ-MEMORIA
                   PERFORM IMPRIME-RELATORIO
                   PERFORM FINALIZA-CONTROLE-EXECUCAO
               END-IF
           END-IF.
           STOP RUN.

      ******************************************************************
      *
      * CONTROLE DE EXECUCAO: A CHAVE E O ULTIMO DIA DO MES DE
      * REFERENCIA, ENTAO UM MES JA COBRADO SO E COBRADO DE NOVO COM
      * LIBERACAO DO SUPERVISOR, MESMO QUE A DATA DE NEGOCIO TENHA
      * MUDADO. UMA EXECUCAO QUE MORREU NO MEIO REINICIA DO ULTIMO
      * CODIGO DEBITADO.
      *
      ******************************************************************
       VERIFICA-CONTROLE-EXECUCAO.
           MOVE "N" TO PODE-EXECUTAR.
           MOVE "N" TO REINICIO-EXECUCAO.
           MOVE ZEROS TO CODIGO-REINICIO.
           PERFORM LE-DATA-NEGOCIO.
           PERFORM DEFINE-MES-REFERENCIA.
           OPEN I-O ARQ-CONTROLE.
           IF ARQ-OK = "35"
               CLOSE ARQ-CONTROLE
               OPEN OUTPUT ARQ-CONTROLE
               CLOSE ARQ-CONTROLE
               OPEN I-O ARQ-CONTROLE
           END-IF.
           MOVE "JUROS_CHEQUE_ESP" TO CTL-PROGRAMA.
           MOVE DATA-REFERENCIA TO CTL-DATA-NEGOCIO.
           READ ARQ-CONTROLE
               INVALID KEY
                   PERFORM INICIA-CONTROLE-EXECUCAO
               NOT INVALID KEY
                   PERFORM AVALIA-CONTROLE-EXISTENTE
           END-READ.
           IF PODE-EXECUTAR <> "S"
               CLOSE ARQ-CONTROLE
           END-IF.

      ******************************************************************
      * LE A DATA DE NEGOCIO MANTIDA PELO FECHAMENTO DO DIA. ENQUANTO
      * A DATA DE NEGOCIO NAO FOI IMPLANTADA, A DATA DO SISTEMA E
      * USADA, COMO NOS DEMAIS BATCHES.
      ******************************************************************
       LE-DATA-NEGOCIO.
           OPEN INPUT ARQ-DATA-NEGOCIO.
           EVALUATE ARQ-OK
               WHEN "00"
                   READ ARQ-DATA-NEGOCIO RECORD
                   MOVE DN-DATA TO DATA-NEGOCIO
                   CLOSE ARQ-DATA-NEGOCIO
      *CODIGO DE QUANDO SE TENTA ABRIR ARQUIVO QUE NÃO EXISTE
               WHEN "35"
                   CLOSE ARQ-DATA-NEGOCIO
                   ACCEPT DATA-NEGOCIO FROM DATE YYYYMMDD
           END-EVALUATE.

      ******************************************************************
      * O MES DE REFERENCIA E O MES ANTERIOR AO DA DATA DE NEGOCIO
      ******************************************************************
       DEFINE-MES-REFERENCIA.
           MOVE DATA-NEGOCIO TO DATA-CALCULO.
           PERFORM RECUA-UM-MES.
           MOVE DATA-CALCULO (1:6) TO MES-REFERENCIA.
           MOVE ULTIMO-DIA-CALCULO TO ULTIMO-DIA-MES.
           MOVE ULTIMO-DIA-MES TO CALC-DIA.
           MOVE DATA-CALCULO TO DATA-REFERENCIA.
           DISPLAY "MES DE REFERENCIA DA COBRANCA: " MES-REFERENCIA.

      * VOLTA DATA-CALCULO PARA O MES ANTERIOR E CALCULA O ULTIMO DIA
      * DESSE MES (FEVEREIRO CONSIDERA O ANO BISSEXTO)
       RECUA-UM-MES.
           IF CALC-MES = 1
               MOVE 12 TO CALC-MES
               SUBTRACT 1 FROM CALC-ANO
           ELSE
               SUBTRACT 1 FROM CALC-MES
           END-IF.
           EVALUATE CALC-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO ULTIMO-DIA-CALCULO
               WHEN 2
                   PERFORM DEFINE-DIAS-FEVEREIRO
               WHEN OTHER
                   MOVE 31 TO ULTIMO-DIA-CALCULO
           END-EVALUATE.

       DEFINE-DIAS-FEVEREIRO.
           DIVIDE CALC-ANO BY 4 GIVING QUOCIENTE-ANO
               REMAINDER RESTO-ANO-4.
           DIVIDE CALC-ANO BY 100 GIVING QUOCIENTE-ANO
               REMAINDER RESTO-ANO-100.
           DIVIDE CALC-ANO BY 400 GIVING QUOCIENTE-ANO
               REMAINDER RESTO-ANO-400.
           IF RESTO-ANO-400 = 0
               OR (RESTO-ANO-4 = 0 AND RESTO-ANO-100 <> 0)
               MOVE 29 TO ULTIMO-DIA-CALCULO
           ELSE
               MOVE 28 TO ULTIMO-DIA-CALCULO
           END-IF.

       AVALIA-CONTROLE-EXISTENTE.
           IF CTL-STATUS = "C"
               DISPLAY "CHEQUE ESPECIAL JA COBRADO PARA O MES "
                   MES-REFERENCIA
               DISPLAY "LIBERAR NOVA EXECUCAO (SUPERVISOR) (S/N)? "
                   WITH NO ADVANCING
               ACCEPT RESPOSTA-OVERRIDE
               MOVE FUNCTION UPPER-CASE (RESPOSTA-OVERRIDE)
                   TO RESPOSTA-OVERRIDE
               IF RESPOSTA-OVERRIDE = "S"
                   PERFORM VALIDA-SUPERVISOR
               END-IF
               IF SUPERVISOR-OK = "S"
                   PERFORM REATIVA-CONTROLE-EXECUCAO
               ELSE
                   DISPLAY "EXECUCAO CANCELADA."
               END-IF
           ELSE
               DISPLAY "EXECUCAO ANTERIOR NAO TERMINOU (STATUS "
                   CTL-STATUS "). REINICIANDO DO CODIGO "
                   CTL-ULT-CODIGO "."
               MOVE "S" TO REINICIO-EXECUCAO
               MOVE CTL-ULT-CODIGO TO CODIGO-REINICIO
               PERFORM REATIVA-CONTROLE-EXECUCAO
           END-IF.

       INICIA-CONTROLE-EXECUCAO.
           MOVE "JUROS_CHEQUE_ESP" TO CTL-PROGRAMA.
           MOVE DATA-REFERENCIA TO CTL-DATA-NEGOCIO.
           ACCEPT CTL-HORA-INICIO FROM TIME.
           MOVE ZEROS TO CTL-HORA-FIM.
           MOVE "E" TO CTL-STATUS.
           MOVE ZEROS TO CTL-ULT-CODIGO.
           WRITE REG-CONTROLE
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CONTROLE DE EXECUCAO!"
               NOT INVALID KEY
                   MOVE "S" TO PODE-EXECUTAR
           END-WRITE.

       REATIVA-CONTROLE-EXECUCAO.
           ACCEPT CTL-HORA-INICIO FROM TIME.
           MOVE ZEROS TO CTL-HORA-FIM.
           MOVE "E" TO CTL-STATUS.
           IF REINICIO-EXECUCAO <> "S"
               MOVE ZEROS TO CTL-ULT-CODIGO
           END-IF.
           REWRITE REG-CONTROLE
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR CONTROLE DE EXECUCAO!"
               NOT INVALID KEY
                   MOVE "S" TO PODE-EXECUTAR
           END-REWRITE.

       ATUALIZA-CONTROLE-CODIGO.
           MOVE CODIGO TO CTL-ULT-CODIGO.
           REWRITE REG-CONTROLE
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR CONTROLE DE EXECUCAO!"
           END-REWRITE.

       FINALIZA-CONTROLE-EXECUCAO.
           ACCEPT CTL-HORA-FIM FROM TIME.
           MOVE "C" TO CTL-STATUS.
           REWRITE REG-CONTROLE
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR CONTROLE DE EXECUCAO!"
           END-REWRITE.
           CLOSE ARQ-CONTROLE.

      ******************************************************************
      * VALIDA A LIBERACAO: EXIGE ID E SENHA DE UM OPERADOR DE NIVEL
      * SUPERVISOR CADASTRADO EM OPERADORES.DAT
      ******************************************************************
       VALIDA-SUPERVISOR.
           MOVE "N" TO SUPERVISOR-OK.
           DISPLAY "SUPERVISOR: " WITH NO ADVANCING.
           ACCEPT SUPERVISOR-ID.
           MOVE FUNCTION UPPER-CASE (SUPERVISOR-ID) TO SUPERVISOR-ID.
           DISPLAY "SENHA: " WITH NO ADVANCING.
           ACCEPT SUPERVISOR-SENHA.
           OPEN INPUT ARQ-OPERADORES.
           IF ARQ-OK = "35"
               DISPLAY "ARQUIVO DE OPERADORES NAO ENCONTRADO."
           ELSE
               MOVE SUPERVISOR-ID TO OPER-ID
               READ ARQ-OPERADORES
                   INVALID KEY
                       DISPLAY "SUPERVISOR NAO CADASTRADO."
                   NOT INVALID KEY
                       IF OPER-SENHA = SUPERVISOR-SENHA
                           AND OPER-NIVEL = "S"
                           MOVE "S" TO SUPERVISOR-OK
                       ELSE
                           DISPLAY "SENHA INVALIDA OU OPERADOR SEM "
                               "NIVEL DE SUPERVISOR."
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-OPERADORES.

      ******************************************************************
      * POSICIONA O CADASTRO LOGO APOS O ULTIMO CODIGO JA DEBITADO
      * PELA EXECUCAO INTERROMPIDA
      ******************************************************************
       POSICIONA-REINICIO.
           MOVE CODIGO-REINICIO TO CODIGO.
           START ARQ-CADASTRO KEY > CODIGO
               INVALID KEY
                   MOVE "S" TO FIM-ARQUIVO
           END-START.

      ******************************************************************
      *
      * LE AS TAXAS DO CHEQUE ESPECIAL CONFIGURADAS EM
      * TAXA_CHEQUE_ESPECIAL.DAT. SEM O ARQUIVO VALEM AS TAXAS PADRAO.
      *
      ******************************************************************
       LE-TAXA-CHEQUE-ESPECIAL.
           OPEN INPUT TAXA-CHEQUE-ESPECIAL.
           EVALUATE ARQ-OK
               WHEN "00"
                   READ TAXA-CHEQUE-ESPECIAL RECORD
                   MOVE CE-TAXA-MENSAL TO TAXA-MENSAL-CE
                   MOVE CE-IOF-DIARIO-PF TO IOF-DIARIO-PF
                   MOVE CE-IOF-DIARIO-PJ TO IOF-DIARIO-PJ
                   MOVE CE-IOF-ADICIONAL TO IOF-ADICIONAL
      *CODIGO DE QUANDO SE TENTA ABRIR ARQUIVO QUE NÃO EXISTE
               WHEN "35"
                   MOVE 0,0800 TO TAXA-MENSAL-CE
                   MOVE 0,000082 TO IOF-DIARIO-PF
                   MOVE 0,000041 TO IOF-DIARIO-PJ
                   MOVE 0,0038 TO IOF-ADICIONAL
           END-EVALUATE.
           CLOSE TAXA-CHEQUE-ESPECIAL.
           MOVE TAXA-MENSAL-CE TO TAXA-MENSAL-CE-M.
           MOVE IOF-DIARIO-PF TO IOF-DIARIO-PF-M.
           MOVE IOF-DIARIO-PJ TO IOF-DIARIO-PJ-M.
           MOVE IOF-ADICIONAL TO IOF-ADICIONAL-M.
           DISPLAY "TAXA DE JUROS MENSAL.......: " TAXA-MENSAL-CE-M.
           DISPLAY "IOF DIARIO PESSOA FISICA...: " IOF-DIARIO-PF-M.
           DISPLAY "IOF DIARIO PESSOA JURIDICA.: " IOF-DIARIO-PJ-M.
           DISPLAY "IOF ADICIONAL..............: " IOF-ADICIONAL-M.

      ******************************************************************
      *
      * CARREGA OS SALDOS NEGATIVOS DAS POSICOES DO MES. PRIMEIRO
      * PROCURA A ULTIMA POSICAO FECHADA DO MES ANTERIOR (ATE 10 DIAS
      * PARA TRAS), QUE VALE PARA OS DIAS DO INICIO DO MES SEM
      * POSICAO PROPRIA E E O SALDO DA VESPERA PARA O IOF ADICIONAL.
      * DEPOIS CARREGA CADA DIA DO MES DE REFERENCIA QUE TEM POSICAO
      * E MARCA, PARA CADA DIA CORRIDO, A POSICAO VIGENTE.
      *
      ******************************************************************
       CARREGA-POSICOES-DO-MES.
           MOVE ZEROS TO TOTAL-SLOTS TOTAL-NEGATIVOS.
           MOVE "N" TO TABELA-TRANSBORDOU.
           MOVE "N" TO TEM-POSICAO-ANTERIOR.
           MOVE ZEROS TO SLOT-VIGENTE.
           MOVE DATA-REFERENCIA TO DATA-CALCULO.
           PERFORM RECUA-UM-MES.
           MOVE ULTIMO-DIA-CALCULO TO CALC-DIA.
           MOVE ZEROS TO TENTATIVAS-ANTERIOR.
           MOVE "N" TO ARQUIVO-CARREGADO.
           PERFORM TENTA-POSICAO-ANTERIOR
               UNTIL ARQUIVO-CARREGADO = "S"
               OR TENTATIVAS-ANTERIOR >= 10.
           IF ARQUIVO-CARREGADO = "S"
               MOVE "S" TO TEM-POSICAO-ANTERIOR
               MOVE TOTAL-SLOTS TO SLOT-VIGENTE
           END-IF.
           MOVE 1 TO IDX-DIA.
           PERFORM CARREGA-POSICAO-DIA UNTIL IDX-DIA > ULTIMO-DIA-MES.
           DISPLAY "ARQUIVOS DE POSICAO DO MES: "
               TOTAL-ARQUIVOS-POSICAO.

       TENTA-POSICAO-ANTERIOR.
           MOVE DATA-CALCULO TO DATA-POSICAO.
           PERFORM CARREGA-ARQUIVO-POSICAO.
           SUBTRACT 1 FROM CALC-DIA.
           ADD 1 TO TENTATIVAS-ANTERIOR.

       CARREGA-POSICAO-DIA.
           COMPUTE DATA-POSICAO = MES-REFERENCIA * 100 + IDX-DIA.
           PERFORM CARREGA-ARQUIVO-POSICAO.
           IF ARQUIVO-CARREGADO = "S"
               MOVE TOTAL-SLOTS TO SLOT-VIGENTE
               ADD 1 TO TOTAL-ARQUIVOS-POSICAO
           END-IF.
           MOVE SLOT-VIGENTE TO DIA-SLOT (IDX-DIA).
           ADD 1 TO IDX-DIA.

       CARREGA-ARQUIVO-POSICAO.
           MOVE "N" TO ARQUIVO-CARREGADO.
           MOVE SPACES TO NOME-ARQUIVO-POSICAO.
           STRING "POSICAO_" DELIMITED BY SIZE
                  DATA-POSICAO DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOME-ARQUIVO-POSICAO.
           OPEN INPUT ARQ-POSICAO.
           IF ARQ-OK <> "35"
               ADD 1 TO TOTAL-SLOTS
               MOVE DATA-POSICAO TO SLT-DATA (TOTAL-SLOTS)
               COMPUTE SLT-INICIO (TOTAL-SLOTS) = TOTAL-NEGATIVOS + 1
               MOVE "N" TO FIM-POSICAO
               PERFORM LE-PROXIMA-POSICAO UNTIL FIM-POSICAO = "S"
               MOVE TOTAL-NEGATIVOS TO SLT-FIM (TOTAL-SLOTS)
               MOVE SLT-INICIO (TOTAL-SLOTS)
                   TO SLT-CURSOR (TOTAL-SLOTS)
               CLOSE ARQ-POSICAO
               MOVE "S" TO ARQUIVO-CARREGADO
           END-IF.

       LE-PROXIMA-POSICAO.
           READ ARQ-POSICAO
               AT END
                   MOVE "S" TO FIM-POSICAO
               NOT AT END
                   IF POS-SALDO < 0
                       PERFORM ARMAZENA-NEGATIVO
                   END-IF
           END-READ.

       ARMAZENA-NEGATIVO.
           IF TOTAL-NEGATIVOS < 60000
               ADD 1 TO TOTAL-NEGATIVOS
               MOVE POS-CODIGO TO NEG-CODIGO (TOTAL-NEGATIVOS)
               MOVE POS-SALDO TO NEG-SALDO (TOTAL-NEGATIVOS)
           ELSE
               MOVE "S" TO TABELA-TRANSBORDOU
           END-IF.

      ******************************************************************
      *
      * ABRE O CADASTRO PARA LEITURA/GRAVACAO SEQUENCIAL DOS SALDOS E
      * A MEMORIA DE CALCULO DO MES (EM EXTEND NO REINICIO, PARA NAO
      * PERDER A MEMORIA DAS CONTAS JA DEBITADAS)
      *
      ******************************************************************
       ABRE-ARQUIVO-CADASTRO.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN I-O ARQ-CADASTRO.
           IF ARQ-OK = "35"
               DISPLAY "ARQUIVO DE CADASTRO NAO ENCONTRADO!"
               MOVE "S" TO FIM-ARQUIVO
           END-IF.

       ABRE-ARQUIVO-MEMORIA.
           MOVE SPACES TO NOME-ARQUIVO-MEMORIA.
           STRING "MEMORIA_CHEQUE_ESPECIAL_" DELIMITED BY SIZE
                  MES-REFERENCIA DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOME-ARQUIVO-MEMORIA.
           IF REINICIO-EXECUCAO = "S"
               OPEN EXTEND ARQ-MEMORIA
               IF ARQ-OK = "35"
                   CLOSE ARQ-MEMORIA
                   OPEN OUTPUT ARQ-MEMORIA
               END-IF
           ELSE
               OPEN OUTPUT ARQ-MEMORIA
           END-IF.

       PROCESSA-CONTAS.
           READ ARQ-CADASTRO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   PERFORM CALCULA-CHEQUE-ESPECIAL-CONTA
           END-READ.

      ******************************************************************
      *
      * APURA OS ENCARGOS DO MES DA CONTA, DIA A DIA, E DEBITA O
      * TOTAL. CONTA ENCERRADA NAO E DEBITADA: FICA NO RELATORIO PARA
      * COBRANCA MANUAL.
      *
      ******************************************************************
       CALCULA-CHEQUE-ESPECIAL-CONTA.
           ADD 1 TO TOTAL-CONTAS-LIDAS.
           MOVE ZEROS TO TOTAL-JUROS-CONTA TOTAL-IOF-CONTA.
           MOVE ZEROS TO DIAS-DEVEDORES DEVEDOR-ANTERIOR.
      * CPF TEM 11 POSICOES, CNPJ TEM 14 (MESMA REGRA DE Clientes.cbl)
           IF CPF-CNPJ (12:3) = SPACES
               MOVE IOF-DIARIO-PF TO IOF-DIARIO-CONTA
           ELSE
               MOVE IOF-DIARIO-PJ TO IOF-DIARIO-CONTA
           END-IF.
           IF TEM-POSICAO-ANTERIOR = "S"
               MOVE 1 TO IDX-SLOT
               PERFORM LOCALIZA-SALDO-SLOT
               IF SALDO-DIA < 0
                   COMPUTE DEVEDOR-ANTERIOR = 0 - SALDO-DIA
               END-IF
           END-IF.
           MOVE 1 TO IDX-DIA.
           PERFORM ACUMULA-DIA-CONTA UNTIL IDX-DIA > ULTIMO-DIA-MES.
           IF TOTAL-JUROS-CONTA > 0 OR TOTAL-IOF-CONTA > 0
               IF SITUACAO = "E"
                   ADD 1 TO TOTAL-CONTAS-ENCERRADAS
                   DISPLAY "CONTA ENCERRADA COM SALDO DEVEDOR NO MES, "
                       "NAO DEBITADA: " CODIGO
               ELSE
                   PERFORM DEBITA-ENCARGOS-CONTA
               END-IF
           END-IF.

       ACUMULA-DIA-CONTA.
           MOVE DIA-SLOT (IDX-DIA) TO IDX-SLOT.
           MOVE ZEROS TO SALDO-DIA.
           IF IDX-SLOT > 0
               PERFORM LOCALIZA-SALDO-SLOT
           END-IF.
           IF SALDO-DIA < 0
               COMPUTE SALDO-DEVEDOR = 0 - SALDO-DIA
               COMPUTE JUROS-DIA ROUNDED =
                   SALDO-DEVEDOR * TAXA-MENSAL-CE / 30
               COMPUTE IOF-DIA ROUNDED =
                   SALDO-DEVEDOR * IOF-DIARIO-CONTA
               MOVE ZEROS TO IOF-ADICIONAL-DIA
               IF SALDO-DEVEDOR > DEVEDOR-ANTERIOR
                   COMPUTE IOF-ADICIONAL-DIA ROUNDED =
                       (SALDO-DEVEDOR - DEVEDOR-ANTERIOR)
                       * IOF-ADICIONAL
               END-IF
               ADD 1 TO DIAS-DEVEDORES
               MOVE DIAS-DEVEDORES TO IDX-MEMORIA
               COMPUTE MEM-DATA (IDX-MEMORIA) =
                   MES-REFERENCIA * 100 + IDX-DIA
               MOVE SALDO-DEVEDOR TO MEM-SALDO-DEVEDOR (IDX-MEMORIA)
               MOVE JUROS-DIA TO MEM-JUROS (IDX-MEMORIA)
               MOVE IOF-DIA TO MEM-IOF (IDX-MEMORIA)
               MOVE IOF-ADICIONAL-DIA TO MEM-IOF-ADICIONAL (IDX-MEMORIA)
               ADD JUROS-DIA TO TOTAL-JUROS-CONTA
               ADD IOF-DIA IOF-ADICIONAL-DIA TO TOTAL-IOF-CONTA
               MOVE SALDO-DEVEDOR TO DEVEDOR-ANTERIOR
           ELSE
               MOVE ZEROS TO DEVEDOR-ANTERIOR
           END-IF.
           ADD 1 TO IDX-DIA.

      ******************************************************************
      * PROCURA O SALDO NEGATIVO DA CONTA NA POSICAO IDX-SLOT. COMO A
      * POSICAO E O CADASTRO ESTAO NA MESMA ORDEM DE CODIGO, O CURSOR
      * DA POSICAO SO ANDA PARA A FRENTE. CONTA AUSENTE DA FAIXA DE
      * NEGATIVOS FICA COM SALDO ZERO (NAO DEVEDORA NAQUELE DIA).
      ******************************************************************
       LOCALIZA-SALDO-SLOT.
           MOVE ZEROS TO SALDO-DIA.
           MOVE "N" TO FIM-CURSOR.
           PERFORM AVANCA-CURSOR-SLOT UNTIL FIM-CURSOR = "S".

       AVANCA-CURSOR-SLOT.
           IF SLT-CURSOR (IDX-SLOT) > SLT-FIM (IDX-SLOT)
               MOVE "S" TO FIM-CURSOR
           ELSE
               MOVE SLT-CURSOR (IDX-SLOT) TO IDX-NEG
               IF NEG-CODIGO (IDX-NEG) < CODIGO
                   ADD 1 TO SLT-CURSOR (IDX-SLOT)
               ELSE
                   IF NEG-CODIGO (IDX-NEG) = CODIGO
                       MOVE NEG-SALDO (IDX-NEG) TO SALDO-DIA
                   END-IF
                   MOVE "S" TO FIM-CURSOR
               END-IF
           END-IF.

      ******************************************************************
      *
      * DEBITA JUROS E IOF NUMA UNICA REGRAVACAO DA CONTA E SO ENTAO
      * GRAVA OS DOIS LANCAMENTOS (JUROS-CE E IOF, ENCADEADOS) E A
      * MEMORIA DE CALCULO
      *
      ******************************************************************
       DEBITA-ENCARGOS-CONTA.
           MOVE SALDO TO SALDO-ANTIGO.
           COMPUTE SALDO-APOS-JUROS = SALDO - TOTAL-JUROS-CONTA.
           COMPUTE SALDO = SALDO-APOS-JUROS - TOTAL-IOF-CONTA.
           REWRITE REG-CONTA
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR CONTA " CODIGO
               NOT INVALID KEY
                   ADD 1 TO TOTAL-CONTAS-COBRADAS
                   ADD TOTAL-JUROS-CONTA TO TOTAL-JUROS-COBRADO
                   ADD TOTAL-IOF-CONTA TO TOTAL-IOF-COBRADO
                   IF TOTAL-JUROS-CONTA > 0
                       MOVE "JUROS-CE" TO LOG-OPERACAO
                       MOVE SALDO-ANTIGO TO LOG-SALDO-ANTES
                       MOVE SALDO-APOS-JUROS TO LOG-SALDO-DEPOIS
                       PERFORM GRAVA-LOG-ENCARGO
                   END-IF
                   IF TOTAL-IOF-CONTA > 0
                       MOVE "IOF" TO LOG-OPERACAO
                       MOVE SALDO-APOS-JUROS TO LOG-SALDO-ANTES
                       MOVE SALDO TO LOG-SALDO-DEPOIS
                       PERFORM GRAVA-LOG-ENCARGO
                   END-IF
                   PERFORM GRAVA-MEMORIA-CONTA
                   PERFORM ATUALIZA-CONTROLE-CODIGO
           END-REWRITE.

       GRAVA-LOG-ENCARGO.
           OPEN EXTEND LOG-TRANSACOES.
           IF ARQ-OK = "35"
               CLOSE LOG-TRANSACOES
               OPEN OUTPUT LOG-TRANSACOES
           END-IF.
           MOVE CODIGO TO LOG-CODIGO.
           MOVE DATA-NEGOCIO TO LOG-DATA.
           ACCEPT LOG-HORA FROM TIME.
           MOVE "BATCH" TO LOG-OPERADOR.
           WRITE REG-LOG.
           CLOSE LOG-TRANSACOES.

      ******************************************************************
      * GRAVA A MEMORIA DE CALCULO DA CONTA: CABECALHO, TAXAS, UMA
      * LINHA POR DIA DEVEDOR E OS TOTAIS DEBITADOS
      ******************************************************************
       GRAVA-MEMORIA-CONTA.
           MOVE AGENCIA TO CMB-AGENCIA.
           MOVE CONTA TO CMB-CONTA.
           MOVE CODIGO TO CMB-CODIGO.
           MOVE MES-REFERENCIA TO CMB-MES.
           MOVE SPACES TO REG-MEMORIA.
           WRITE REG-MEMORIA.
           MOVE CABECALHO-MEMORIA TO REG-MEMORIA.
           WRITE REG-MEMORIA.
           MOVE TAXA-MENSAL-CE TO LTM-TAXA.
           MOVE IOF-DIARIO-CONTA TO LTM-IOF-DIARIO.
           MOVE IOF-ADICIONAL TO LTM-IOF-ADICIONAL.
           MOVE LINHA-TAXAS-MEMORIA TO REG-MEMORIA.
           WRITE REG-MEMORIA.
           MOVE TITULO-MEMORIA TO REG-MEMORIA.
           WRITE REG-MEMORIA.
           MOVE 1 TO IDX-MEMORIA.
           PERFORM GRAVA-LINHA-MEMORIA
               UNTIL IDX-MEMORIA > DIAS-DEVEDORES.
           MOVE "TOTAL DE JUROS.....:" TO LTO-TITULO.
           MOVE TOTAL-JUROS-CONTA TO LTO-VALOR.
           PERFORM GRAVA-TOTAL-MEMORIA.
           MOVE "TOTAL DE IOF.......:" TO LTO-TITULO.
           MOVE TOTAL-IOF-CONTA TO LTO-VALOR.
           PERFORM GRAVA-TOTAL-MEMORIA.
           MOVE "SALDO ANTES........:" TO LTO-TITULO.
           MOVE SALDO-ANTIGO TO LTO-VALOR.
           PERFORM GRAVA-TOTAL-MEMORIA.
           MOVE "SALDO DEPOIS.......:" TO LTO-TITULO.
           MOVE SALDO TO LTO-VALOR.
           PERFORM GRAVA-TOTAL-MEMORIA.

       GRAVA-LINHA-MEMORIA.
           MOVE MEM-DATA (IDX-MEMORIA) TO LM-DATA.
           MOVE MEM-SALDO-DEVEDOR (IDX-MEMORIA) TO LM-SALDO-DEVEDOR.
           MOVE MEM-JUROS (IDX-MEMORIA) TO LM-JUROS.
           MOVE MEM-IOF (IDX-MEMORIA) TO LM-IOF.
           MOVE MEM-IOF-ADICIONAL (IDX-MEMORIA) TO LM-IOF-ADICIONAL.
           MOVE SPACES TO REG-MEMORIA.
           MOVE LINHA-MEMORIA TO REG-MEMORIA.
           WRITE REG-MEMORIA.
           ADD 1 TO IDX-MEMORIA.

       GRAVA-TOTAL-MEMORIA.
           MOVE SPACES TO REG-MEMORIA.
           MOVE LINHA-TOTAL-MEMORIA TO REG-MEMORIA.
           WRITE REG-MEMORIA.

      ******************************************************************
      *
      * RELATORIO FINAL DO PROCESSAMENTO
      *
      ******************************************************************
       IMPRIME-RELATORIO.
           MOVE TOTAL-CONTAS-LIDAS TO TOTAL-CONTAS-LIDAS-M.
           MOVE TOTAL-CONTAS-COBRADAS TO TOTAL-CONTAS-COBRADAS-M.
           MOVE TOTAL-JUROS-COBRADO TO TOTAL-JUROS-COBRADO-M.
           MOVE TOTAL-IOF-COBRADO TO TOTAL-IOF-COBRADO-M.
           DISPLAY " ".
           DISPLAY "RELATORIO DE JUROS DE CHEQUE ESPECIAL - MES "
               MES-REFERENCIA.
           DISPLAY "CONTAS LIDAS...........: " TOTAL-CONTAS-LIDAS-M.
           DISPLAY "CONTAS DEBITADAS.......: " TOTAL-CONTAS-COBRADAS-M.
           MOVE TOTAL-CONTAS-ENCERRADAS TO TOTAL-CONTAS-ENCERRADAS-M.
           DISPLAY "ENCERRADAS NAO DEBITADAS: "
               TOTAL-CONTAS-ENCERRADAS-M.
           DISPLAY "TOTAL DE JUROS COBRADO.: " TOTAL-JUROS-COBRADO-M.
           DISPLAY "TOTAL DE IOF COBRADO...: " TOTAL-IOF-COBRADO-M.
           DISPLAY "MEMORIA DE CALCULO EM " NOME-ARQUIVO-MEMORIA.

       END PROGRAM JUROS_CHEQUE_ESP.
