      *          MOVIMENTO. UMA QUEDA NO MEIO DO FECHAMENTO DEIXA O
      *          DIA MARCADO COMO FECHADO E A REEXECUCAO RETOMA DO
      *          PONTO SEGURO (REGRAVA A POSICAO E VIRA A DATA).
      *          COM A POSICAO GRAVADA GERA TAMBEM A INTERFACE
      *          CONTABIL DO DIA (CONTABIL_AAAAMMDD.DAT), COM O
      *          MOVIMENTO DO LOG TOTALIZADO POR AGENCIA E OPERACAO E
      *          CONTABILIZADO PELO PLANO_CONTAS.DAT, E A PROVA DA
      *          POSICAO (PROVA_POSICAO_AAAAMMDD.DAT): POR AGENCIA,
      *          POSICAO ANTERIOR + MOVIMENTO DO DIA = POSICAO DO DIA,
      *          LISTANDO AS CONTAS QUE NAO FECHAM.
      *          COM O DIA FECHADO, AS OPERACOES QUE AINDA AGUARDAM
      *          APROVACAO EM APROVACOES.DAT SAO EXPIRADAS: UMA
      *          PENDENCIA NAO ATRAVESSA A VIRADA DA DATA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE SEQUENTIAL
           FILE STATUS ARQ-OK.

           SELECT ARQ-POSICAO-ANTERIOR ASSIGN TO DYNAMIC
               NOME-ARQUIVO-POSICAO-ANT
           ORGANIZATION LINE SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS ARQ-OK.

           SELECT LOG-TRANSACOES ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS ARQ-OK.

           SELECT ARQ-PLANO-CONTAS ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS ARQ-OK.

           SELECT ARQ-CONTABIL ASSIGN TO DYNAMIC NOME-ARQUIVO-CONTABIL
           ORGANIZATION LINE SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS ARQ-OK.

           SELECT ARQ-PROVA ASSIGN TO DYNAMIC NOME-ARQUIVO-PROVA
           ORGANIZATION LINE SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS ARQ-OK.

           SELECT ARQ-APROVACOES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APR-CHAVE
           FILE STATUS IS ARQ-OK.

       DATA DIVISION.
       FILE SECTION.
      * PARAMETROS PARA O ARQUIVO DE CADASTRO (MESMO LAYOUT DE Banco.cbl)
               02 POS-SALDO PIC S9(12)V99
                  SIGN IS TRAILING SEPARATE CHARACTER.

      * POSICAO DO ULTIMO DIA FECHADO ANTES DESTE (MESMO LAYOUT DA
      * POSICAO DIARIA), BASE DA PROVA DA POSICAO
       FD  ARQ-POSICAO-ANTERIOR LABEL RECORD STANDARD
               DATA RECORD IS REG-POSICAO-ANTERIOR.
       01  REG-POSICAO-ANTERIOR.
               02 POA-DATA PIC 9(8).
               02 POA-CODIGO PIC 9(7).
               02 POA-AGENCIA PIC X(5).
               02 POA-CONTA PIC X(12).
               02 POA-SITUACAO PIC X(1).
               02 POA-SALDO PIC S9(12)V99
                  SIGN IS TRAILING SEPARATE CHARACTER.

      * LOG DE TRANSACOES (MESMO LAYOUT DE Banco.cbl)
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

      * PLANO DE CONTAS DA INTERFACE CONTABIL, MANTIDO PELA
      * CONTABILIDADE: UMA LINHA POR OPERACAO DO LOG E SENTIDO
      * (C = CREDITO NA CONTA DO CLIENTE, D = DEBITO) COM AS CONTAS
      * CONTABEIS A DEBITAR E A CREDITAR. A OPERACAO OUTROS RECEBE O
      * QUE NAO TIVER LINHA PROPRIA.
       FD  ARQ-PLANO-CONTAS LABEL RECORD STANDARD
               DATA RECORD IS REG-PLANO-CONTAS
               VALUE OF FILE-ID IS "PLANO_CONTAS.DAT".
       01  REG-PLANO-CONTAS.
               02 PLC-OPERACAO PIC X(8).
               02 PLC-SENTIDO PIC X(1).
               02 PLC-CONTA-DEBITO PIC X(12).
               02 PLC-CONTA-CREDITO PIC X(12).
               02 PLC-HISTORICO PIC X(30).

      * INTERFACE CONTABIL DO DIA (CONTABIL_AAAAMMDD.DAT): LINHAS "L"
      * POR AGENCIA, OPERACAO E SENTIDO, SEMPRE AOS PARES (DEBITO E
      * CREDITO DO MESMO VALOR), E UMA LINHA "T" FINAL COM OS TOTAIS
       FD  ARQ-CONTABIL LABEL RECORD STANDARD
               DATA RECORD IS REG-CONTABIL REG-CONTABIL-TOTAL.
       01  REG-CONTABIL.
               02 LCT-TIPO PIC X(1).
               02 LCT-DATA PIC 9(8).
               02 LCT-AGENCIA PIC X(5).
               02 LCT-CONTA-CONTABIL PIC X(12).
      *        LCT-NATUREZA: D = DEBITO, C = CREDITO
               02 LCT-NATUREZA PIC X(1).
               02 LCT-VALOR PIC 9(13)V99.
               02 LCT-OPERACAO PIC X(8).
               02 LCT-QUANTIDADE PIC 9(6).
               02 LCT-HISTORICO PIC X(30).
       01  REG-CONTABIL-TOTAL.
               02 LCT-TOT-TIPO PIC X(1).
               02 LCT-TOT-DATA PIC 9(8).
               02 LCT-TOT-LINHAS PIC 9(7).
               02 LCT-TOT-DEBITOS PIC 9(15)V99.
               02 LCT-TOT-CREDITOS PIC 9(15)V99.
               02 FILLER PIC X(36).

      * RELATORIO DA PROVA DA POSICAO (PROVA_POSICAO_AAAAMMDD.DAT)
       FD  ARQ-PROVA LABEL RECORD STANDARD
               DATA RECORD IS REG-PROVA.
       01  REG-PROVA PIC X(120).

      * OPERACOES PENDENTES DE APROVACAO (MESMO LAYOUT DE
      * AprovaPendencias.cbl)
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

       WORKING-STORAGE SECTION.
            01 ARQ-OK PIC X(2) VALUES SPACES.
            01 FIM-ARQUIVO PIC X(1) VALUES SPACES.
            01 PODE-FECHAR PIC X(1) VALUES SPACES.
            01 POSICAO-GERADA PIC X(1) VALUES SPACES.
            01 FIM-APROVACOES PIC X(1) VALUES SPACES.
            01 TOTAL-EXPIRADAS PIC 9(6) VALUES ZEROS.
            01 RESPOSTA PIC X(1) VALUES SPACES.
            01 DATA-NEGOCIO PIC 9(8) VALUES ZEROS.
            01 PROXIMA-DATA PIC 9(8) VALUES ZEROS.
            01 TOTAL-CONTAS-POSICAO PIC 9(6) VALUES ZEROS.
            01 TOTAL-SALDO-POSICAO PIC S9(13)V99 VALUES ZEROS.
            01 TOTAL-SALDO-POSICAO-M PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
            01 NOME-ARQUIVO-POSICAO-ANT PIC X(20) VALUES SPACES.
            01 NOME-ARQUIVO-CONTABIL PIC X(30) VALUES SPACES.
            01 NOME-ARQUIVO-PROVA PIC X(30) VALUES SPACES.
            01 FIM-POSICAO PIC X(1) VALUES SPACES.
            01 FIM-POSICAO-ANTERIOR PIC X(1) VALUES SPACES.
            01 FIM-LOG PIC X(1) VALUES SPACES.
            01 FIM-PLANO PIC X(1) VALUES SPACES.
            01 TEM-POSICAO-ANTERIOR PIC X(1) VALUES SPACES.
            01 TABELA-TRANSBORDOU PIC X(1) VALUES SPACES.
            01 ACHOU-TOTAL PIC X(1) VALUES SPACES.
            01 ACHOU-AGENCIA PIC X(1) VALUES SPACES.
            01 ACHOU-PLANO PIC X(1) VALUES SPACES.
            01 TENTATIVAS-ANTERIOR PIC 9(2) VALUES ZEROS.
            01 DATA-POSICAO-ANTERIOR PIC 9(8) VALUES ZEROS.
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
            01 VALOR-LANCAMENTO PIC S9(12)V99 VALUES ZEROS.
            01 VALOR-ABSOLUTO PIC 9(13)V99 VALUES ZEROS.
            01 SENTIDO-LANCAMENTO PIC X(1) VALUES SPACES.
            01 AGENCIA-LANCAMENTO PIC X(5) VALUES SPACES.
      *    AGENCIA DOS LANCAMENTOS CUJA CONTA NAO ESTA EM NENHUMA DAS
      *    DUAS POSICOES (CONTA CRIADA E EXCLUIDA NO MESMO DIA)
            01 AGENCIA-DESCONHECIDA PIC X(5) VALUES "*****".
            01 OPERACAO-PLANO PIC X(8) VALUES SPACES.
            01 CONTA-PENDENCIA PIC X(12) VALUES "4.9.9.99.00".
            01 CONTA-DEBITO-ATUAL PIC X(12) VALUES SPACES.
            01 CONTA-CREDITO-ATUAL PIC X(12) VALUES SPACES.
            01 HISTORICO-ATUAL PIC X(30) VALUES SPACES.
            01 LANCAMENTOS-DO-DIA PIC 9(6) VALUES ZEROS.
            01 LANCAMENTOS-SEM-CONTA PIC 9(6) VALUES ZEROS.
            01 MOVIMENTO-SEM-CONTA PIC S9(13)V99 VALUES ZEROS.
            01 OPERACOES-SEM-PLANO PIC 9(4) VALUES ZEROS.
            01 TOTAL-LINHAS-CONTABIL PIC 9(6) VALUES ZEROS.
            01 TOTAL-DEBITOS PIC 9(15)V99 VALUES ZEROS.
            01 TOTAL-CREDITOS PIC 9(15)V99 VALUES ZEROS.
            01 TOTAL-DIVERGENCIAS PIC 9(6) VALUES ZEROS.
            01 DIFERENCA-CONTA PIC S9(13)V99 VALUES ZEROS.
            01 IDX-CONTA PIC 9(5) VALUES ZEROS.
            01 IDX-PROVA PIC 9(5) VALUES ZEROS.
            01 ACHOU-PROVA PIC X(1) VALUES SPACES.
            01 FIM-PROCURA-PROVA PIC X(1) VALUES SPACES.
            01 IDX-MOV PIC 9(4) VALUES ZEROS.
            01 IDX-AGP PIC 9(4) VALUES ZEROS.
            01 IDX-PLANO PIC 9(3) VALUES ZEROS.
            01 IDX-ORDEM PIC 9(4) VALUES ZEROS.
            01 IDX-MENOR PIC 9(4) VALUES ZEROS.
            01 MASCARAS-CONTABIL.
               02 TOTAL-DEBITOS-M PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
               02 TOTAL-CREDITOS-M PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
               02 MOVIMENTO-SEM-CONTA-M PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
      * CONTAS DAS DUAS POSICOES INTERCALADAS EM ORDEM DE CODIGO
      * (A ORDEM EM QUE O FECHAMENTO GRAVA A POSICAO), COM O SALDO
      * ANTERIOR, O MOVIMENTO DO DIA NO LOG E O SALDO DO DIA
            01 TOTAL-PROVA PIC 9(5) VALUES ZEROS.
            01 TABELA-PROVA.
               02 PRV-ITEM OCCURS 60000 TIMES.
                  03 PRV-CODIGO PIC 9(7).
                  03 PRV-AGENCIA PIC X(5).
                  03 PRV-CONTA PIC X(12).
                  03 PRV-SALDO-ONTEM PIC S9(12)V99.
                  03 PRV-MOVIMENTO PIC S9(12)V99.
                  03 PRV-SALDO-HOJE PIC S9(12)V99.
      * MOVIMENTO DO DIA TOTALIZADO POR AGENCIA, OPERACAO E SENTIDO
      * (C = CREDITO NA CONTA DO CLIENTE, D = DEBITO)
            01 TOTAL-MOVIMENTOS PIC 9(4) VALUES ZEROS.
            01 TABELA-MOVIMENTOS.
               02 MOV-ITEM OCCURS 3000 TIMES.
                  03 MOV-CHAVE.
                     04 MOV-AGENCIA PIC X(5).
                     04 MOV-OPERACAO PIC X(8).
                     04 MOV-SENTIDO PIC X(1).
                  03 MOV-QUANTIDADE PIC 9(6).
                  03 MOV-VALOR PIC 9(13)V99.
                  03 MOV-CONTA-DEBITO PIC X(12).
                  03 MOV-CONTA-CREDITO PIC X(12).
            01 MOV-ITEM-TROCA PIC X(59) VALUES SPACES.
      * TOTAIS DA PROVA POR AGENCIA
            01 TOTAL-AGENCIAS PIC 9(4) VALUES ZEROS.
            01 TABELA-AGENCIAS.
               02 AGP-ITEM OCCURS 999 TIMES.
                  03 AGP-AGENCIA PIC X(5).
                  03 AGP-CONTAS PIC 9(6).
                  03 AGP-SALDO-ONTEM PIC S9(13)V99.
                  03 AGP-MOVIMENTO PIC S9(13)V99.
                  03 AGP-SALDO-HOJE PIC S9(13)V99.
                  03 AGP-DIVERGENCIAS PIC 9(6).
            01 AGP-ITEM-TROCA PIC X(62) VALUES SPACES.
      * PLANO DE CONTAS EM MEMORIA (PLANO_CONTAS.DAT OU O PADRAO)
            01 TOTAL-PLANO PIC 9(3) VALUES ZEROS.
            01 TABELA-PLANO.
               02 PLN-ITEM OCCURS 200 TIMES.
                  03 PLN-OPERACAO PIC X(8).
                  03 PLN-SENTIDO PIC X(1).
                  03 PLN-CONTA-DEBITO PIC X(12).
                  03 PLN-CONTA-CREDITO PIC X(12).
                  03 PLN-HISTORICO PIC X(30).
      * PLANO DE CONTAS PADRAO, USADO QUANDO NAO HA PLANO_CONTAS.DAT
      * (MESMO LAYOUT DA LINHA DO ARQUIVO: OPERACAO, SENTIDO, CONTA A
      * DEBITAR, CONTA A CREDITAR E HISTORICO)
            01 PLANO-PADRAO-VALORES.
               02 FILLER PIC X(33) VALUES
                  "DEPOSITOC1.1.1.10.00 4.1.1.10.00 ".
               02 FILLER PIC X(30) VALUES
                  "DEPOSITO EM ESPECIE           ".
               02 FILLER PIC X(33) VALUES
                  "SAQUE   D4.1.1.10.00 1.1.1.10.00 ".
               02 FILLER PIC X(30) VALUES
                  "SAQUE EM ESPECIE              ".
               02 FILLER PIC X(33) VALUES
                  "TRANSF-DD4.1.1.10.00 4.9.9.30.00 ".
               02 FILLER PIC X(30) VALUES
                  "TRANSFERENCIA - DEBITO        ".
               02 FILLER PIC X(33) VALUES
                  "TRANSF-CC4.9.9.30.00 4.1.1.10.00 ".
               02 FILLER PIC X(30) VALUES
                  "TRANSFERENCIA - CREDITO       ".
               02 FILLER PIC X(33) VALUES
                  "AGEND-D D4.1.1.10.00 4.9.9.30.00 ".
               02 FILLER PIC X(30) VALUES
                  "AGENDAMENTO - DEBITO          ".
               02 FILLER PIC X(33) VALUES
                  "AGEND-C C4.9.9.30.00 4.1.1.10.00 ".
               02 FILLER PIC X(30) VALUES
                  "AGENDAMENTO - CREDITO         ".
               02 FILLER PIC X(33) VALUES
                  "IMPORT-CC1.8.8.30.00 4.1.1.10.00 ".
               02 FILLER PIC X(30) VALUES
                  "MOVIMENTO IMPORTADO - CREDITO ".
               02 FILLER PIC X(33) VALUES
                  "IMPORT-DD4.1.1.10.00 1.8.8.30.00 ".
               02 FILLER PIC X(30) VALUES
                  "MOVIMENTO IMPORTADO - DEBITO  ".
               02 FILLER PIC X(33) VALUES
                  "REPROC-CC1.8.8.30.00 4.1.1.10.00 ".
               02 FILLER PIC X(30) VALUES
                  "REPROCESSAMENTO - CREDITO     ".
               02 FILLER PIC X(33) VALUES
                  "REPROC-DD4.1.1.10.00 1.8.8.30.00 ".
               02 FILLER PIC X(30) VALUES
                  "REPROCESSAMENTO - DEBITO      ".
               02 FILLER PIC X(33) VALUES
                  "JUROS   C8.1.1.30.00 4.1.1.10.00 ".
               02 FILLER PIC X(30) VALUES
                  "JUROS CREDITADOS              ".
               02 FILLER PIC X(33) VALUES
                  "TARIFA  D4.1.1.10.00 7.1.7.99.00 ".
               02 FILLER PIC X(30) VALUES
                  "TARIFA DE MANUTENCAO          ".
               02 FILLER PIC X(33) VALUES
                  "JUROS-CED4.1.1.10.00 7.1.1.05.00 ".
               02 FILLER PIC X(30) VALUES
                  "JUROS DE CHEQUE ESPECIAL      ".
               02 FILLER PIC X(33) VALUES
                  "IOF     D4.1.1.10.00 4.9.4.20.00 ".
               02 FILLER PIC X(30) VALUES
                  "IOF SOBRE CHEQUE ESPECIAL     ".
               02 FILLER PIC X(33) VALUES
                  "ESTORNO C4.9.9.92.00 4.1.1.10.00 ".
               02 FILLER PIC X(30) VALUES
                  "ESTORNO - CREDITO             ".
               02 FILLER PIC X(33) VALUES
                  "ESTORNO D4.1.1.10.00 4.9.9.92.00 ".
               02 FILLER PIC X(30) VALUES
                  "ESTORNO - DEBITO              ".
               02 FILLER PIC X(33) VALUES
                  "CRIAR   C4.9.9.98.00 4.1.1.10.00 ".
               02 FILLER PIC X(30) VALUES
                  "SALDO DE ABERTURA DA CONTA    ".
               02 FILLER PIC X(33) VALUES
                  "CRIAR   D4.1.1.10.00 4.9.9.98.00 ".
               02 FILLER PIC X(30) VALUES
                  "SALDO DE ABERTURA DA CONTA    ".
               02 FILLER PIC X(33) VALUES
                  "ALTERAR C4.9.9.98.00 4.1.1.10.00 ".
               02 FILLER PIC X(30) VALUES
                  "AJUSTE MANUAL DE SALDO        ".
               02 FILLER PIC X(33) VALUES
                  "ALTERAR D4.1.1.10.00 4.9.9.98.00 ".
               02 FILLER PIC X(30) VALUES
                  "AJUSTE MANUAL DE SALDO        ".
               02 FILLER PIC X(33) VALUES
                  "EXCLUIR C4.9.9.98.00 4.1.1.10.00 ".
               02 FILLER PIC X(30) VALUES
                  "SALDO BAIXADO NA EXCLUSAO     ".
               02 FILLER PIC X(33) VALUES
                  "EXCLUIR D4.1.1.10.00 4.9.9.98.00 ".
               02 FILLER PIC X(30) VALUES
                  "SALDO BAIXADO NA EXCLUSAO     ".
               02 FILLER PIC X(33) VALUES
                  "CHEQUE  D4.1.1.10.00 1.4.1.10.00 ".
               02 FILLER PIC X(30) VALUES
                  "CHEQUE COMPENSADO             ".
               02 FILLER PIC X(33) VALUES
                  "PIX-C   C1.1.2.20.00 4.1.1.10.00 ".
               02 FILLER PIC X(30) VALUES
                  "PIX RECEBIDO                  ".
               02 FILLER PIC X(33) VALUES
                  "PIX-D   D4.1.1.10.00 1.1.2.20.00 ".
               02 FILLER PIC X(30) VALUES
                  "PIX ENVIADO                   ".
               02 FILLER PIC X(33) VALUES
                  "OUTROS  C4.9.9.99.00 4.1.1.10.00 ".
               02 FILLER PIC X(30) VALUES
                  "OPERACAO SEM CONTA CONTABIL   ".
               02 FILLER PIC X(33) VALUES
                  "OUTROS  D4.1.1.10.00 4.9.9.99.00 ".
               02 FILLER PIC X(30) VALUES
                  "OPERACAO SEM CONTA CONTABIL   ".
            01 PLANO-PADRAO REDEFINES PLANO-PADRAO-VALORES.
               02 PLP-ITEM OCCURS 27 TIMES.
                  03 PLP-OPERACAO PIC X(8).
                  03 PLP-SENTIDO PIC X(1).
                  03 PLP-CONTA-DEBITO PIC X(12).
                  03 PLP-CONTA-CREDITO PIC X(12).
                  03 PLP-HISTORICO PIC X(30).
      * LINHAS DO RELATORIO DA PROVA DA POSICAO
            01 CABECALHO-PROVA.
               02 FILLER PIC X(41) VALUES
                  "PROVA DA POSICAO E RESUMO CONTABIL - DIA ".
               02 CAB-DATA-PROVA PIC 9(8).
               02 FILLER PIC X(24) VALUES
                  "   POSICAO ANTERIOR DE ".
               02 CAB-DATA-ANTERIOR PIC 9(8).
            01 CABECALHO-COL-DIVERGENCIAS.
               02 FILLER PIC X(45) VALUES
                  "AGENCIA CONTA         CODIGO       SALDO ANTE".
               02 FILLER PIC X(45) VALUES
                  "RIOR            MOVIMENTO         SALDO DO DI".
               02 FILLER PIC X(22) VALUES
                  "A            DIFERENCA".
            01 LINHA-DIVERGENCIA.
               02 LDV-AGENCIA PIC X(5).
               02 FILLER PIC X(3) VALUES SPACES.
               02 LDV-CONTA PIC X(12).
               02 FILLER PIC X(2) VALUES SPACES.
               02 LDV-CODIGO PIC 9(7).
               02 FILLER PIC X(2) VALUES SPACES.
               02 LDV-ONTEM PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
               02 FILLER PIC X(2) VALUES SPACES.
               02 LDV-MOVIMENTO PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
               02 FILLER PIC X(2) VALUES SPACES.
               02 LDV-HOJE PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
               02 FILLER PIC X(2) VALUES SPACES.
               02 LDV-DIFERENCA PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
            01 LINHA-SEM-CONTA.
               02 FILLER PIC X(46) VALUES
                  "LANCAMENTOS DE CONTAS FORA DAS DUAS POSICOES: ".
               02 LSC-QUANTIDADE PIC ZZZ.ZZ9.
               02 FILLER PIC X(13) VALUES "  MOVIMENTO: ".
               02 LSC-MOVIMENTO PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
            01 CABECALHO-COL-AGENCIAS.
               02 FILLER PIC X(45) VALUES
                  "AGENCIA  CONTAS         SALDO ANTERIOR       ".
               02 FILLER PIC X(45) VALUES
                  "        MOVIMENTO            SALDO DO DIA   D".
               02 FILLER PIC X(17) VALUES
                  "IVERG.  RESULTADO".
            01 LINHA-AGENCIA-PROVA.
               02 LAG-AGENCIA PIC X(5).
               02 FILLER PIC X(3) VALUES SPACES.
               02 LAG-CONTAS PIC ZZZ.ZZ9.
               02 FILLER PIC X(2) VALUES SPACES.
               02 LAG-ONTEM PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
               02 FILLER PIC X(2) VALUES SPACES.
               02 LAG-MOVIMENTO PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
               02 FILLER PIC X(2) VALUES SPACES.
               02 LAG-HOJE PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
               02 FILLER PIC X(2) VALUES SPACES.
               02 LAG-DIVERGENCIAS PIC ZZZ.ZZ9.
               02 FILLER PIC X(2) VALUES SPACES.
               02 LAG-RESULTADO PIC X(10).
            01 CABECALHO-COL-CONTABIL.
               02 FILLER PIC X(45) VALUES
                  "AGENCIA OPERACAO C/D    QTDE                 ".
               02 FILLER PIC X(36) VALUES
                  "  VALOR  CONTA DEBITO  CONTA CREDITO".
            01 LINHA-RESUMO-CONTABIL.
               02 LRC-AGENCIA PIC X(5).
               02 FILLER PIC X(3) VALUES SPACES.
               02 LRC-OPERACAO PIC X(8).
               02 FILLER PIC X(2) VALUES SPACES.
               02 LRC-SENTIDO PIC X(1).
               02 FILLER PIC X(2) VALUES SPACES.
               02 LRC-QUANTIDADE PIC ZZZ.ZZ9.
               02 FILLER PIC X(2) VALUES SPACES.
               02 LRC-VALOR PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER PIC X(2) VALUES SPACES.
               02 LRC-CONTA-DEBITO PIC X(12).
               02 FILLER PIC X(2) VALUES SPACES.
               02 LRC-CONTA-CREDITO PIC X(12).
            01 LINHA-TOTAL-CONTABIL.
               02 FILLER PIC X(20) VALUES "TOTAL DE DEBITOS..: ".
               02 LTC-DEBITOS PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER PIC X(23) VALUES
                  "   TOTAL DE CREDITOS: ".
               02 LTC-CREDITOS PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-DATA-NEGOCIO.
           IF PODE-FECHAR = "S"
               PERFORM MARCA-DIA-FECHADO
               PERFORM EXPIRA-PENDENCIAS
               PERFORM GERA-POSICAO-DIARIA
               IF POSICAO-GERADA = "S"
                   PERFORM GERA-CONTABIL-E-PROVA
                   PERFORM RECEBE-PROXIMA-DATA
                       UNTIL PROXIMA-DATA > DATA-NEGOCIO
                   PERFORM ABRE-PROXIMO-DIA
                   DISPLAY "POSICAO NAO GERADA. O DIA " DATA-NEGOCIO
                       " PERMANECE FECHADO; CORRIJA E REEXECUTE O "
                       "FECHAMENTO."
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.
                   MOVE "S" TO PODE-FECHAR
               ELSE
                   DISPLAY "FECHAMENTO CANCELADO."
      * RETORNO PARA A CADEIA NOTURNA: SEM FECHAMENTO A CADEIA PARA
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

               "DATA_NEGOCIO.DAT.TMP"
               "DATA_NEGOCIO.DAT".

      ******************************************************************
      * EXPIRA AS PENDENCIAS DE APROVACAO AINDA EM ABERTO ATE A DATA
      * DE NEGOCIO (SITUACAO E, SEM APROVADOR). COM O DIA JA MARCADO
      * COMO FECHADO NENHUMA E APROVADA NO MEIO; NUMA RETOMADA O QUE
      * JA EXPIROU NAO E CONTADO DE NOVO.
      ******************************************************************
       EXPIRA-PENDENCIAS.
           MOVE ZEROS TO TOTAL-EXPIRADAS.
           OPEN I-O ARQ-APROVACOES.
           IF ARQ-OK = "35"
               CLOSE ARQ-APROVACOES
           ELSE
               MOVE "N" TO FIM-APROVACOES
               PERFORM EXPIRA-PROXIMA-PENDENCIA
                   UNTIL FIM-APROVACOES = "S"
               CLOSE ARQ-APROVACOES
           END-IF.
           DISPLAY "PENDENCIAS DE APROVACAO EXPIRADAS: "
               TOTAL-EXPIRADAS.

       EXPIRA-PROXIMA-PENDENCIA.
           READ ARQ-APROVACOES NEXT RECORD
               AT END
                   MOVE "S" TO FIM-APROVACOES
               NOT AT END
                   IF APR-DATA > DATA-NEGOCIO
                       MOVE "S" TO FIM-APROVACOES
                   ELSE IF APR-SITUACAO = "P"
                       MOVE "E" TO APR-SITUACAO
                       MOVE DATA-NEGOCIO TO APR-DATA-DECISAO
                       ACCEPT APR-HORA-DECISAO FROM TIME
                       MOVE "EXPIRADA NO FECHAMENTO DO DIA"
                           TO APR-MOTIVO
                       REWRITE REG-APROVACAO
                           INVALID KEY
                               DISPLAY "ERRO AO EXPIRAR A PENDENCIA "
                                   APR-DATA "/" APR-SEQUENCIA
                           NOT INVALID KEY
                               ADD 1 TO TOTAL-EXPIRADAS
                       END-REWRITE
                   END-IF
                   END-IF
           END-READ.

      ******************************************************************
      *
      * GRAVA A POSICAO DIARIA: UMA LINHA POR CONTA DO CADASTRO COM O
           DISPLAY "DATA DE NEGOCIO VIRADA PARA " PROXIMA-DATA
               ". DIA ABERTO PARA MOVIMENTO.".

      ******************************************************************
      *
      * INTERFACE CONTABIL E PROVA DA POSICAO. AS DUAS USAM A MESMA
      * TABELA DE CONTAS (POSICAO ANTERIOR INTERCALADA COM A DO DIA,
      * EM ORDEM DE CODIGO), DE ONDE SAI A AGENCIA DE CADA LANCAMENTO
      * DO LOG. OS DOIS ARQUIVOS SAO REGRAVADOS DO ZERO NUMA RETOMADA
      * E NAO IMPEDEM A VIRADA DA DATA: A DIVERGENCIA E DA
      * CONTABILIDADE APURAR.
      *
      ******************************************************************
       GERA-CONTABIL-E-PROVA.
           PERFORM CARREGA-TABELA-PROVA.
           IF TABELA-TRANSBORDOU = "S"
               DISPLAY "MAIS DE 60000 CONTAS NAS POSICOES: INTERFACE "
                   "CONTABIL E PROVA DA POSICAO NAO GERADAS."
           ELSE
               PERFORM CARREGA-PLANO-CONTAS
               PERFORM ACUMULA-MOVIMENTO-DO-DIA
               IF TEM-POSICAO-ANTERIOR = "S"
                   PERFORM ACUMULA-AGENCIAS
               END-IF
               IF TABELA-TRANSBORDOU = "S"
                   DISPLAY "TABELA DE TOTAIS POR AGENCIA/OPERACAO "
                       "ESGOTADA: INTERFACE CONTABIL E PROVA DA "
                       "POSICAO NAO GERADAS."
               ELSE
                   PERFORM ORDENA-TOTAIS-CONTABEIS
                   PERFORM ORDENA-AGENCIAS
                   PERFORM GRAVA-INTERFACE-CONTABIL
                   PERFORM GRAVA-PROVA-POSICAO
               END-IF
           END-IF.

      ******************************************************************
      * INTERCALA A POSICAO ANTERIOR (A ULTIMA GRAVADA NOS 10 DIAS
      * ANTERIORES) COM A POSICAO DO DIA, AS DUAS EM ORDEM DE CODIGO.
      * CONTA QUE SO EXISTE NUMA DELAS FICA COM O OUTRO SALDO ZERADO.
      ******************************************************************
       CARREGA-TABELA-PROVA.
           MOVE ZEROS TO TOTAL-PROVA.
           MOVE "N" TO TABELA-TRANSBORDOU.
           PERFORM LOCALIZA-POSICAO-ANTERIOR.
           MOVE "N" TO FIM-POSICAO.
           OPEN INPUT ARQ-POSICAO.
           PERFORM LE-POSICAO-DO-DIA.
           IF TEM-POSICAO-ANTERIOR = "S"
               MOVE "N" TO FIM-POSICAO-ANTERIOR
               PERFORM LE-POSICAO-ANTERIOR
           ELSE
               MOVE "S" TO FIM-POSICAO-ANTERIOR
               DISPLAY "SEM POSICAO NOS 10 DIAS ANTERIORES: A PROVA "
                   "DA POSICAO NAO SERA FEITA."
           END-IF.
           PERFORM INTERCALA-POSICOES
               UNTIL FIM-POSICAO = "S" AND FIM-POSICAO-ANTERIOR = "S".
           CLOSE ARQ-POSICAO.
           IF TEM-POSICAO-ANTERIOR = "S"
               CLOSE ARQ-POSICAO-ANTERIOR
           END-IF.

       LOCALIZA-POSICAO-ANTERIOR.
           MOVE "N" TO TEM-POSICAO-ANTERIOR.
           MOVE ZEROS TO TENTATIVAS-ANTERIOR DATA-POSICAO-ANTERIOR.
           MOVE DATA-NEGOCIO TO DATA-CALCULO.
           PERFORM TENTA-POSICAO-ANTERIOR
               UNTIL TEM-POSICAO-ANTERIOR = "S"
               OR TENTATIVAS-ANTERIOR >= 10.

       TENTA-POSICAO-ANTERIOR.
           PERFORM RECUA-UM-DIA.
           ADD 1 TO TENTATIVAS-ANTERIOR.
           MOVE SPACES TO NOME-ARQUIVO-POSICAO-ANT.
           STRING "POSICAO_" DELIMITED BY SIZE
                  DATA-CALCULO DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOME-ARQUIVO-POSICAO-ANT.
           OPEN INPUT ARQ-POSICAO-ANTERIOR.
           IF ARQ-OK = "35"
               CLOSE ARQ-POSICAO-ANTERIOR
           ELSE
               MOVE "S" TO TEM-POSICAO-ANTERIOR
               MOVE DATA-CALCULO TO DATA-POSICAO-ANTERIOR
               DISPLAY "POSICAO ANTERIOR...: " NOME-ARQUIVO-POSICAO-ANT
           END-IF.

      * VOLTA DATA-CALCULO UM DIA CORRIDO
       RECUA-UM-DIA.
           IF CALC-DIA > 1
               SUBTRACT 1 FROM CALC-DIA
           ELSE
               PERFORM RECUA-UM-MES
               MOVE ULTIMO-DIA-CALCULO TO CALC-DIA
           END-IF.

      * VOLTA DATA-CALCULO PARA O MES ANTERIOR E CALCULA O ULTIMO DIA
      * DESSE MES (MESMA ROTINA DE JurosChequeEspecial.cbl)
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

       LE-POSICAO-DO-DIA.
           READ ARQ-POSICAO
               AT END
                   MOVE "S" TO FIM-POSICAO
           END-READ.

       LE-POSICAO-ANTERIOR.
           READ ARQ-POSICAO-ANTERIOR
               AT END
                   MOVE "S" TO FIM-POSICAO-ANTERIOR
           END-READ.

       INTERCALA-POSICOES.
           IF FIM-POSICAO-ANTERIOR = "S"
               PERFORM ARMAZENA-CONTA-DO-DIA
               PERFORM LE-POSICAO-DO-DIA
           ELSE IF FIM-POSICAO = "S"
               PERFORM ARMAZENA-CONTA-ANTERIOR
               PERFORM LE-POSICAO-ANTERIOR
           ELSE IF POS-CODIGO < POA-CODIGO
               PERFORM ARMAZENA-CONTA-DO-DIA
               PERFORM LE-POSICAO-DO-DIA
           ELSE IF POS-CODIGO > POA-CODIGO
               PERFORM ARMAZENA-CONTA-ANTERIOR
               PERFORM LE-POSICAO-ANTERIOR
           ELSE
               PERFORM ARMAZENA-CONTA-DO-DIA
               IF TABELA-TRANSBORDOU <> "S"
                   MOVE POA-SALDO TO PRV-SALDO-ONTEM (TOTAL-PROVA)
               END-IF
               PERFORM LE-POSICAO-DO-DIA
               PERFORM LE-POSICAO-ANTERIOR
           END-IF
           END-IF
           END-IF
           END-IF.

       ARMAZENA-CONTA-DO-DIA.
           IF TOTAL-PROVA < 60000
               ADD 1 TO TOTAL-PROVA
               MOVE POS-CODIGO TO PRV-CODIGO (TOTAL-PROVA)
               MOVE POS-AGENCIA TO PRV-AGENCIA (TOTAL-PROVA)
               MOVE POS-CONTA TO PRV-CONTA (TOTAL-PROVA)
               MOVE ZEROS TO PRV-SALDO-ONTEM (TOTAL-PROVA)
               MOVE ZEROS TO PRV-MOVIMENTO (TOTAL-PROVA)
               MOVE POS-SALDO TO PRV-SALDO-HOJE (TOTAL-PROVA)
           ELSE
               MOVE "S" TO TABELA-TRANSBORDOU
           END-IF.

       ARMAZENA-CONTA-ANTERIOR.
           IF TOTAL-PROVA < 60000
               ADD 1 TO TOTAL-PROVA
               MOVE POA-CODIGO TO PRV-CODIGO (TOTAL-PROVA)
               MOVE POA-AGENCIA TO PRV-AGENCIA (TOTAL-PROVA)
               MOVE POA-CONTA TO PRV-CONTA (TOTAL-PROVA)
               MOVE POA-SALDO TO PRV-SALDO-ONTEM (TOTAL-PROVA)
               MOVE ZEROS TO PRV-MOVIMENTO (TOTAL-PROVA)
               MOVE ZEROS TO PRV-SALDO-HOJE (TOTAL-PROVA)
           ELSE
               MOVE "S" TO TABELA-TRANSBORDOU
           END-IF.

      ******************************************************************
      * CARREGA O PLANO DE CONTAS DE PLANO_CONTAS.DAT. SEM O ARQUIVO
      * VALE O PLANO PADRAO.
      ******************************************************************
       CARREGA-PLANO-CONTAS.
           MOVE ZEROS TO TOTAL-PLANO.
           MOVE "N" TO FIM-PLANO.
           OPEN INPUT ARQ-PLANO-CONTAS.
           IF ARQ-OK = "35"
               CLOSE ARQ-PLANO-CONTAS
               DISPLAY "PLANO_CONTAS.DAT NAO ENCONTRADO: USANDO O "
                   "PLANO DE CONTAS PADRAO."
               MOVE 1 TO IDX-PLANO
               PERFORM COPIA-PLANO-PADRAO UNTIL IDX-PLANO > 27
           ELSE
               PERFORM LE-PROXIMA-LINHA-PLANO UNTIL FIM-PLANO = "S"
               CLOSE ARQ-PLANO-CONTAS
           END-IF.
           DISPLAY "LINHAS DO PLANO DE CONTAS: " TOTAL-PLANO.

       LE-PROXIMA-LINHA-PLANO.
           READ ARQ-PLANO-CONTAS
               AT END
                   MOVE "S" TO FIM-PLANO
               NOT AT END
                   IF PLC-OPERACAO <> SPACES AND TOTAL-PLANO < 200
                       ADD 1 TO TOTAL-PLANO
                       MOVE PLC-OPERACAO TO PLN-OPERACAO (TOTAL-PLANO)
                       MOVE PLC-SENTIDO TO PLN-SENTIDO (TOTAL-PLANO)
                       MOVE PLC-CONTA-DEBITO
                           TO PLN-CONTA-DEBITO (TOTAL-PLANO)
                       MOVE PLC-CONTA-CREDITO
                           TO PLN-CONTA-CREDITO (TOTAL-PLANO)
                       MOVE PLC-HISTORICO TO PLN-HISTORICO (TOTAL-PLANO)
                   END-IF
           END-READ.

       COPIA-PLANO-PADRAO.
           ADD 1 TO TOTAL-PLANO.
           MOVE PLP-ITEM (IDX-PLANO) TO PLN-ITEM (TOTAL-PLANO).
           ADD 1 TO IDX-PLANO.

      ******************************************************************
      * LE O LOG E TOTALIZA OS LANCAMENTOS DA DATA DE NEGOCIO QUE
      * MOVERAM SALDO, POR AGENCIA, OPERACAO E SENTIDO, SOMANDO TAMBEM
      * O MOVIMENTO DE CADA CONTA NA TABELA DA PROVA
      ******************************************************************
       ACUMULA-MOVIMENTO-DO-DIA.
           MOVE ZEROS TO TOTAL-MOVIMENTOS LANCAMENTOS-DO-DIA.
           MOVE ZEROS TO LANCAMENTOS-SEM-CONTA MOVIMENTO-SEM-CONTA.
           MOVE "N" TO FIM-LOG.
           OPEN INPUT LOG-TRANSACOES.
           IF ARQ-OK = "35"
               MOVE "S" TO FIM-LOG
           END-IF.
           PERFORM LE-PROXIMO-LOG UNTIL FIM-LOG = "S".
           IF ARQ-OK <> "35"
               CLOSE LOG-TRANSACOES
           END-IF.
           DISPLAY "LANCAMENTOS DO DIA.: " LANCAMENTOS-DO-DIA.

       LE-PROXIMO-LOG.
           READ LOG-TRANSACOES
               AT END
                   MOVE "S" TO FIM-LOG
               NOT AT END
                   IF LOG-DATA = DATA-NEGOCIO
                       COMPUTE VALOR-LANCAMENTO =
                           LOG-SALDO-DEPOIS - LOG-SALDO-ANTES
                       IF VALOR-LANCAMENTO <> 0
                           PERFORM CONTABILIZA-LANCAMENTO
                       END-IF
                   END-IF
           END-READ.

       CONTABILIZA-LANCAMENTO.
           ADD 1 TO LANCAMENTOS-DO-DIA.
           MOVE AGENCIA-DESCONHECIDA TO AGENCIA-LANCAMENTO.
           MOVE "N" TO ACHOU-PROVA.
           MOVE "N" TO FIM-PROCURA-PROVA.
           MOVE 1 TO IDX-PROVA.
           PERFORM PROCURA-CONTA-PROVA
               UNTIL ACHOU-PROVA = "S" OR FIM-PROCURA-PROVA = "S"
               OR IDX-PROVA > TOTAL-PROVA.
           IF ACHOU-PROVA = "S"
               MOVE PRV-AGENCIA (IDX-PROVA) TO AGENCIA-LANCAMENTO
               ADD VALOR-LANCAMENTO TO PRV-MOVIMENTO (IDX-PROVA)
           END-IF.
           IF AGENCIA-LANCAMENTO = AGENCIA-DESCONHECIDA
               ADD 1 TO LANCAMENTOS-SEM-CONTA
               ADD VALOR-LANCAMENTO TO MOVIMENTO-SEM-CONTA
           END-IF.
           IF VALOR-LANCAMENTO > 0
               MOVE "C" TO SENTIDO-LANCAMENTO
               MOVE VALOR-LANCAMENTO TO VALOR-ABSOLUTO
           ELSE
               MOVE "D" TO SENTIDO-LANCAMENTO
               COMPUTE VALOR-ABSOLUTO = 0 - VALOR-LANCAMENTO
           END-IF.
           PERFORM ACUMULA-TOTAL-CONTABIL.

       ACUMULA-TOTAL-CONTABIL.
           MOVE "N" TO ACHOU-TOTAL.
           MOVE 1 TO IDX-MOV.
           PERFORM PROCURA-TOTAL-CONTABIL
               UNTIL ACHOU-TOTAL = "S" OR IDX-MOV > TOTAL-MOVIMENTOS.
           IF ACHOU-TOTAL <> "S"
               IF TOTAL-MOVIMENTOS < 3000
                   ADD 1 TO TOTAL-MOVIMENTOS
                   MOVE TOTAL-MOVIMENTOS TO IDX-MOV
                   MOVE AGENCIA-LANCAMENTO TO MOV-AGENCIA (IDX-MOV)
                   MOVE LOG-OPERACAO TO MOV-OPERACAO (IDX-MOV)
                   MOVE SENTIDO-LANCAMENTO TO MOV-SENTIDO (IDX-MOV)
                   MOVE ZEROS TO MOV-QUANTIDADE (IDX-MOV)
                   MOVE ZEROS TO MOV-VALOR (IDX-MOV)
                   MOVE SPACES TO MOV-CONTA-DEBITO (IDX-MOV)
                   MOVE SPACES TO MOV-CONTA-CREDITO (IDX-MOV)
                   MOVE "S" TO ACHOU-TOTAL
               ELSE
                   MOVE "S" TO TABELA-TRANSBORDOU
               END-IF
           END-IF.
           IF ACHOU-TOTAL = "S"
               ADD 1 TO MOV-QUANTIDADE (IDX-MOV)
               ADD VALOR-ABSOLUTO TO MOV-VALOR (IDX-MOV)
           END-IF.

       PROCURA-TOTAL-CONTABIL.
           IF MOV-AGENCIA (IDX-MOV) = AGENCIA-LANCAMENTO
               AND MOV-OPERACAO (IDX-MOV) = LOG-OPERACAO
               AND MOV-SENTIDO (IDX-MOV) = SENTIDO-LANCAMENTO
               MOVE "S" TO ACHOU-TOTAL
           ELSE
               ADD 1 TO IDX-MOV
           END-IF.

      ******************************************************************
      * TOTALIZA A PROVA POR AGENCIA E CONTA AS CONTAS DIVERGENTES.
      * LANCAMENTOS DE CONTA QUE NAO ESTA EM NENHUMA DAS POSICOES NAO
      * TEM COMO FECHAR E CONTAM COMO DIVERGENCIA DA AGENCIA *****.
      ******************************************************************
       ACUMULA-AGENCIAS.
           MOVE ZEROS TO TOTAL-AGENCIAS TOTAL-DIVERGENCIAS.
           MOVE 1 TO IDX-CONTA.
           PERFORM ACUMULA-CONTA-NA-AGENCIA
               UNTIL IDX-CONTA > TOTAL-PROVA.
           IF LANCAMENTOS-SEM-CONTA > 0
               MOVE AGENCIA-DESCONHECIDA TO AGENCIA-LANCAMENTO
               PERFORM LOCALIZA-AGENCIA-PROVA
               IF ACHOU-AGENCIA = "S"
                   ADD MOVIMENTO-SEM-CONTA TO AGP-MOVIMENTO (IDX-AGP)
                   ADD LANCAMENTOS-SEM-CONTA
                       TO AGP-DIVERGENCIAS (IDX-AGP)
                   ADD LANCAMENTOS-SEM-CONTA TO TOTAL-DIVERGENCIAS
               END-IF
           END-IF.

       ACUMULA-CONTA-NA-AGENCIA.
           MOVE PRV-AGENCIA (IDX-CONTA) TO AGENCIA-LANCAMENTO.
           PERFORM LOCALIZA-AGENCIA-PROVA.
           IF ACHOU-AGENCIA = "S"
               ADD 1 TO AGP-CONTAS (IDX-AGP)
               ADD PRV-SALDO-ONTEM (IDX-CONTA)
                   TO AGP-SALDO-ONTEM (IDX-AGP)
               ADD PRV-MOVIMENTO (IDX-CONTA) TO AGP-MOVIMENTO (IDX-AGP)
               ADD PRV-SALDO-HOJE (IDX-CONTA)
                   TO AGP-SALDO-HOJE (IDX-AGP)
               COMPUTE DIFERENCA-CONTA = PRV-SALDO-HOJE (IDX-CONTA)
                   - PRV-SALDO-ONTEM (IDX-CONTA)
                   - PRV-MOVIMENTO (IDX-CONTA)
               IF DIFERENCA-CONTA <> 0
                   ADD 1 TO AGP-DIVERGENCIAS (IDX-AGP)
                   ADD 1 TO TOTAL-DIVERGENCIAS
               END-IF
           END-IF.
           ADD 1 TO IDX-CONTA.

       LOCALIZA-AGENCIA-PROVA.
           MOVE "N" TO ACHOU-AGENCIA.
           MOVE 1 TO IDX-AGP.
           PERFORM PROCURA-AGENCIA-PROVA
               UNTIL ACHOU-AGENCIA = "S" OR IDX-AGP > TOTAL-AGENCIAS.
           IF ACHOU-AGENCIA <> "S"
               IF TOTAL-AGENCIAS < 999
                   ADD 1 TO TOTAL-AGENCIAS
                   MOVE TOTAL-AGENCIAS TO IDX-AGP
                   MOVE AGENCIA-LANCAMENTO TO AGP-AGENCIA (IDX-AGP)
                   MOVE ZEROS TO AGP-CONTAS (IDX-AGP)
                   MOVE ZEROS TO AGP-SALDO-ONTEM (IDX-AGP)
                   MOVE ZEROS TO AGP-MOVIMENTO (IDX-AGP)
                   MOVE ZEROS TO AGP-SALDO-HOJE (IDX-AGP)
                   MOVE ZEROS TO AGP-DIVERGENCIAS (IDX-AGP)
                   MOVE "S" TO ACHOU-AGENCIA
               ELSE
                   MOVE "S" TO TABELA-TRANSBORDOU
               END-IF
           END-IF.

       PROCURA-AGENCIA-PROVA.
           IF AGP-AGENCIA (IDX-AGP) = AGENCIA-LANCAMENTO
               MOVE "S" TO ACHOU-AGENCIA
           ELSE
               ADD 1 TO IDX-AGP
           END-IF.

      * A TABELA DA PROVA ESTA EM ORDEM DE CODIGO: PASSOU DO CODIGO
      * PROCURADO, A CONTA NAO ESTA NELA
       PROCURA-CONTA-PROVA.
           IF PRV-CODIGO (IDX-PROVA) = LOG-CODIGO
               MOVE "S" TO ACHOU-PROVA
           ELSE IF PRV-CODIGO (IDX-PROVA) > LOG-CODIGO
               MOVE "S" TO FIM-PROCURA-PROVA
           ELSE
               ADD 1 TO IDX-PROVA
           END-IF
           END-IF.

      ******************************************************************
      * ORDENA OS TOTAIS CONTABEIS (AGENCIA, OPERACAO, SENTIDO) E AS
      * AGENCIAS DA PROVA, PARA O ARQUIVO E O RELATORIO SAIREM EM
      * ORDEM DE AGENCIA
      ******************************************************************
       ORDENA-TOTAIS-CONTABEIS.
           MOVE 1 TO IDX-ORDEM.
           PERFORM POSICIONA-MENOR-TOTAL
               UNTIL IDX-ORDEM >= TOTAL-MOVIMENTOS.

       POSICIONA-MENOR-TOTAL.
           MOVE IDX-ORDEM TO IDX-MENOR.
           COMPUTE IDX-MOV = IDX-ORDEM + 1.
           PERFORM COMPARA-TOTAL-CONTABIL
               UNTIL IDX-MOV > TOTAL-MOVIMENTOS.
           IF IDX-MENOR <> IDX-ORDEM
               MOVE MOV-ITEM (IDX-ORDEM) TO MOV-ITEM-TROCA
               MOVE MOV-ITEM (IDX-MENOR) TO MOV-ITEM (IDX-ORDEM)
               MOVE MOV-ITEM-TROCA TO MOV-ITEM (IDX-MENOR)
           END-IF.
           ADD 1 TO IDX-ORDEM.

       COMPARA-TOTAL-CONTABIL.
           IF MOV-CHAVE (IDX-MOV) < MOV-CHAVE (IDX-MENOR)
               MOVE IDX-MOV TO IDX-MENOR
           END-IF.
           ADD 1 TO IDX-MOV.

       ORDENA-AGENCIAS.
           MOVE 1 TO IDX-ORDEM.
           PERFORM POSICIONA-MENOR-AGENCIA
               UNTIL IDX-ORDEM >= TOTAL-AGENCIAS.

       POSICIONA-MENOR-AGENCIA.
           MOVE IDX-ORDEM TO IDX-MENOR.
           COMPUTE IDX-AGP = IDX-ORDEM + 1.
           PERFORM COMPARA-AGENCIA UNTIL IDX-AGP > TOTAL-AGENCIAS.
           IF IDX-MENOR <> IDX-ORDEM
               MOVE AGP-ITEM (IDX-ORDEM) TO AGP-ITEM-TROCA
               MOVE AGP-ITEM (IDX-MENOR) TO AGP-ITEM (IDX-ORDEM)
               MOVE AGP-ITEM-TROCA TO AGP-ITEM (IDX-MENOR)
           END-IF.
           ADD 1 TO IDX-ORDEM.

       COMPARA-AGENCIA.
           IF AGP-AGENCIA (IDX-AGP) < AGP-AGENCIA (IDX-MENOR)
               MOVE IDX-AGP TO IDX-MENOR
           END-IF.
           ADD 1 TO IDX-AGP.

      ******************************************************************
      *
      * GRAVA A INTERFACE CONTABIL: PARA CADA TOTAL DE AGENCIA,
      * OPERACAO E SENTIDO, UMA LINHA A DEBITO E OUTRA A CREDITO COM
      * AS CONTAS DO PLANO, E NO FIM A LINHA DE TOTAIS. OPERACAO SEM
      * LINHA NO PLANO VAI PARA AS CONTAS DA OPERACAO OUTROS.
      *
      ******************************************************************
       GRAVA-INTERFACE-CONTABIL.
           MOVE SPACES TO NOME-ARQUIVO-CONTABIL.
           STRING "CONTABIL_" DELIMITED BY SIZE
                  DATA-NEGOCIO DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOME-ARQUIVO-CONTABIL.
           MOVE ZEROS TO TOTAL-LINHAS-CONTABIL OPERACOES-SEM-PLANO.
           MOVE ZEROS TO TOTAL-DEBITOS TOTAL-CREDITOS.
           OPEN OUTPUT ARQ-CONTABIL.
           MOVE 1 TO IDX-MOV.
           PERFORM GRAVA-TOTAL-CONTABIL
               UNTIL IDX-MOV > TOTAL-MOVIMENTOS.
           MOVE SPACES TO REG-CONTABIL-TOTAL.
           MOVE "T" TO LCT-TOT-TIPO.
           MOVE DATA-NEGOCIO TO LCT-TOT-DATA.
           MOVE TOTAL-LINHAS-CONTABIL TO LCT-TOT-LINHAS.
           MOVE TOTAL-DEBITOS TO LCT-TOT-DEBITOS.
           MOVE TOTAL-CREDITOS TO LCT-TOT-CREDITOS.
           WRITE REG-CONTABIL-TOTAL.
           CLOSE ARQ-CONTABIL.
           MOVE TOTAL-DEBITOS TO TOTAL-DEBITOS-M.
           MOVE TOTAL-CREDITOS TO TOTAL-CREDITOS-M.
           DISPLAY "INTERFACE CONTABIL GRAVADA EM "
               NOME-ARQUIVO-CONTABIL.
           DISPLAY "LINHAS CONTABEIS...: " TOTAL-LINHAS-CONTABIL.
           DISPLAY "TOTAL DE DEBITOS...: " TOTAL-DEBITOS-M.
           DISPLAY "TOTAL DE CREDITOS..: " TOTAL-CREDITOS-M.
           IF TOTAL-DEBITOS = TOTAL-CREDITOS
               DISPLAY "INTERFACE CONTABIL BALANCEADA."
           ELSE
               DISPLAY "ERRO: INTERFACE CONTABIL NAO BALANCEADA!"
           END-IF.
           IF OPERACOES-SEM-PLANO > 0
               DISPLAY "TOTAIS SEM LINHA NO PLANO DE CONTAS: "
                   OPERACOES-SEM-PLANO
           END-IF.

       GRAVA-TOTAL-CONTABIL.
           PERFORM DEFINE-CONTAS-DO-TOTAL.
           MOVE SPACES TO REG-CONTABIL.
           MOVE "L" TO LCT-TIPO.
           MOVE DATA-NEGOCIO TO LCT-DATA.
           MOVE MOV-AGENCIA (IDX-MOV) TO LCT-AGENCIA.
           MOVE MOV-VALOR (IDX-MOV) TO LCT-VALOR.
           MOVE MOV-OPERACAO (IDX-MOV) TO LCT-OPERACAO.
           MOVE MOV-QUANTIDADE (IDX-MOV) TO LCT-QUANTIDADE.
           MOVE HISTORICO-ATUAL TO LCT-HISTORICO.
           MOVE CONTA-DEBITO-ATUAL TO LCT-CONTA-CONTABIL.
           MOVE "D" TO LCT-NATUREZA.
           WRITE REG-CONTABIL.
           MOVE CONTA-CREDITO-ATUAL TO LCT-CONTA-CONTABIL.
           MOVE "C" TO LCT-NATUREZA.
           WRITE REG-CONTABIL.
           ADD 2 TO TOTAL-LINHAS-CONTABIL.
           ADD MOV-VALOR (IDX-MOV) TO TOTAL-DEBITOS.
           ADD MOV-VALOR (IDX-MOV) TO TOTAL-CREDITOS.
           ADD 1 TO IDX-MOV.

       DEFINE-CONTAS-DO-TOTAL.
           MOVE MOV-OPERACAO (IDX-MOV) TO OPERACAO-PLANO.
           PERFORM BUSCA-LINHA-PLANO.
           IF ACHOU-PLANO <> "S"
               ADD 1 TO OPERACOES-SEM-PLANO
               DISPLAY "OPERACAO SEM CONTA NO PLANO: "
                   MOV-OPERACAO (IDX-MOV) " " MOV-SENTIDO (IDX-MOV)
               MOVE "OUTROS" TO OPERACAO-PLANO
               PERFORM BUSCA-LINHA-PLANO
           END-IF.
           IF ACHOU-PLANO <> "S"
               MOVE CONTA-PENDENCIA TO CONTA-DEBITO-ATUAL
               MOVE CONTA-PENDENCIA TO CONTA-CREDITO-ATUAL
               MOVE "OPERACAO SEM CONTA CONTABIL" TO HISTORICO-ATUAL
           END-IF.
           MOVE CONTA-DEBITO-ATUAL TO MOV-CONTA-DEBITO (IDX-MOV).
           MOVE CONTA-CREDITO-ATUAL TO MOV-CONTA-CREDITO (IDX-MOV).

       BUSCA-LINHA-PLANO.
           MOVE "N" TO ACHOU-PLANO.
           MOVE 1 TO IDX-PLANO.
           PERFORM COMPARA-LINHA-PLANO
               UNTIL ACHOU-PLANO = "S" OR IDX-PLANO > TOTAL-PLANO.

       COMPARA-LINHA-PLANO.
           IF PLN-OPERACAO (IDX-PLANO) = OPERACAO-PLANO
               AND PLN-SENTIDO (IDX-PLANO) = MOV-SENTIDO (IDX-MOV)
               MOVE "S" TO ACHOU-PLANO
               MOVE PLN-CONTA-DEBITO (IDX-PLANO) TO CONTA-DEBITO-ATUAL
               MOVE PLN-CONTA-CREDITO (IDX-PLANO)
                   TO CONTA-CREDITO-ATUAL
               MOVE PLN-HISTORICO (IDX-PLANO) TO HISTORICO-ATUAL
           ELSE
               ADD 1 TO IDX-PLANO
           END-IF.

      ******************************************************************
      *
      * GRAVA O RELATORIO DA PROVA: AS CONTAS DIVERGENTES, O RESUMO
      * POR AGENCIA E O RESUMO CONTABIL DO DIA
      *
      ******************************************************************
       GRAVA-PROVA-POSICAO.
           MOVE SPACES TO NOME-ARQUIVO-PROVA.
           STRING "PROVA_POSICAO_" DELIMITED BY SIZE
                  DATA-NEGOCIO DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOME-ARQUIVO-PROVA.
           OPEN OUTPUT ARQ-PROVA.
           MOVE DATA-NEGOCIO TO CAB-DATA-PROVA.
           MOVE DATA-POSICAO-ANTERIOR TO CAB-DATA-ANTERIOR.
           MOVE CABECALHO-PROVA TO REG-PROVA.
           WRITE REG-PROVA.
           MOVE ALL "-" TO REG-PROVA.
           WRITE REG-PROVA.
           IF TEM-POSICAO-ANTERIOR <> "S"
               MOVE "SEM POSICAO ANTERIOR: PROVA NAO REALIZADA."
                   TO REG-PROVA
               WRITE REG-PROVA
           ELSE
               PERFORM IMPRIME-DIVERGENCIAS
               PERFORM IMPRIME-RESUMO-AGENCIAS
           END-IF.
           PERFORM IMPRIME-RESUMO-CONTABIL.
           CLOSE ARQ-PROVA.
           DISPLAY "PROVA DA POSICAO GRAVADA EM " NOME-ARQUIVO-PROVA.
           IF TEM-POSICAO-ANTERIOR = "S"
               DISPLAY "DIVERGENCIAS NA PROVA: " TOTAL-DIVERGENCIAS
           END-IF.

       IMPRIME-DIVERGENCIAS.
           MOVE SPACES TO REG-PROVA.
           WRITE REG-PROVA.
           MOVE "CONTAS EM QUE ANTERIOR + MOVIMENTO <> SALDO DO DIA"
               TO REG-PROVA.
           WRITE REG-PROVA.
           MOVE CABECALHO-COL-DIVERGENCIAS TO REG-PROVA.
           WRITE REG-PROVA.
           MOVE 1 TO IDX-CONTA.
           PERFORM IMPRIME-DIVERGENCIA-CONTA
               UNTIL IDX-CONTA > TOTAL-PROVA.
           IF LANCAMENTOS-SEM-CONTA > 0
               MOVE LANCAMENTOS-SEM-CONTA TO LSC-QUANTIDADE
               MOVE MOVIMENTO-SEM-CONTA TO LSC-MOVIMENTO
               MOVE LINHA-SEM-CONTA TO REG-PROVA
               WRITE REG-PROVA
           END-IF.
           IF TOTAL-DIVERGENCIAS = 0
               MOVE "NENHUMA DIVERGENCIA." TO REG-PROVA
               WRITE REG-PROVA
           END-IF.

       IMPRIME-DIVERGENCIA-CONTA.
           COMPUTE DIFERENCA-CONTA = PRV-SALDO-HOJE (IDX-CONTA)
               - PRV-SALDO-ONTEM (IDX-CONTA)
               - PRV-MOVIMENTO (IDX-CONTA).
           IF DIFERENCA-CONTA <> 0
               MOVE PRV-AGENCIA (IDX-CONTA) TO LDV-AGENCIA
               MOVE PRV-CONTA (IDX-CONTA) TO LDV-CONTA
               MOVE PRV-CODIGO (IDX-CONTA) TO LDV-CODIGO
               MOVE PRV-SALDO-ONTEM (IDX-CONTA) TO LDV-ONTEM
               MOVE PRV-MOVIMENTO (IDX-CONTA) TO LDV-MOVIMENTO
               MOVE PRV-SALDO-HOJE (IDX-CONTA) TO LDV-HOJE
               MOVE DIFERENCA-CONTA TO LDV-DIFERENCA
               MOVE LINHA-DIVERGENCIA TO REG-PROVA
               WRITE REG-PROVA
           END-IF.
           ADD 1 TO IDX-CONTA.

       IMPRIME-RESUMO-AGENCIAS.
           MOVE SPACES TO REG-PROVA.
           WRITE REG-PROVA.
           MOVE "PROVA POR AGENCIA" TO REG-PROVA.
           WRITE REG-PROVA.
           MOVE CABECALHO-COL-AGENCIAS TO REG-PROVA.
           WRITE REG-PROVA.
           MOVE 1 TO IDX-AGP.
           PERFORM IMPRIME-AGENCIA-PROVA UNTIL IDX-AGP > TOTAL-AGENCIAS.

       IMPRIME-AGENCIA-PROVA.
           MOVE AGP-AGENCIA (IDX-AGP) TO LAG-AGENCIA.
           MOVE AGP-CONTAS (IDX-AGP) TO LAG-CONTAS.
           MOVE AGP-SALDO-ONTEM (IDX-AGP) TO LAG-ONTEM.
           MOVE AGP-MOVIMENTO (IDX-AGP) TO LAG-MOVIMENTO.
           MOVE AGP-SALDO-HOJE (IDX-AGP) TO LAG-HOJE.
           MOVE AGP-DIVERGENCIAS (IDX-AGP) TO LAG-DIVERGENCIAS.
           IF AGP-DIVERGENCIAS (IDX-AGP) = 0
               MOVE "OK" TO LAG-RESULTADO
           ELSE
               MOVE "DIVERGENTE" TO LAG-RESULTADO
           END-IF.
           MOVE LINHA-AGENCIA-PROVA TO REG-PROVA.
           WRITE REG-PROVA.
           ADD 1 TO IDX-AGP.

       IMPRIME-RESUMO-CONTABIL.
           MOVE SPACES TO REG-PROVA.
           WRITE REG-PROVA.
           MOVE "RESUMO CONTABIL DO DIA" TO REG-PROVA.
           WRITE REG-PROVA.
           MOVE CABECALHO-COL-CONTABIL TO REG-PROVA.
           WRITE REG-PROVA.
           MOVE 1 TO IDX-MOV.
           PERFORM IMPRIME-TOTAL-CONTABIL
               UNTIL IDX-MOV > TOTAL-MOVIMENTOS.
           MOVE TOTAL-DEBITOS TO LTC-DEBITOS.
           MOVE TOTAL-CREDITOS TO LTC-CREDITOS.
           MOVE LINHA-TOTAL-CONTABIL TO REG-PROVA.
           WRITE REG-PROVA.

       IMPRIME-TOTAL-CONTABIL.
           MOVE MOV-AGENCIA (IDX-MOV) TO LRC-AGENCIA.
           MOVE MOV-OPERACAO (IDX-MOV) TO LRC-OPERACAO.
           MOVE MOV-SENTIDO (IDX-MOV) TO LRC-SENTIDO.
           MOVE MOV-QUANTIDADE (IDX-MOV) TO LRC-QUANTIDADE.
           MOVE MOV-VALOR (IDX-MOV) TO LRC-VALOR.
           MOVE MOV-CONTA-DEBITO (IDX-MOV) TO LRC-CONTA-DEBITO.
           MOVE MOV-CONTA-CREDITO (IDX-MOV) TO LRC-CONTA-CREDITO.
           MOVE LINHA-RESUMO-CONTABIL TO REG-PROVA.
           WRITE REG-PROVA.
           ADD 1 TO IDX-MOV.

       END PROGRAM FECHAMENTO_DIA.
