      ******************************************************************
      * Author:
      * Date:
      * Purpose: MONITORAMENTO DIARIO DE MOVIMENTACAO EM ESPECIE PARA
      *          PREVENCAO A LAVAGEM DE DINHEIRO. AGRUPA POR CPF/CNPJ
      *          DO TITULAR (TODAS AS CONTAS DO CLIENTE) OS DEPOSITOS,
      *          SAQUES E TRANSFERENCIAS DE CAIXA (TRANSF-D/TRANSF-C)
      *          DO LOG E ABRE CASOS PARA A AREA DE COMPLIANCE:
      *          - U: MOVIMENTO DA DATA DE NEGOCIO IGUAL OU ACIMA DO
      *            LIMITE;
      *          - F: FRACIONAMENTO - MOVIMENTOS LOGO ABAIXO DO LIMITE
      *            (FAIXA PERCENTUAL) REPETIDOS DENTRO DA JANELA DE
      *            DIAS CORRIDOS, COM PELO MENOS UM NA DATA DE NEGOCIO.
      *          LIMITE, FAIXA, JANELA E QUANTIDADE MINIMA EM
      *          PARAMETROS_PLD.DAT. OS CASOS FICAM EM CASOS_PLD.DAT
      *          (CABECALHO COM NOME DO CLIENTE, OPERADORES E SITUACAO,
      *          MAIS OS LANCAMENTOS) E SAO LISTADOS EM
      *          RELATORIO_PLD_AAAAMMDD.DAT. CASO JA ANALISADO (SITUACAO
      *          R, MARCADO EM AnalisaCasosPld.cbl) NAO E REPORTADO DE
      *          NOVO; CASO PENDENTE E REGRAVADO NA REEXECUCAO DO DIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MONITORA_ESPECIE.

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

           SELECT ARQ-CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-CPF-CNPJ
           FILE STATUS IS ARQ-OK.

           SELECT ARQ-CASOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CSO-CHAVE
           FILE STATUS IS ARQ-OK.

           SELECT PARAMETROS-PLD ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS ARQ-OK.

           SELECT LOG-TRANSACOES ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS ARQ-OK.

           SELECT LOG-ARQUIVO-MES ASSIGN TO DYNAMIC NOME-ARQUIVO-MES
           ORGANIZATION LINE SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS ARQ-OK.

           SELECT ARQ-RESUMO ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS ARQ-OK.

           SELECT ARQ-RELATORIO ASSIGN TO DYNAMIC NOME-ARQUIVO-RELATORIO
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

      * CADASTRO DE CLIENTES (MESMO LAYOUT DE Clientes.cbl)
      *   CLI-TIPO-DOC: F = PESSOA FISICA (CPF), J = JURIDICA (CNPJ)
       FD  ARQ-CLIENTES LABEL RECORD STANDARD
               DATA RECORD IS REG-CLIENTE
               VALUE OF FILE-ID IS "CLIENTES.DAT".
       01  REG-CLIENTE.
               02 CLI-CPF-CNPJ PIC X(14).
               02 CLI-NOME PIC X(50).
               02 CLI-ENDERECO PIC X(60).
               02 CLI-TELEFONE PIC X(15).
               02 CLI-TIPO-DOC PIC X(1).

      * CASOS DE PREVENCAO A LAVAGEM DE DINHEIRO. CADA CASO E UM
      * CLIENTE (CPF/CNPJ) NUMA DATA DE NEGOCIO E NUM TIPO DE ALERTA:
      *   CSO-TIPO: U = MOVIMENTO UNICO ACIMA DO LIMITE,
      *             F = FRACIONAMENTO LOGO ABAIXO DO LIMITE
      * A SEQUENCIA 0000 E O CABECALHO DO CASO; AS SEGUINTES SAO OS
      * LANCAMENTOS DO LOG QUE O COMPOEM.
      *   CSO-STATUS: P = PENDENTE DE ANALISE, R = ANALISADO
       FD  ARQ-CASOS LABEL RECORD STANDARD
               DATA RECORD IS REG-CASO
               VALUE OF FILE-ID IS "CASOS_PLD.DAT".
       01  REG-CASO.
               02 CSO-CHAVE.
                  03 CSO-CPF-CNPJ PIC X(14).
                  03 CSO-DATA PIC 9(8).
                  03 CSO-TIPO PIC X(1).
                  03 CSO-SEQUENCIA PIC 9(4).
               02 CSO-DADOS PIC X(200).
               02 CSO-CABECALHO REDEFINES CSO-DADOS.
                  03 CSO-NOME PIC X(50).
                  03 CSO-QUANTIDADE PIC 9(4).
                  03 CSO-VALOR-TOTAL PIC 9(13)V99.
                  03 CSO-TOTAL-OPERADORES PIC 9(2).
                  03 CSO-OPERADOR PIC X(8) OCCURS 10 TIMES.
                  03 CSO-STATUS PIC X(1).
                  03 CSO-DATA-ANALISE PIC 9(8).
                  03 CSO-ANALISTA PIC X(8).
                  03 CSO-PARECER PIC X(30).
                  03 FILLER PIC X(2).
               02 CSO-LANCAMENTO REDEFINES CSO-DADOS.
                  03 CSL-CODIGO PIC 9(7).
                  03 CSL-AGENCIA PIC X(5).
                  03 CSL-CONTA PIC X(12).
                  03 CSL-OPERACAO PIC X(8).
                  03 CSL-DATA PIC 9(8).
                  03 CSL-HORA PIC 9(8).
                  03 CSL-VALOR PIC 9(12)V99.
                  03 CSL-OPERADOR PIC X(8).
                  03 FILLER PIC X(130).

      * PARAMETROS DO MONITORAMENTO: LIMITE DE MOVIMENTO EM ESPECIE,
      * PERCENTUAL ABAIXO DO LIMITE QUE CARACTERIZA A FAIXA DE
      * FRACIONAMENTO, JANELA EM DIAS CORRIDOS (CONTANDO A DATA DE
      * NEGOCIO) E QUANTIDADE MINIMA DE MOVIMENTOS NA FAIXA
       FD  PARAMETROS-PLD LABEL RECORD STANDARD
               RECORD CONTAINS 20 CHARACTERS
               DATA RECORD IS REG-PARAMETROS-PLD
               VALUE OF FILE-ID IS "PARAMETROS_PLD.DAT".
       01  REG-PARAMETROS-PLD.
               02 PLD-LIMITE-ESPECIE PIC 9(12)V99.
               02 PLD-PERCENTUAL-FAIXA PIC 9(2).
               02 PLD-JANELA-DIAS PIC 9(2).
               02 PLD-QUANTIDADE-MINIMA PIC 9(2).

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

      * ARQUIVO MORTO MENSAL DO LOG (LOG_ARQUIVO_AAAAMM.DAT), GERADO
      * PELO ARQUIVAMENTO MENSAL; MESMO LAYOUT DO LOG VIVO
       FD  LOG-ARQUIVO-MES LABEL RECORD STANDARD
               DATA RECORD IS REG-LOG-ARQ.
       01  REG-LOG-ARQ.
               02 ARQ-CODIGO PIC 9(7).
               02 ARQ-OPERACAO PIC X(8).
               02 ARQ-DATA PIC 9(8).
               02 ARQ-HORA PIC 9(8).
               02 ARQ-SALDO-ANTES PIC S9(12)V99
                  SIGN IS TRAILING SEPARATE CHARACTER.
               02 ARQ-SALDO-DEPOIS PIC S9(12)V99
                  SIGN IS TRAILING SEPARATE CHARACTER.
               02 ARQ-OPERADOR PIC X(8).

      * RESUMO DO ARQUIVAMENTO MENSAL: USADO AQUI SO PARA DESCOBRIR
      * QUAIS MESES TEM ARQUIVO MORTO GRAVADO
       FD  ARQ-RESUMO LABEL RECORD STANDARD
               DATA RECORD IS REG-RESUMO
               VALUE OF FILE-ID IS "RESUMO_LOG.DAT".
       01  REG-RESUMO.
               02 RES-MES PIC 9(6).
               02 RES-OPERACAO PIC X(8).
               02 RES-QUANTIDADE PIC 9(6).
               02 RES-MOVIMENTO PIC S9(13)V99
                  SIGN IS TRAILING SEPARATE CHARACTER.

      * RELATORIO DO MONITORAMENTO PARA A AREA DE COMPLIANCE
       FD  ARQ-RELATORIO LABEL RECORD STANDARD
               DATA RECORD IS REG-RELATORIO.
       01  REG-RELATORIO PIC X(120).

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
            01 FIM-LOG PIC X(1) VALUES SPACES.
            01 FIM-RESUMO PIC X(1) VALUES SPACES.
            01 FIM-ARQUIVO-MES PIC X(1) VALUES SPACES.
            01 FIM-CASOS PIC X(1) VALUES SPACES.
            01 TEM-CLIENTES PIC X(1) VALUES SPACES.
            01 ACHOU-CLIENTE PIC X(1) VALUES SPACES.
            01 ACHOU-OPERADOR PIC X(1) VALUES SPACES.
            01 MES-JA-REGISTRADO PIC X(1) VALUES SPACES.
            01 CASO-EXISTENTE PIC X(1) VALUES SPACES.
      * MAIS MOVIMENTOS OU CLIENTES NA JANELA DO QUE AS TABELAS
      * COMPORTAM: NENHUM CASO E GRAVADO
            01 TABELA-TRANSBORDOU PIC X(1) VALUES SPACES.
            01 DATA-NEGOCIO PIC 9(8) VALUES ZEROS.
            01 DATA-INICIO-JANELA PIC 9(8) VALUES ZEROS.
            01 DIAS-A-RECUAR PIC 9(2) VALUES ZEROS.
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
            01 LIMITE-ESPECIE PIC 9(12)V99 VALUES ZEROS.
            01 PERCENTUAL-FAIXA PIC 9(2) VALUES ZEROS.
            01 JANELA-DIAS PIC 9(2) VALUES ZEROS.
            01 QUANTIDADE-MINIMA PIC 9(2) VALUES ZEROS.
            01 PISO-FAIXA PIC 9(12)V99 VALUES ZEROS.
            01 NOME-ARQUIVO-MES PIC X(22) VALUES SPACES.
            01 NOME-ARQUIVO-RELATORIO PIC X(30) VALUES SPACES.
            01 TOTAL-MESES-ARQUIVADOS PIC 9(4) VALUES ZEROS.
            01 IDX-MES PIC 9(4) VALUES ZEROS.
      * MESES COM ARQUIVO MORTO, DESCOBERTOS NO RESUMO_LOG.DAT
            01 TABELA-MESES-ARQUIVADOS.
               02 MES-ARQUIVADO PIC 9(6) OCCURS 120 TIMES.
      * LANCAMENTO DO LOG EM AVALIACAO
            01 VALOR-LANCAMENTO PIC S9(12)V99 VALUES ZEROS.
            01 VALOR-ABSOLUTO PIC 9(12)V99 VALUES ZEROS.
      *   CLASSE-LANCAMENTO: A = ACIMA DO LIMITE NA DATA DE NEGOCIO,
      *                      F = NA FAIXA LOGO ABAIXO DO LIMITE
            01 CLASSE-LANCAMENTO PIC X(1) VALUES SPACES.
            01 CLASSE-DO-CASO PIC X(1) VALUES SPACES.
            01 TIPO-DO-CASO PIC X(1) VALUES SPACES.
            01 SEQUENCIA-CASO PIC 9(4) VALUES ZEROS.
            01 VALOR-TOTAL-CASO PIC 9(13)V99 VALUES ZEROS.
            01 CHAVE-CASO-ATUAL.
               02 CCA-CPF-CNPJ PIC X(14).
               02 CCA-DATA PIC 9(8).
               02 CCA-TIPO PIC X(1).
            01 CABECALHO-CASO-ATUAL PIC X(200) VALUES SPACES.
            01 IDX-MOV PIC 9(5) VALUES ZEROS.
            01 IDX-CLI PIC 9(5) VALUES ZEROS.
            01 IDX-OPE PIC 9(2) VALUES ZEROS.
            01 TOTAL-MOVIMENTOS PIC 9(5) VALUES ZEROS.
            01 TOTAL-CLIENTES PIC 9(5) VALUES ZEROS.
      * MOVIMENTOS DA JANELA QUE INTERESSAM AO MONITORAMENTO (ACIMA
      * DO LIMITE NA DATA DE NEGOCIO OU NA FAIXA DE FRACIONAMENTO)
            01 TABELA-MOVIMENTOS.
               02 TMV-ITEM OCCURS 20000 TIMES.
                  03 TMV-CLIENTE PIC 9(5).
                  03 TMV-CLASSE PIC X(1).
                  03 TMV-CODIGO PIC 9(7).
                  03 TMV-AGENCIA PIC X(5).
                  03 TMV-CONTA PIC X(12).
                  03 TMV-OPERACAO PIC X(8).
                  03 TMV-DATA PIC 9(8).
                  03 TMV-HORA PIC 9(8).
                  03 TMV-VALOR PIC 9(12)V99.
                  03 TMV-OPERADOR PIC X(8).
      * CLIENTES (CPF/CNPJ) COM MOVIMENTO NA TABELA
            01 TABELA-CLIENTES.
               02 TCL-ITEM OCCURS 5000 TIMES.
                  03 TCL-CPF-CNPJ PIC X(14).
                  03 TCL-ACIMA-HOJE PIC 9(4).
                  03 TCL-FAIXA-JANELA PIC 9(4).
                  03 TCL-FAIXA-HOJE PIC 9(4).
            01 TOTAL-LANCAMENTOS-LIDOS PIC 9(7) VALUES ZEROS.
            01 TOTAL-CONTAS-SEM-CADASTRO PIC 9(6) VALUES ZEROS.
            01 TOTAL-CONTAS-SEM-DOCUMENTO PIC 9(6) VALUES ZEROS.
            01 TOTAL-CASOS-GRAVADOS PIC 9(5) VALUES ZEROS.
            01 TOTAL-CASOS-JA-ANALISADOS PIC 9(5) VALUES ZEROS.
            01 TOTAL-PENDENTES-ANTERIORES PIC 9(5) VALUES ZEROS.
            01 MASCARAS-RELATORIO.
               02 LIMITE-ESPECIE-M PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               02 PISO-FAIXA-M PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
            01 CABECALHO-RELATORIO.
               02 FILLER PIC X(42)
                  VALUES "MONITORAMENTO DE ESPECIE (PLD) - DATA DE ".
               02 FILLER PIC X(9) VALUES "NEGOCIO: ".
               02 CRL-DATA PIC 9(8).
               02 FILLER PIC X(10) VALUES "  JANELA: ".
               02 CRL-INICIO-JANELA PIC 9(8).
               02 FILLER PIC X(3) VALUES " A ".
               02 CRL-FIM-JANELA PIC 9(8).
            01 LINHA-PARAMETROS.
               02 FILLER PIC X(8) VALUES "LIMITE: ".
               02 LPR-LIMITE PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER PIC X(14) VALUES "  FAIXA DESDE ".
               02 LPR-PISO PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER PIC X(12) VALUES "  JANELA DE ".
               02 LPR-JANELA PIC Z9.
               02 FILLER PIC X(18) VALUES " DIAS  MINIMO DE ".
               02 LPR-MINIMO PIC Z9.
               02 FILLER PIC X(11) VALUES " MOVIMENTOS".
            01 LINHA-CASO.
               02 FILLER PIC X(5) VALUES "CASO ".
               02 LCS-CPF-CNPJ PIC X(14).
               02 FILLER PIC X(1) VALUES SPACES.
               02 LCS-TIPO PIC X(1).
               02 FILLER PIC X(3) VALUES " - ".
               02 LCS-DESCRICAO PIC X(30).
               02 FILLER PIC X(1) VALUES SPACES.
               02 LCS-NOME PIC X(50).
            01 LINHA-TOTAL-CASO.
               02 FILLER PIC X(15) VALUES "   MOVIMENTOS: ".
               02 LTC-QUANTIDADE PIC ZZZ9.
               02 FILLER PIC X(16) VALUES "   VALOR TOTAL: ".
               02 LTC-VALOR PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
            01 LINHA-OPERADORES-CASO.
               02 FILLER PIC X(15) VALUES "   OPERADORES: ".
               02 LOC-OPERADORES.
                  03 LOC-OPERADOR OCCURS 10 TIMES.
                     04 LOC-ID PIC X(8).
                     04 FILLER PIC X(1).
            01 CABECALHO-LANCAMENTOS.
               02 FILLER PIC X(32)
                  VALUES "   AGENCIA CONTA        CODIGO  ".
               02 FILLER PIC X(30)
                  VALUES "OPERACAO DATA     HORA        ".
               02 FILLER PIC X(27)
                  VALUES "             VALOR OPERADOR".
            01 LINHA-LANCAMENTO-CASO.
               02 FILLER PIC X(3) VALUES SPACES.
               02 LLC-AGENCIA PIC X(5).
               02 FILLER PIC X(3) VALUES SPACES.
               02 LLC-CONTA PIC X(12).
               02 FILLER PIC X(1) VALUES SPACES.
               02 LLC-CODIGO PIC 9(7).
               02 FILLER PIC X(1) VALUES SPACES.
               02 LLC-OPERACAO PIC X(8).
               02 FILLER PIC X(1) VALUES SPACES.
               02 LLC-DATA PIC 9(8).
               02 FILLER PIC X(1) VALUES SPACES.
               02 LLC-HORA PIC 9(8).
               02 FILLER PIC X(1) VALUES SPACES.
               02 LLC-VALOR PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER PIC X(1) VALUES SPACES.
               02 LLC-OPERADOR PIC X(8).
            01 LINHA-PENDENTE.
               02 FILLER PIC X(3) VALUES SPACES.
               02 LPD-DATA PIC 9(8).
               02 FILLER PIC X(1) VALUES SPACES.
               02 LPD-CPF-CNPJ PIC X(14).
               02 FILLER PIC X(1) VALUES SPACES.
               02 LPD-TIPO PIC X(1).
               02 FILLER PIC X(1) VALUES SPACES.
               02 LPD-QUANTIDADE PIC ZZZ9.
               02 FILLER PIC X(1) VALUES SPACES.
               02 LPD-VALOR PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER PIC X(1) VALUES SPACES.
               02 LPD-NOME PIC X(50).
            01 LINHA-TOTAL-RELATORIO.
               02 LTR-TITULO PIC X(40).
               02 LTR-QUANTIDADE PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-DATA-NEGOCIO.
           PERFORM LE-PARAMETROS-PLD.
           PERFORM DEFINE-INICIO-JANELA.
           OPEN INPUT ARQ-CADASTRO.
           IF ARQ-OK = "35"
               DISPLAY "ARQUIVO DE CADASTRO NAO ENCONTRADO!"
           ELSE
               PERFORM CARREGA-MOVIMENTOS-DA-JANELA
               CLOSE ARQ-CADASTRO
               IF TABELA-TRANSBORDOU = "S"
                   DISPLAY "MOVIMENTOS NA JANELA ALEM DA TABELA EM "
                       "MEMORIA. NENHUM CASO GRAVADO. AVISE O SUPORTE."
      * RETORNO PARA A CADEIA NOTURNA: MONITORAMENTO NAO FEITO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM ABRE-ARQUIVO-CLIENTES
                   PERFORM ABRE-ARQUIVO-CASOS
                   PERFORM ABRE-RELATORIO
                   MOVE 1 TO IDX-CLI
                   PERFORM AVALIA-CLIENTE UNTIL IDX-CLI > TOTAL-CLIENTES
                   PERFORM LISTA-PENDENTES-ANTERIORES
                   PERFORM IMPRIME-TOTAIS
                   CLOSE ARQ-CASOS
                   CLOSE ARQ-RELATORIO
                   IF TEM-CLIENTES = "S"
                       CLOSE ARQ-CLIENTES
                   END-IF
               END-IF
           END-IF.
           STOP RUN.

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
      * LE OS PARAMETROS EM PARAMETROS_PLD.DAT. SEM O ARQUIVO VALEM
      * LIMITE DE 50.000,00, FAIXA DE 20% ABAIXO DELE, JANELA DE 10
      * DIAS E MINIMO DE 3 MOVIMENTOS NA FAIXA.
      ******************************************************************
       LE-PARAMETROS-PLD.
           OPEN INPUT PARAMETROS-PLD.
           EVALUATE ARQ-OK
               WHEN "00"
                   READ PARAMETROS-PLD RECORD
                   MOVE PLD-LIMITE-ESPECIE TO LIMITE-ESPECIE
                   MOVE PLD-PERCENTUAL-FAIXA TO PERCENTUAL-FAIXA
                   MOVE PLD-JANELA-DIAS TO JANELA-DIAS
                   MOVE PLD-QUANTIDADE-MINIMA TO QUANTIDADE-MINIMA
      *CODIGO DE QUANDO SE TENTA ABRIR ARQUIVO QUE NÃO EXISTE
               WHEN "35"
                   MOVE 50000,00 TO LIMITE-ESPECIE
                   MOVE 20 TO PERCENTUAL-FAIXA
                   MOVE 10 TO JANELA-DIAS
                   MOVE 3 TO QUANTIDADE-MINIMA
           END-EVALUATE.
           CLOSE PARAMETROS-PLD.
           IF JANELA-DIAS < 1 OR JANELA-DIAS > 31
               MOVE 10 TO JANELA-DIAS
           END-IF.
           IF QUANTIDADE-MINIMA < 2
               MOVE 2 TO QUANTIDADE-MINIMA
           END-IF.
           COMPUTE PISO-FAIXA ROUNDED =
               LIMITE-ESPECIE * (100 - PERCENTUAL-FAIXA) / 100.
           MOVE LIMITE-ESPECIE TO LIMITE-ESPECIE-M.
           MOVE PISO-FAIXA TO PISO-FAIXA-M.
           DISPLAY "LIMITE DE ESPECIE..........: " LIMITE-ESPECIE-M.
           DISPLAY "FAIXA DE FRACIONAMENTO DESDE: " PISO-FAIXA-M.
           DISPLAY "JANELA (DIAS CORRIDOS).....: " JANELA-DIAS.
           DISPLAY "MINIMO DE MOVIMENTOS.......: " QUANTIDADE-MINIMA.

      ******************************************************************
      * A JANELA TERMINA NA DATA DE NEGOCIO E COMECA JANELA-DIAS - 1
      * DIAS CORRIDOS ANTES DELA
      ******************************************************************
       DEFINE-INICIO-JANELA.
           MOVE DATA-NEGOCIO TO DATA-CALCULO.
           COMPUTE DIAS-A-RECUAR = JANELA-DIAS - 1.
           PERFORM RECUA-UM-DIA DIAS-A-RECUAR TIMES.
           MOVE DATA-CALCULO TO DATA-INICIO-JANELA.
           DISPLAY "JANELA DE MONITORAMENTO....: " DATA-INICIO-JANELA
               " A " DATA-NEGOCIO.

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

      ******************************************************************
      *
      * CARREGA OS MOVIMENTOS DA JANELA. QUANDO A JANELA ALCANCA MESES
      * JA ARQUIVADOS, OS ARQUIVOS MORTOS (DESCOBERTOS PELO
      * RESUMO_LOG.DAT) SAO LIDOS ANTES DO LOG VIVO, COMO NO EXTRATO.
      *
      ******************************************************************
       CARREGA-MOVIMENTOS-DA-JANELA.
           MOVE ZEROS TO TOTAL-MOVIMENTOS TOTAL-CLIENTES.
           MOVE "N" TO TABELA-TRANSBORDOU.
           PERFORM CARREGA-MESES-ARQUIVADOS.
           MOVE 1 TO IDX-MES.
           PERFORM PROCESSA-UM-MES-ARQUIVADO
               UNTIL IDX-MES > TOTAL-MESES-ARQUIVADOS.
           MOVE "N" TO FIM-LOG.
           OPEN INPUT LOG-TRANSACOES.
           IF ARQ-OK = "35"
               MOVE "S" TO FIM-LOG
           END-IF.
           PERFORM LE-PROXIMO-LOG UNTIL FIM-LOG = "S".
           IF ARQ-OK <> "35"
               CLOSE LOG-TRANSACOES
           END-IF.
           DISPLAY "LANCAMENTOS NA JANELA......: "
               TOTAL-LANCAMENTOS-LIDOS.
           DISPLAY "MOVIMENTOS MONITORADOS.....: " TOTAL-MOVIMENTOS.
           DISPLAY "CLIENTES COM MOVIMENTO.....: " TOTAL-CLIENTES.

       CARREGA-MESES-ARQUIVADOS.
           MOVE ZEROS TO TOTAL-MESES-ARQUIVADOS.
           MOVE "N" TO FIM-RESUMO.
           OPEN INPUT ARQ-RESUMO.
           IF ARQ-OK = "35"
               MOVE "S" TO FIM-RESUMO
           END-IF.
           PERFORM LE-PROXIMO-RESUMO UNTIL FIM-RESUMO = "S".
           IF ARQ-OK <> "35"
               CLOSE ARQ-RESUMO
           END-IF.

       LE-PROXIMO-RESUMO.
           READ ARQ-RESUMO
               AT END
                   MOVE "S" TO FIM-RESUMO
               NOT AT END
                   PERFORM REGISTRA-MES-ARQUIVADO
           END-READ.

      * O RESUMO TEM UMA LINHA POR MES E OPERACAO, E UM MES PODE
      * APARECER DE NOVO QUANDO LANCAMENTOS ATRASADOS SAO ARQUIVADOS
      * NUMA EXECUCAO POSTERIOR; CADA MES ENTRA UMA SO VEZ NA TABELA
       REGISTRA-MES-ARQUIVADO.
           MOVE "N" TO MES-JA-REGISTRADO.
           MOVE 1 TO IDX-MES.
           PERFORM PROCURA-MES-REGISTRADO
               UNTIL MES-JA-REGISTRADO = "S"
               OR IDX-MES > TOTAL-MESES-ARQUIVADOS.
           IF MES-JA-REGISTRADO <> "S"
               AND TOTAL-MESES-ARQUIVADOS < 120
               ADD 1 TO TOTAL-MESES-ARQUIVADOS
               MOVE RES-MES
                   TO MES-ARQUIVADO (TOTAL-MESES-ARQUIVADOS)
           END-IF.

       PROCURA-MES-REGISTRADO.
           IF MES-ARQUIVADO (IDX-MES) = RES-MES
               MOVE "S" TO MES-JA-REGISTRADO
           ELSE
               ADD 1 TO IDX-MES
           END-IF.

      * SO ABRE O ARQUIVO MORTO DE MESES QUE CAEM DENTRO DA JANELA
       PROCESSA-UM-MES-ARQUIVADO.
           IF MES-ARQUIVADO (IDX-MES) >= DATA-INICIO-JANELA (1:6)
               AND MES-ARQUIVADO (IDX-MES) <= DATA-NEGOCIO (1:6)
               PERFORM LE-ARQUIVO-DO-MES
           END-IF.
           ADD 1 TO IDX-MES.

       LE-ARQUIVO-DO-MES.
           MOVE SPACES TO NOME-ARQUIVO-MES.
           STRING "LOG_ARQUIVO_" DELIMITED BY SIZE
                  MES-ARQUIVADO (IDX-MES) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOME-ARQUIVO-MES.
           MOVE "N" TO FIM-ARQUIVO-MES.
           OPEN INPUT LOG-ARQUIVO-MES.
           IF ARQ-OK = "35"
               MOVE "S" TO FIM-ARQUIVO-MES
           END-IF.
           PERFORM LE-PROXIMO-LOG-ARQUIVADO
               UNTIL FIM-ARQUIVO-MES = "S".
           IF ARQ-OK <> "35"
               CLOSE LOG-ARQUIVO-MES
           END-IF.

       LE-PROXIMO-LOG-ARQUIVADO.
           READ LOG-ARQUIVO-MES
               AT END
                   MOVE "S" TO FIM-ARQUIVO-MES
               NOT AT END
                   MOVE REG-LOG-ARQ TO REG-LOG
                   PERFORM FILTRA-LANCAMENTO
           END-READ.

       LE-PROXIMO-LOG.
           READ LOG-TRANSACOES
               AT END
                   MOVE "S" TO FIM-LOG
               NOT AT END
                   PERFORM FILTRA-LANCAMENTO
           END-READ.

      ******************************************************************
      * SO INTERESSAM DEPOSITO, SAQUE E TRANSFERENCIA DE CAIXA DENTRO
      * DA JANELA. MOVIMENTO ACIMA DO LIMITE SO CONTA NA DATA DE
      * NEGOCIO (NOS DIAS ANTERIORES JA FOI CASO NO SEU DIA); ABAIXO
      * DO PISO DA FAIXA O MOVIMENTO E IGNORADO.
      ******************************************************************
       FILTRA-LANCAMENTO.
           IF LOG-DATA >= DATA-INICIO-JANELA
               AND LOG-DATA <= DATA-NEGOCIO
               AND (LOG-OPERACAO = "DEPOSITO" OR LOG-OPERACAO = "SAQUE"
                   OR LOG-OPERACAO = "TRANSF-D"
                   OR LOG-OPERACAO = "TRANSF-C")
               ADD 1 TO TOTAL-LANCAMENTOS-LIDOS
               COMPUTE VALOR-LANCAMENTO =
                   LOG-SALDO-DEPOIS - LOG-SALDO-ANTES
               IF VALOR-LANCAMENTO < 0
                   COMPUTE VALOR-ABSOLUTO = 0 - VALOR-LANCAMENTO
               ELSE
                   MOVE VALOR-LANCAMENTO TO VALOR-ABSOLUTO
               END-IF
               MOVE SPACES TO CLASSE-LANCAMENTO
               IF VALOR-ABSOLUTO >= LIMITE-ESPECIE
                   IF LOG-DATA = DATA-NEGOCIO
                       MOVE "A" TO CLASSE-LANCAMENTO
                   END-IF
               ELSE
                   IF VALOR-ABSOLUTO >= PISO-FAIXA
                       AND VALOR-ABSOLUTO > 0
                       MOVE "F" TO CLASSE-LANCAMENTO
                   END-IF
               END-IF
               IF CLASSE-LANCAMENTO <> SPACES
                   PERFORM REGISTRA-MOVIMENTO
               END-IF
           END-IF.

      * O CLIENTE E O CPF/CNPJ DA CONTA NO CADASTRO. CONTA EXCLUIDA OU
      * SEM DOCUMENTO NAO TEM COMO SER AGRUPADA E SO E CONTADA.
       REGISTRA-MOVIMENTO.
           MOVE LOG-CODIGO TO CODIGO.
           READ ARQ-CADASTRO
               INVALID KEY
                   ADD 1 TO TOTAL-CONTAS-SEM-CADASTRO
               NOT INVALID KEY
                   IF CPF-CNPJ = SPACES
                       ADD 1 TO TOTAL-CONTAS-SEM-DOCUMENTO
                   ELSE
                       PERFORM ARMAZENA-MOVIMENTO
                   END-IF
           END-READ.

       ARMAZENA-MOVIMENTO.
           PERFORM LOCALIZA-CLIENTE.
           IF ACHOU-CLIENTE = "S" AND TOTAL-MOVIMENTOS < 20000
               ADD 1 TO TOTAL-MOVIMENTOS
               MOVE IDX-CLI TO TMV-CLIENTE (TOTAL-MOVIMENTOS)
               MOVE CLASSE-LANCAMENTO TO TMV-CLASSE (TOTAL-MOVIMENTOS)
               MOVE LOG-CODIGO TO TMV-CODIGO (TOTAL-MOVIMENTOS)
               MOVE AGENCIA TO TMV-AGENCIA (TOTAL-MOVIMENTOS)
               MOVE CONTA TO TMV-CONTA (TOTAL-MOVIMENTOS)
               MOVE LOG-OPERACAO TO TMV-OPERACAO (TOTAL-MOVIMENTOS)
               MOVE LOG-DATA TO TMV-DATA (TOTAL-MOVIMENTOS)
               MOVE LOG-HORA TO TMV-HORA (TOTAL-MOVIMENTOS)
               MOVE VALOR-ABSOLUTO TO TMV-VALOR (TOTAL-MOVIMENTOS)
               MOVE LOG-OPERADOR TO TMV-OPERADOR (TOTAL-MOVIMENTOS)
               IF CLASSE-LANCAMENTO = "A"
                   ADD 1 TO TCL-ACIMA-HOJE (IDX-CLI)
               ELSE
                   ADD 1 TO TCL-FAIXA-JANELA (IDX-CLI)
                   IF LOG-DATA = DATA-NEGOCIO
                       ADD 1 TO TCL-FAIXA-HOJE (IDX-CLI)
                   END-IF
               END-IF
           ELSE
               MOVE "S" TO TABELA-TRANSBORDOU
           END-IF.

       LOCALIZA-CLIENTE.
           MOVE "N" TO ACHOU-CLIENTE.
           MOVE 1 TO IDX-CLI.
           PERFORM PROCURA-CLIENTE
               UNTIL ACHOU-CLIENTE = "S" OR IDX-CLI > TOTAL-CLIENTES.
           IF ACHOU-CLIENTE <> "S" AND TOTAL-CLIENTES < 5000
               ADD 1 TO TOTAL-CLIENTES
               MOVE TOTAL-CLIENTES TO IDX-CLI
               MOVE CPF-CNPJ TO TCL-CPF-CNPJ (IDX-CLI)
               MOVE ZEROS TO TCL-ACIMA-HOJE (IDX-CLI)
               MOVE ZEROS TO TCL-FAIXA-JANELA (IDX-CLI)
               MOVE ZEROS TO TCL-FAIXA-HOJE (IDX-CLI)
               MOVE "S" TO ACHOU-CLIENTE
           END-IF.

       PROCURA-CLIENTE.
           IF TCL-CPF-CNPJ (IDX-CLI) = CPF-CNPJ
               MOVE "S" TO ACHOU-CLIENTE
           ELSE
               ADD 1 TO IDX-CLI
           END-IF.

      ******************************************************************
      * ABRE OS ARQUIVOS DE SAIDA. SEM CLIENTES.DAT O CASO SAI COM O
      * NOME EM BRANCO PARA A COMPLIANCE COMPLETAR.
      ******************************************************************
       ABRE-ARQUIVO-CLIENTES.
           MOVE "S" TO TEM-CLIENTES.
           OPEN INPUT ARQ-CLIENTES.
           IF ARQ-OK = "35"
               CLOSE ARQ-CLIENTES
               MOVE "N" TO TEM-CLIENTES
               DISPLAY "CLIENTES.DAT NAO ENCONTRADO: CASOS SEM NOME."
           END-IF.

       ABRE-ARQUIVO-CASOS.
           OPEN I-O ARQ-CASOS.
           IF ARQ-OK = "35"
               CLOSE ARQ-CASOS
               OPEN OUTPUT ARQ-CASOS
               CLOSE ARQ-CASOS
               OPEN I-O ARQ-CASOS
           END-IF.

       ABRE-RELATORIO.
           MOVE SPACES TO NOME-ARQUIVO-RELATORIO.
           STRING "RELATORIO_PLD_" DELIMITED BY SIZE
                  DATA-NEGOCIO DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOME-ARQUIVO-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE DATA-NEGOCIO TO CRL-DATA CRL-FIM-JANELA.
           MOVE DATA-INICIO-JANELA TO CRL-INICIO-JANELA.
           MOVE CABECALHO-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE LIMITE-ESPECIE TO LPR-LIMITE.
           MOVE PISO-FAIXA TO LPR-PISO.
           MOVE JANELA-DIAS TO LPR-JANELA.
           MOVE QUANTIDADE-MINIMA TO LPR-MINIMO.
           MOVE LINHA-PARAMETROS TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.

      ******************************************************************
      *
      * AVALIA CADA CLIENTE: MOVIMENTO ACIMA DO LIMITE NA DATA DE
      * NEGOCIO ABRE CASO U; MOVIMENTOS NA FAIXA EM QUANTIDADE MINIMA
      * DENTRO DA JANELA, COM ALGUM DELES NA DATA DE NEGOCIO, ABREM
      * CASO F (SEM MOVIMENTO NOVO NO DIA O FRACIONAMENTO JA FOI
      * REPORTADO ANTES).
      *
      ******************************************************************
       AVALIA-CLIENTE.
           IF TCL-ACIMA-HOJE (IDX-CLI) > 0
               MOVE "U" TO TIPO-DO-CASO
               MOVE "A" TO CLASSE-DO-CASO
               PERFORM GERA-CASO
           END-IF.
           IF TCL-FAIXA-HOJE (IDX-CLI) > 0
               AND TCL-FAIXA-JANELA (IDX-CLI) >= QUANTIDADE-MINIMA
               MOVE "F" TO TIPO-DO-CASO
               MOVE "F" TO CLASSE-DO-CASO
               PERFORM GERA-CASO
           END-IF.
           ADD 1 TO IDX-CLI.

      * CASO JA ANALISADO NAO E REPORTADO DE NOVO. CASO AINDA PENDENTE
      * (REEXECUCAO NO MESMO DIA) TEM OS LANCAMENTOS REGRAVADOS.
       GERA-CASO.
           MOVE TCL-CPF-CNPJ (IDX-CLI) TO CCA-CPF-CNPJ.
           MOVE DATA-NEGOCIO TO CCA-DATA.
           MOVE TIPO-DO-CASO TO CCA-TIPO.
           MOVE CHAVE-CASO-ATUAL TO CSO-CHAVE.
           MOVE ZEROS TO CSO-SEQUENCIA.
           MOVE "N" TO CASO-EXISTENTE.
           READ ARQ-CASOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO CASO-EXISTENTE
           END-READ.
           IF CASO-EXISTENTE = "S" AND CSO-STATUS = "R"
               ADD 1 TO TOTAL-CASOS-JA-ANALISADOS
           ELSE
               IF CASO-EXISTENTE = "S"
                   PERFORM APAGA-LANCAMENTOS-DO-CASO
               END-IF
               PERFORM GRAVA-CASO
           END-IF.

       APAGA-LANCAMENTOS-DO-CASO.
           MOVE CHAVE-CASO-ATUAL TO CSO-CHAVE.
           MOVE 1 TO CSO-SEQUENCIA.
           MOVE "N" TO FIM-CASOS.
           START ARQ-CASOS KEY IS NOT LESS THAN CSO-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-CASOS
           END-START.
           PERFORM APAGA-PROXIMO-LANCAMENTO UNTIL FIM-CASOS = "S".

       APAGA-PROXIMO-LANCAMENTO.
           READ ARQ-CASOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-CASOS
               NOT AT END
                   IF CSO-CPF-CNPJ = CCA-CPF-CNPJ
                       AND CSO-DATA = CCA-DATA
                       AND CSO-TIPO = CCA-TIPO
                       DELETE ARQ-CASOS RECORD
                   ELSE
                       MOVE "S" TO FIM-CASOS
                   END-IF
           END-READ.

      ******************************************************************
      * GRAVA OS LANCAMENTOS DO CASO (SEQUENCIA 0001 EM DIANTE) E O
      * CABECALHO COM O NOME DO CLIENTE, A QUANTIDADE, O VALOR TOTAL E
      * OS OPERADORES ENVOLVIDOS, E LISTA O CASO NO RELATORIO
      ******************************************************************
       GRAVA-CASO.
           MOVE SPACES TO CABECALHO-CASO-ATUAL.
           MOVE CABECALHO-CASO-ATUAL TO CSO-DADOS.
           MOVE ZEROS TO CSO-QUANTIDADE CSO-VALOR-TOTAL.
           MOVE ZEROS TO CSO-TOTAL-OPERADORES.
           MOVE ZEROS TO CSO-DATA-ANALISE.
           MOVE "P" TO CSO-STATUS.
           PERFORM BUSCA-NOME-CLIENTE.
           MOVE CSO-DADOS TO CABECALHO-CASO-ATUAL.
           MOVE ZEROS TO SEQUENCIA-CASO VALOR-TOTAL-CASO.
           MOVE TCL-CPF-CNPJ (IDX-CLI) TO LCS-CPF-CNPJ.
           MOVE TIPO-DO-CASO TO LCS-TIPO.
           IF TIPO-DO-CASO = "U"
               MOVE "MOVIMENTO ACIMA DO LIMITE" TO LCS-DESCRICAO
           ELSE
               MOVE "FRACIONAMENTO ABAIXO DO LIMITE" TO LCS-DESCRICAO
           END-IF.
           MOVE CSO-NOME TO LCS-NOME.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE LINHA-CASO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE CABECALHO-LANCAMENTOS TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 1 TO IDX-MOV.
           PERFORM GRAVA-LANCAMENTO-DO-CASO
               UNTIL IDX-MOV > TOTAL-MOVIMENTOS.
           PERFORM GRAVA-CABECALHO-CASO.
           ADD 1 TO TOTAL-CASOS-GRAVADOS.

       BUSCA-NOME-CLIENTE.
           IF TEM-CLIENTES = "S"
               MOVE TCL-CPF-CNPJ (IDX-CLI) TO CLI-CPF-CNPJ
               READ ARQ-CLIENTES
                   INVALID KEY
                       MOVE "CLIENTE NAO CADASTRADO" TO CSO-NOME
                   NOT INVALID KEY
                       MOVE CLI-NOME TO CSO-NOME
               END-READ
           END-IF.

      * OS OPERADORES SAO GUARDADOS NO CABECALHO EM MEMORIA ENQUANTO
      * OS LANCAMENTOS SAO GRAVADOS NA MESMA AREA DO REGISTRO
       GRAVA-LANCAMENTO-DO-CASO.
           IF TMV-CLIENTE (IDX-MOV) = IDX-CLI
               AND TMV-CLASSE (IDX-MOV) = CLASSE-DO-CASO
               MOVE CABECALHO-CASO-ATUAL TO CSO-DADOS
               PERFORM REGISTRA-OPERADOR-DO-CASO
               ADD 1 TO CSO-QUANTIDADE
               ADD TMV-VALOR (IDX-MOV) TO CSO-VALOR-TOTAL
               MOVE CSO-DADOS TO CABECALHO-CASO-ATUAL
               ADD 1 TO SEQUENCIA-CASO
               MOVE CHAVE-CASO-ATUAL TO CSO-CHAVE
               MOVE SEQUENCIA-CASO TO CSO-SEQUENCIA
               MOVE SPACES TO CSO-DADOS
               MOVE TMV-CODIGO (IDX-MOV) TO CSL-CODIGO
               MOVE TMV-AGENCIA (IDX-MOV) TO CSL-AGENCIA
               MOVE TMV-CONTA (IDX-MOV) TO CSL-CONTA
               MOVE TMV-OPERACAO (IDX-MOV) TO CSL-OPERACAO
               MOVE TMV-DATA (IDX-MOV) TO CSL-DATA
               MOVE TMV-HORA (IDX-MOV) TO CSL-HORA
               MOVE TMV-VALOR (IDX-MOV) TO CSL-VALOR
               MOVE TMV-OPERADOR (IDX-MOV) TO CSL-OPERADOR
               WRITE REG-CASO
                   INVALID KEY
                       REWRITE REG-CASO
               END-WRITE
               MOVE TMV-AGENCIA (IDX-MOV) TO LLC-AGENCIA
               MOVE TMV-CONTA (IDX-MOV) TO LLC-CONTA
               MOVE TMV-CODIGO (IDX-MOV) TO LLC-CODIGO
               MOVE TMV-OPERACAO (IDX-MOV) TO LLC-OPERACAO
               MOVE TMV-DATA (IDX-MOV) TO LLC-DATA
               MOVE TMV-HORA (IDX-MOV) TO LLC-HORA
               MOVE TMV-VALOR (IDX-MOV) TO LLC-VALOR
               MOVE TMV-OPERADOR (IDX-MOV) TO LLC-OPERADOR
               MOVE LINHA-LANCAMENTO-CASO TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.
           ADD 1 TO IDX-MOV.

       REGISTRA-OPERADOR-DO-CASO.
           MOVE "N" TO ACHOU-OPERADOR.
           MOVE 1 TO IDX-OPE.
           PERFORM PROCURA-OPERADOR-DO-CASO
               UNTIL ACHOU-OPERADOR = "S"
               OR IDX-OPE > CSO-TOTAL-OPERADORES.
           IF ACHOU-OPERADOR <> "S" AND CSO-TOTAL-OPERADORES < 10
               ADD 1 TO CSO-TOTAL-OPERADORES
               MOVE TMV-OPERADOR (IDX-MOV)
                   TO CSO-OPERADOR (CSO-TOTAL-OPERADORES)
           END-IF.

       PROCURA-OPERADOR-DO-CASO.
           IF CSO-OPERADOR (IDX-OPE) = TMV-OPERADOR (IDX-MOV)
               MOVE "S" TO ACHOU-OPERADOR
           ELSE
               ADD 1 TO IDX-OPE
           END-IF.

       GRAVA-CABECALHO-CASO.
           MOVE CHAVE-CASO-ATUAL TO CSO-CHAVE.
           MOVE ZEROS TO CSO-SEQUENCIA.
           MOVE CABECALHO-CASO-ATUAL TO CSO-DADOS.
           WRITE REG-CASO
               INVALID KEY
                   REWRITE REG-CASO
           END-WRITE.
           MOVE CSO-QUANTIDADE TO LTC-QUANTIDADE.
           MOVE CSO-VALOR-TOTAL TO LTC-VALOR.
           MOVE LINHA-TOTAL-CASO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO LOC-OPERADORES.
           MOVE 1 TO IDX-OPE.
           PERFORM MOVE-OPERADOR-LINHA
               UNTIL IDX-OPE > CSO-TOTAL-OPERADORES.
           MOVE LINHA-OPERADORES-CASO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       MOVE-OPERADOR-LINHA.
           MOVE CSO-OPERADOR (IDX-OPE) TO LOC-ID (IDX-OPE).
           ADD 1 TO IDX-OPE.

      ******************************************************************
      * LISTA OS CASOS DE DIAS ANTERIORES QUE CONTINUAM PENDENTES DE
      * ANALISE
      ******************************************************************
       LISTA-PENDENTES-ANTERIORES.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "CASOS DE DIAS ANTERIORES PENDENTES DE ANALISE"
               TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE LOW-VALUES TO CSO-CHAVE.
           MOVE "N" TO FIM-CASOS.
           START ARQ-CASOS KEY IS NOT LESS THAN CSO-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-CASOS
           END-START.
           PERFORM LE-PROXIMO-CASO UNTIL FIM-CASOS = "S".
           IF TOTAL-PENDENTES-ANTERIORES = 0
               MOVE "   NENHUM." TO REG-RELATORIO
               WRITE REG-RELATORIO
           END-IF.

       LE-PROXIMO-CASO.
           READ ARQ-CASOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-CASOS
               NOT AT END
                   IF CSO-SEQUENCIA = 0 AND CSO-STATUS = "P"
                       AND CSO-DATA < DATA-NEGOCIO
                       PERFORM IMPRIME-CASO-PENDENTE
                   END-IF
           END-READ.

       IMPRIME-CASO-PENDENTE.
           ADD 1 TO TOTAL-PENDENTES-ANTERIORES.
           MOVE CSO-DATA TO LPD-DATA.
           MOVE CSO-CPF-CNPJ TO LPD-CPF-CNPJ.
           MOVE CSO-TIPO TO LPD-TIPO.
           MOVE CSO-QUANTIDADE TO LPD-QUANTIDADE.
           MOVE CSO-VALOR-TOTAL TO LPD-VALOR.
           MOVE CSO-NOME TO LPD-NOME.
           MOVE LINHA-PENDENTE TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       IMPRIME-TOTAIS.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "CASOS GRAVADOS NO DIA.................:"
               TO LTR-TITULO.
           MOVE TOTAL-CASOS-GRAVADOS TO LTR-QUANTIDADE.
           MOVE LINHA-TOTAL-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "CASOS DO DIA JA ANALISADOS (OMITIDOS)..:"
               TO LTR-TITULO.
           MOVE TOTAL-CASOS-JA-ANALISADOS TO LTR-QUANTIDADE.
           MOVE LINHA-TOTAL-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "PENDENTES DE DIAS ANTERIORES...........:"
               TO LTR-TITULO.
           MOVE TOTAL-PENDENTES-ANTERIORES TO LTR-QUANTIDADE.
           MOVE LINHA-TOTAL-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "LANCAMENTOS DE CONTA FORA DO CADASTRO..:"
               TO LTR-TITULO.
           MOVE TOTAL-CONTAS-SEM-CADASTRO TO LTR-QUANTIDADE.
           MOVE LINHA-TOTAL-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE "LANCAMENTOS DE CONTA SEM CPF/CNPJ......:"
               TO LTR-TITULO.
           MOVE TOTAL-CONTAS-SEM-DOCUMENTO TO LTR-QUANTIDADE.
           MOVE LINHA-TOTAL-RELATORIO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           DISPLAY "RELATORIO GRAVADO EM " NOME-ARQUIVO-RELATORIO.
           DISPLAY "CASOS GRAVADOS NO DIA......: " TOTAL-CASOS-GRAVADOS.
           DISPLAY "CASOS JA ANALISADOS........: "
               TOTAL-CASOS-JA-ANALISADOS.
           DISPLAY "PENDENTES ANTERIORES.......: "
               TOTAL-PENDENTES-ANTERIORES.

       END PROGRAM MONITORA_ESPECIE.
