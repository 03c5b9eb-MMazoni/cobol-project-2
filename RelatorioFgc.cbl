      ******************************************************************
      * Author:
      * Date:
      * Purpose: RELATORIO DE EXPOSICAO AO FUNDO GARANTIDOR DE
      *          CREDITOS (FGC), PARA O FIM DO MES. SOMA OS SALDOS
      *          POSITIVOS DO CADASTRO.DAT POR CPF/CNPJ DO TITULAR,
      *          BUSCA NOME E TIPO DE PESSOA (F/J) EM CLIENTES.DAT E
      *          APLICA O TETO DE GARANTIA POR DEPOSITANTE
      *          (PARAMETROS_FGC.DAT), SEPARANDO O VALOR COBERTO DO
      *          DESCOBERTO. O COBERTO DE CADA DEPOSITANTE E RATEADO
      *          ENTRE AS SUAS CONTAS NA PROPORCAO DO SALDO PARA OS
      *          TOTAIS POR AGENCIA. GRAVA O RELATORIO IMPRESSO
      *          RELATORIO_FGC_AAAAMMDD.DAT (DEPOSITANTES, TOTAIS POR
      *          TIPO DE PESSOA E POR AGENCIA E UMA SECAO COM OS
      *          CPF/CNPJ NAO ENCONTRADOS EM CLIENTES.DAT) E O ARQUIVO
      *          REGULATORIO DE TAMANHO FIXO FGC_AAAAMMDD.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. RELATORIO_FGC.

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

           SELECT PARAMETROS-FGC ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS ARQ-OK.

           SELECT ARQ-RELATORIO ASSIGN TO DYNAMIC NOME-ARQUIVO-RELATORIO
           ORGANIZATION LINE SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS ARQ-OK.

           SELECT ARQ-FGC ASSIGN TO DYNAMIC NOME-ARQUIVO-FGC
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

      * CADASTRO DE CLIENTES (MESMO LAYOUT DE Banco.cbl)
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

      * TETO DE GARANTIA DO FGC POR DEPOSITANTE (CPF/CNPJ)
       FD  PARAMETROS-FGC LABEL RECORD STANDARD
               RECORD CONTAINS 14 CHARACTERS
               DATA RECORD IS REG-PARAMETROS-FGC
               VALUE OF FILE-ID IS "PARAMETROS_FGC.DAT".
       01  REG-PARAMETROS-FGC.
               02 FGC-TETO PIC 9(12)V99.

      * ARQUIVO DE IMPRESSAO DO RELATORIO DE EXPOSICAO
       FD  ARQ-RELATORIO LABEL RECORD STANDARD
               DATA RECORD IS REG-RELATORIO.
       01  REG-RELATORIO PIC X(132).

      * ARQUIVO REGULATORIO DE TAMANHO FIXO (REGISTROS 0 = HEADER,
      * 1 = DEPOSITANTE, 9 = TRAILER; LAYOUTS NA WORKING-STORAGE)
       FD  ARQ-FGC LABEL RECORD STANDARD
               RECORD CONTAINS 116 CHARACTERS
               DATA RECORD IS REG-FGC.
       01  REG-FGC PIC X(116).

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
            01 TEM-CLIENTES PIC X(1) VALUES SPACES.
            01 ACHOU-DEPOSITANTE PIC X(1) VALUES SPACES.
            01 RELATORIO-GERADO PIC X(1) VALUES SPACES.
      * MAIS DEPOSITANTES OU AGENCIAS DO QUE AS TABELAS COMPORTAM:
      * NENHUM ARQUIVO E GRAVADO
            01 TABELA-TRANSBORDOU PIC X(1) VALUES SPACES.
            01 DATA-NEGOCIO PIC 9(8) VALUES ZEROS.
            01 DATA-GERACAO PIC 9(8) VALUES ZEROS.
            01 DATA-EDICAO PIC 9(8) VALUES ZEROS.
            01 DATA-EDICAO-R REDEFINES DATA-EDICAO.
               02 EDI-ANO PIC 9(4).
               02 EDI-MES PIC 9(2).
               02 EDI-DIA PIC 9(2).
            01 TETO-FGC PIC 9(12)V99 VALUES ZEROS.
            01 TETO-FGC-M PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
            01 NOME-ARQUIVO-RELATORIO PIC X(30) VALUES SPACES.
            01 NOME-ARQUIVO-FGC PIC X(30) VALUES SPACES.
            01 LINHA-PENDENTE PIC X(132) VALUES SPACES.
            01 CONTA-LINHAS PIC 9(2) VALUES ZEROS.
            01 CONTA-PAGINAS PIC 9(4) VALUES ZEROS.
            01 COBERTO-CONTA PIC 9(13)V99 VALUES ZEROS.
            01 CODIGO-SEM-DOCUMENTO PIC 9(7) VALUES ZEROS.
            01 IDX-DEP PIC 9(4) VALUES ZEROS.
            01 IDX-AGE PIC 9(3) VALUES ZEROS.
            01 IDX-TIPO PIC 9(1) VALUES ZEROS.
            01 TOTAL-DEPOSITANTES PIC 9(4) VALUES ZEROS.
            01 TOTAL-AGENCIAS PIC 9(3) VALUES ZEROS.
            01 TOTAL-NAO-ENCONTRADOS PIC 9(4) VALUES ZEROS.
            01 TOTAL-CONTAS-POSITIVAS PIC 9(6) VALUES ZEROS.
            01 TOTAL-DETALHES-FGC PIC 9(7) VALUES ZEROS.
      * TOTAIS DE UMA SECAO DE DEPOSITANTES E TOTAIS GERAIS
            01 SECAO-CADASTRADO PIC X(1) VALUES SPACES.
            01 SECAO-DEPOSITANTES PIC 9(6) VALUES ZEROS.
            01 SECAO-CONTAS PIC 9(6) VALUES ZEROS.
            01 SECAO-SALDO PIC 9(13)V99 VALUES ZEROS.
            01 SECAO-COBERTO PIC 9(13)V99 VALUES ZEROS.
            01 SECAO-DESCOBERTO PIC 9(13)V99 VALUES ZEROS.
            01 GERAL-SALDO PIC 9(13)V99 VALUES ZEROS.
            01 GERAL-COBERTO PIC 9(13)V99 VALUES ZEROS.
            01 GERAL-DESCOBERTO PIC 9(13)V99 VALUES ZEROS.
            01 VALOR-EDITADO PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      * DEPOSITANTES (CPF/CNPJ) COM SALDO POSITIVO, NA ORDEM EM QUE
      * APARECEM NO CADASTRO
      *   TFG-CADASTRADO: S = ENCONTRADO EM CLIENTES.DAT, N = NAO
            01 TABELA-DEPOSITANTES.
               02 TFG-ITEM OCCURS 9999 TIMES.
                  03 TFG-CPF-CNPJ PIC X(14).
      *   TFG-CODIGO-CONTA: CONTA DO DEPOSITANTE SEM DOCUMENTO (CADA
      *   CONTA COM CPF-CNPJ EM BRANCO E UM DEPOSITANTE A PARTE);
      *   ZEROS QUANDO O DEPOSITANTE TEM CPF/CNPJ
                  03 TFG-CODIGO-CONTA PIC 9(7).
                  03 TFG-NOME PIC X(50).
                  03 TFG-TIPO PIC X(1).
                  03 TFG-CADASTRADO PIC X(1).
                  03 TFG-CONTAS PIC 9(4).
                  03 TFG-SALDO PIC 9(13)V99.
                  03 TFG-COBERTO PIC 9(13)V99.
                  03 TFG-DESCOBERTO PIC 9(13)V99.
                  03 TFG-CONTAS-RATEADAS PIC 9(4).
                  03 TFG-COBERTO-RATEADO PIC 9(13)V99.
      * TOTAIS POR AGENCIA (O CADASTRO E LIDO PELA CHAVE
      * AGENCIA-CONTA, ENTAO AS AGENCIAS CHEGAM EM ORDEM)
            01 TABELA-AGENCIAS.
               02 TAG-ITEM OCCURS 999 TIMES.
                  03 TAG-AGENCIA PIC X(5).
                  03 TAG-CONTAS PIC 9(6).
                  03 TAG-SALDO PIC 9(13)V99.
                  03 TAG-COBERTO PIC 9(13)V99.
                  03 TAG-DESCOBERTO PIC S9(13)V99.
      * TOTAIS POR TIPO DE PESSOA: 1 = FISICA, 2 = JURIDICA,
      * 3 = NAO IDENTIFICADO (FORA DE CLIENTES.DAT OU SEM TIPO)
            01 TABELA-TIPOS.
               02 TIP-ITEM OCCURS 3 TIMES.
                  03 TIP-DEPOSITANTES PIC 9(6).
                  03 TIP-CONTAS PIC 9(6).
                  03 TIP-SALDO PIC 9(13)V99.
                  03 TIP-COBERTO PIC 9(13)V99.
                  03 TIP-DESCOBERTO PIC 9(13)V99.
            01 ROTULOS-TIPO-VALORES.
               02 FILLER PIC X(24) VALUES "PESSOA FISICA".
               02 FILLER PIC X(24) VALUES "PESSOA JURIDICA".
               02 FILLER PIC X(24) VALUES "NAO IDENTIFICADO".
            01 ROTULOS-TIPO REDEFINES ROTULOS-TIPO-VALORES.
               02 ROT-TIPO PIC X(24) OCCURS 3 TIMES.
            01 CABECALHO-PAGINA.
               02 FILLER PIC X(42)
                  VALUES "RELATORIO DE EXPOSICAO AO FGC - DATA-BASE ".
               02 CAB-DATA-BASE PIC X(10).
               02 FILLER PIC X(25)
                  VALUES "   TETO POR DEPOSITANTE: ".
               02 CAB-TETO PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER PIC X(10) VALUES SPACES.
               02 FILLER PIC X(7) VALUES "PAGINA ".
               02 CAB-PAGINA PIC Z.ZZ9.
            01 CABECALHO-COL-DEPOSITANTES.
               02 FILLER PIC X(16) VALUES "CPF/CNPJ".
               02 FILLER PIC X(41) VALUES "NOME".
               02 FILLER PIC X(3) VALUES "T".
               02 FILLER PIC X(4) VALUES "CTAS".
               02 FILLER PIC X(19) VALUES "     SALDO POSITIVO".
               02 FILLER PIC X(19) VALUES "            COBERTO".
               02 FILLER PIC X(19) VALUES "         DESCOBERTO".
            01 LINHA-DEPOSITANTE.
               02 LDP-CPF-CNPJ PIC X(14).
               02 FILLER PIC X(2) VALUES SPACES.
               02 LDP-NOME PIC X(40).
               02 FILLER PIC X(1) VALUES SPACES.
               02 LDP-TIPO PIC X(1).
               02 FILLER PIC X(2) VALUES SPACES.
               02 LDP-CONTAS PIC ZZZ9.
               02 FILLER PIC X(1) VALUES SPACES.
               02 LDP-SALDO PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER PIC X(1) VALUES SPACES.
               02 LDP-COBERTO PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER PIC X(1) VALUES SPACES.
               02 LDP-DESCOBERTO PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
            01 LINHA-TOTAL-SECAO.
               02 FILLER PIC X(10) VALUES "TOTAL -   ".
               02 LTS-DEPOSITANTES PIC ZZZ.ZZ9.
               02 FILLER PIC X(15) VALUES " DEPOSITANTES  ".
               02 LTS-CONTAS PIC ZZZ.ZZ9.
               02 FILLER PIC X(26) VALUES " CONTAS".
               02 LTS-SALDO PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER PIC X(1) VALUES SPACES.
               02 LTS-COBERTO PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER PIC X(1) VALUES SPACES.
               02 LTS-DESCOBERTO PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
            01 CABECALHO-COL-TIPOS.
               02 FILLER PIC X(24) VALUES "TIPO DE PESSOA".
               02 FILLER PIC X(8) VALUES "DEPOSIT.".
               02 FILLER PIC X(8) VALUES "  CONTAS".
               02 FILLER PIC X(19) VALUES "     SALDO POSITIVO".
               02 FILLER PIC X(19) VALUES "            COBERTO".
               02 FILLER PIC X(19) VALUES "         DESCOBERTO".
            01 LINHA-TIPO.
               02 LTP-ROTULO PIC X(24).
               02 FILLER PIC X(1) VALUES SPACES.
               02 LTP-DEPOSITANTES PIC ZZZ.ZZ9.
               02 FILLER PIC X(1) VALUES SPACES.
               02 LTP-CONTAS PIC ZZZ.ZZ9.
               02 FILLER PIC X(1) VALUES SPACES.
               02 LTP-SALDO PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER PIC X(1) VALUES SPACES.
               02 LTP-COBERTO PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER PIC X(1) VALUES SPACES.
               02 LTP-DESCOBERTO PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
            01 CABECALHO-COL-AGENCIAS.
               02 FILLER PIC X(32) VALUES "AGENCIA".
               02 FILLER PIC X(8) VALUES "  CONTAS".
               02 FILLER PIC X(19) VALUES "     SALDO POSITIVO".
               02 FILLER PIC X(19) VALUES "            COBERTO".
               02 FILLER PIC X(19) VALUES "         DESCOBERTO".
            01 LINHA-AGENCIA.
               02 LAG-AGENCIA PIC X(5).
               02 FILLER PIC X(28) VALUES SPACES.
               02 LAG-CONTAS PIC ZZZ.ZZ9.
               02 FILLER PIC X(1) VALUES SPACES.
               02 LAG-SALDO PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER PIC X(1) VALUES SPACES.
               02 LAG-COBERTO PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER PIC X(1) VALUES SPACES.
               02 LAG-DESCOBERTO PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
      * REGISTROS DO ARQUIVO REGULATORIO. VALORES SEM SINAL, COM DUAS
      * CASAS DECIMAIS IMPLICITAS E ZEROS A ESQUERDA. O ENCHIMENTO E
      * DE ZEROS PARA QUE TODA LINHA SAIA COM OS 116 CARACTERES (A
      * GRAVACAO EM LINHA DESPREZA BRANCOS NO FIM DO REGISTRO).
            01 REGISTRO-HEADER-FGC.
               02 HRG-TIPO PIC X(1) VALUES "0".
               02 HRG-DATA-BASE PIC 9(8).
               02 HRG-TETO PIC 9(12)V99.
               02 HRG-DATA-GERACAO PIC 9(8).
               02 FILLER PIC X(85) VALUES ALL "0".
            01 REGISTRO-DETALHE-FGC.
               02 DRG-TIPO PIC X(1) VALUES "1".
               02 DRG-CPF-CNPJ PIC X(14).
      *   DRG-TIPO-PESSOA: F, J OU BRANCO (NAO IDENTIFICADO)
               02 DRG-TIPO-PESSOA PIC X(1).
      *   DRG-CADASTRADO: S = ENCONTRADO EM CLIENTES.DAT, N = NAO
               02 DRG-CADASTRADO PIC X(1).
               02 DRG-NOME PIC X(50).
               02 DRG-CONTAS PIC 9(4).
               02 DRG-SALDO PIC 9(13)V99.
               02 DRG-COBERTO PIC 9(13)V99.
               02 DRG-DESCOBERTO PIC 9(13)V99.
            01 REGISTRO-TRAILER-FGC.
               02 TRG-TIPO PIC X(1) VALUES "9".
               02 TRG-DETALHES PIC 9(7).
               02 TRG-SALDO PIC 9(13)V99.
               02 TRG-COBERTO PIC 9(13)V99.
               02 TRG-DESCOBERTO PIC 9(13)V99.
               02 FILLER PIC X(63) VALUES ALL "0".

       PROCEDURE DIVISION.
       INICIO.
           MOVE "N" TO RELATORIO-GERADO.
           MOVE "N" TO TABELA-TRANSBORDOU.
           PERFORM LE-DATA-NEGOCIO.
           PERFORM LE-PARAMETROS-FGC.
           OPEN INPUT ARQ-CADASTRO.
           IF ARQ-OK = "35"
               DISPLAY "ARQUIVO DE CADASTRO NAO ENCONTRADO!"
           ELSE
               PERFORM ABRE-ARQUIVO-CLIENTES
               PERFORM AGRUPA-DEPOSITANTES
               IF TABELA-TRANSBORDOU <> "S"
                   PERFORM APLICA-TETO-DEPOSITANTES
                   PERFORM RATEIA-POR-AGENCIA
               END-IF
               CLOSE ARQ-CADASTRO
               IF TEM-CLIENTES = "S"
                   CLOSE ARQ-CLIENTES
               END-IF
               IF TABELA-TRANSBORDOU = "S"
                   DISPLAY "DEPOSITANTES OU AGENCIAS ALEM DA TABELA EM "
                       "MEMORIA. NENHUM ARQUIVO GRAVADO. AVISE O "
                       "SUPORTE."
               ELSE
                   PERFORM GRAVA-RELATORIO
                   PERFORM GRAVA-ARQUIVO-FGC
                   PERFORM IMPRIME-RESUMO
                   MOVE "S" TO RELATORIO-GERADO
               END-IF
           END-IF.
      * RETORNO PARA A CADEIA NOTURNA: SEM RELATORIO A CADEIA PARA
           IF RELATORIO-GERADO <> "S"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      * LE A DATA DE NEGOCIO MANTIDA PELO FECHAMENTO DO DIA, QUE E A
      * DATA-BASE DO RELATORIO. ENQUANTO A DATA DE NEGOCIO NAO FOI
      * IMPLANTADA, A DATA DO SISTEMA E USADA, COMO NOS DEMAIS BATCHES.
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
           ACCEPT DATA-GERACAO FROM DATE YYYYMMDD.

      ******************************************************************
      * LE O TETO DE GARANTIA EM PARAMETROS_FGC.DAT. SEM O ARQUIVO (OU
      * COM TETO ZERADO) VALE O TETO DE 250.000,00 POR DEPOSITANTE.
      ******************************************************************
       LE-PARAMETROS-FGC.
           OPEN INPUT PARAMETROS-FGC.
           EVALUATE ARQ-OK
               WHEN "00"
                   READ PARAMETROS-FGC RECORD
                   MOVE FGC-TETO TO TETO-FGC
      *CODIGO DE QUANDO SE TENTA ABRIR ARQUIVO QUE NÃO EXISTE
               WHEN "35"
                   MOVE 250000,00 TO TETO-FGC
           END-EVALUATE.
           CLOSE PARAMETROS-FGC.
           IF TETO-FGC = 0
               MOVE 250000,00 TO TETO-FGC
           END-IF.
           MOVE TETO-FGC TO TETO-FGC-M.
           DISPLAY "DATA-BASE.................: " DATA-NEGOCIO.
           DISPLAY "TETO POR DEPOSITANTE......: " TETO-FGC-M.

      ******************************************************************
      * SEM CLIENTES.DAT TODOS OS DEPOSITANTES SAEM NA SECAO DE
      * NAO ENCONTRADOS, COM O NOME DA CONTA
      ******************************************************************
       ABRE-ARQUIVO-CLIENTES.
           MOVE "S" TO TEM-CLIENTES.
           OPEN INPUT ARQ-CLIENTES.
           IF ARQ-OK = "35"
               CLOSE ARQ-CLIENTES
               MOVE "N" TO TEM-CLIENTES
               DISPLAY "CLIENTES.DAT NAO ENCONTRADO: NENHUM "
                   "DEPOSITANTE IDENTIFICADO."
           END-IF.

      ******************************************************************
      *
      * PRIMEIRA LEITURA DO CADASTRO: SOMA OS SALDOS POSITIVOS DE
      * CADA CPF/CNPJ. CONTA COM SALDO ZERO OU NEGATIVO NAO E
      * DEPOSITO E NAO ENTRA NA EXPOSICAO.
      *
      ******************************************************************
       AGRUPA-DEPOSITANTES.
           MOVE "N" TO FIM-ARQUIVO.
           MOVE ZEROS TO TOTAL-DEPOSITANTES.
           PERFORM LE-CONTA-AGRUPAMENTO
               UNTIL FIM-ARQUIVO = "S" OR TABELA-TRANSBORDOU = "S".

       LE-CONTA-AGRUPAMENTO.
           READ ARQ-CADASTRO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF SALDO > 0
                       PERFORM REGISTRA-CONTA-DEPOSITANTE
                   END-IF
           END-READ.

       REGISTRA-CONTA-DEPOSITANTE.
           PERFORM LOCALIZA-DEPOSITANTE.
           IF ACHOU-DEPOSITANTE <> "S"
               IF TOTAL-DEPOSITANTES < 9999
                   ADD 1 TO TOTAL-DEPOSITANTES
                   MOVE TOTAL-DEPOSITANTES TO IDX-DEP
                   PERFORM INICIA-DEPOSITANTE
                   MOVE "S" TO ACHOU-DEPOSITANTE
               ELSE
                   MOVE "S" TO TABELA-TRANSBORDOU
               END-IF
           END-IF.
           IF ACHOU-DEPOSITANTE = "S"
               ADD 1 TO TFG-CONTAS (IDX-DEP)
               ADD SALDO TO TFG-SALDO (IDX-DEP)
               ADD 1 TO TOTAL-CONTAS-POSITIVAS
           END-IF.

      * CONTA SEM CPF/CNPJ NAO SE JUNTA A NENHUMA OUTRA: O TETO NAO
      * PODE SER APLICADO UMA VEZ SO A CLIENTES DIFERENTES
       LOCALIZA-DEPOSITANTE.
           MOVE "N" TO ACHOU-DEPOSITANTE.
           IF CPF-CNPJ = SPACES
               MOVE CODIGO TO CODIGO-SEM-DOCUMENTO
           ELSE
               MOVE ZEROS TO CODIGO-SEM-DOCUMENTO
           END-IF.
           MOVE 1 TO IDX-DEP.
           PERFORM PROCURA-DEPOSITANTE
               UNTIL ACHOU-DEPOSITANTE = "S"
               OR IDX-DEP > TOTAL-DEPOSITANTES.

       PROCURA-DEPOSITANTE.
           IF TFG-CPF-CNPJ (IDX-DEP) = CPF-CNPJ
               AND TFG-CODIGO-CONTA (IDX-DEP) = CODIGO-SEM-DOCUMENTO
               MOVE "S" TO ACHOU-DEPOSITANTE
           ELSE
               ADD 1 TO IDX-DEP
           END-IF.

      ******************************************************************
      * NOVO DEPOSITANTE: NOME E TIPO DE PESSOA VEM DE CLIENTES.DAT.
      * FORA DELE (OU COM DOCUMENTO EM BRANCO, UMA LINHA POR CONTA)
      * FICA O NOME DA CONTA E O TIPO EM BRANCO.
      ******************************************************************
       INICIA-DEPOSITANTE.
           MOVE CPF-CNPJ TO TFG-CPF-CNPJ (IDX-DEP).
           MOVE CODIGO-SEM-DOCUMENTO TO TFG-CODIGO-CONTA (IDX-DEP).
           MOVE NOME TO TFG-NOME (IDX-DEP).
           MOVE SPACES TO TFG-TIPO (IDX-DEP).
           MOVE "N" TO TFG-CADASTRADO (IDX-DEP).
           MOVE ZEROS TO TFG-CONTAS (IDX-DEP).
           MOVE ZEROS TO TFG-SALDO (IDX-DEP).
           MOVE ZEROS TO TFG-COBERTO (IDX-DEP).
           MOVE ZEROS TO TFG-DESCOBERTO (IDX-DEP).
           MOVE ZEROS TO TFG-CONTAS-RATEADAS (IDX-DEP).
           MOVE ZEROS TO TFG-COBERTO-RATEADO (IDX-DEP).
           IF TEM-CLIENTES = "S" AND CPF-CNPJ <> SPACES
               MOVE CPF-CNPJ TO CLI-CPF-CNPJ
               READ ARQ-CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-NOME TO TFG-NOME (IDX-DEP)
                       MOVE CLI-TIPO-DOC TO TFG-TIPO (IDX-DEP)
                       MOVE "S" TO TFG-CADASTRADO (IDX-DEP)
               END-READ
           END-IF.

      ******************************************************************
      * APLICA O TETO A CADA DEPOSITANTE E ACUMULA OS TOTAIS POR TIPO
      * DE PESSOA E OS TOTAIS GERAIS
      ******************************************************************
       APLICA-TETO-DEPOSITANTES.
           MOVE ZEROS TO TABELA-TIPOS.
           MOVE ZEROS TO GERAL-SALDO GERAL-COBERTO GERAL-DESCOBERTO.
           MOVE ZEROS TO TOTAL-NAO-ENCONTRADOS.
           MOVE 1 TO IDX-DEP.
           PERFORM APLICA-TETO-UM-DEPOSITANTE
               UNTIL IDX-DEP > TOTAL-DEPOSITANTES.

       APLICA-TETO-UM-DEPOSITANTE.
           IF TFG-SALDO (IDX-DEP) > TETO-FGC
               MOVE TETO-FGC TO TFG-COBERTO (IDX-DEP)
           ELSE
               MOVE TFG-SALDO (IDX-DEP) TO TFG-COBERTO (IDX-DEP)
           END-IF.
           COMPUTE TFG-DESCOBERTO (IDX-DEP) =
               TFG-SALDO (IDX-DEP) - TFG-COBERTO (IDX-DEP).
           IF TFG-CADASTRADO (IDX-DEP) = "S"
               AND TFG-TIPO (IDX-DEP) = "F"
               MOVE 1 TO IDX-TIPO
           ELSE IF TFG-CADASTRADO (IDX-DEP) = "S"
               AND TFG-TIPO (IDX-DEP) = "J"
               MOVE 2 TO IDX-TIPO
           ELSE
               MOVE 3 TO IDX-TIPO
           END-IF
           END-IF.
           ADD 1 TO TIP-DEPOSITANTES (IDX-TIPO).
           ADD TFG-CONTAS (IDX-DEP) TO TIP-CONTAS (IDX-TIPO).
           ADD TFG-SALDO (IDX-DEP) TO TIP-SALDO (IDX-TIPO).
           ADD TFG-COBERTO (IDX-DEP) TO TIP-COBERTO (IDX-TIPO).
           ADD TFG-DESCOBERTO (IDX-DEP) TO TIP-DESCOBERTO (IDX-TIPO).
           ADD TFG-SALDO (IDX-DEP) TO GERAL-SALDO.
           ADD TFG-COBERTO (IDX-DEP) TO GERAL-COBERTO.
           ADD TFG-DESCOBERTO (IDX-DEP) TO GERAL-DESCOBERTO.
           IF TFG-CADASTRADO (IDX-DEP) <> "S"
               ADD 1 TO TOTAL-NAO-ENCONTRADOS
           END-IF.
           ADD 1 TO IDX-DEP.

      ******************************************************************
      *
      * SEGUNDA LEITURA DO CADASTRO, PELA CHAVE AGENCIA-CONTA: RATEIA
      * O COBERTO DE CADA DEPOSITANTE ENTRE AS SUAS CONTAS NA
      * PROPORCAO DO SALDO. A ULTIMA CONTA DO DEPOSITANTE FICA COM A
      * DIFERENCA DE ARREDONDAMENTO, PARA QUE OS TOTAIS POR AGENCIA
      * FECHEM COM O TOTAL GERAL.
      *
      ******************************************************************
       RATEIA-POR-AGENCIA.
           MOVE "N" TO FIM-ARQUIVO.
           MOVE ZEROS TO TOTAL-AGENCIAS.
           MOVE LOW-VALUES TO AGENCIA CONTA.
           START ARQ-CADASTRO KEY >= AGENCIA-CONTA
               INVALID KEY
                   MOVE "S" TO FIM-ARQUIVO
           END-START.
           PERFORM LE-CONTA-RATEIO
               UNTIL FIM-ARQUIVO = "S" OR TABELA-TRANSBORDOU = "S".

       LE-CONTA-RATEIO.
           READ ARQ-CADASTRO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF SALDO > 0
                       PERFORM RATEIA-CONTA
                   END-IF
           END-READ.

       RATEIA-CONTA.
           PERFORM LOCALIZA-DEPOSITANTE.
           IF ACHOU-DEPOSITANTE = "S"
               ADD 1 TO TFG-CONTAS-RATEADAS (IDX-DEP)
               IF TFG-CONTAS-RATEADAS (IDX-DEP) >= TFG-CONTAS (IDX-DEP)
                   COMPUTE COBERTO-CONTA = TFG-COBERTO (IDX-DEP)
                       - TFG-COBERTO-RATEADO (IDX-DEP)
               ELSE
                   COMPUTE COBERTO-CONTA ROUNDED =
                       SALDO * TFG-COBERTO (IDX-DEP)
                       / TFG-SALDO (IDX-DEP)
               END-IF
               ADD COBERTO-CONTA TO TFG-COBERTO-RATEADO (IDX-DEP)
               PERFORM ACUMULA-AGENCIA
           END-IF.

       ACUMULA-AGENCIA.
           IF TOTAL-AGENCIAS = 0
               OR TAG-AGENCIA (TOTAL-AGENCIAS) <> AGENCIA
               IF TOTAL-AGENCIAS < 999
                   ADD 1 TO TOTAL-AGENCIAS
                   MOVE AGENCIA TO TAG-AGENCIA (TOTAL-AGENCIAS)
                   MOVE ZEROS TO TAG-CONTAS (TOTAL-AGENCIAS)
                   MOVE ZEROS TO TAG-SALDO (TOTAL-AGENCIAS)
                   MOVE ZEROS TO TAG-COBERTO (TOTAL-AGENCIAS)
                   MOVE ZEROS TO TAG-DESCOBERTO (TOTAL-AGENCIAS)
               ELSE
                   MOVE "S" TO TABELA-TRANSBORDOU
               END-IF
           END-IF.
           IF TABELA-TRANSBORDOU <> "S"
               ADD 1 TO TAG-CONTAS (TOTAL-AGENCIAS)
               ADD SALDO TO TAG-SALDO (TOTAL-AGENCIAS)
               ADD COBERTO-CONTA TO TAG-COBERTO (TOTAL-AGENCIAS)
               COMPUTE TAG-DESCOBERTO (TOTAL-AGENCIAS) =
                   TAG-DESCOBERTO (TOTAL-AGENCIAS)
                   + SALDO - COBERTO-CONTA
           END-IF.

      ******************************************************************
      *
      * RELATORIO IMPRESSO: DEPOSITANTES IDENTIFICADOS, TOTAIS POR
      * TIPO DE PESSOA, TOTAIS POR AGENCIA E, POR ULTIMO, OS
      * DEPOSITANTES NAO ENCONTRADOS EM CLIENTES.DAT
      *
      ******************************************************************
       GRAVA-RELATORIO.
           MOVE SPACES TO NOME-ARQUIVO-RELATORIO.
           STRING "RELATORIO_FGC_" DELIMITED BY SIZE
                  DATA-NEGOCIO DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOME-ARQUIVO-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE ZEROS TO CONTA-PAGINAS.
           MOVE "S" TO SECAO-CADASTRADO.
           MOVE "DEPOSITANTES IDENTIFICADOS EM CLIENTES.DAT"
               TO LINHA-PENDENTE.
           PERFORM IMPRIME-SECAO-DEPOSITANTES.
           PERFORM IMPRIME-SECAO-TIPOS.
           PERFORM IMPRIME-SECAO-AGENCIAS.
           MOVE "N" TO SECAO-CADASTRADO.
           MOVE "DEPOSITANTES NAO ENCONTRADOS EM CLIENTES.DAT"
               TO LINHA-PENDENTE.
           PERFORM IMPRIME-SECAO-DEPOSITANTES.
           CLOSE ARQ-RELATORIO.

      ******************************************************************
      * SECAO DE DEPOSITANTES, IDENTIFICADOS OU NAO CONFORME
      * SECAO-CADASTRADO, COM O TITULO EM LINHA-PENDENTE
      ******************************************************************
       IMPRIME-SECAO-DEPOSITANTES.
           PERFORM IMPRIME-CABECALHO-PAGINA.
           MOVE LINHA-PENDENTE TO REG-RELATORIO.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           MOVE CABECALHO-COL-DEPOSITANTES TO REG-RELATORIO.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE ZEROS TO SECAO-DEPOSITANTES SECAO-CONTAS.
           MOVE ZEROS TO SECAO-SALDO SECAO-COBERTO SECAO-DESCOBERTO.
           MOVE 1 TO IDX-DEP.
           PERFORM IMPRIME-LINHA-DEPOSITANTE
               UNTIL IDX-DEP > TOTAL-DEPOSITANTES.
           IF SECAO-DEPOSITANTES = ZEROS
               MOVE SPACES TO REG-RELATORIO
               MOVE "NENHUM DEPOSITANTE NESTA SECAO." TO REG-RELATORIO
               PERFORM GRAVA-LINHA-RELATORIO
           END-IF.
           MOVE SECAO-DEPOSITANTES TO LTS-DEPOSITANTES.
           MOVE SECAO-CONTAS TO LTS-CONTAS.
           MOVE SECAO-SALDO TO LTS-SALDO.
           MOVE SECAO-COBERTO TO LTS-COBERTO.
           MOVE SECAO-DESCOBERTO TO LTS-DESCOBERTO.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           MOVE LINHA-TOTAL-SECAO TO REG-RELATORIO.
           PERFORM GRAVA-LINHA-RELATORIO.

       IMPRIME-LINHA-DEPOSITANTE.
           IF TFG-CADASTRADO (IDX-DEP) = SECAO-CADASTRADO
               MOVE TFG-CPF-CNPJ (IDX-DEP) TO LDP-CPF-CNPJ
               MOVE TFG-NOME (IDX-DEP) TO LDP-NOME
               MOVE TFG-TIPO (IDX-DEP) TO LDP-TIPO
               MOVE TFG-CONTAS (IDX-DEP) TO LDP-CONTAS
               MOVE TFG-SALDO (IDX-DEP) TO LDP-SALDO
               MOVE TFG-COBERTO (IDX-DEP) TO LDP-COBERTO
               MOVE TFG-DESCOBERTO (IDX-DEP) TO LDP-DESCOBERTO
               MOVE SPACES TO REG-RELATORIO
               MOVE LINHA-DEPOSITANTE TO REG-RELATORIO
               PERFORM GRAVA-LINHA-RELATORIO
               ADD 1 TO SECAO-DEPOSITANTES
               ADD TFG-CONTAS (IDX-DEP) TO SECAO-CONTAS
               ADD TFG-SALDO (IDX-DEP) TO SECAO-SALDO
               ADD TFG-COBERTO (IDX-DEP) TO SECAO-COBERTO
               ADD TFG-DESCOBERTO (IDX-DEP) TO SECAO-DESCOBERTO
           END-IF.
           ADD 1 TO IDX-DEP.

       IMPRIME-SECAO-TIPOS.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE "TOTAIS POR TIPO DE PESSOA" TO REG-RELATORIO.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           MOVE CABECALHO-COL-TIPOS TO REG-RELATORIO.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE 1 TO IDX-TIPO.
           PERFORM IMPRIME-LINHA-TIPO UNTIL IDX-TIPO > 3.
           MOVE "TOTAL GERAL" TO LTP-ROTULO.
           MOVE TOTAL-DEPOSITANTES TO LTP-DEPOSITANTES.
           MOVE TOTAL-CONTAS-POSITIVAS TO LTP-CONTAS.
           MOVE GERAL-SALDO TO LTP-SALDO.
           MOVE GERAL-COBERTO TO LTP-COBERTO.
           MOVE GERAL-DESCOBERTO TO LTP-DESCOBERTO.
           MOVE SPACES TO REG-RELATORIO.
           MOVE LINHA-TIPO TO REG-RELATORIO.
           PERFORM GRAVA-LINHA-RELATORIO.

       IMPRIME-LINHA-TIPO.
           MOVE ROT-TIPO (IDX-TIPO) TO LTP-ROTULO.
           MOVE TIP-DEPOSITANTES (IDX-TIPO) TO LTP-DEPOSITANTES.
           MOVE TIP-CONTAS (IDX-TIPO) TO LTP-CONTAS.
           MOVE TIP-SALDO (IDX-TIPO) TO LTP-SALDO.
           MOVE TIP-COBERTO (IDX-TIPO) TO LTP-COBERTO.
           MOVE TIP-DESCOBERTO (IDX-TIPO) TO LTP-DESCOBERTO.
           MOVE SPACES TO REG-RELATORIO.
           MOVE LINHA-TIPO TO REG-RELATORIO.
           PERFORM GRAVA-LINHA-RELATORIO.
           ADD 1 TO IDX-TIPO.

       IMPRIME-SECAO-AGENCIAS.
           MOVE SPACES TO REG-RELATORIO.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE "TOTAIS POR AGENCIA (COBERTO RATEADO PELO SALDO)"
               TO REG-RELATORIO.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           MOVE CABECALHO-COL-AGENCIAS TO REG-RELATORIO.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE 1 TO IDX-AGE.
           PERFORM IMPRIME-LINHA-AGENCIA UNTIL IDX-AGE > TOTAL-AGENCIAS.

       IMPRIME-LINHA-AGENCIA.
           MOVE TAG-AGENCIA (IDX-AGE) TO LAG-AGENCIA.
           MOVE TAG-CONTAS (IDX-AGE) TO LAG-CONTAS.
           MOVE TAG-SALDO (IDX-AGE) TO LAG-SALDO.
           MOVE TAG-COBERTO (IDX-AGE) TO LAG-COBERTO.
           MOVE TAG-DESCOBERTO (IDX-AGE) TO LAG-DESCOBERTO.
           MOVE SPACES TO REG-RELATORIO.
           MOVE LINHA-AGENCIA TO REG-RELATORIO.
           PERFORM GRAVA-LINHA-RELATORIO.
           ADD 1 TO IDX-AGE.

      ******************************************************************
      * CONTROLE DE PAGINA: 56 LINHAS DE DETALHE POR PAGINA, CADA
      * PAGINA COM CABECALHO E NUMERO (MESMA ROTINA DE
      * RelatorioAgencia.cbl)
      ******************************************************************
       GRAVA-LINHA-RELATORIO.
           IF CONTA-LINHAS >= 56
               MOVE REG-RELATORIO TO LINHA-PENDENTE
               PERFORM IMPRIME-CABECALHO-PAGINA
               MOVE LINHA-PENDENTE TO REG-RELATORIO
           END-IF.
           WRITE REG-RELATORIO.
           ADD 1 TO CONTA-LINHAS.

       IMPRIME-CABECALHO-PAGINA.
           ADD 1 TO CONTA-PAGINAS.
           MOVE ZEROS TO CONTA-LINHAS.
           MOVE DATA-NEGOCIO TO DATA-EDICAO.
           MOVE SPACES TO CAB-DATA-BASE.
           STRING EDI-DIA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  EDI-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  EDI-ANO DELIMITED BY SIZE
                  INTO CAB-DATA-BASE.
           MOVE TETO-FGC TO CAB-TETO.
           MOVE CONTA-PAGINAS TO CAB-PAGINA.
           MOVE SPACES TO REG-RELATORIO.
           MOVE CABECALHO-PAGINA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE ALL "-" TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           ADD 2 TO CONTA-LINHAS.

      ******************************************************************
      *
      * ARQUIVO REGULATORIO: HEADER COM DATA-BASE E TETO, UM DETALHE
      * POR DEPOSITANTE E TRAILER COM QUANTIDADE E TOTAIS
      *
      ******************************************************************
       GRAVA-ARQUIVO-FGC.
           MOVE SPACES TO NOME-ARQUIVO-FGC.
           STRING "FGC_" DELIMITED BY SIZE
                  DATA-NEGOCIO DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOME-ARQUIVO-FGC.
           OPEN OUTPUT ARQ-FGC.
           MOVE DATA-NEGOCIO TO HRG-DATA-BASE.
           MOVE TETO-FGC TO HRG-TETO.
           MOVE DATA-GERACAO TO HRG-DATA-GERACAO.
           MOVE REGISTRO-HEADER-FGC TO REG-FGC.
           WRITE REG-FGC.
           MOVE ZEROS TO TOTAL-DETALHES-FGC.
           MOVE 1 TO IDX-DEP.
           PERFORM GRAVA-DETALHE-FGC UNTIL IDX-DEP > TOTAL-DEPOSITANTES.
           MOVE TOTAL-DETALHES-FGC TO TRG-DETALHES.
           MOVE GERAL-SALDO TO TRG-SALDO.
           MOVE GERAL-COBERTO TO TRG-COBERTO.
           MOVE GERAL-DESCOBERTO TO TRG-DESCOBERTO.
           MOVE REGISTRO-TRAILER-FGC TO REG-FGC.
           WRITE REG-FGC.
           CLOSE ARQ-FGC.

       GRAVA-DETALHE-FGC.
           MOVE TFG-CPF-CNPJ (IDX-DEP) TO DRG-CPF-CNPJ.
           IF TFG-CADASTRADO (IDX-DEP) = "S"
               AND (TFG-TIPO (IDX-DEP) = "F"
                   OR TFG-TIPO (IDX-DEP) = "J")
               MOVE TFG-TIPO (IDX-DEP) TO DRG-TIPO-PESSOA
           ELSE
               MOVE SPACES TO DRG-TIPO-PESSOA
           END-IF.
           MOVE TFG-CADASTRADO (IDX-DEP) TO DRG-CADASTRADO.
           MOVE TFG-NOME (IDX-DEP) TO DRG-NOME.
           MOVE TFG-CONTAS (IDX-DEP) TO DRG-CONTAS.
           MOVE TFG-SALDO (IDX-DEP) TO DRG-SALDO.
           MOVE TFG-COBERTO (IDX-DEP) TO DRG-COBERTO.
           MOVE TFG-DESCOBERTO (IDX-DEP) TO DRG-DESCOBERTO.
           MOVE REGISTRO-DETALHE-FGC TO REG-FGC.
           WRITE REG-FGC.
           ADD 1 TO TOTAL-DETALHES-FGC.
           ADD 1 TO IDX-DEP.

       IMPRIME-RESUMO.
           DISPLAY " ".
           DISPLAY "RELATORIO GRAVADO EM " NOME-ARQUIVO-RELATORIO.
           DISPLAY "ARQUIVO REGULATORIO GRAVADO EM " NOME-ARQUIVO-FGC.
           DISPLAY "CONTAS COM SALDO POSITIVO.: "
               TOTAL-CONTAS-POSITIVAS.
           DISPLAY "DEPOSITANTES..............: " TOTAL-DEPOSITANTES.
           DISPLAY "NAO ENCONTRADOS EM CLIENTES: "
               TOTAL-NAO-ENCONTRADOS.
           MOVE GERAL-SALDO TO VALOR-EDITADO.
           DISPLAY "SALDO POSITIVO TOTAL......: " VALOR-EDITADO.
           MOVE GERAL-COBERTO TO VALOR-EDITADO.
           DISPLAY "COBERTO PELO FGC..........: " VALOR-EDITADO.
           MOVE GERAL-DESCOBERTO TO VALOR-EDITADO.
           DISPLAY "DESCOBERTO................: " VALOR-EDITADO.
           DISPLAY "PAGINAS GERADAS...........: " CONTA-PAGINAS.

       END PROGRAM RELATORIO_FGC.
