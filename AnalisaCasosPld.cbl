      ******************************************************************
      * Author:
      * Date:
      * Purpose: ANALISE DOS CASOS DE PREVENCAO A LAVAGEM DE DINHEIRO
      *          ABERTOS PELO MONITORAMENTO DE ESPECIE
      *          (MonitoraEspecie.cbl) EM CASOS_PLD.DAT. RESTRITO AO
      *          SUPERVISOR (COMPLIANCE): LISTA OS CASOS PENDENTES E,
      *          PARA UM CASO ESCOLHIDO (CPF/CNPJ, DATA E TIPO), MOSTRA
      *          O CLIENTE, OS OPERADORES E OS LANCAMENTOS E GRAVA O
      *          PARECER, MARCANDO O CASO COMO ANALISADO (SITUACAO R)
      *          COM O ANALISTA E A DATA. CASO ANALISADO NAO VOLTA A
      *          SER REPORTADO PELO MONITORAMENTO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. ANALISA_CASOS_PLD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CASOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CSO-CHAVE
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
      * CASOS DE PREVENCAO A LAVAGEM DE DINHEIRO (MESMO LAYOUT DE
      * MonitoraEspecie.cbl)
      *   CSO-TIPO: U = MOVIMENTO UNICO ACIMA DO LIMITE,
      *             F = FRACIONAMENTO LOGO ABAIXO DO LIMITE
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
               02 QUANTIDADE-M PIC ZZZ9.
               02 VALOR-M PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
            01 OPCAO PIC Z(1) VALUES ZEROS.
            01 ARQ-OK PIC X(2) VALUES SPACES.
            01 SALVAR PIC X(1) VALUES SPACES.
            01 FIM-CASOS PIC X(1) VALUES SPACES.
            01 ACHOU-CASO PIC X(1) VALUES SPACES.
            01 CPF-CNPJ-PROCURADO PIC X(14) VALUES SPACES.
            01 DATA-PROCURADA PIC 9(8) VALUES ZEROS.
            01 TIPO-PROCURADO PIC X(1) VALUES SPACES.
            01 PARECER-DIGITADO PIC X(30) VALUES SPACES.
            01 LANCAMENTOS-NAO-MOSTRADOS PIC 9(4) VALUES ZEROS.
            01 TOTAL-PENDENTES PIC 9(5) VALUES ZEROS.
            01 IDX-OPE PIC 9(2) VALUES ZEROS.
            01 OPERADOR-ATUAL PIC X(8) VALUES SPACES.
            01 OPERADOR-DIGITADO PIC X(8) VALUES SPACES.
            01 SENHA-DIGITADA PIC X(8) VALUES SPACES.
            01 TENTATIVAS-SIGNON PIC 9(1) VALUES ZEROS.
            01 SIGNON-OK PIC X(1) VALUES SPACES.
            01 DATA-NEGOCIO PIC 9(8) VALUES ZEROS.
            01 LINHA-ATUAL PIC 9(2) VALUES ZEROS.
            01 POS-LINHA PIC 9(4) VALUES ZEROS.
            01 POS-COLUNA PIC 9(4) VALUES ZEROS.
            01 LINHA-LANCAMENTO.
               02 LL-AGENCIA PIC X(5).
               02 FILLER PIC X(1) VALUES SPACES.
               02 LL-CONTA PIC X(12).
               02 FILLER PIC X(1) VALUES SPACES.
               02 LL-OPERACAO PIC X(8).
               02 FILLER PIC X(1) VALUES SPACES.
               02 LL-DATA PIC 9(8).
               02 FILLER PIC X(1) VALUES SPACES.
               02 LL-VALOR PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER PIC X(1) VALUES SPACES.
               02 LL-OPERADOR PIC X(8).
            01 LINHA-PENDENTE.
               02 LP-DATA PIC 9(8).
               02 FILLER PIC X(1) VALUES SPACES.
               02 LP-CPF-CNPJ PIC X(14).
               02 FILLER PIC X(1) VALUES SPACES.
               02 LP-TIPO PIC X(1).
               02 FILLER PIC X(1) VALUES SPACES.
               02 LP-QUANTIDADE PIC ZZZ9.
               02 FILLER PIC X(1) VALUES SPACES.
               02 LP-VALOR PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER PIC X(1) VALUES SPACES.
               02 LP-NOME PIC X(25).

       SCREEN SECTION.
           01 TELA.
               02 BLANK SCREEN.
               02 LINE 1 COLUMN 22 VALUE "ANALISE DE CASOS - PLD".
               02 LINE 5 COLUMN 3 VALUE "1 - ANALISAR CASO".
               02 LINE 7 COLUMN 3 VALUE "2 - LISTAR CASOS PENDENTES".
               02 LINE 9 COLUMN 3 VALUE "3 - SAIR".

           01 TELA-FINAL.
               02 BLANK SCREEN.
               02 LINE 20 COLUMN 30 VALUE "FIM DO PROGRAMA".

           01 TELA-SIGNON.
               02 BLANK SCREEN.
               02 LINE 1 COLUMN 22 VALUE "ANALISE DE CASOS - PLD".
               02 LINE 3 COLUMN 26 VALUE "IDENTIFICACAO DO SUPERVISOR".
               02 LINE 7 COLUMN 10 VALUE "OPERADOR: ".
               02 LINE 9 COLUMN 10 VALUE "   SENHA: ".

           01 TELA-CASO.
               02 BLANK SCREEN.
               02 LINE 1 COLUMN 22 VALUE "ANALISE DE CASOS - PLD".
               02 LINE 3 COLUMN 3 VALUE "CPF/CNPJ: ".
               02 LINE 3 COLUMN 30 VALUE "DATA: ".
               02 LINE 3 COLUMN 47 VALUE "TIPO (U/F): ".

           01 TELA-LISTAGEM.
               02 BLANK SCREEN.
               02 LINE 1 COLUMN 24 VALUE "CASOS PENDENTES DE ANALISE".
               02 LINE 5 COLUMN 3
                  VALUE "DATA     CPF/CNPJ       T QTDE".
               02 LINE 5 COLUMN 47 VALUE "VALOR NOME".
               02 LINE 6 COLUMN 3
                  VALUE "-------- -------------- - ----".
               02 LINE 6 COLUMN 34
                  VALUE "------------------ ----".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-DATA-NEGOCIO.
           PERFORM IDENTIFICA-SUPERVISOR.
           IF SIGNON-OK = "S"
               PERFORM CORPO UNTIL OPCAO = 3
           END-IF.
           DISPLAY TELA-FINAL.
           STOP " ".
           STOP RUN.

      ******************************************************************
      *
      * LE A DATA DE NEGOCIO MANTIDA PELO FECHAMENTO DO DIA, USADA
      * PARA ESTAMPAR A ANALISE. ENQUANTO A DATA DE NEGOCIO NAO FOI
      * IMPLANTADA, A DATA DO SISTEMA E USADA.
      *
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
      *
      * IDENTIFICACAO DO OPERADOR (MESMA ROTINA DE Bloqueios.cbl): A
      * ANALISE DE CASOS E RESTRITA AO SUPERVISOR.
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
                   PERFORM ANALISA-CASO
                   DISPLAY TELA
               WHEN 2
                   PERFORM LISTA-PENDENTES
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
      * ANALISA UM CASO: MOSTRA O CABECALHO E OS LANCAMENTOS E GRAVA O
      * PARECER DO SUPERVISOR, MARCANDO O CASO COMO ANALISADO. CASO JA
      * ANALISADO SO E MOSTRADO COM QUEM ANALISOU E QUANDO.
      *
      ******************************************************************
       ANALISA-CASO.
           DISPLAY TELA-CASO.
           MOVE SPACES TO CPF-CNPJ-PROCURADO TIPO-PROCURADO.
           MOVE ZEROS TO DATA-PROCURADA.
           PERFORM RECEBE-CPF-CNPJ UNTIL CPF-CNPJ-PROCURADO <> " ".
           PERFORM RECEBE-DATA-CASO UNTIL DATA-PROCURADA > 0.
           PERFORM RECEBE-TIPO-CASO
               UNTIL TIPO-PROCURADO = "U" OR TIPO-PROCURADO = "F".
           OPEN I-O ARQ-CASOS.
           IF ARQ-OK = "35"
               CLOSE ARQ-CASOS
               DISPLAY "NAO HA CASOS GRAVADOS!" AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1735
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           ELSE
               PERFORM LOCALIZA-CASO
               IF ACHOU-CASO <> "S"
                   DISPLAY "CASO NAO ENCONTRADO!" AT 1703
                   DISPLAY "(APERTE QUALQUER TECLA...)" AT 1735
                   STOP " "
                   DISPLAY SPACE ERASE EOS AT LINE 17
               ELSE
                   PERFORM MOSTRA-CASO
                   IF CSO-STATUS = "R"
                       PERFORM MOSTRA-ANALISE-ANTERIOR
                   ELSE
                       PERFORM CONFIRMA-ANALISE
                   END-IF
               END-IF
               CLOSE ARQ-CASOS
           END-IF.

       RECEBE-CPF-CNPJ.
           ACCEPT CPF-CNPJ-PROCURADO AT 0313.
           IF CPF-CNPJ-PROCURADO = " "
               DISPLAY "E OBRIGATORIO DIGITAR O CPF/CNPJ " AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1737
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           END-IF.

       RECEBE-DATA-CASO.
           ACCEPT DATA-PROCURADA AT 0336 WITH PROMPT AUTO.
           IF DATA-PROCURADA = ZEROS
               DISPLAY "E OBRIGATORIO DIGITAR A DATA DO CASO " AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1741
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           END-IF.

       RECEBE-TIPO-CASO.
           ACCEPT TIPO-PROCURADO AT 0359 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE (TIPO-PROCURADO) TO TIPO-PROCURADO.
           IF TIPO-PROCURADO <> "U" AND TIPO-PROCURADO <> "F"
               DISPLAY "TIPO DEVE SER U (ACIMA DO LIMITE) OU " AT 1703
               DISPLAY "F (FRACIONAMENTO)" AT 1740
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           END-IF.

       LOCALIZA-CASO.
           MOVE CPF-CNPJ-PROCURADO TO CSO-CPF-CNPJ.
           MOVE DATA-PROCURADA TO CSO-DATA.
           MOVE TIPO-PROCURADO TO CSO-TIPO.
           MOVE ZEROS TO CSO-SEQUENCIA.
           READ ARQ-CASOS
               INVALID KEY
                   MOVE "N" TO ACHOU-CASO
               NOT INVALID KEY
                   MOVE "S" TO ACHOU-CASO
           END-READ.

      * MOSTRA O CABECALHO E ATE SEIS LANCAMENTOS (AS LINHAS 10 A 15);
      * OS DEMAIS ESTAO NO RELATORIO DO MONITORAMENTO DO DIA. O
      * CABECALHO E RELIDO NO FIM PARA A REGRAVACAO.
       MOSTRA-CASO.
           DISPLAY CSO-NOME AT 0503.
           MOVE CSO-QUANTIDADE TO QUANTIDADE-M.
           MOVE CSO-VALOR-TOTAL TO VALOR-M.
           DISPLAY "MOVIMENTOS: " AT 0603.
           DISPLAY QUANTIDADE-M AT 0615.
           DISPLAY "VALOR TOTAL: " AT 0622.
           DISPLAY VALOR-M AT 0635.
           DISPLAY "OPERADORES: " AT 0703.
           MOVE 15 TO POS-COLUNA.
           MOVE 1 TO IDX-OPE.
           PERFORM MOSTRA-OPERADOR-CASO
               UNTIL IDX-OPE > CSO-TOTAL-OPERADORES.
           DISPLAY "AGENCIA/CONTA      OPERACAO DATA     " AT 0903.
           DISPLAY "VALOR OPERADOR" AT 0953.
           MOVE 10 TO LINHA-ATUAL.
           MOVE ZEROS TO LANCAMENTOS-NAO-MOSTRADOS.
           MOVE 1 TO CSO-SEQUENCIA.
           MOVE "N" TO FIM-CASOS.
           START ARQ-CASOS KEY IS NOT LESS THAN CSO-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-CASOS
           END-START.
           PERFORM MOSTRA-PROXIMO-LANCAMENTO UNTIL FIM-CASOS = "S".
           IF LANCAMENTOS-NAO-MOSTRADOS > 0
               MOVE LANCAMENTOS-NAO-MOSTRADOS TO QUANTIDADE-M
               DISPLAY "MAIS " AT 1603
               DISPLAY QUANTIDADE-M AT 1608
               DISPLAY " LANCAMENTOS NO RELATORIO DO DIA." AT 1612
           END-IF.
           PERFORM LOCALIZA-CASO.

      * SEIS OPERADORES POR LINHA (COLUNAS 15 A 68)
       MOSTRA-OPERADOR-CASO.
           IF IDX-OPE = 7
               MOVE 15 TO POS-COLUNA
           END-IF.
           IF IDX-OPE < 7
               COMPUTE POS-LINHA = 700 + POS-COLUNA
           ELSE
               COMPUTE POS-LINHA = 800 + POS-COLUNA
           END-IF.
           DISPLAY CSO-OPERADOR (IDX-OPE) AT POS-LINHA.
           ADD 9 TO POS-COLUNA.
           ADD 1 TO IDX-OPE.

       MOSTRA-PROXIMO-LANCAMENTO.
           READ ARQ-CASOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-CASOS
               NOT AT END
                   IF CSO-CPF-CNPJ = CPF-CNPJ-PROCURADO
                       AND CSO-DATA = DATA-PROCURADA
                       AND CSO-TIPO = TIPO-PROCURADO
                       PERFORM MOSTRA-LINHA-LANCAMENTO
                   ELSE
                       MOVE "S" TO FIM-CASOS
                   END-IF
           END-READ.

       MOSTRA-LINHA-LANCAMENTO.
           IF LINHA-ATUAL > 15
               ADD 1 TO LANCAMENTOS-NAO-MOSTRADOS
           ELSE
               MOVE CSL-AGENCIA TO LL-AGENCIA
               MOVE CSL-CONTA TO LL-CONTA
               MOVE CSL-OPERACAO TO LL-OPERACAO
               MOVE CSL-DATA TO LL-DATA
               MOVE CSL-VALOR TO LL-VALOR
               MOVE CSL-OPERADOR TO LL-OPERADOR
               COMPUTE POS-LINHA = LINHA-ATUAL * 100 + 3
               DISPLAY LINHA-LANCAMENTO AT POS-LINHA
               ADD 1 TO LINHA-ATUAL
           END-IF.

       MOSTRA-ANALISE-ANTERIOR.
           DISPLAY "CASO JA ANALISADO EM " AT 1703.
           DISPLAY CSO-DATA-ANALISE AT 1724.
           DISPLAY " POR " AT 1732.
           DISPLAY CSO-ANALISTA AT 1737.
           DISPLAY CSO-PARECER AT 1803.
           DISPLAY "DIGITE QUALQUER TECLA PARA CONTINUAR..." AT 2103.
           ACCEPT SALVAR AT 2142 WITH PROMPT AUTO.

       CONFIRMA-ANALISE.
           DISPLAY "PARECER: " AT 1903.
           MOVE SPACES TO PARECER-DIGITADO.
           PERFORM RECEBE-PARECER UNTIL PARECER-DIGITADO <> " ".
           DISPLAY "CONFIRMA A ANALISE DO CASO (S/N)? < >" AT 2103.
           ACCEPT SALVAR AT 2138 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE (SALVAR) TO SALVAR.
           IF SALVAR = "S"
               MOVE "R" TO CSO-STATUS
               MOVE DATA-NEGOCIO TO CSO-DATA-ANALISE
               MOVE OPERADOR-ATUAL TO CSO-ANALISTA
               MOVE PARECER-DIGITADO TO CSO-PARECER
               REWRITE REG-CASO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A ANALISE!!" AT 2203
                       STOP " "
                       DISPLAY SPACE ERASE EOS AT LINE 22
                   NOT INVALID KEY
                       DISPLAY "CASO MARCADO COMO ANALISADO." AT 2203
                       DISPLAY "DIGITE QUALQUER TECLA PARA "
                           AT 2303
                       DISPLAY "CONTINUAR..." AT 2330
                       ACCEPT SALVAR AT 2342 WITH PROMPT AUTO
               END-REWRITE
           END-IF.

       RECEBE-PARECER.
           ACCEPT PARECER-DIGITADO AT 1912.
           IF PARECER-DIGITADO = " "
               DISPLAY "E OBRIGATORIO DIGITAR O PARECER " AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1736
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           END-IF.

      ******************************************************************
      *
      * LISTA OS CASOS AINDA PENDENTES DE ANALISE, DE TODAS AS DATAS
      *
      ******************************************************************
       LISTA-PENDENTES.
           OPEN INPUT ARQ-CASOS.
           IF ARQ-OK = "35"
               DISPLAY "NAO HA CASOS GRAVADOS!" AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1735
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           ELSE
               DISPLAY TELA-LISTAGEM
               MOVE 7 TO LINHA-ATUAL
               MOVE ZEROS TO TOTAL-PENDENTES
               MOVE "N" TO FIM-CASOS
               MOVE LOW-VALUES TO CSO-CHAVE
               START ARQ-CASOS KEY IS NOT LESS THAN CSO-CHAVE
                   INVALID KEY
                       MOVE "S" TO FIM-CASOS
               END-START
               PERFORM LISTA-PROXIMO-CASO UNTIL FIM-CASOS = "S"
               CLOSE ARQ-CASOS
               MOVE TOTAL-PENDENTES TO QUANTIDADE-M
               DISPLAY "CASOS PENDENTES:" AT 2103
               DISPLAY QUANTIDADE-M AT 2120
               DISPLAY "APERTE UMA TECLA PARA CONTINUAR..." AT 2403
               ACCEPT SALVAR AT 2440 WITH PROMPT AUTO
           END-IF.

       LISTA-PROXIMO-CASO.
           READ ARQ-CASOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-CASOS
               NOT AT END
                   IF CSO-SEQUENCIA = 0 AND CSO-STATUS = "P"
                       PERFORM IMPRIME-LINHA-PENDENTE
                   END-IF
           END-READ.

       IMPRIME-LINHA-PENDENTE.
           ADD 1 TO TOTAL-PENDENTES.
           MOVE CSO-DATA TO LP-DATA.
           MOVE CSO-CPF-CNPJ TO LP-CPF-CNPJ.
           MOVE CSO-TIPO TO LP-TIPO.
           MOVE CSO-QUANTIDADE TO LP-QUANTIDADE.
           MOVE CSO-VALOR-TOTAL TO LP-VALOR.
           MOVE CSO-NOME TO LP-NOME.
           COMPUTE POS-LINHA = LINHA-ATUAL * 100 + 3.
           DISPLAY LINHA-PENDENTE AT POS-LINHA.
           ADD 1 TO LINHA-ATUAL.
           IF LINHA-ATUAL > 19
               DISPLAY "APERTE UMA TECLA PARA CONTINUAR..." AT 2103
               STOP " "
               DISPLAY TELA-LISTAGEM
               MOVE 7 TO LINHA-ATUAL
           END-IF.

       END PROGRAM ANALISA_CASOS_PLD.
