      ******************************************************************
      * Author:
      * Date:
      * Purpose: DIRETORIO DE CHAVES PIX DAS CONTAS DO CADASTRO.DAT,
      *          MANTIDO PELO CAIXA. CADA CHAVE (CPF/CNPJ, E-MAIL,
      *          TELEFONE OU ALEATORIA) FICA EM CHAVES_PIX.DAT,
      *          CHAVEADO PELA PROPRIA CHAVE, APONTANDO PARA UMA
      *          AGENCIA + CONTA ATIVA CUJO CPF/CNPJ E O DO DONO DA
      *          CHAVE. A CHAVE DO TIPO CPF/CNPJ E O PROPRIO DOCUMENTO
      *          DO TITULAR E A ALEATORIA E GERADA NA INCLUSAO. O
      *          PROCESSAMENTO PIX (ProcessaPix.cbl) RESOLVE OS
      *          CREDITOS RECEBIDOS POR ESTE ARQUIVO. AS CHAVES DE
      *          CONTA BLOQUEADA OU ENCERRADA SAO BLOQUEADAS
      *          AUTOMATICAMENTE (Banco.cbl) E SO VOLTAM COM A
      *          REATIVACAO DA CONTA; O BLOQUEIO MANUAL E FEITO AQUI.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. CHAVES_PIX.

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

      * DIRETORIO DE CHAVES PIX, CHAVEADO PELA PROPRIA CHAVE. CADA
      * CHAVE APONTA PARA UMA AGENCIA + CONTA CUJO CPF/CNPJ E O DO
      * DONO DA CHAVE.
      *   PIX-TIPO: C = CPF/CNPJ, E = E-MAIL, T = TELEFONE,
      *             A = ALEATORIA
      *   PIX-SITUACAO: A = ATIVA, B = BLOQUEADA
      *   PIX-BLOQUEIO-AUTOMATICO: S = BLOQUEADA PELA SITUACAO DA
      *                            CONTA (BLOQUEIO OU ENCERRAMENTO),
      *                            N = BLOQUEIO MANUAL
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
            01 OPCAO PIC Z(1) VALUES ZEROS.
            01 ARQ-OK PIC X(2) VALUES SPACES.
            01 SALVAR PIC X(1) VALUES SPACES.
            01 ACHOU-REGISTRO PIC X(1) VALUES SPACES.
            01 ACHOU-CHAVE PIC X(1) VALUES SPACES.
            01 FIM-CHAVES PIC X(1) VALUES SPACES.
            01 AGENCIA-PROCURADA PIC X(5) VALUES SPACES.
            01 CONTA-PROCURADA PIC X(12) VALUES SPACES.
            01 SITUACAO-CONTA-ATUAL PIC X(1) VALUES SPACES.
            01 CODIGO-CONTA-ATUAL PIC 9(7) VALUES ZEROS.
            01 CPF-CNPJ-CONTA-ATUAL PIC X(14) VALUES SPACES.
            01 DOCUMENTO-DONO PIC X(14) VALUES SPACES.
            01 TIPO-CHAVE PIC X(1) VALUES SPACES.
            01 CHAVE-DIGITADA PIC X(77) VALUES SPACES.
            01 CHAVE-NOVA PIC X(77) VALUES SPACES.
            01 CHAVE-VALIDA PIC X(1) VALUES SPACES.
      * CONFERENCIA DO FORMATO DE E-MAIL E TELEFONE
            01 TAMANHO-CHAVE PIC 9(2) VALUES ZEROS.
            01 QTD-ARROBAS PIC 9(2) VALUES ZEROS.
            01 POS-ARROBA PIC 9(2) VALUES ZEROS.
            01 QTD-PONTOS PIC 9(2) VALUES ZEROS.
            01 QTD-ESPACOS PIC 9(2) VALUES ZEROS.
      * LIMITE DE CHAVES POR CONTA: 5 PARA PESSOA FISICA E 20 PARA
      * PESSOA JURIDICA (TIPO DEDUZIDO DO TAMANHO DO DOCUMENTO, COMO
      * NO CADASTRO DE CLIENTES DE Banco.cbl)
            01 MAXIMO-CHAVES-FISICA PIC 9(2) VALUES 5.
            01 MAXIMO-CHAVES-JURIDICA PIC 9(2) VALUES 20.
            01 MAXIMO-CHAVES-CONTA PIC 9(2) VALUES ZEROS.
            01 QTD-CHAVES-CONTA PIC 9(3) VALUES ZEROS.
            01 HORA-ATUAL PIC 9(8) VALUES ZEROS.
      * CHAVE ALEATORIA NO FORMATO 8-4-4-4-12, MONTADA COM A DATA DE
      * NEGOCIO, A HORA (ATE CENTESIMOS), O CODIGO DA CONTA E A
      * QUANTIDADE DE CHAVES QUE A CONTA JA TEM
            01 CHAVE-ALEATORIA.
               02 CAL-DATA PIC 9(8).
               02 FILLER PIC X(1) VALUES "-".
               02 CAL-HORA-1 PIC 9(4).
               02 FILLER PIC X(1) VALUES "-".
               02 CAL-HORA-2 PIC 9(4).
               02 FILLER PIC X(1) VALUES "-".
               02 CAL-CODIGO-1 PIC 9(4).
               02 FILLER PIC X(1) VALUES "-".
               02 CAL-CODIGO-2 PIC 9(3).
               02 CAL-COMPLEMENTO PIC 9(9).
            01 CODIGO-ALEATORIA PIC 9(7) VALUES ZEROS.
            01 CODIGO-ALEATORIA-R REDEFINES CODIGO-ALEATORIA.
               02 CAR-PARTE-1 PIC 9(4).
               02 CAR-PARTE-2 PIC 9(3).
            01 OPERADOR-ATUAL PIC X(8) VALUES SPACES.
            01 NIVEL-ATUAL PIC X(1) VALUES SPACES.
            01 OPERADOR-DIGITADO PIC X(8) VALUES SPACES.
            01 SENHA-DIGITADA PIC X(8) VALUES SPACES.
            01 TENTATIVAS-SIGNON PIC 9(1) VALUES ZEROS.
            01 SIGNON-OK PIC X(1) VALUES SPACES.
            01 DATA-NEGOCIO PIC 9(8) VALUES ZEROS.
            01 LINHA-ATUAL PIC 9(2) VALUES ZEROS.
            01 POS-LINHA PIC 9(4) VALUES ZEROS.
            01 LINHA-CHAVE.
               02 LC-TIPO PIC X(1).
               02 FILLER PIC X(2) VALUES SPACES.
               02 LC-SITUACAO PIC X(1).
               02 FILLER PIC X(2) VALUES SPACES.
               02 LC-AUTOMATICO PIC X(1).
               02 FILLER PIC X(2) VALUES SPACES.
               02 LC-CHAVE PIC X(60).
               02 FILLER PIC X(1) VALUES SPACES.
               02 LC-INCLUSAO PIC 9(8).

       SCREEN SECTION.
           01 TELA.
               02 BLANK SCREEN.
               02 LINE 1 COLUMN 30 VALUE "DIRETORIO DE CHAVES PIX".
               02 LINE 5 COLUMN 3 VALUE "1 - INCLUIR CHAVE".
               02 LINE 7 COLUMN 3 VALUE "2 - EXCLUIR CHAVE".
               02 LINE 9 COLUMN 3
                  VALUE "3 - BLOQUEAR OU DESBLOQUEAR CHAVE".
               02 LINE 11 COLUMN 3
                  VALUE "4 - CONSULTAR CHAVES DA CONTA".
               02 LINE 13 COLUMN 3 VALUE "5 - SAIR".

           01 TELA-FINAL.
               02 BLANK SCREEN.
               02 LINE 20 COLUMN 30 VALUE "FIM DO PROGRAMA".

           01 TELA-SIGNON.
               02 BLANK SCREEN.
               02 LINE 1 COLUMN 30 VALUE "DIRETORIO DE CHAVES PIX".
               02 LINE 3 COLUMN 28 VALUE "IDENTIFICACAO DO OPERADOR".
               02 LINE 7 COLUMN 10 VALUE "OPERADOR: ".
               02 LINE 9 COLUMN 10 VALUE "   SENHA: ".

           01 TELA-INCLUSAO.
               02 BLANK SCREEN.
               02 LINE 1 COLUMN 29 VALUE "INCLUSAO DE CHAVE PIX".
               02 LINE 5 COLUMN 10 VALUE "         AGENCIA: ".
               02 LINE 7 COLUMN 10 VALUE "           CONTA: ".
               02 LINE 9 COLUMN 10 VALUE "            NOME: ".
               02 LINE 11 COLUMN 10 VALUE "CPF/CNPJ DO DONO: ".
               02 LINE 13 COLUMN 10 VALUE "  TIPO (C/E/T/A): ".
               02 LINE 13 COLUMN 32
                  VALUE "C=CPF/CNPJ E=E-MAIL T=TELEFONE A=ALEATORIA".
               02 LINE 15 COLUMN 10 VALUE "CHAVE: ".
               02 LINE 15 COLUMN 32
                  VALUE "TELEFONE NO FORMATO +55DDNUMERO".

           01 TELA-EXCLUSAO.
               02 BLANK SCREEN.
               02 LINE 1 COLUMN 29 VALUE "EXCLUSAO DE CHAVE PIX".
               02 LINE 5 COLUMN 10 VALUE "CHAVE: ".
               02 LINE 8 COLUMN 10 VALUE "AGENCIA/CONTA: ".
               02 LINE 9 COLUMN 10 VALUE "     CPF/CNPJ: ".
               02 LINE 10 COLUMN 10 VALUE "         TIPO: ".
               02 LINE 11 COLUMN 10 VALUE "     SITUACAO: ".
               02 LINE 12 COLUMN 10 VALUE "     INCLUSAO: ".

           01 TELA-BLOQUEIO.
               02 BLANK SCREEN.
               02 LINE 1 COLUMN 23
                  VALUE "BLOQUEIO / DESBLOQUEIO DE CHAVE PIX".
               02 LINE 5 COLUMN 10 VALUE "CHAVE: ".
               02 LINE 8 COLUMN 10 VALUE "AGENCIA/CONTA: ".
               02 LINE 9 COLUMN 10 VALUE "     CPF/CNPJ: ".
               02 LINE 10 COLUMN 10 VALUE "         TIPO: ".
               02 LINE 11 COLUMN 10 VALUE "     SITUACAO: ".
               02 LINE 12 COLUMN 10 VALUE "     INCLUSAO: ".

           01 TELA-CONSULTA.
               02 BLANK SCREEN.
               02 LINE 1 COLUMN 28 VALUE "CHAVES PIX DA CONTA".
               02 LINE 5 COLUMN 10 VALUE "AGENCIA: ".
               02 LINE 7 COLUMN 10 VALUE "  CONTA: ".

           01 TELA-LISTAGEM.
               02 BLANK SCREEN.
               02 LINE 1 COLUMN 28 VALUE "CHAVES PIX DA CONTA".
               02 LINE 3 COLUMN 3
                  VALUE "T: C=CPF/CNPJ E=E-MAIL T=TELEFONE A=ALEATORIA".
               02 LINE 4 COLUMN 3
                  VALUE "S: A=ATIVA B=BLOQUEADA  A: S=PELA CONTA".
               02 LINE 5 COLUMN 3
                  VALUE "T  S  A  CHAVE".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-DATA-NEGOCIO.
           PERFORM IDENTIFICA-OPERADOR.
           IF SIGNON-OK = "S"
               PERFORM CORPO UNTIL OPCAO = 5
           END-IF.
           DISPLAY TELA-FINAL.
           STOP " ".
           STOP RUN.

      ******************************************************************
      *
      * LE A DATA DE NEGOCIO MANTIDA PELO FECHAMENTO DO DIA, USADA
      * PARA ESTAMPAR A INCLUSAO E O BLOQUEIO DAS CHAVES. ENQUANTO A
      * DATA DE NEGOCIO NAO FOI IMPLANTADA, A DATA DO SISTEMA E USADA.
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
      * IDENTIFICACAO DO OPERADOR (MESMA ROTINA DE Banco.cbl). O
      * OPERADOR FICA GRAVADO NA INCLUSAO E NO BLOQUEIO DA CHAVE.
      *
      ******************************************************************
       IDENTIFICA-OPERADOR.
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
                           MOVE "S" TO SIGNON-OK
                           MOVE OPER-ID TO OPERADOR-ATUAL
                           MOVE OPER-NIVEL TO NIVEL-ATUAL
                       ELSE
                           PERFORM REPORTA-SIGNON-INVALIDO
                       END-IF
               END-READ
               CLOSE ARQ-OPERADORES
           END-IF.

       REPORTA-SIGNON-INVALIDO.
           DISPLAY "OPERADOR OU SENHA INVALIDOS " AT 1310.
           DISPLAY "(APERTE QUALQUER TECLA...)" AT 1339.
           STOP " ".

       CORPO.
           DISPLAY TELA.
           PERFORM EXECUTAR UNTIL OPCAO = 5.

       EXECUTAR.
           DISPLAY "DIGITE A OPCAO DESEJADA [1-5]: " AT 1503.
           ACCEPT OPCAO AT 1534 WITH PROMPT AUTO.
           EVALUATE OPCAO
               WHEN 1
                   PERFORM INCLUI-CHAVE
                   DISPLAY TELA
               WHEN 2
                   PERFORM EXCLUI-CHAVE
                   DISPLAY TELA
               WHEN 3
                   PERFORM BLOQUEIA-CHAVE
                   DISPLAY TELA
               WHEN 4
                   PERFORM CONSULTA-CHAVES
                   DISPLAY TELA
               WHEN 5
                   CONTINUE
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA! DIGITE UMA "  AT 1703
                  DISPLAY "TECLA PARA CONTINUAR... " AT 1730
                  STOP " "
                  DISPLAY SPACE ERASE EOS AT LINE 17
           END-EVALUATE.

      ******************************************************************
      *
      * INCLUI UMA CHAVE PARA UMA CONTA ATIVA. O CPF/CNPJ INFORMADO
      * COMO DONO DA CHAVE TEM DE SER O DO TITULAR DA CONTA, E A
      * CONTA NAO PODE PASSAR DO LIMITE DE CHAVES DO TIPO DE PESSOA.
      *
      ******************************************************************
       INCLUI-CHAVE.
           DISPLAY TELA-INCLUSAO.
           MOVE SPACES TO AGENCIA-PROCURADA CONTA-PROCURADA.
           PERFORM RECEBE-AGENCIA UNTIL AGENCIA-PROCURADA <> " ".
           PERFORM RECEBE-CONTA UNTIL CONTA-PROCURADA <> " ".
           PERFORM LOCALIZA-CONTA.
           IF ACHOU-REGISTRO <> "S"
               DISPLAY "CONTA NAO ENCONTRADA!" AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1735
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           ELSE
               DISPLAY NOME AT 0928
               IF SITUACAO-CONTA-ATUAL <> "A"
                   DISPLAY "CONTA BLOQUEADA OU ENCERRADA: " AT 1703
                   DISPLAY "CHAVE NAO INCLUIDA." AT 1733
                   STOP " "
                   DISPLAY SPACE ERASE EOS AT LINE 17
               ELSE
                   MOVE SPACES TO DOCUMENTO-DONO
                   PERFORM RECEBE-DOCUMENTO-DONO
                       UNTIL DOCUMENTO-DONO <> " "
                   IF DOCUMENTO-DONO <> CPF-CNPJ-CONTA-ATUAL
                       DISPLAY "CPF/CNPJ NAO E O DO TITULAR DA CONTA!"
                           AT 1703
                       DISPLAY "(APERTE QUALQUER TECLA...)" AT 1741
                       STOP " "
                       DISPLAY SPACE ERASE EOS AT LINE 17
                   ELSE
                       PERFORM PREPARA-CHAVE-NOVA
                   END-IF
               END-IF
           END-IF.

       LOCALIZA-CONTA.
           MOVE "N" TO ACHOU-REGISTRO.
           OPEN INPUT ARQ-CADASTRO.
           IF ARQ-OK <> "35"
               MOVE AGENCIA-PROCURADA TO AGENCIA
               MOVE CONTA-PROCURADA TO CONTA
               READ ARQ-CADASTRO KEY IS AGENCIA-CONTA
                   INVALID KEY
                       MOVE "N" TO ACHOU-REGISTRO
                   NOT INVALID KEY
                       MOVE "S" TO ACHOU-REGISTRO
                       MOVE SITUACAO TO SITUACAO-CONTA-ATUAL
                       MOVE CODIGO TO CODIGO-CONTA-ATUAL
                       MOVE CPF-CNPJ TO CPF-CNPJ-CONTA-ATUAL
               END-READ
               CLOSE ARQ-CADASTRO
           END-IF.

       RECEBE-AGENCIA.
           ACCEPT AGENCIA-PROCURADA AT 0528.
           IF AGENCIA-PROCURADA = " "
               DISPLAY "E OBRIGATORIO DIGITAR A AGENCIA " AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1735
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           END-IF.

       RECEBE-CONTA.
           ACCEPT CONTA-PROCURADA AT 0728.
           IF CONTA-PROCURADA = " "
               DISPLAY "E OBRIGATORIO DIGITAR A CONTA " AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1735
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           END-IF.

       RECEBE-DOCUMENTO-DONO.
           ACCEPT DOCUMENTO-DONO AT 1128.
           IF DOCUMENTO-DONO = " "
               DISPLAY "E OBRIGATORIO DIGITAR O CPF/CNPJ " AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1737
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           END-IF.

       RECEBE-TIPO-CHAVE.
           ACCEPT TIPO-CHAVE AT 1328 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE (TIPO-CHAVE) TO TIPO-CHAVE.
           IF TIPO-CHAVE <> "C" AND TIPO-CHAVE <> "E"
               AND TIPO-CHAVE <> "T" AND TIPO-CHAVE <> "A"
               DISPLAY "TIPO DEVE SER C, E, T OU A " AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1735
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           END-IF.

      ******************************************************************
      * CONFERE O LIMITE DE CHAVES DA CONTA E MONTA A CHAVE CONFORME
      * O TIPO: CPF/CNPJ E O DOCUMENTO DO TITULAR, ALEATORIA E GERADA,
      * E-MAIL E TELEFONE SAO DIGITADOS E CONFERIDOS
      ******************************************************************
       PREPARA-CHAVE-NOVA.
           IF CPF-CNPJ-CONTA-ATUAL (12:3) = SPACES
               MOVE MAXIMO-CHAVES-FISICA TO MAXIMO-CHAVES-CONTA
           ELSE
               MOVE MAXIMO-CHAVES-JURIDICA TO MAXIMO-CHAVES-CONTA
           END-IF.
           MOVE SPACES TO TIPO-CHAVE.
           PERFORM RECEBE-TIPO-CHAVE
               UNTIL TIPO-CHAVE = "C" OR TIPO-CHAVE = "E"
                  OR TIPO-CHAVE = "T" OR TIPO-CHAVE = "A".
           PERFORM ABRE-CHAVES-PIX.
           PERFORM CONTA-CHAVES-DA-CONTA.
           IF QTD-CHAVES-CONTA >= MAXIMO-CHAVES-CONTA
               DISPLAY "A CONTA JA TEM O LIMITE DE CHAVES: " AT 1703
               DISPLAY MAXIMO-CHAVES-CONTA AT 1738
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1741
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           ELSE
               MOVE SPACES TO CHAVE-NOVA
               EVALUATE TIPO-CHAVE
                   WHEN "C"
                       MOVE CPF-CNPJ-CONTA-ATUAL TO CHAVE-NOVA
                   WHEN "A"
                       PERFORM GERA-CHAVE-ALEATORIA
                   WHEN OTHER
                       MOVE "N" TO CHAVE-VALIDA
                       PERFORM RECEBE-CHAVE-DIGITADA
                           UNTIL CHAVE-VALIDA = "S"
               END-EVALUATE
               DISPLAY CHAVE-NOVA AT 1603
               DISPLAY "CONFIRMA A INCLUSAO (S/N)? < >" AT 1703
               ACCEPT SALVAR AT 1731 WITH PROMPT AUTO
               MOVE FUNCTION UPPER-CASE (SALVAR) TO SALVAR
               IF SALVAR = "S"
                   PERFORM GRAVA-CHAVE
               END-IF
           END-IF.
           CLOSE ARQ-CHAVES-PIX.

       ABRE-CHAVES-PIX.
           OPEN I-O ARQ-CHAVES-PIX.
           IF ARQ-OK = "35"
               CLOSE ARQ-CHAVES-PIX
               OPEN OUTPUT ARQ-CHAVES-PIX
               CLOSE ARQ-CHAVES-PIX
               OPEN I-O ARQ-CHAVES-PIX
           END-IF.

      ******************************************************************
      * CONTA AS CHAVES JA REGISTRADAS PARA A CONTA (ATIVAS OU
      * BLOQUEADAS), LENDO O DIRETORIO INTEIRO, QUE E CHAVEADO PELA
      * CHAVE E NAO PELA CONTA
      ******************************************************************
       CONTA-CHAVES-DA-CONTA.
           MOVE ZEROS TO QTD-CHAVES-CONTA.
           MOVE "N" TO FIM-CHAVES.
           MOVE LOW-VALUES TO PIX-CHAVE.
           START ARQ-CHAVES-PIX KEY >= PIX-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-CHAVES
           END-START.
           PERFORM CONTA-PROXIMA-CHAVE UNTIL FIM-CHAVES = "S".

       CONTA-PROXIMA-CHAVE.
           READ ARQ-CHAVES-PIX NEXT RECORD
               AT END
                   MOVE "S" TO FIM-CHAVES
               NOT AT END
                   IF PIX-AGENCIA = AGENCIA-PROCURADA
                       AND PIX-CONTA = CONTA-PROCURADA
                       ADD 1 TO QTD-CHAVES-CONTA
                   END-IF
           END-READ.

       GERA-CHAVE-ALEATORIA.
           ACCEPT HORA-ATUAL FROM TIME.
           MOVE CODIGO-CONTA-ATUAL TO CODIGO-ALEATORIA.
           MOVE DATA-NEGOCIO TO CAL-DATA.
           MOVE HORA-ATUAL (1:4) TO CAL-HORA-1.
           MOVE HORA-ATUAL (5:4) TO CAL-HORA-2.
           MOVE CAR-PARTE-1 TO CAL-CODIGO-1.
           MOVE CAR-PARTE-2 TO CAL-CODIGO-2.
           MOVE QTD-CHAVES-CONTA TO CAL-COMPLEMENTO.
           MOVE CHAVE-ALEATORIA TO CHAVE-NOVA.

       RECEBE-CHAVE-DIGITADA.
           MOVE SPACES TO CHAVE-DIGITADA.
           ACCEPT CHAVE-DIGITADA AT 1603.
           MOVE FUNCTION UPPER-CASE (CHAVE-DIGITADA) TO CHAVE-DIGITADA.
           MOVE ZEROS TO TAMANHO-CHAVE QTD-ESPACOS.
           INSPECT CHAVE-DIGITADA TALLYING TAMANHO-CHAVE
               FOR CHARACTERS BEFORE INITIAL SPACE.
           INSPECT CHAVE-DIGITADA TALLYING QTD-ESPACOS
               FOR ALL SPACES.
           MOVE "N" TO CHAVE-VALIDA.
           IF TAMANHO-CHAVE > 0 AND TAMANHO-CHAVE + QTD-ESPACOS = 77
               IF TIPO-CHAVE = "E"
                   PERFORM VALIDA-EMAIL
               ELSE
                   PERFORM VALIDA-TELEFONE
               END-IF
           END-IF.
           IF CHAVE-VALIDA = "S"
               MOVE CHAVE-DIGITADA TO CHAVE-NOVA
           ELSE
               IF TIPO-CHAVE = "E"
                   DISPLAY "E-MAIL INVALIDO " AT 1703
               ELSE
                   DISPLAY "TELEFONE INVALIDO (+55DDNUMERO) " AT 1703
               END-IF
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1737
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           END-IF.

      * UM UNICO @, COM TEXTO ANTES E UM PONTO NO DOMINIO, SEM PONTO
      * NO FINAL
       VALIDA-EMAIL.
           MOVE ZEROS TO QTD-ARROBAS POS-ARROBA QTD-PONTOS.
           INSPECT CHAVE-DIGITADA TALLYING QTD-ARROBAS FOR ALL "@".
           INSPECT CHAVE-DIGITADA TALLYING POS-ARROBA
               FOR CHARACTERS BEFORE INITIAL "@".
           IF QTD-ARROBAS = 1 AND POS-ARROBA > 0
               AND POS-ARROBA + 1 < TAMANHO-CHAVE
               INSPECT CHAVE-DIGITADA (POS-ARROBA + 2:)
                   TALLYING QTD-PONTOS FOR ALL "."
               IF QTD-PONTOS > 0
                   AND CHAVE-DIGITADA (TAMANHO-CHAVE:1) <> "."
                   MOVE "S" TO CHAVE-VALIDA
               END-IF
           END-IF.

      * +55, DDD E NUMERO DE 8 OU 9 DIGITOS
       VALIDA-TELEFONE.
           IF CHAVE-DIGITADA (1:3) = "+55"
               AND (TAMANHO-CHAVE = 13 OR TAMANHO-CHAVE = 14)
               IF CHAVE-DIGITADA (2:TAMANHO-CHAVE - 1) IS NUMERIC
                   MOVE "S" TO CHAVE-VALIDA
               END-IF
           END-IF.

       GRAVA-CHAVE.
           MOVE CHAVE-NOVA TO PIX-CHAVE.
           MOVE TIPO-CHAVE TO PIX-TIPO.
           MOVE AGENCIA-PROCURADA TO PIX-AGENCIA.
           MOVE CONTA-PROCURADA TO PIX-CONTA.
           MOVE CPF-CNPJ-CONTA-ATUAL TO PIX-CPF-CNPJ.
           MOVE "A" TO PIX-SITUACAO.
           MOVE "N" TO PIX-BLOQUEIO-AUTOMATICO.
           MOVE OPERADOR-ATUAL TO PIX-OPERADOR.
           MOVE DATA-NEGOCIO TO PIX-DATA-INCLUSAO.
           MOVE OPERADOR-ATUAL TO PIX-OPERADOR-SITUACAO.
           MOVE DATA-NEGOCIO TO PIX-DATA-SITUACAO.
           WRITE REG-CHAVE-PIX
               INVALID KEY
                   DISPLAY "CHAVE JA CADASTRADA NO DIRETORIO!" AT 1903
                   STOP " "
                   DISPLAY SPACE ERASE EOS AT LINE 19
               NOT INVALID KEY
                   DISPLAY "CHAVE INCLUIDA." AT 1903
                   DISPLAY "DIGITE QUALQUER TECLA PARA CONTINUAR..."
                       AT 2103
                   ACCEPT SALVAR AT 2142 WITH PROMPT AUTO
           END-WRITE.

      ******************************************************************
      *
      * EXCLUI UMA CHAVE DO DIRETORIO, ATIVA OU BLOQUEADA, A PEDIDO DO
      * DONO (PORTABILIDADE OU ENCERRAMENTO). A CHAVE FICA LIVRE PARA
      * SER INCLUIDA DE NOVO EM OUTRA CONTA DO MESMO DONO.
      *
      ******************************************************************
       EXCLUI-CHAVE.
           DISPLAY TELA-EXCLUSAO.
           PERFORM LOCALIZA-CHAVE.
           IF ACHOU-CHAVE = "S"
               DISPLAY "CONFIRMA A EXCLUSAO (S/N)? < >" AT 1703
               ACCEPT SALVAR AT 1731 WITH PROMPT AUTO
               MOVE FUNCTION UPPER-CASE (SALVAR) TO SALVAR
               IF SALVAR = "S"
                   DELETE ARQ-CHAVES-PIX RECORD
                       INVALID KEY
                           DISPLAY "ERRO AO EXCLUIR A CHAVE!!" AT 1903
                           STOP " "
                           DISPLAY SPACE ERASE EOS AT LINE 19
                       NOT INVALID KEY
                           DISPLAY "CHAVE EXCLUIDA." AT 1903
                           DISPLAY "DIGITE QUALQUER TECLA PARA "
                               AT 2103
                           DISPLAY "CONTINUAR..." AT 2130
                           ACCEPT SALVAR AT 2142 WITH PROMPT AUTO
                   END-DELETE
               END-IF
           END-IF.
           CLOSE ARQ-CHAVES-PIX.

      ******************************************************************
      * RECEBE A CHAVE, LE O DIRETORIO (DEIXANDO-O ABERTO PARA
      * ATUALIZACAO) E MOSTRA A QUE CONTA ELA PERTENCE
      ******************************************************************
       LOCALIZA-CHAVE.
           MOVE "N" TO ACHOU-CHAVE.
           MOVE SPACES TO CHAVE-DIGITADA.
           PERFORM RECEBE-CHAVE-PROCURADA UNTIL CHAVE-DIGITADA <> " ".
           MOVE FUNCTION UPPER-CASE (CHAVE-DIGITADA) TO CHAVE-DIGITADA.
           PERFORM ABRE-CHAVES-PIX.
           MOVE CHAVE-DIGITADA TO PIX-CHAVE.
           READ ARQ-CHAVES-PIX
               INVALID KEY
                   DISPLAY "CHAVE NAO ENCONTRADA!" AT 1703
                   DISPLAY "(APERTE QUALQUER TECLA...)" AT 1735
                   STOP " "
                   DISPLAY SPACE ERASE EOS AT LINE 17
               NOT INVALID KEY
                   MOVE "S" TO ACHOU-CHAVE
                   DISPLAY PIX-AGENCIA AT 0825
                   DISPLAY "/" AT 0831
                   DISPLAY PIX-CONTA AT 0833
                   DISPLAY PIX-CPF-CNPJ AT 0925
                   DISPLAY PIX-TIPO AT 1025
                   DISPLAY PIX-SITUACAO AT 1125
                   IF PIX-SITUACAO = "B"
                       IF PIX-BLOQUEIO-AUTOMATICO = "S"
                           DISPLAY "(PELA SITUACAO DA CONTA)" AT 1127
                       ELSE
                           DISPLAY "(MANUAL)" AT 1127
                       END-IF
                   END-IF
                   DISPLAY PIX-DATA-INCLUSAO AT 1225
                   DISPLAY "POR " AT 1235
                   DISPLAY PIX-OPERADOR AT 1239
           END-READ.

       RECEBE-CHAVE-PROCURADA.
           ACCEPT CHAVE-DIGITADA AT 0603.
           IF CHAVE-DIGITADA = " "
               DISPLAY "E OBRIGATORIO DIGITAR A CHAVE " AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1735
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           END-IF.

      ******************************************************************
      *
      * BLOQUEIO MANUAL DE UMA CHAVE ATIVA E DESBLOQUEIO DE CHAVE
      * BLOQUEADA MANUALMENTE, SE A CONTA ESTIVER ATIVA. A CHAVE
      * BLOQUEADA PELA SITUACAO DA CONTA SO VOLTA COM A REATIVACAO DA
      * CONTA NO CADASTRO.
      *
      ******************************************************************
       BLOQUEIA-CHAVE.
           DISPLAY TELA-BLOQUEIO.
           PERFORM LOCALIZA-CHAVE.
           IF ACHOU-CHAVE = "S"
               IF PIX-SITUACAO = "A"
                   DISPLAY "CONFIRMA O BLOQUEIO (S/N)? < >" AT 1703
                   ACCEPT SALVAR AT 1731 WITH PROMPT AUTO
                   MOVE FUNCTION UPPER-CASE (SALVAR) TO SALVAR
                   IF SALVAR = "S"
                       MOVE "B" TO PIX-SITUACAO
                       MOVE "N" TO PIX-BLOQUEIO-AUTOMATICO
                       PERFORM REGRAVA-SITUACAO-CHAVE
                   END-IF
               ELSE
                   PERFORM DESBLOQUEIA-CHAVE
               END-IF
           END-IF.
           CLOSE ARQ-CHAVES-PIX.

       DESBLOQUEIA-CHAVE.
           MOVE PIX-AGENCIA TO AGENCIA-PROCURADA.
           MOVE PIX-CONTA TO CONTA-PROCURADA.
           PERFORM LOCALIZA-CONTA.
           IF PIX-BLOQUEIO-AUTOMATICO = "S"
               OR ACHOU-REGISTRO <> "S"
               OR SITUACAO-CONTA-ATUAL <> "A"
               DISPLAY "CONTA NAO ESTA ATIVA: REATIVE A CONTA " AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1741
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           ELSE
               DISPLAY "CONFIRMA O DESBLOQUEIO (S/N)? < >" AT 1703
               ACCEPT SALVAR AT 1734 WITH PROMPT AUTO
               MOVE FUNCTION UPPER-CASE (SALVAR) TO SALVAR
               IF SALVAR = "S"
                   MOVE "A" TO PIX-SITUACAO
                   MOVE "N" TO PIX-BLOQUEIO-AUTOMATICO
                   PERFORM REGRAVA-SITUACAO-CHAVE
               END-IF
           END-IF.

       REGRAVA-SITUACAO-CHAVE.
           MOVE OPERADOR-ATUAL TO PIX-OPERADOR-SITUACAO.
           MOVE DATA-NEGOCIO TO PIX-DATA-SITUACAO.
           REWRITE REG-CHAVE-PIX
               INVALID KEY
                   DISPLAY "ERRO AO ALTERAR A CHAVE!!" AT 1903
                   STOP " "
                   DISPLAY SPACE ERASE EOS AT LINE 19
               NOT INVALID KEY
                   DISPLAY "SITUACAO DA CHAVE ALTERADA" AT 1903
                   DISPLAY "DIGITE QUALQUER TECLA PARA CONTINUAR..."
                       AT 2103
                   ACCEPT SALVAR AT 2142 WITH PROMPT AUTO
           END-REWRITE.

      ******************************************************************
      *
      * CONSULTA AS CHAVES REGISTRADAS PARA A CONTA, COM TIPO,
      * SITUACAO E DATA DE INCLUSAO
      *
      ******************************************************************
       CONSULTA-CHAVES.
           DISPLAY TELA-CONSULTA.
           MOVE SPACES TO AGENCIA-PROCURADA CONTA-PROCURADA.
           PERFORM RECEBE-AGENCIA-CONSULTA
               UNTIL AGENCIA-PROCURADA <> " ".
           PERFORM RECEBE-CONTA-CONSULTA
               UNTIL CONTA-PROCURADA <> " ".
           OPEN INPUT ARQ-CHAVES-PIX.
           IF ARQ-OK = "35"
               CLOSE ARQ-CHAVES-PIX
               DISPLAY "NAO HA CHAVES CADASTRADAS!" AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1735
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           ELSE
               DISPLAY TELA-LISTAGEM
               MOVE 7 TO LINHA-ATUAL
               MOVE ZEROS TO QTD-CHAVES-CONTA
               MOVE "N" TO FIM-CHAVES
               PERFORM LISTA-PROXIMA-CHAVE UNTIL FIM-CHAVES = "S"
               CLOSE ARQ-CHAVES-PIX
               IF QTD-CHAVES-CONTA = ZEROS
                   DISPLAY "NENHUMA CHAVE PARA A CONTA." AT 0703
               END-IF
               DISPLAY "APERTE UMA TECLA PARA CONTINUAR..." AT 2403
               ACCEPT SALVAR AT 2440 WITH PROMPT AUTO
           END-IF.

       RECEBE-AGENCIA-CONSULTA.
           ACCEPT AGENCIA-PROCURADA AT 0519.
           IF AGENCIA-PROCURADA = " "
               DISPLAY "E OBRIGATORIO DIGITAR A AGENCIA " AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1735
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           END-IF.

       RECEBE-CONTA-CONSULTA.
           ACCEPT CONTA-PROCURADA AT 0719.
           IF CONTA-PROCURADA = " "
               DISPLAY "E OBRIGATORIO DIGITAR A CONTA " AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1735
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           END-IF.

       LISTA-PROXIMA-CHAVE.
           READ ARQ-CHAVES-PIX NEXT RECORD
               AT END
                   MOVE "S" TO FIM-CHAVES
               NOT AT END
                   IF PIX-AGENCIA = AGENCIA-PROCURADA
                       AND PIX-CONTA = CONTA-PROCURADA
                       ADD 1 TO QTD-CHAVES-CONTA
                       MOVE PIX-TIPO TO LC-TIPO
                       MOVE PIX-SITUACAO TO LC-SITUACAO
                       MOVE PIX-BLOQUEIO-AUTOMATICO TO LC-AUTOMATICO
                       MOVE PIX-CHAVE TO LC-CHAVE
                       MOVE PIX-DATA-INCLUSAO TO LC-INCLUSAO
                       COMPUTE POS-LINHA = LINHA-ATUAL * 100 + 3
                       DISPLAY LINHA-CHAVE AT POS-LINHA
                       PERFORM AVANCA-LINHA
                   END-IF
           END-READ.

       AVANCA-LINHA.
           ADD 1 TO LINHA-ATUAL.
           IF LINHA-ATUAL > 19
               DISPLAY "APERTE UMA TECLA PARA CONTINUAR..." AT 2103
               STOP " "
               DISPLAY TELA-LISTAGEM
               MOVE 7 TO LINHA-ATUAL
           END-IF.

       END PROGRAM CHAVES_PIX.
