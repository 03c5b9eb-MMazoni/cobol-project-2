      ******************************************************************
      * Author:
      * Date:
      * Purpose: TALOES E FOLHAS DE CHEQUE DAS CONTAS DO CADASTRO.DAT.
      *          A EMISSAO DE TALAO GRAVA EM TALOES.DAT (CHAVE
      *          AGENCIA + CONTA + PRIMEIRA FOLHA) A FAIXA DE NUMEROS
      *          ENTREGUE AO CORRENTISTA, SEMPRE EM SEGUIDA A ULTIMA
      *          FAIXA JA EMITIDA PARA A CONTA. A SUSTACAO OU O
      *          CANCELAMENTO DE FOLHAS (CONTRA-ORDEM) FICA EM
      *          CHEQUES.DAT (CHAVE AGENCIA + CONTA + FOLHA) COM TIPO,
      *          MOTIVO, OPERADOR E DATA, E E O QUE A COMPENSACAO
      *          (CompensaCheques.cbl) CONSULTA PARA DEVOLVER A FOLHA
      *          PELA ALINEA CERTA. A REVOGACAO DE UMA CONTRA-ORDEM E
      *          RESTRITA AO SUPERVISOR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. CHEQUES_TALOES.

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

      * TALOES DE CHEQUE EMITIDOS, UM REGISTRO POR TALAO COM A FAIXA
      * DE FOLHAS (PRIMEIRA E ULTIMA). FOLHA FORA DE TODAS AS FAIXAS
      * DA CONTA NAO FOI EMITIDA.
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

      * OCORRENCIAS POR FOLHA DE CHEQUE: CONTRA-ORDENS (SUSTACAO OU
      * CANCELAMENTO) E O RESULTADO DA COMPENSACAO. FOLHA EMITIDA SEM
      * REGISTRO AQUI AINDA NAO FOI APRESENTADA NEM SUSTADA.
      *   CHQ-SITUACAO: S = SUSTADA (CONTRA-ORDEM ATIVA),
      *                 R = CONTRA-ORDEM REVOGADA,
      *                 P = PAGA NA COMPENSACAO,
      *                 D = DEVOLVIDA NA COMPENSACAO (SEM FUNDOS OU
      *                     CONTA ENCERRADA)
      *   CHQ-TIPO-ORDEM: S = SUSTACAO PELO CORRENTISTA (ALINEA 21),
      *                   F = FURTO OU ROUBO (ALINEA 28),
      *                   C = FOLHA CANCELADA PELO CORRENTISTA
      *                       (ALINEA 20)
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
               02 VALOR-M PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
            01 OPCAO PIC Z(1) VALUES ZEROS.
            01 ARQ-OK PIC X(2) VALUES SPACES.
            01 SALVAR PIC X(1) VALUES SPACES.
            01 ACHOU-REGISTRO PIC X(1) VALUES SPACES.
            01 FOLHA-EMITIDA PIC X(1) VALUES SPACES.
            01 FIM-TALOES PIC X(1) VALUES SPACES.
            01 FIM-CHEQUES PIC X(1) VALUES SPACES.
            01 AGENCIA-PROCURADA PIC X(5) VALUES SPACES.
            01 CONTA-PROCURADA PIC X(12) VALUES SPACES.
            01 SITUACAO-CONTA-ATUAL PIC X(1) VALUES SPACES.
            01 QTD-FOLHAS PIC 9(2) VALUES ZEROS.
            01 ULTIMA-FOLHA-EMITIDA PIC 9(6) VALUES ZEROS.
            01 FAIXA-ESGOTADA PIC X(1) VALUES SPACES.
            01 FOLHA-INICIAL PIC 9(6) VALUES ZEROS.
            01 FOLHA-FINAL PIC 9(6) VALUES ZEROS.
            01 FOLHA-ATUAL PIC 9(6) VALUES ZEROS.
            01 FOLHA-PROCURADA PIC 9(6) VALUES ZEROS.
            01 TIPO-ORDEM PIC X(1) VALUES SPACES.
            01 MOTIVO-ORDEM PIC X(30) VALUES SPACES.
      * UMA CONTRA-ORDEM COBRE NO MAXIMO UM TALAO INTEIRO DE FOLHAS
            01 MAXIMO-FOLHAS-ORDEM PIC 9(2) VALUES 50.
            01 TOTAL-SUSTADAS PIC 9(3) VALUES ZEROS.
            01 TOTAL-NAO-EMITIDAS PIC 9(3) VALUES ZEROS.
            01 TOTAL-JA-PAGAS PIC 9(3) VALUES ZEROS.
            01 TOTAL-JA-SUSTADAS PIC 9(3) VALUES ZEROS.
            01 OPERADOR-ATUAL PIC X(8) VALUES SPACES.
            01 NIVEL-ATUAL PIC X(1) VALUES SPACES.
            01 OPERADOR-DIGITADO PIC X(8) VALUES SPACES.
            01 SENHA-DIGITADA PIC X(8) VALUES SPACES.
            01 TENTATIVAS-SIGNON PIC 9(1) VALUES ZEROS.
            01 SIGNON-OK PIC X(1) VALUES SPACES.
            01 DATA-NEGOCIO PIC 9(8) VALUES ZEROS.
            01 LINHA-ATUAL PIC 9(2) VALUES ZEROS.
            01 POS-LINHA PIC 9(4) VALUES ZEROS.
            01 LINHA-TALAO.
               02 FILLER PIC X(9) VALUES "TALAO DE ".
               02 LT-INICIAL PIC 9(6).
               02 FILLER PIC X(5) VALUES " ATE ".
               02 LT-FINAL PIC 9(6).
               02 FILLER PIC X(11) VALUES "  EMISSAO: ".
               02 LT-EMISSAO PIC 9(8).
               02 FILLER PIC X(12) VALUES "  OPERADOR: ".
               02 LT-OPERADOR PIC X(8).
            01 LINHA-FOLHA.
               02 FILLER PIC X(6) VALUES "FOLHA ".
               02 LF-NUMERO PIC 9(6).
               02 FILLER PIC X(6) VALUES "  SIT ".
               02 LF-SITUACAO PIC X(1).
               02 FILLER PIC X(7) VALUES "  TIPO ".
               02 LF-TIPO PIC X(1).
               02 FILLER PIC X(2) VALUES SPACES.
               02 LF-VALOR PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER PIC X(6) VALUES "  AL. ".
               02 LF-ALINEA PIC X(2).
               02 FILLER PIC X(2) VALUES SPACES.
               02 LF-MOTIVO PIC X(20).

       SCREEN SECTION.
           01 TELA.
               02 BLANK SCREEN.
               02 LINE 1 COLUMN 27 VALUE "TALOES E CHEQUES".
               02 LINE 5 COLUMN 3 VALUE "1 - EMITIR TALAO DE CHEQUES".
               02 LINE 7 COLUMN 3 VALUE "2 - SUSTAR OU CANCELAR FOLHAS".
               02 LINE 9 COLUMN 3
                  VALUE "3 - REVOGAR SUSTACAO (SUPERVISOR)".
               02 LINE 11 COLUMN 3
                  VALUE "4 - CONSULTAR TALOES E FOLHAS DA CONTA".
               02 LINE 13 COLUMN 3 VALUE "5 - SAIR".

           01 TELA-FINAL.
               02 BLANK SCREEN.
               02 LINE 20 COLUMN 30 VALUE "FIM DO PROGRAMA".

           01 TELA-SIGNON.
               02 BLANK SCREEN.
               02 LINE 1 COLUMN 27 VALUE "TALOES E CHEQUES".
               02 LINE 3 COLUMN 27 VALUE "IDENTIFICACAO DO OPERADOR".
               02 LINE 7 COLUMN 10 VALUE "OPERADOR: ".
               02 LINE 9 COLUMN 10 VALUE "   SENHA: ".

           01 TELA-TALAO.
               02 BLANK SCREEN.
               02 LINE 1 COLUMN 25 VALUE "EMISSAO DE TALAO DE CHEQUES".
               02 LINE 5 COLUMN 10 VALUE "         AGENCIA: ".
               02 LINE 7 COLUMN 10 VALUE "           CONTA: ".
               02 LINE 9 COLUMN 10 VALUE "            NOME: ".
               02 LINE 11 COLUMN 10 VALUE "  QTD. DE FOLHAS: ".
               02 LINE 13 COLUMN 10 VALUE "FOLHAS (DE / ATE): ".

           01 TELA-ORDEM.
               02 BLANK SCREEN.
               02 LINE 1 COLUMN 22
                  VALUE "SUSTACAO / CANCELAMENTO DE FOLHAS".
               02 LINE 5 COLUMN 10 VALUE "         AGENCIA: ".
               02 LINE 7 COLUMN 10 VALUE "           CONTA: ".
               02 LINE 9 COLUMN 10 VALUE "            NOME: ".
               02 LINE 11 COLUMN 10 VALUE "FOLHAS (DE / ATE): ".
               02 LINE 13 COLUMN 10 VALUE "    TIPO (S/F/C): ".
               02 LINE 13 COLUMN 32
                  VALUE "S=SUSTACAO F=FURTO/ROUBO C=CANCELADA".
               02 LINE 15 COLUMN 10 VALUE "          MOTIVO: ".

           01 TELA-REVOGACAO.
               02 BLANK SCREEN.
               02 LINE 1 COLUMN 24 VALUE "REVOGACAO DE CONTRA-ORDEM".
               02 LINE 5 COLUMN 10 VALUE "AGENCIA: ".
               02 LINE 7 COLUMN 10 VALUE "  CONTA: ".
               02 LINE 9 COLUMN 10 VALUE "  FOLHA: ".

           01 TELA-CONSULTA.
               02 BLANK SCREEN.
               02 LINE 1 COLUMN 25 VALUE "TALOES E FOLHAS DA CONTA".
               02 LINE 5 COLUMN 10 VALUE "AGENCIA: ".
               02 LINE 7 COLUMN 10 VALUE "  CONTA: ".

           01 TELA-LISTAGEM.
               02 BLANK SCREEN.
               02 LINE 1 COLUMN 25 VALUE "TALOES E FOLHAS DA CONTA".
               02 LINE 3 COLUMN 3
                  VALUE "SIT: S=SUSTADA R=REVOGADA P=PAGA D=DEVOLVIDA".
               02 LINE 4 COLUMN 3
                  VALUE "TIPO: S=SUSTACAO F=FURTO/ROUBO C=CANCELADA".

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
      * PARA ESTAMPAR TALOES E CONTRA-ORDENS. ENQUANTO A DATA DE
      * NEGOCIO NAO FOI IMPLANTADA, A DATA DO SISTEMA E USADA.
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
      * IDENTIFICACAO DO OPERADOR (MESMA ROTINA DE Banco.cbl): O
      * CAIXA EMITE TALOES E REGISTRA CONTRA-ORDENS NO BALCAO; O
      * NIVEL FICA GUARDADO PARA A REVOGACAO, QUE E DO SUPERVISOR.
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
                   PERFORM EMITE-TALAO
                   DISPLAY TELA
               WHEN 2
                   PERFORM SUSTA-FOLHAS
                   DISPLAY TELA
               WHEN 3
                   PERFORM VERIFICA-ACESSO-REVOGACAO
                   DISPLAY TELA
               WHEN 4
                   PERFORM CONSULTA-TALOES
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
      * EMITE UM TALAO PARA UMA CONTA ATIVA. A FAIXA COMECA NA FOLHA
      * SEGUINTE A ULTIMA JA EMITIDA PARA A CONTA, PARA QUE NENHUM
      * NUMERO SE REPITA ENTRE TALOES.
      *
      ******************************************************************
       EMITE-TALAO.
           DISPLAY TELA-TALAO.
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
                   DISPLAY "TALAO NAO EMITIDO." AT 1733
                   STOP " "
                   DISPLAY SPACE ERASE EOS AT LINE 17
               ELSE
                   MOVE ZEROS TO QTD-FOLHAS
                   PERFORM RECEBE-QTD-FOLHAS UNTIL QTD-FOLHAS > 0
                   PERFORM ABRE-TALOES
                   PERFORM DEFINE-PROXIMA-FAIXA
                   IF FAIXA-ESGOTADA = "S"
                       DISPLAY "NUMERACAO DE FOLHAS ESGOTADA " AT 1703
                       DISPLAY "PARA A CONTA!" AT 1733
                       STOP " "
                       DISPLAY SPACE ERASE EOS AT LINE 17
                   ELSE
                       DISPLAY FOLHA-INICIAL AT 1329
                       DISPLAY "/" AT 1336
                       DISPLAY FOLHA-FINAL AT 1338
                       DISPLAY "CONFIRMA A EMISSAO (S/N)? < >" AT 1703
                       ACCEPT SALVAR AT 1730 WITH PROMPT AUTO
                       MOVE FUNCTION UPPER-CASE (SALVAR) TO SALVAR
                       IF SALVAR = "S"
                           PERFORM GRAVA-TALAO
                       END-IF
                   END-IF
                   CLOSE ARQ-TALOES
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

       RECEBE-QTD-FOLHAS.
           ACCEPT QTD-FOLHAS AT 1128 WITH PROMPT AUTO.
           IF QTD-FOLHAS = ZEROS
               DISPLAY "A QUANTIDADE DEVE SER MAIOR QUE ZERO " AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1740
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           END-IF.

       ABRE-TALOES.
           OPEN I-O ARQ-TALOES.
           IF ARQ-OK = "35"
               CLOSE ARQ-TALOES
               OPEN OUTPUT ARQ-TALOES
               CLOSE ARQ-TALOES
               OPEN I-O ARQ-TALOES
           END-IF.

      ******************************************************************
      * A NOVA FAIXA COMECA DEPOIS DA MAIOR FOLHA JA EMITIDA PARA A
      * CONTA (MESMA LEITURA POR PREFIXO DA SEQUENCIA DE Bloqueios.cbl)
      ******************************************************************
       DEFINE-PROXIMA-FAIXA.
           MOVE ZEROS TO ULTIMA-FOLHA-EMITIDA.
           MOVE "N" TO FIM-TALOES.
           MOVE AGENCIA-PROCURADA TO TAL-AGENCIA.
           MOVE CONTA-PROCURADA TO TAL-CONTA.
           MOVE ZEROS TO TAL-NUMERO-INICIAL.
           START ARQ-TALOES KEY >= TAL-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-TALOES
           END-START.
           PERFORM PROCURA-ULTIMA-FOLHA UNTIL FIM-TALOES = "S".
           IF ULTIMA-FOLHA-EMITIDA + QTD-FOLHAS > 999999
               MOVE "S" TO FAIXA-ESGOTADA
           ELSE
               MOVE "N" TO FAIXA-ESGOTADA
               COMPUTE FOLHA-INICIAL = ULTIMA-FOLHA-EMITIDA + 1
               COMPUTE FOLHA-FINAL = ULTIMA-FOLHA-EMITIDA + QTD-FOLHAS
           END-IF.

       PROCURA-ULTIMA-FOLHA.
           READ ARQ-TALOES NEXT RECORD
               AT END
                   MOVE "S" TO FIM-TALOES
               NOT AT END
                   IF TAL-AGENCIA = AGENCIA-PROCURADA
                       AND TAL-CONTA = CONTA-PROCURADA
                       IF TAL-NUMERO-FINAL > ULTIMA-FOLHA-EMITIDA
                           MOVE TAL-NUMERO-FINAL
                               TO ULTIMA-FOLHA-EMITIDA
                       END-IF
                   ELSE
                       MOVE "S" TO FIM-TALOES
                   END-IF
           END-READ.

       GRAVA-TALAO.
           MOVE AGENCIA-PROCURADA TO TAL-AGENCIA.
           MOVE CONTA-PROCURADA TO TAL-CONTA.
           MOVE FOLHA-INICIAL TO TAL-NUMERO-INICIAL.
           MOVE FOLHA-FINAL TO TAL-NUMERO-FINAL.
           MOVE QTD-FOLHAS TO TAL-QTD-FOLHAS.
           MOVE DATA-NEGOCIO TO TAL-DATA-EMISSAO.
           MOVE OPERADOR-ATUAL TO TAL-OPERADOR.
           WRITE REG-TALAO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O TALAO!!" AT 1903
                   STOP " "
                   DISPLAY SPACE ERASE EOS AT LINE 19
               NOT INVALID KEY
                   DISPLAY "TALAO EMITIDO." AT 1903
                   DISPLAY "DIGITE QUALQUER TECLA PARA CONTINUAR..."
                       AT 2103
                   ACCEPT SALVAR AT 2142 WITH PROMPT AUTO
           END-WRITE.

      ******************************************************************
      *
      * REGISTRA A CONTRA-ORDEM (SUSTACAO, FURTO/ROUBO OU FOLHA
      * CANCELADA) PARA UMA FAIXA DE FOLHAS DA CONTA. FOLHA NAO
      * EMITIDA, JA PAGA OU JA SUSTADA E PULADA E CONTADA; AS DEMAIS
      * FICAM COM SITUACAO S, MOTIVO, OPERADOR E DATA.
      *
      ******************************************************************
       SUSTA-FOLHAS.
           DISPLAY TELA-ORDEM.
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
               MOVE ZEROS TO FOLHA-INICIAL FOLHA-FINAL
               PERFORM RECEBE-FAIXA-FOLHAS
                   UNTIL FOLHA-INICIAL > 0
               MOVE SPACES TO TIPO-ORDEM
               PERFORM RECEBE-TIPO-ORDEM
                   UNTIL TIPO-ORDEM = "S" OR TIPO-ORDEM = "F"
                      OR TIPO-ORDEM = "C"
               MOVE SPACES TO MOTIVO-ORDEM
               PERFORM RECEBE-MOTIVO-ORDEM UNTIL MOTIVO-ORDEM <> " "
               DISPLAY "CONFIRMA A CONTRA-ORDEM (S/N)? < >" AT 1703
               ACCEPT SALVAR AT 1735 WITH PROMPT AUTO
               MOVE FUNCTION UPPER-CASE (SALVAR) TO SALVAR
               IF SALVAR = "S"
                   PERFORM GRAVA-CONTRA-ORDEM
               END-IF
           END-IF.

       RECEBE-FAIXA-FOLHAS.
           ACCEPT FOLHA-INICIAL AT 1129 WITH PROMPT AUTO.
           ACCEPT FOLHA-FINAL AT 1138 WITH PROMPT AUTO.
           IF FOLHA-FINAL = ZEROS
               MOVE FOLHA-INICIAL TO FOLHA-FINAL
           END-IF.
           IF FOLHA-INICIAL = ZEROS OR FOLHA-FINAL < FOLHA-INICIAL
               DISPLAY "FAIXA DE FOLHAS INVALIDA " AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1735
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
               MOVE ZEROS TO FOLHA-INICIAL
           ELSE
               IF FOLHA-FINAL - FOLHA-INICIAL >= MAXIMO-FOLHAS-ORDEM
                   DISPLAY "NO MAXIMO 50 FOLHAS POR CONTRA-ORDEM "
                       AT 1703
                   DISPLAY "(APERTE QUALQUER TECLA...)" AT 1740
                   STOP " "
                   DISPLAY SPACE ERASE EOS AT LINE 17
                   MOVE ZEROS TO FOLHA-INICIAL
               END-IF
           END-IF.

       RECEBE-TIPO-ORDEM.
           ACCEPT TIPO-ORDEM AT 1328 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE (TIPO-ORDEM) TO TIPO-ORDEM.
           IF TIPO-ORDEM <> "S" AND TIPO-ORDEM <> "F"
               AND TIPO-ORDEM <> "C"
               DISPLAY "TIPO DEVE SER S, F OU C " AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1735
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           END-IF.

       RECEBE-MOTIVO-ORDEM.
           ACCEPT MOTIVO-ORDEM AT 1528.
           IF MOTIVO-ORDEM = " "
               DISPLAY "E OBRIGATORIO DIGITAR O MOTIVO " AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1735
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           END-IF.

       GRAVA-CONTRA-ORDEM.
           MOVE ZEROS TO TOTAL-SUSTADAS TOTAL-NAO-EMITIDAS.
           MOVE ZEROS TO TOTAL-JA-PAGAS TOTAL-JA-SUSTADAS.
           OPEN INPUT ARQ-TALOES.
           IF ARQ-OK = "35"
               CLOSE ARQ-TALOES
               DISPLAY "NAO HA TALOES EMITIDOS!" AT 1903
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1935
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 19
           ELSE
               OPEN I-O ARQ-CHEQUES
               IF ARQ-OK = "35"
                   CLOSE ARQ-CHEQUES
                   OPEN OUTPUT ARQ-CHEQUES
                   CLOSE ARQ-CHEQUES
                   OPEN I-O ARQ-CHEQUES
               END-IF
               MOVE FOLHA-INICIAL TO FOLHA-ATUAL
               PERFORM SUSTA-UMA-FOLHA
                   UNTIL FOLHA-ATUAL > FOLHA-FINAL
               CLOSE ARQ-CHEQUES
               CLOSE ARQ-TALOES
               DISPLAY "FOLHAS SUSTADAS.....: " AT 1903
               DISPLAY TOTAL-SUSTADAS AT 1925
               DISPLAY "NAO EMITIDAS: " AT 1930
               DISPLAY TOTAL-NAO-EMITIDAS AT 1944
               DISPLAY "JA PAGAS.............: " AT 2003
               DISPLAY TOTAL-JA-PAGAS AT 2025
               DISPLAY "JA SUSTADAS: " AT 2030
               DISPLAY TOTAL-JA-SUSTADAS AT 2044
               DISPLAY "DIGITE QUALQUER TECLA PARA CONTINUAR..."
                   AT 2103
               ACCEPT SALVAR AT 2142 WITH PROMPT AUTO
           END-IF.

       SUSTA-UMA-FOLHA.
           MOVE FOLHA-ATUAL TO FOLHA-PROCURADA.
           PERFORM VERIFICA-FOLHA-EMITIDA.
           IF FOLHA-EMITIDA <> "S"
               ADD 1 TO TOTAL-NAO-EMITIDAS
           ELSE
               MOVE AGENCIA-PROCURADA TO CHQ-AGENCIA
               MOVE CONTA-PROCURADA TO CHQ-CONTA
               MOVE FOLHA-ATUAL TO CHQ-NUMERO
               READ ARQ-CHEQUES
                   INVALID KEY
                       PERFORM GRAVA-NOVA-ORDEM
                   NOT INVALID KEY
                       PERFORM REGRAVA-ORDEM
               END-READ
           END-IF.
           ADD 1 TO FOLHA-ATUAL.

       GRAVA-NOVA-ORDEM.
           MOVE SPACES TO CHQ-OPERADOR-BAIXA CHQ-ALINEA.
           MOVE ZEROS TO CHQ-DATA-BAIXA CHQ-VALOR.
           MOVE ZEROS TO CHQ-DATA-COMPENSACAO CHQ-QTD-DEVOLUCOES.
           PERFORM PREENCHE-ORDEM.
           WRITE REG-CHEQUE
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A CONTRA-ORDEM DA FOLHA "
                       AT 1703
                   DISPLAY FOLHA-ATUAL AT 1743
                   STOP " "
                   DISPLAY SPACE ERASE EOS AT LINE 17
               NOT INVALID KEY
                   ADD 1 TO TOTAL-SUSTADAS
           END-WRITE.

      * FOLHA DEVOLVIDA POR FALTA DE FUNDOS AINDA PODE SER SUSTADA; A
      * CONTAGEM DE DEVOLUCOES FICA PARA A REAPRESENTACAO
       REGRAVA-ORDEM.
           EVALUATE CHQ-SITUACAO
               WHEN "P"
                   ADD 1 TO TOTAL-JA-PAGAS
               WHEN "S"
                   ADD 1 TO TOTAL-JA-SUSTADAS
               WHEN OTHER
                   MOVE SPACES TO CHQ-OPERADOR-BAIXA
                   MOVE ZEROS TO CHQ-DATA-BAIXA
                   PERFORM PREENCHE-ORDEM
                   REWRITE REG-CHEQUE
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A CONTRA-ORDEM "
                               AT 1703
                           DISPLAY FOLHA-ATUAL AT 1733
                           STOP " "
                           DISPLAY SPACE ERASE EOS AT LINE 17
                       NOT INVALID KEY
                           ADD 1 TO TOTAL-SUSTADAS
                   END-REWRITE
           END-EVALUATE.

       PREENCHE-ORDEM.
           MOVE "S" TO CHQ-SITUACAO.
           MOVE TIPO-ORDEM TO CHQ-TIPO-ORDEM.
           MOVE MOTIVO-ORDEM TO CHQ-MOTIVO.
           MOVE OPERADOR-ATUAL TO CHQ-OPERADOR.
           MOVE DATA-NEGOCIO TO CHQ-DATA-ORDEM.

      ******************************************************************
      * A FOLHA FOI EMITIDA SE ESTA DENTRO DE ALGUMA FAIXA DE TALAO
      * DA CONTA (ARQ-TALOES ABERTO PELO CHAMADOR)
      ******************************************************************
       VERIFICA-FOLHA-EMITIDA.
           MOVE "N" TO FOLHA-EMITIDA.
           MOVE "N" TO FIM-TALOES.
           MOVE AGENCIA-PROCURADA TO TAL-AGENCIA.
           MOVE CONTA-PROCURADA TO TAL-CONTA.
           MOVE ZEROS TO TAL-NUMERO-INICIAL.
           START ARQ-TALOES KEY >= TAL-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-TALOES
           END-START.
           PERFORM PROCURA-FAIXA-DA-FOLHA UNTIL FIM-TALOES = "S".

       PROCURA-FAIXA-DA-FOLHA.
           READ ARQ-TALOES NEXT RECORD
               AT END
                   MOVE "S" TO FIM-TALOES
               NOT AT END
                   IF TAL-AGENCIA = AGENCIA-PROCURADA
                       AND TAL-CONTA = CONTA-PROCURADA
                       AND TAL-NUMERO-INICIAL <= FOLHA-PROCURADA
                       IF TAL-NUMERO-FINAL >= FOLHA-PROCURADA
                           MOVE "S" TO FOLHA-EMITIDA
                           MOVE "S" TO FIM-TALOES
                       END-IF
                   ELSE
                       MOVE "S" TO FIM-TALOES
                   END-IF
           END-READ.

      ******************************************************************
      * REVOGACAO DE CONTRA-ORDEM, RESTRITA AO SUPERVISOR (MESMA
      * VERIFICACAO DE NIVEL DA EXCLUSAO EM Banco.cbl)
      ******************************************************************
       VERIFICA-ACESSO-REVOGACAO.
           IF NIVEL-ATUAL = "S"
               PERFORM REVOGA-CONTRA-ORDEM
           ELSE
               DISPLAY "REVOGACAO RESTRITA AO SUPERVISOR! " AT 2103
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 2138
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 21
           END-IF.

      ******************************************************************
      *
      * REVOGA A CONTRA-ORDEM DE UMA FOLHA: O REGISTRO FICA COM
      * SITUACAO R E GUARDA QUEM REVOGOU E QUANDO, E A FOLHA VOLTA A
      * SER PAGAVEL NA COMPENSACAO.
      *
      ******************************************************************
       REVOGA-CONTRA-ORDEM.
           DISPLAY TELA-REVOGACAO.
           MOVE SPACES TO AGENCIA-PROCURADA CONTA-PROCURADA.
           PERFORM RECEBE-AGENCIA-CONSULTA
               UNTIL AGENCIA-PROCURADA <> " ".
           PERFORM RECEBE-CONTA-CONSULTA
               UNTIL CONTA-PROCURADA <> " ".
           MOVE ZEROS TO FOLHA-PROCURADA.
           PERFORM RECEBE-FOLHA-REVOGACAO UNTIL FOLHA-PROCURADA > 0.
           OPEN I-O ARQ-CHEQUES.
           IF ARQ-OK = "35"
               CLOSE ARQ-CHEQUES
               DISPLAY "NAO HA CONTRA-ORDENS GRAVADAS!" AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1735
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           ELSE
               MOVE AGENCIA-PROCURADA TO CHQ-AGENCIA
               MOVE CONTA-PROCURADA TO CHQ-CONTA
               MOVE FOLHA-PROCURADA TO CHQ-NUMERO
               READ ARQ-CHEQUES
                   INVALID KEY
                       DISPLAY "FOLHA SEM CONTRA-ORDEM!" AT 1703
                       DISPLAY "(APERTE QUALQUER TECLA...)" AT 1735
                       STOP " "
                       DISPLAY SPACE ERASE EOS AT LINE 17
                   NOT INVALID KEY
                       PERFORM CONFIRMA-REVOGACAO
               END-READ
               CLOSE ARQ-CHEQUES
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

       RECEBE-FOLHA-REVOGACAO.
           ACCEPT FOLHA-PROCURADA AT 0919 WITH PROMPT AUTO.
           IF FOLHA-PROCURADA = ZEROS
               DISPLAY "E OBRIGATORIO DIGITAR A FOLHA " AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1735
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           END-IF.

       CONFIRMA-REVOGACAO.
           IF CHQ-SITUACAO <> "S"
               DISPLAY "FOLHA SEM CONTRA-ORDEM ATIVA. " AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1735
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           ELSE
               DISPLAY "TIPO: " AT 1103
               DISPLAY CHQ-TIPO-ORDEM AT 1109
               DISPLAY "EM " AT 1112
               DISPLAY CHQ-DATA-ORDEM AT 1115
               DISPLAY "POR " AT 1125
               DISPLAY CHQ-OPERADOR AT 1129
               DISPLAY CHQ-MOTIVO AT 1303
               DISPLAY "CONFIRMA A REVOGACAO (S/N)? < >" AT 1703
               ACCEPT SALVAR AT 1732 WITH PROMPT AUTO
               MOVE FUNCTION UPPER-CASE (SALVAR) TO SALVAR
               IF SALVAR = "S"
                   MOVE "R" TO CHQ-SITUACAO
                   MOVE OPERADOR-ATUAL TO CHQ-OPERADOR-BAIXA
                   MOVE DATA-NEGOCIO TO CHQ-DATA-BAIXA
                   REWRITE REG-CHEQUE
                       INVALID KEY
                           DISPLAY "ERRO AO REVOGAR A CONTRA-ORDEM!!"
                               AT 1903
                           STOP " "
                           DISPLAY SPACE ERASE EOS AT LINE 19
                       NOT INVALID KEY
                           DISPLAY "CONTRA-ORDEM REVOGADA" AT 1903
                           DISPLAY "DIGITE QUALQUER TECLA PARA "
                               AT 2103
                           DISPLAY "CONTINUAR..." AT 2130
                           ACCEPT SALVAR AT 2142 WITH PROMPT AUTO
                   END-REWRITE
               END-IF
           END-IF.

      ******************************************************************
      *
      * CONSULTA OS TALOES EMITIDOS PARA A CONTA E AS OCORRENCIAS DAS
      * FOLHAS (CONTRA-ORDENS, PAGAMENTOS E DEVOLUCOES)
      *
      ******************************************************************
       CONSULTA-TALOES.
           DISPLAY TELA-CONSULTA.
           MOVE SPACES TO AGENCIA-PROCURADA CONTA-PROCURADA.
           PERFORM RECEBE-AGENCIA-CONSULTA
               UNTIL AGENCIA-PROCURADA <> " ".
           PERFORM RECEBE-CONTA-CONSULTA
               UNTIL CONTA-PROCURADA <> " ".
           OPEN INPUT ARQ-TALOES.
           IF ARQ-OK = "35"
               CLOSE ARQ-TALOES
               DISPLAY "NAO HA TALOES EMITIDOS!" AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1735
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           ELSE
               DISPLAY TELA-LISTAGEM
               MOVE 7 TO LINHA-ATUAL
               MOVE "N" TO FIM-TALOES
               MOVE AGENCIA-PROCURADA TO TAL-AGENCIA
               MOVE CONTA-PROCURADA TO TAL-CONTA
               MOVE ZEROS TO TAL-NUMERO-INICIAL
               START ARQ-TALOES KEY >= TAL-CHAVE
                   INVALID KEY
                       MOVE "S" TO FIM-TALOES
               END-START
               PERFORM LISTA-PROXIMO-TALAO UNTIL FIM-TALOES = "S"
               CLOSE ARQ-TALOES
               OPEN INPUT ARQ-CHEQUES
               IF ARQ-OK <> "35"
                   MOVE "N" TO FIM-CHEQUES
                   MOVE AGENCIA-PROCURADA TO CHQ-AGENCIA
                   MOVE CONTA-PROCURADA TO CHQ-CONTA
                   MOVE ZEROS TO CHQ-NUMERO
                   START ARQ-CHEQUES KEY >= CHQ-CHAVE
                       INVALID KEY
                           MOVE "S" TO FIM-CHEQUES
                   END-START
                   PERFORM LISTA-PROXIMA-FOLHA UNTIL FIM-CHEQUES = "S"
               END-IF
               CLOSE ARQ-CHEQUES
               DISPLAY "APERTE UMA TECLA PARA CONTINUAR..." AT 2403
               ACCEPT SALVAR AT 2440 WITH PROMPT AUTO
           END-IF.

       LISTA-PROXIMO-TALAO.
           READ ARQ-TALOES NEXT RECORD
               AT END
                   MOVE "S" TO FIM-TALOES
               NOT AT END
                   IF TAL-AGENCIA = AGENCIA-PROCURADA
                       AND TAL-CONTA = CONTA-PROCURADA
                       MOVE TAL-NUMERO-INICIAL TO LT-INICIAL
                       MOVE TAL-NUMERO-FINAL TO LT-FINAL
                       MOVE TAL-DATA-EMISSAO TO LT-EMISSAO
                       MOVE TAL-OPERADOR TO LT-OPERADOR
                       COMPUTE POS-LINHA = LINHA-ATUAL * 100 + 3
                       DISPLAY LINHA-TALAO AT POS-LINHA
                       PERFORM AVANCA-LINHA
                   ELSE
                       MOVE "S" TO FIM-TALOES
                   END-IF
           END-READ.

       LISTA-PROXIMA-FOLHA.
           READ ARQ-CHEQUES NEXT RECORD
               AT END
                   MOVE "S" TO FIM-CHEQUES
               NOT AT END
                   IF CHQ-AGENCIA = AGENCIA-PROCURADA
                       AND CHQ-CONTA = CONTA-PROCURADA
                       MOVE CHQ-NUMERO TO LF-NUMERO
                       MOVE CHQ-SITUACAO TO LF-SITUACAO
                       MOVE CHQ-TIPO-ORDEM TO LF-TIPO
                       MOVE CHQ-VALOR TO LF-VALOR
                       MOVE CHQ-ALINEA TO LF-ALINEA
                       MOVE CHQ-MOTIVO TO LF-MOTIVO
                       COMPUTE POS-LINHA = LINHA-ATUAL * 100 + 3
                       DISPLAY LINHA-FOLHA AT POS-LINHA
                       PERFORM AVANCA-LINHA
                   ELSE
                       MOVE "S" TO FIM-CHEQUES
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

       END PROGRAM CHEQUES_TALOES.
