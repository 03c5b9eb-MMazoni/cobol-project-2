      ******************************************************************
      * Author:
      * Date:
      * Purpose: CADEIA NOTURNA DE BATCH. LE A DEFINICAO DOS PASSOS EM
      *          CADEIA_NOTURNA.DAT (SEM O ARQUIVO VALE A CADEIA PADRAO:
      *          IMPORTACAO, REPROCESSAMENTO DE REJEITADOS, AGENDA,
      *          COMPENSACAO DE CHEQUES, JUROS E TARIFA NO FIM DO MES,
      *          JUROS DO CHEQUE ESPECIAL NO INICIO DO MES, MONITORA-
      *          MENTO DE ESPECIE, RELATORIO DO FGC NO FIM DO MES,
      *          FECHAMENTO DO DIA E ARQUIVAMENTO DO LOG NO INICIO DO
      *          MES) E EXECUTA OS PASSOS EM ORDEM. FIM E INICIO DE
      *          MES SAO APURADOS POR DIA UTIL (SEGUNDA A SEXTA, FORA
      *          OS FERIADOS DE FERIADOS.DAT). CADA PASSO TEM SUA
      *          SITUACAO GRAVADA EM EXECUCAO_CADEIA.DAT; PASSO COM
      *          RETORNO DIFERENTE DE ZERO INTERROMPE A CADEIA, E A
      *          NOVA EXECUCAO RETOMA A CADEIA NO PASSO QUE FALHOU. AO
      *          FINAL IMPRIME A JANELA DO BATCH COM INICIO E FIM DE
      *          CADA PASSO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. CADEIA_NOTURNA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DEFINICAO ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS ARQ-OK.

           SELECT ARQ-FERIADOS ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS ARQ-OK.

           SELECT ARQ-EXECUCAO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXC-CHAVE
           FILE STATUS IS ARQ-OK.

           SELECT ARQ-DATA-NEGOCIO ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS ARQ-OK.

       DATA DIVISION.
       FILE SECTION.
      * DEFINICAO DA CADEIA, UM PASSO POR LINHA NA ORDEM DE EXECUCAO
      *   DEF-PASSO: NUMERO DO PASSO (CRESCENTE, DE 01 A 99)
      *   DEF-CALENDARIO: D = TODO DIA, F = ULTIMO DIA UTIL DO MES,
      *                   I = PRIMEIRO DIA UTIL DO MES
      *   DEF-COMANDO: LINHA DE COMANDO QUE EXECUTA O PASSO
       FD  ARQ-DEFINICAO LABEL RECORD STANDARD
               RECORD CONTAINS 83 CHARACTERS
               DATA RECORD IS REG-DEFINICAO
               VALUE OF FILE-ID IS "CADEIA_NOTURNA.DAT".
       01  REG-DEFINICAO.
               02 DEF-PASSO PIC 9(2).
               02 DEF-PROGRAMA PIC X(20).
               02 DEF-CALENDARIO PIC X(1).
               02 DEF-COMANDO PIC X(60).

      * FERIADOS BANCARIOS (DATA AAAAMMDD E DESCRICAO). SEM O ARQUIVO
      * SO SABADOS E DOMINGOS DEIXAM DE SER DIA UTIL
       FD  ARQ-FERIADOS LABEL RECORD STANDARD
               RECORD CONTAINS 38 CHARACTERS
               DATA RECORD IS REG-FERIADO
               VALUE OF FILE-ID IS "FERIADOS.DAT".
       01  REG-FERIADO.
               02 FER-DATA PIC 9(8).
               02 FER-DESCRICAO PIC X(30).

      * SITUACAO DE CADA PASSO DA CADEIA POR DATA DE NEGOCIO. O PASSO
      * 00 E O REGISTRO DA PROPRIA CADEIA (INICIO E FIM DA JANELA).
      *   EXC-STATUS: E = EM EXECUCAO, C = COMPLETO, F = FALHOU,
      *               P = PULADO (FORA DO CALENDARIO)
       FD  ARQ-EXECUCAO LABEL RECORD STANDARD
               DATA RECORD IS REG-EXECUCAO
               VALUE OF FILE-ID IS "EXECUCAO_CADEIA.DAT".
       01  REG-EXECUCAO.
               02 EXC-CHAVE.
                  03 EXC-DATA-NEGOCIO PIC 9(8).
                  03 EXC-PASSO PIC 9(2).
               02 EXC-PROGRAMA PIC X(20).
               02 EXC-CALENDARIO PIC X(1).
               02 EXC-DATA-INICIO PIC 9(8).
               02 EXC-HORA-INICIO PIC 9(8).
               02 EXC-DATA-FIM PIC 9(8).
               02 EXC-HORA-FIM PIC 9(8).
               02 EXC-STATUS PIC X(1).
               02 EXC-RETORNO PIC S9(9)
                  SIGN IS TRAILING SEPARATE CHARACTER.

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
            01 DATA-NEGOCIO PIC 9(8) VALUES ZEROS.
            01 DIA-ABERTO PIC X(1) VALUES SPACES.
            01 DEFINICAO-OK PIC X(1) VALUES SPACES.
            01 FIM-DEFINICAO PIC X(1) VALUES SPACES.
            01 FIM-FERIADOS PIC X(1) VALUES SPACES.
            01 FIM-EXECUCAO PIC X(1) VALUES SPACES.
            01 PODE-EXECUTAR PIC X(1) VALUES SPACES.
            01 CADEIA-ABERTA PIC X(1) VALUES SPACES.
            01 CADEIA-CONCLUIDA PIC X(1) VALUES SPACES.
            01 CADEIA-INTERROMPIDA PIC X(1) VALUES SPACES.
            01 PASSO-GRAVADO PIC X(1) VALUES SPACES.
            01 PASSO-NO-CALENDARIO PIC X(1) VALUES SPACES.
            01 FIM-DE-MES PIC X(1) VALUES SPACES.
            01 INICIO-DE-MES PIC X(1) VALUES SPACES.
            01 DIA-UTIL PIC X(1) VALUES SPACES.
            01 RETORNO-PASSO PIC S9(9) VALUES ZEROS.
            01 PASSO-FALHOU PIC 9(2) VALUES ZEROS.
            01 ULTIMO-PASSO PIC 9(2) VALUES ZEROS.
      * DATA DE NEGOCIO A QUE A CADEIA SE REFERE (NA RETOMADA, A DATA
      * DA CADEIA INTERROMPIDA, MESMO QUE O FECHAMENTO JA TENHA VIRADO
      * A DATA DE NEGOCIO)
            01 DATA-CADEIA PIC 9(8) VALUES ZEROS.
            01 DATA-CADEIA-R REDEFINES DATA-CADEIA.
               02 CAD-ANO PIC 9(4).
               02 CAD-MES PIC 9(2).
               02 CAD-DIA PIC 9(2).
      * DIA DO MES EXAMINADO NA APURACAO DO CALENDARIO
            01 DATA-TESTE PIC 9(8) VALUES ZEROS.
            01 DATA-TESTE-R REDEFINES DATA-TESTE.
               02 TST-ANO PIC 9(4).
               02 TST-MES PIC 9(2).
               02 TST-DIA PIC 9(2).
            01 ULTIMO-DIA-MES PIC 9(2) VALUES ZEROS.
            01 QUOCIENTE-ANO PIC 9(4) VALUES ZEROS.
            01 RESTO-ANO-4 PIC 9(3) VALUES ZEROS.
            01 RESTO-ANO-100 PIC 9(3) VALUES ZEROS.
            01 RESTO-ANO-400 PIC 9(3) VALUES ZEROS.
      * DIA DA SEMANA PELA CONGRUENCIA DE ZELLER
      *   DIA-SEMANA: 0 = SABADO, 1 = DOMINGO, 2 = SEGUNDA ... 6 = SEXTA
            01 ZEL-ANO PIC 9(4) VALUES ZEROS.
            01 ZEL-MES PIC 9(2) VALUES ZEROS.
            01 ZEL-SECULO PIC 9(2) VALUES ZEROS.
            01 ZEL-ANO-SECULO PIC 9(2) VALUES ZEROS.
            01 ZEL-PARCELA-MES PIC 9(3) VALUES ZEROS.
            01 ZEL-QUARTO-ANO PIC 9(2) VALUES ZEROS.
            01 ZEL-QUARTO-SECULO PIC 9(2) VALUES ZEROS.
            01 ZEL-SOMA PIC 9(4) VALUES ZEROS.
            01 ZEL-QUOCIENTE PIC 9(4) VALUES ZEROS.
            01 DIA-SEMANA PIC 9(1) VALUES ZEROS.
      * PASSOS DA CADEIA EM ORDEM DE EXECUCAO (CARREGADOS DE
      * CADEIA_NOTURNA.DAT OU DA CADEIA PADRAO)
            01 TOTAL-PASSOS PIC 9(2) VALUES ZEROS.
            01 IDX-PASSO PIC 9(2) VALUES ZEROS.
            01 TABELA-PASSOS.
               02 PAS-ITEM OCCURS 20 TIMES.
                  03 PAS-PASSO PIC 9(2).
                  03 PAS-PROGRAMA PIC X(20).
                  03 PAS-CALENDARIO PIC X(1).
                  03 PAS-COMANDO PIC X(60).
      * CADEIA PADRAO, USADA QUANDO CADEIA_NOTURNA.DAT NAO EXISTE
            01 CADEIA-PADRAO-VALORES.
               02 FILLER PIC X(23) VALUES
                  "01IMPORTA_MOVIMENTO   D".
               02 FILLER PIC X(60) VALUES "./ImportaMovimento".
               02 FILLER PIC X(23) VALUES
                  "02REPROCESSA_REJEITADOD".
               02 FILLER PIC X(60) VALUES "./ReprocessaRejeitados".
               02 FILLER PIC X(23) VALUES
                  "03EXECUTA_AGENDA      D".
               02 FILLER PIC X(60) VALUES "./ExecutaAgenda".
               02 FILLER PIC X(23) VALUES
                  "04COMPENSACAO_CHEQUES D".
               02 FILLER PIC X(60) VALUES "./CompensaCheques".
               02 FILLER PIC X(23) VALUES
                  "05JUROS_CONTA_CORRENTEF".
               02 FILLER PIC X(60) VALUES "./Juros".
               02 FILLER PIC X(23) VALUES
                  "06TARIFA_MANUTENCAO   F".
               02 FILLER PIC X(60) VALUES "./Tarifa".
               02 FILLER PIC X(23) VALUES
                  "07JUROS_CHEQUE_ESP    I".
               02 FILLER PIC X(60) VALUES "./JurosChequeEspecial".
               02 FILLER PIC X(23) VALUES
                  "08MONITORA_ESPECIE    D".
               02 FILLER PIC X(60) VALUES "./MonitoraEspecie".
               02 FILLER PIC X(23) VALUES
                  "09RELATORIO_FGC       F".
               02 FILLER PIC X(60) VALUES "./RelatorioFgc".
               02 FILLER PIC X(23) VALUES
                  "10FECHAMENTO_DIA      D".
               02 FILLER PIC X(60) VALUES "./FechamentoDia".
               02 FILLER PIC X(23) VALUES
                  "11ARQUIVA_LOG         I".
               02 FILLER PIC X(60) VALUES "./ArquivaLog".
            01 CADEIA-PADRAO REDEFINES CADEIA-PADRAO-VALORES.
               02 CPD-ITEM OCCURS 11 TIMES PIC X(83).
      * FERIADOS CARREGADOS DE FERIADOS.DAT
            01 TOTAL-FERIADOS PIC 9(3) VALUES ZEROS.
            01 IDX-FERIADO PIC 9(3) VALUES ZEROS.
            01 TABELA-FERIADOS.
               02 FER-TAB-DATA PIC 9(8) OCCURS 100 TIMES.
      * EDICAO DE DATA E HORA PARA A JANELA DO BATCH
            01 DATA-EDICAO PIC 9(8) VALUES ZEROS.
            01 DATA-EDICAO-R REDEFINES DATA-EDICAO.
               02 EDI-ANO PIC 9(4).
               02 EDI-MES PIC 9(2).
               02 EDI-DIA PIC 9(2).
            01 HORA-EDICAO PIC 9(8) VALUES ZEROS.
            01 HORA-EDICAO-R REDEFINES HORA-EDICAO.
               02 EDI-HORA PIC 9(2).
               02 EDI-MINUTO PIC 9(2).
               02 EDI-SEGUNDO PIC 9(2).
               02 EDI-CENTESIMO PIC 9(2).
            01 MOMENTO-EDITADO PIC X(19) VALUES SPACES.
            01 DATA-CADEIA-M PIC X(10) VALUES SPACES.
            01 LINHA-JANELA.
               02 JAN-PASSO PIC 9(2).
               02 FILLER PIC X(1) VALUES SPACES.
               02 JAN-PROGRAMA PIC X(20).
               02 FILLER PIC X(1) VALUES SPACES.
               02 JAN-CALENDARIO PIC X(1).
               02 FILLER PIC X(1) VALUES SPACES.
               02 JAN-SITUACAO PIC X(13).
               02 FILLER PIC X(1) VALUES SPACES.
               02 JAN-INICIO PIC X(19).
               02 FILLER PIC X(1) VALUES SPACES.
               02 JAN-FIM PIC X(19).
               02 FILLER PIC X(1) VALUES SPACES.
               02 JAN-RETORNO PIC ---------9.

       PROCEDURE DIVISION.
       INICIO.
           MOVE "N" TO PODE-EXECUTAR.
           MOVE "N" TO CADEIA-INTERROMPIDA.
           PERFORM CARREGA-DEFINICAO.
           IF DEFINICAO-OK = "S"
               PERFORM CARREGA-FERIADOS
               PERFORM ABRE-CONTROLE-CADEIA
           END-IF.
           IF PODE-EXECUTAR = "S"
               PERFORM APURA-CALENDARIO
               MOVE 1 TO IDX-PASSO
               PERFORM EXECUTA-PASSO
                   UNTIL IDX-PASSO > TOTAL-PASSOS
                   OR CADEIA-INTERROMPIDA = "S"
               PERFORM FINALIZA-CADEIA
               PERFORM IMPRIME-JANELA
               CLOSE ARQ-EXECUCAO
           END-IF.
      * RETORNO PARA O AGENDADOR: CADEIA COMPLETA (OU JA COMPLETA
      * ANTES) RETORNA ZERO; FALHA DE PASSO OU DE PREPARACAO RETORNA 8
           IF CADEIA-INTERROMPIDA = "S"
               OR (PODE-EXECUTAR <> "S" AND CADEIA-CONCLUIDA <> "S")
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      *
      * CARREGA OS PASSOS DA CADEIA. SEM O ARQUIVO DE DEFINICAO VALE A
      * CADEIA PADRAO. PASSO FORA DE ORDEM, SEM COMANDO OU COM
      * CALENDARIO INVALIDO RECUSA A DEFINICAO INTEIRA.
      *
      ******************************************************************
       CARREGA-DEFINICAO.
           MOVE "S" TO DEFINICAO-OK.
           MOVE ZEROS TO TOTAL-PASSOS.
           MOVE ZEROS TO ULTIMO-PASSO.
           OPEN INPUT ARQ-DEFINICAO.
           EVALUATE ARQ-OK
               WHEN "00"
                   MOVE "N" TO FIM-DEFINICAO
                   PERFORM LE-PASSO-DEFINICAO
                       UNTIL FIM-DEFINICAO = "S"
                   CLOSE ARQ-DEFINICAO
      *CODIGO DE QUANDO SE TENTA ABRIR ARQUIVO QUE NÃO EXISTE
               WHEN "35"
                   CLOSE ARQ-DEFINICAO
                   DISPLAY "CADEIA_NOTURNA.DAT NAO ENCONTRADO: USANDO "
                       "A CADEIA PADRAO."
                   MOVE 1 TO IDX-PASSO
                   PERFORM COPIA-CADEIA-PADRAO UNTIL IDX-PASSO > 11
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR CADEIA_NOTURNA.DAT. STATUS: "
                       ARQ-OK
                   MOVE "N" TO DEFINICAO-OK
           END-EVALUATE.
           IF DEFINICAO-OK = "S" AND TOTAL-PASSOS = 0
               DISPLAY "NENHUM PASSO DEFINIDO PARA A CADEIA NOTURNA."
               MOVE "N" TO DEFINICAO-OK
           END-IF.
           IF DEFINICAO-OK <> "S"
               DISPLAY "CADEIA NOTURNA NAO INICIADA."
           END-IF.

       LE-PASSO-DEFINICAO.
           READ ARQ-DEFINICAO
               AT END
                   MOVE "S" TO FIM-DEFINICAO
               NOT AT END
                   IF REG-DEFINICAO <> SPACES
                       PERFORM VALIDA-PASSO-DEFINICAO
                   END-IF
           END-READ.

       VALIDA-PASSO-DEFINICAO.
           MOVE FUNCTION UPPER-CASE (DEF-CALENDARIO) TO DEF-CALENDARIO.
           IF DEF-PASSO NOT NUMERIC
               DISPLAY "PASSO FORA DE ORDEM NA DEFINICAO: "
                   REG-DEFINICAO
               MOVE "N" TO DEFINICAO-OK
           ELSE IF DEF-PASSO = 0 OR DEF-PASSO <= ULTIMO-PASSO
               DISPLAY "PASSO FORA DE ORDEM NA DEFINICAO: "
                   REG-DEFINICAO
               MOVE "N" TO DEFINICAO-OK
           ELSE IF DEF-CALENDARIO <> "D" AND DEF-CALENDARIO <> "F"
               AND DEF-CALENDARIO <> "I"
               DISPLAY "CALENDARIO INVALIDO NA DEFINICAO: "
                   REG-DEFINICAO
               MOVE "N" TO DEFINICAO-OK
           ELSE IF DEF-COMANDO = SPACES
               DISPLAY "PASSO SEM COMANDO NA DEFINICAO: "
                   REG-DEFINICAO
               MOVE "N" TO DEFINICAO-OK
           ELSE IF TOTAL-PASSOS = 20
               DISPLAY "DEFINICAO COM MAIS DE 20 PASSOS: "
                   REG-DEFINICAO
               MOVE "N" TO DEFINICAO-OK
           ELSE
               ADD 1 TO TOTAL-PASSOS
               MOVE REG-DEFINICAO TO PAS-ITEM (TOTAL-PASSOS)
               MOVE DEF-PASSO TO ULTIMO-PASSO
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       COPIA-CADEIA-PADRAO.
           ADD 1 TO TOTAL-PASSOS.
           MOVE CPD-ITEM (IDX-PASSO) TO PAS-ITEM (TOTAL-PASSOS).
           ADD 1 TO IDX-PASSO.

      ******************************************************************
      * CARREGA OS FERIADOS BANCARIOS. SEM O ARQUIVO NAO HA FERIADOS.
      ******************************************************************
       CARREGA-FERIADOS.
           MOVE ZEROS TO TOTAL-FERIADOS.
           OPEN INPUT ARQ-FERIADOS.
           EVALUATE ARQ-OK
               WHEN "00"
                   MOVE "N" TO FIM-FERIADOS
                   PERFORM LE-FERIADO UNTIL FIM-FERIADOS = "S"
                   CLOSE ARQ-FERIADOS
      *CODIGO DE QUANDO SE TENTA ABRIR ARQUIVO QUE NÃO EXISTE
               WHEN "35"
                   CLOSE ARQ-FERIADOS
                   DISPLAY "FERIADOS.DAT NAO ENCONTRADO: SOMENTE "
                       "SABADOS E DOMINGOS NAO SAO DIAS UTEIS."
           END-EVALUATE.

       LE-FERIADO.
           READ ARQ-FERIADOS
               AT END
                   MOVE "S" TO FIM-FERIADOS
               NOT AT END
                   IF FER-DATA NUMERIC AND FER-DATA > 0
                       IF TOTAL-FERIADOS < 100
                           ADD 1 TO TOTAL-FERIADOS
                           MOVE FER-DATA
                               TO FER-TAB-DATA (TOTAL-FERIADOS)
                       ELSE
                           DISPLAY "FERIADO IGNORADO (TABELA CHEIA): "
                               FER-DATA
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      *
      * LOCALIZA A CADEIA A EXECUTAR. UMA CADEIA INTERROMPIDA (PASSO
      * 00 EM EXECUCAO) E RETOMADA NA SUA PROPRIA DATA; SENAO A
      * CADEIA E A DA DATA DE NEGOCIO CORRENTE, QUE NAO PODE TER SIDO
      * CONCLUIDA ANTES.
      *
      ******************************************************************
       ABRE-CONTROLE-CADEIA.
           MOVE "N" TO CADEIA-CONCLUIDA.
           OPEN I-O ARQ-EXECUCAO.
           IF ARQ-OK = "35"
               CLOSE ARQ-EXECUCAO
               OPEN OUTPUT ARQ-EXECUCAO
               CLOSE ARQ-EXECUCAO
               OPEN I-O ARQ-EXECUCAO
           END-IF.
           PERFORM LOCALIZA-CADEIA-ABERTA.
           IF CADEIA-ABERTA = "S"
               DISPLAY "RETOMANDO A CADEIA INTERROMPIDA DA DATA "
                   DATA-CADEIA
               MOVE "S" TO PODE-EXECUTAR
           ELSE
               PERFORM LE-DATA-NEGOCIO
               MOVE DATA-NEGOCIO TO DATA-CADEIA
               IF DIA-ABERTO <> "S"
                   DISPLAY "DIA " DATA-NEGOCIO " FECHADO. EXECUTE O "
                       "FECHAMENTO PARA VIRAR A DATA."
               ELSE
                   PERFORM VERIFICA-CADEIA-DO-DIA
               END-IF
           END-IF.
           IF PODE-EXECUTAR <> "S"
               CLOSE ARQ-EXECUCAO
           END-IF.

       VERIFICA-CADEIA-DO-DIA.
           MOVE DATA-CADEIA TO EXC-DATA-NEGOCIO.
           MOVE ZEROS TO EXC-PASSO.
           READ ARQ-EXECUCAO
               INVALID KEY
                   PERFORM INICIA-CADEIA
               NOT INVALID KEY
                   DISPLAY "CADEIA NOTURNA DA DATA " DATA-CADEIA
                       " JA CONCLUIDA."
                   MOVE "S" TO CADEIA-CONCLUIDA
                   PERFORM IMPRIME-JANELA
           END-READ.

       LOCALIZA-CADEIA-ABERTA.
           MOVE "N" TO CADEIA-ABERTA.
           MOVE "N" TO FIM-EXECUCAO.
           MOVE ZEROS TO EXC-DATA-NEGOCIO.
           MOVE ZEROS TO EXC-PASSO.
           START ARQ-EXECUCAO KEY >= EXC-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-EXECUCAO
           END-START.
           PERFORM PROCURA-CADEIA-ABERTA UNTIL FIM-EXECUCAO = "S".

       PROCURA-CADEIA-ABERTA.
           READ ARQ-EXECUCAO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-EXECUCAO
               NOT AT END
                   IF EXC-PASSO = 0 AND EXC-STATUS = "E"
                       MOVE EXC-DATA-NEGOCIO TO DATA-CADEIA
                       MOVE "S" TO CADEIA-ABERTA
                   END-IF
           END-READ.

       INICIA-CADEIA.
           MOVE DATA-CADEIA TO EXC-DATA-NEGOCIO.
           MOVE ZEROS TO EXC-PASSO.
           MOVE "CADEIA_NOTURNA" TO EXC-PROGRAMA.
           MOVE SPACES TO EXC-CALENDARIO.
           ACCEPT EXC-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXC-HORA-INICIO FROM TIME.
           MOVE ZEROS TO EXC-DATA-FIM.
           MOVE ZEROS TO EXC-HORA-FIM.
           MOVE "E" TO EXC-STATUS.
           MOVE ZEROS TO EXC-RETORNO.
           WRITE REG-EXECUCAO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CONTROLE DA CADEIA!"
               NOT INVALID KEY
                   DISPLAY "CADEIA NOTURNA INICIADA PARA A DATA "
                       DATA-CADEIA
                   MOVE "S" TO PODE-EXECUTAR
           END-WRITE.

      ******************************************************************
      * LE A DATA DE NEGOCIO MANTIDA PELO FECHAMENTO DO DIA. ENQUANTO
      * A DATA DE NEGOCIO NAO FOI IMPLANTADA, A DATA DO SISTEMA E
      * USADA E O DIA E CONSIDERADO ABERTO.
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
      * APURA SE A DATA DA CADEIA E O ULTIMO DIA UTIL DO MES (NAO HA
      * DIA UTIL DEPOIS DELA NO MES) E SE E O PRIMEIRO (NAO HA DIA
      * UTIL ANTES DELA NO MES)
      *
      ******************************************************************
       APURA-CALENDARIO.
           MOVE DATA-CADEIA TO DATA-TESTE.
           PERFORM CALCULA-ULTIMO-DIA-MES.
           MOVE "S" TO FIM-DE-MES.
           COMPUTE TST-DIA = CAD-DIA + 1.
           PERFORM PROCURA-UTIL-POSTERIOR
               UNTIL TST-DIA > ULTIMO-DIA-MES OR FIM-DE-MES = "N".
           MOVE "S" TO INICIO-DE-MES.
           MOVE 1 TO TST-DIA.
           PERFORM PROCURA-UTIL-ANTERIOR
               UNTIL TST-DIA >= CAD-DIA OR INICIO-DE-MES = "N".
           DISPLAY "DATA DA CADEIA: " DATA-CADEIA
               "  FIM DE MES: " FIM-DE-MES
               "  INICIO DE MES: " INICIO-DE-MES.

       PROCURA-UTIL-POSTERIOR.
           PERFORM VERIFICA-DIA-UTIL.
           IF DIA-UTIL = "S"
               MOVE "N" TO FIM-DE-MES
           END-IF.
           ADD 1 TO TST-DIA.

       PROCURA-UTIL-ANTERIOR.
           PERFORM VERIFICA-DIA-UTIL.
           IF DIA-UTIL = "S"
               MOVE "N" TO INICIO-DE-MES
           END-IF.
           ADD 1 TO TST-DIA.

       CALCULA-ULTIMO-DIA-MES.
           EVALUATE TST-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO ULTIMO-DIA-MES
               WHEN 2
                   PERFORM DEFINE-DIAS-FEVEREIRO
               WHEN OTHER
                   MOVE 31 TO ULTIMO-DIA-MES
           END-EVALUATE.

       DEFINE-DIAS-FEVEREIRO.
           DIVIDE TST-ANO BY 4 GIVING QUOCIENTE-ANO
               REMAINDER RESTO-ANO-4.
           DIVIDE TST-ANO BY 100 GIVING QUOCIENTE-ANO
               REMAINDER RESTO-ANO-100.
           DIVIDE TST-ANO BY 400 GIVING QUOCIENTE-ANO
               REMAINDER RESTO-ANO-400.
           IF RESTO-ANO-400 = 0
               OR (RESTO-ANO-4 = 0 AND RESTO-ANO-100 <> 0)
               MOVE 29 TO ULTIMO-DIA-MES
           ELSE
               MOVE 28 TO ULTIMO-DIA-MES
           END-IF.

      ******************************************************************
      * DIA UTIL: DE SEGUNDA A SEXTA E FORA DA TABELA DE FERIADOS. O
      * DIA DA SEMANA SAI DA CONGRUENCIA DE ZELLER (JANEIRO E FEVEREIRO
      * CONTAM COMO MESES 13 E 14 DO ANO ANTERIOR).
      ******************************************************************
       VERIFICA-DIA-UTIL.
           MOVE TST-ANO TO ZEL-ANO.
           MOVE TST-MES TO ZEL-MES.
           IF ZEL-MES < 3
               ADD 12 TO ZEL-MES
               SUBTRACT 1 FROM ZEL-ANO
           END-IF.
           DIVIDE ZEL-ANO BY 100 GIVING ZEL-SECULO
               REMAINDER ZEL-ANO-SECULO.
           COMPUTE ZEL-PARCELA-MES = (13 * (ZEL-MES + 1)) / 5.
           DIVIDE ZEL-ANO-SECULO BY 4 GIVING ZEL-QUARTO-ANO.
           DIVIDE ZEL-SECULO BY 4 GIVING ZEL-QUARTO-SECULO.
           COMPUTE ZEL-SOMA = TST-DIA + ZEL-PARCELA-MES
               + ZEL-ANO-SECULO + ZEL-QUARTO-ANO
               + ZEL-QUARTO-SECULO + 5 * ZEL-SECULO.
           DIVIDE ZEL-SOMA BY 7 GIVING ZEL-QUOCIENTE
               REMAINDER DIA-SEMANA.
           IF DIA-SEMANA = 0 OR DIA-SEMANA = 1
               MOVE "N" TO DIA-UTIL
           ELSE
               MOVE "S" TO DIA-UTIL
               MOVE 1 TO IDX-FERIADO
               PERFORM PROCURA-FERIADO
                   UNTIL IDX-FERIADO > TOTAL-FERIADOS
                   OR DIA-UTIL = "N"
           END-IF.

       PROCURA-FERIADO.
           IF FER-TAB-DATA (IDX-FERIADO) = DATA-TESTE
               MOVE "N" TO DIA-UTIL
           END-IF.
           ADD 1 TO IDX-FERIADO.

      ******************************************************************
      *
      * EXECUTA UM PASSO DA CADEIA. PASSO JA COMPLETO OU JA PULADO
      * NESTA CADEIA NAO E REPETIDO; PASSO FORA DO CALENDARIO E
      * REGISTRADO COMO PULADO; OS DEMAIS SAO EXECUTADOS (INCLUSIVE O
      * QUE FALHOU OU FICOU EM EXECUCAO NA TENTATIVA ANTERIOR).
      *
      ******************************************************************
       EXECUTA-PASSO.
           MOVE DATA-CADEIA TO EXC-DATA-NEGOCIO.
           MOVE PAS-PASSO (IDX-PASSO) TO EXC-PASSO.
           READ ARQ-EXECUCAO
               INVALID KEY
                   MOVE "N" TO PASSO-GRAVADO
               NOT INVALID KEY
                   MOVE "S" TO PASSO-GRAVADO
           END-READ.
           IF PASSO-GRAVADO = "S"
               AND (EXC-STATUS = "C" OR EXC-STATUS = "P")
               DISPLAY "PASSO " PAS-PASSO (IDX-PASSO) " "
                   PAS-PROGRAMA (IDX-PASSO) " JA TRATADO NESTA CADEIA."
           ELSE
               PERFORM VERIFICA-CALENDARIO-PASSO
               IF PASSO-NO-CALENDARIO = "S"
                   PERFORM RODA-PASSO
               ELSE
                   PERFORM PULA-PASSO
               END-IF
           END-IF.
           ADD 1 TO IDX-PASSO.

       VERIFICA-CALENDARIO-PASSO.
           EVALUATE PAS-CALENDARIO (IDX-PASSO)
               WHEN "F"
                   MOVE FIM-DE-MES TO PASSO-NO-CALENDARIO
               WHEN "I"
                   MOVE INICIO-DE-MES TO PASSO-NO-CALENDARIO
               WHEN OTHER
                   MOVE "S" TO PASSO-NO-CALENDARIO
           END-EVALUATE.

       PREPARA-REGISTRO-PASSO.
           MOVE DATA-CADEIA TO EXC-DATA-NEGOCIO.
           MOVE PAS-PASSO (IDX-PASSO) TO EXC-PASSO.
           MOVE PAS-PROGRAMA (IDX-PASSO) TO EXC-PROGRAMA.
           MOVE PAS-CALENDARIO (IDX-PASSO) TO EXC-CALENDARIO.
           MOVE ZEROS TO EXC-RETORNO.

       PULA-PASSO.
           PERFORM PREPARA-REGISTRO-PASSO.
           ACCEPT EXC-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXC-HORA-INICIO FROM TIME.
           MOVE EXC-DATA-INICIO TO EXC-DATA-FIM.
           MOVE EXC-HORA-INICIO TO EXC-HORA-FIM.
           MOVE "P" TO EXC-STATUS.
           PERFORM GRAVA-REGISTRO-PASSO.
           DISPLAY "PASSO " PAS-PASSO (IDX-PASSO) " "
               PAS-PROGRAMA (IDX-PASSO) " FORA DO CALENDARIO: PULADO.".

      ******************************************************************
      * O PASSO E GRAVADO EM EXECUCAO ANTES DE SER CHAMADO, PARA QUE
      * UMA QUEDA NO MEIO DELE SEJA VISTA NA RETOMADA. RETORNO ZERO E
      * SUCESSO; QUALQUER OUTRO RETORNO INTERROMPE A CADEIA.
      ******************************************************************
       RODA-PASSO.
           PERFORM PREPARA-REGISTRO-PASSO.
           ACCEPT EXC-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXC-HORA-INICIO FROM TIME.
           MOVE ZEROS TO EXC-DATA-FIM.
           MOVE ZEROS TO EXC-HORA-FIM.
           MOVE "E" TO EXC-STATUS.
           PERFORM GRAVA-REGISTRO-PASSO.
           DISPLAY " ".
           DISPLAY "PASSO " PAS-PASSO (IDX-PASSO) " "
               PAS-PROGRAMA (IDX-PASSO) " INICIADO.".
           MOVE ZEROS TO RETURN-CODE.
           CALL "SYSTEM" USING PAS-COMANDO (IDX-PASSO).
           MOVE RETURN-CODE TO RETORNO-PASSO.
           PERFORM PREPARA-REGISTRO-PASSO.
           ACCEPT EXC-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT EXC-HORA-FIM FROM TIME.
           MOVE RETORNO-PASSO TO EXC-RETORNO.
           IF RETORNO-PASSO = 0
               MOVE "C" TO EXC-STATUS
               DISPLAY "PASSO " PAS-PASSO (IDX-PASSO) " "
                   PAS-PROGRAMA (IDX-PASSO) " CONCLUIDO."
           ELSE
               MOVE "F" TO EXC-STATUS
               MOVE "S" TO CADEIA-INTERROMPIDA
               MOVE PAS-PASSO (IDX-PASSO) TO PASSO-FALHOU
               DISPLAY "PASSO " PAS-PASSO (IDX-PASSO) " "
                   PAS-PROGRAMA (IDX-PASSO) " FALHOU. RETORNO: "
                   RETORNO-PASSO
           END-IF.
           PERFORM GRAVA-REGISTRO-PASSO.

       GRAVA-REGISTRO-PASSO.
           IF PASSO-GRAVADO = "S"
               REWRITE REG-EXECUCAO
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR SITUACAO DO PASSO "
                           EXC-PASSO
               END-REWRITE
           ELSE
               WRITE REG-EXECUCAO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR SITUACAO DO PASSO "
                           EXC-PASSO
                   NOT INVALID KEY
                       MOVE "S" TO PASSO-GRAVADO
               END-WRITE
           END-IF.

      ******************************************************************
      * FECHA O REGISTRO DA CADEIA. CADEIA INTERROMPIDA CONTINUA EM
      * EXECUCAO PARA SER RETOMADA NO PASSO QUE FALHOU.
      ******************************************************************
       FINALIZA-CADEIA.
           MOVE DATA-CADEIA TO EXC-DATA-NEGOCIO.
           MOVE ZEROS TO EXC-PASSO.
           READ ARQ-EXECUCAO
               INVALID KEY
                   DISPLAY "ERRO AO LER CONTROLE DA CADEIA!"
               NOT INVALID KEY
                   ACCEPT EXC-DATA-FIM FROM DATE YYYYMMDD
                   ACCEPT EXC-HORA-FIM FROM TIME
                   IF CADEIA-INTERROMPIDA = "S"
                       MOVE RETORNO-PASSO TO EXC-RETORNO
                   ELSE
                       MOVE "C" TO EXC-STATUS
                       MOVE ZEROS TO EXC-RETORNO
                   END-IF
                   REWRITE REG-EXECUCAO
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR CONTROLE DA "
                               "CADEIA!"
                   END-REWRITE
           END-READ.
           DISPLAY " ".
           IF CADEIA-INTERROMPIDA = "S"
               DISPLAY "CADEIA INTERROMPIDA NO PASSO " PASSO-FALHOU
                   ". CORRIJA A CAUSA E EXECUTE NOVAMENTE: A CADEIA"
               DISPLAY "SERA RETOMADA A PARTIR DESTE PASSO."
           ELSE
               DISPLAY "CADEIA NOTURNA CONCLUIDA."
           END-IF.

      ******************************************************************
      *
      * JANELA DO BATCH: INICIO E FIM DA CADEIA E DE CADA PASSO, COM
      * A SITUACAO E O RETORNO
      *
      ******************************************************************
       IMPRIME-JANELA.
           MOVE DATA-CADEIA TO DATA-EDICAO.
           MOVE SPACES TO DATA-CADEIA-M.
           STRING EDI-DIA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  EDI-MES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  EDI-ANO DELIMITED BY SIZE
                  INTO DATA-CADEIA-M.
           DISPLAY " ".
           DISPLAY "JANELA DO BATCH - CADEIA NOTURNA DE "
               DATA-CADEIA-M.
           MOVE DATA-CADEIA TO EXC-DATA-NEGOCIO.
           MOVE ZEROS TO EXC-PASSO.
           READ ARQ-EXECUCAO
               INVALID KEY
                   MOVE ZEROS TO EXC-DATA-INICIO EXC-HORA-INICIO
                   MOVE ZEROS TO EXC-DATA-FIM EXC-HORA-FIM
           END-READ.
           MOVE EXC-DATA-INICIO TO DATA-EDICAO.
           MOVE EXC-HORA-INICIO TO HORA-EDICAO.
           PERFORM EDITA-MOMENTO.
           DISPLAY "INICIO DA CADEIA: " MOMENTO-EDITADO.
           MOVE EXC-DATA-FIM TO DATA-EDICAO.
           MOVE EXC-HORA-FIM TO HORA-EDICAO.
           PERFORM EDITA-MOMENTO.
           DISPLAY "FIM DA CADEIA...: " MOMENTO-EDITADO.
           DISPLAY " ".
           DISPLAY "PS PROGRAMA             C SITUACAO      "
               "INICIO              FIM                    RETORNO".
           MOVE 1 TO IDX-PASSO.
           PERFORM IMPRIME-PASSO-JANELA UNTIL IDX-PASSO > TOTAL-PASSOS.
           DISPLAY "CALENDARIO (C): D = DIARIO, F = FIM DE MES, "
               "I = INICIO DE MES".

       IMPRIME-PASSO-JANELA.
           MOVE PAS-PASSO (IDX-PASSO) TO JAN-PASSO.
           MOVE PAS-PROGRAMA (IDX-PASSO) TO JAN-PROGRAMA.
           MOVE PAS-CALENDARIO (IDX-PASSO) TO JAN-CALENDARIO.
           MOVE SPACES TO JAN-INICIO.
           MOVE SPACES TO JAN-FIM.
           MOVE ZEROS TO JAN-RETORNO.
           MOVE DATA-CADEIA TO EXC-DATA-NEGOCIO.
           MOVE PAS-PASSO (IDX-PASSO) TO EXC-PASSO.
           READ ARQ-EXECUCAO
               INVALID KEY
                   MOVE "NAO EXECUTADO" TO JAN-SITUACAO
               NOT INVALID KEY
                   PERFORM PREENCHE-PASSO-JANELA
           END-READ.
           DISPLAY LINHA-JANELA.
           ADD 1 TO IDX-PASSO.

       PREENCHE-PASSO-JANELA.
           EVALUATE EXC-STATUS
               WHEN "C"
                   MOVE "CONCLUIDO" TO JAN-SITUACAO
               WHEN "F"
                   MOVE "FALHOU" TO JAN-SITUACAO
               WHEN "P"
                   MOVE "PULADO" TO JAN-SITUACAO
               WHEN OTHER
                   MOVE "EM EXECUCAO" TO JAN-SITUACAO
           END-EVALUATE.
           MOVE EXC-DATA-INICIO TO DATA-EDICAO.
           MOVE EXC-HORA-INICIO TO HORA-EDICAO.
           PERFORM EDITA-MOMENTO.
           MOVE MOMENTO-EDITADO TO JAN-INICIO.
           MOVE EXC-DATA-FIM TO DATA-EDICAO.
           MOVE EXC-HORA-FIM TO HORA-EDICAO.
           PERFORM EDITA-MOMENTO.
           MOVE MOMENTO-EDITADO TO JAN-FIM.
           MOVE EXC-RETORNO TO JAN-RETORNO.

       EDITA-MOMENTO.
           MOVE SPACES TO MOMENTO-EDITADO.
           IF DATA-EDICAO > 0
               STRING EDI-DIA DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      EDI-MES DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      EDI-ANO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      EDI-HORA DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      EDI-MINUTO DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      EDI-SEGUNDO DELIMITED BY SIZE
                      INTO MOMENTO-EDITADO
           END-IF.

       END PROGRAM CADEIA_NOTURNA.
