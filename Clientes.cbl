      *          CHAVEADO POR CPF/CNPJ) E CONSULTA DAS CONTAS DE UM
      *          TITULAR: PARA UM DOCUMENTO INFORMADO, LISTA CADA
      *          CONTA DO CADASTRO COM AGENCIA, CONTA E SALDO.
      *          MANTEM TAMBEM OS TITULARES ADICIONAIS DE CADA CONTA
      *          (TITULARES.DAT): COTITULARES E PROCURADORES DE
      *          CONTAS CONJUNTAS OU DE EMPRESA, COM O PAPEL E A REGRA
      *          DE ASSINATURA DE CADA UM. A CONSULTA DAS CONTAS DO
      *          TITULAR MOSTRA A CONTA PARA TODOS OS SEUS TITULARES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS OPER-ID
           FILE STATUS IS ARQ-OK.

           SELECT ARQ-TITULARES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIT-CHAVE
           FILE STATUS IS ARQ-OK.

           SELECT ARQ-DATA-NEGOCIO ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS ARQ-OK.

       DATA DIVISION.
       FILE SECTION.
      * PARAMETROS PARA O ARQUIVO DE CADASTRO (MESMO LAYOUT DE Banco.cbl)
               02 OPER-NOME PIC X(30).
               02 OPER-NIVEL PIC X(1).

      * TITULARES DE CADA CONTA ALEM DO CPF/CNPJ GRAVADO NO CADASTRO,
      * QUE CONTINUA SENDO O TITULAR PRINCIPAL DA CONTA
      *   TIT-PAPEL: P = PRINCIPAL (SO O CPF/CNPJ DO CADASTRO, PARA
      *                  REGISTRAR A REGRA DE ASSINATURA DELE),
      *              C = COTITULAR,
      *              R = PROCURADOR
      *   TIT-REGRA-ASSINATURA: I = ASSINA SOZINHO (INDIVIDUAL),
      *                         J = ASSINA EM CONJUNTO
       FD  ARQ-TITULARES LABEL RECORD STANDARD
               DATA RECORD IS REG-TITULAR
               VALUE OF FILE-ID IS "TITULARES.DAT".
       01  REG-TITULAR.
               02 TIT-CHAVE.
                  03 TIT-AGENCIA PIC X(5).
                  03 TIT-CONTA PIC X(12).
                  03 TIT-CPF-CNPJ PIC X(14).
               02 TIT-PAPEL PIC X(1).
               02 TIT-REGRA-ASSINATURA PIC X(1).
               02 TIT-DATA-MANUTENCAO PIC 9(8).
               02 TIT-OPERADOR PIC X(8).

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
               02 FILLER PIC X(2) VALUES SPACES.
               02 LC-SITUACAO PIC X(1).
               02 FILLER PIC X(2) VALUES SPACES.
               02 LC-PAPEL PIC X(1).
               02 FILLER PIC X(2) VALUES SPACES.
               02 LC-SALDO PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
            01 DATA-NEGOCIO PIC 9(8) VALUES ZEROS.
            01 AGENCIA-PROCURADA PIC X(5) VALUES SPACES.
            01 CONTA-PROCURADA PIC X(12) VALUES SPACES.
            01 ACHOU-CONTA PIC X(1) VALUES SPACES.
            01 SITUACAO-CONTA-ATUAL PIC X(1) VALUES SPACES.
            01 NOME-CONTA-ATUAL PIC X(50) VALUES SPACES.
            01 TITULAR-PRINCIPAL PIC X(14) VALUES SPACES.
            01 VINCULO-EXISTENTE PIC X(1) VALUES SPACES.
            01 VINCULO-VALIDO PIC X(1) VALUES SPACES.
            01 TITULARES-ABERTO PIC X(1) VALUES SPACES.
            01 CLIENTES-ABERTO PIC X(1) VALUES SPACES.
            01 FIM-TITULARES PIC X(1) VALUES SPACES.
            01 PAPEL-VINCULO PIC X(1) VALUES SPACES.
            01 REGRA-VINCULO PIC X(1) VALUES SPACES.
            01 PAPEL-CAPTURADO PIC X(1) VALUES SPACES.
            01 REGRA-CAPTURADA PIC X(1) VALUES SPACES.
            01 ACAO-VINCULO PIC X(1) VALUES SPACES.
      * PAPEL DO DOCUMENTO PROCURADO NA CONTA LIDA DO CADASTRO;
      * EM BRANCO QUANDO ELE NAO E TITULAR DELA
            01 PAPEL-NA-CONTA PIC X(1) VALUES SPACES.
            01 TOTAL-TITULARES-CONTA PIC 9(3) VALUES ZEROS.
            01 TOTAL-TITULARES-CONTA-M PIC Z(3).
            01 LINHA-TITULAR-CONTA.
               02 LT-DOCUMENTO PIC X(14).
               02 FILLER PIC X(3) VALUES SPACES.
               02 LT-PAPEL PIC X(1).
               02 FILLER PIC X(5) VALUES SPACES.
               02 LT-REGRA PIC X(1).
               02 FILLER PIC X(5) VALUES SPACES.
               02 LT-NOME PIC X(45).

       SCREEN SECTION.
           01 TELA.
               02 LINE 1 COLUMN 28 VALUE "CADASTRO DE CLIENTES".
               02 LINE 5 COLUMN 3 VALUE "1 - CADASTRAR/ALTERAR CLIENTE".
               02 LINE 7 COLUMN 3 VALUE "2 - CONTAS DO CLIENTE".
               02 LINE 9 COLUMN 3 VALUE "3 - TITULARES DA CONTA".
               02 LINE 11 COLUMN 3
                  VALUE "4 - INCLUIR/ALTERAR/EXCLUIR TITULAR DA CONTA".
               02 LINE 13 COLUMN 3 VALUE "5 - SAIR".

           01 TELA-FINAL.
               02 BLANK SCREEN.
           01 TELA-CONTAS-TITULAR.
               02 BLANK SCREEN.
               02 LINE 1 COLUMN 28 VALUE "CONTAS DO TITULAR".
               02 LINE 4 COLUMN 3
                  VALUE "PAPEL: P=PRINCIPAL C=COTITULAR R=PROCURADOR".
               02 LINE 5 COLUMN 3
                  VALUE "AGENCIA  CONTA         SIT. PAP. SALDO".
               02 LINE 6 COLUMN 3
                  VALUE "-------  ------------  ---- ---- -----".

           01 TELA-CONTA.
               02 BLANK SCREEN.
               02 LINE 1 COLUMN 28 VALUE "TITULARES DA CONTA".
               02 LINE 5 COLUMN 10 VALUE "         AGENCIA: ".
               02 LINE 7 COLUMN 10 VALUE "           CONTA: ".

           01 TELA-VINCULO.
               02 BLANK SCREEN.
               02 LINE 1 COLUMN 24
                  VALUE "MANUTENCAO DE TITULAR DA CONTA".
               02 LINE 5 COLUMN 10 VALUE "         AGENCIA: ".
               02 LINE 7 COLUMN 10 VALUE "           CONTA: ".
               02 LINE 9 COLUMN 10 VALUE "            NOME: ".
               02 LINE 11 COLUMN 10 VALUE "        CPF/CNPJ: ".
               02 LINE 13 COLUMN 10 VALUE "  PAPEL (P/C/R): ".
               02 LINE 13 COLUMN 32
                  VALUE "P=PRINCIPAL C=COTITULAR R=PROCURADOR".
               02 LINE 15 COLUMN 10 VALUE "ASSINATURA (I/J): ".
               02 LINE 15 COLUMN 32
                  VALUE "I=INDIVIDUAL J=CONJUNTA".

           01 TELA-TITULARES-CONTA.
               02 BLANK SCREEN.
               02 LINE 1 COLUMN 28 VALUE "TITULARES DA CONTA".
               02 LINE 3 COLUMN 3
                  VALUE "PAPEL: P=PRINCIPAL C=COTITULAR R=PROCURADOR".
               02 LINE 4 COLUMN 3
                  VALUE "ASSINATURA: I=INDIVIDUAL J=CONJUNTA".
               02 LINE 5 COLUMN 3
                  VALUE "CPF/CNPJ        PAPEL ASSIN. NOME".
               02 LINE 6 COLUMN 3
                  VALUE "--------------  ----- ------ ----".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-DATA-NEGOCIO.
           PERFORM IDENTIFICA-OPERADOR.
           IF SIGNON-OK = "S"
               PERFORM CORPO UNTIL OPCAO = 5
           END-IF.
           DISPLAY TELA-FINAL.
           STOP " ".

       CORPO.
           DISPLAY TELA.
           PERFORM EXECUTAR UNTIL OPCAO = 5.

       EXECUTAR.
           DISPLAY "DIGITE A OPCAO DESEJADA [1-5]: " AT 1503.
           ACCEPT OPCAO AT 1534 WITH PROMPT AUTO.
           EVALUATE OPCAO
               WHEN 1
                   PERFORM CONSULTA-CONTAS-TITULAR
                   DISPLAY TELA
               WHEN 3
                   PERFORM CONSULTA-TITULARES-CONTA
                   DISPLAY TELA
               WHEN 4
                   PERFORM MANTEM-TITULAR-CONTA
                   DISPLAY TELA
               WHEN 5
                   CONTINUE
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA! DIGITE UMA "  AT 1703
                  DISPLAY SPACE ERASE EOS AT LINE 17
           END-EVALUATE.

      ******************************************************************
      *
      * DATA DE NEGOCIO CORRENTE, PARA ESTAMPAR A MANUTENCAO DOS
      * TITULARES. ENQUANTO A DATA DE NEGOCIO NAO FOI IMPLANTADA, A
      * DATA DO SISTEMA E USADA.
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
      * IDENTIFICACAO DO OPERADOR ANTES DO MENU (MESMA ROTINA DE
      * LISTA TODAS AS CONTAS DO CADASTRO VINCULADAS AO DOCUMENTO
      * INFORMADO, COM AGENCIA, CONTA, SITUACAO E SALDO. O CADASTRO
      * NAO TEM CHAVE POR CPF/CNPJ, ENTAO A VARREDURA E SEQUENCIAL.
      * ALEM DAS CONTAS EM QUE ELE E O TITULAR DO CADASTRO, ENTRAM
      * AS CONTAS EM QUE ELE ESTA EM TITULARES.DAT COMO COTITULAR OU
      * PROCURADOR, COM O PAPEL DELE EM CADA CONTA.
      *
      ******************************************************************
       CONSULTA-CONTAS-TITULAR.
               MOVE "S" TO FIM-LISTAGEM
           END-IF.
           IF FIM-LISTAGEM <> "S"
               PERFORM ABRE-TITULARES-CONSULTA
               PERFORM NOVA-PAGINA-TITULAR
               DISPLAY CLI-NOME AT 0303
               PERFORM LISTA-PROXIMA-CONTA UNTIL FIM-LISTAGEM = "S"
               PERFORM TOTAL-CONTAS-LISTAGEM
               CLOSE ARQ-CADASTRO
               IF TITULARES-ABERTO = "S"
                   CLOSE ARQ-TITULARES
               END-IF
           END-IF.

       ABRE-TITULARES-CONSULTA.
           MOVE "N" TO TITULARES-ABERTO.
           OPEN INPUT ARQ-TITULARES.
           IF ARQ-OK = "00"
               MOVE "S" TO TITULARES-ABERTO
           END-IF.

       NOVA-PAGINA-TITULAR.
               AT END
                   MOVE "S" TO FIM-LISTAGEM
               NOT AT END
                   PERFORM VERIFICA-PAPEL-NA-CONTA
                   IF PAPEL-NA-CONTA <> " "
                       PERFORM IMPRIME-CONTA-TITULAR
                   END-IF
           END-READ.

       VERIFICA-PAPEL-NA-CONTA.
           MOVE SPACES TO PAPEL-NA-CONTA.
           IF CPF-CNPJ = DOCUMENTO-PROCURADO
               MOVE "P" TO PAPEL-NA-CONTA
           ELSE
               IF TITULARES-ABERTO = "S"
                   MOVE AGENCIA TO TIT-AGENCIA
                   MOVE CONTA TO TIT-CONTA
                   MOVE DOCUMENTO-PROCURADO TO TIT-CPF-CNPJ
                   READ ARQ-TITULARES
                       INVALID KEY
                           MOVE SPACES TO PAPEL-NA-CONTA
                       NOT INVALID KEY
                           MOVE TIT-PAPEL TO PAPEL-NA-CONTA
                   END-READ
               END-IF
           END-IF.

       IMPRIME-CONTA-TITULAR.
           MOVE AGENCIA TO LC-AGENCIA.
           MOVE CONTA TO LC-CONTA.
           MOVE SITUACAO TO LC-SITUACAO.
           MOVE PAPEL-NA-CONTA TO LC-PAPEL.
           MOVE SALDO TO LC-SALDO.
           COMPUTE POS-LINHA = LINHA-ATUAL * 100 + 3.
           DISPLAY LINHA-CONTA-TITULAR AT POS-LINHA.
           DISPLAY "APERTE UMA TECLA PARA CONTINUAR..." AT 2403.
           ACCEPT SALVAR AT 2440 WITH PROMPT AUTO.

      ******************************************************************
      *
      * LOCALIZA A CONTA INFORMADA PELO PAR AGENCIA/CONTA E GUARDA
      * A SITUACAO, O NOME E O TITULAR PRINCIPAL (CPF/CNPJ DO
      * CADASTRO) PARA A MANUTENCAO E A CONSULTA DOS TITULARES
      *
      ******************************************************************
       LOCALIZA-CONTA.
           MOVE "N" TO ACHOU-CONTA.
           OPEN INPUT ARQ-CADASTRO.
           IF ARQ-OK <> "35"
               MOVE AGENCIA-PROCURADA TO AGENCIA
               MOVE CONTA-PROCURADA TO CONTA
               READ ARQ-CADASTRO KEY IS AGENCIA-CONTA
                   INVALID KEY
                       MOVE "N" TO ACHOU-CONTA
                   NOT INVALID KEY
                       MOVE "S" TO ACHOU-CONTA
                       MOVE SITUACAO TO SITUACAO-CONTA-ATUAL
                       MOVE NOME TO NOME-CONTA-ATUAL
                       MOVE CPF-CNPJ TO TITULAR-PRINCIPAL
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
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1733
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           END-IF.

      ******************************************************************
      *
      * INCLUI, ALTERA OU EXCLUI UM TITULAR ADICIONAL DA CONTA. O
      * DOCUMENTO PRECISA ESTAR EM CLIENTES.DAT E A CONTA NAO PODE
      * ESTAR ENCERRADA. O CPF/CNPJ DO CADASTRO DA CONTA CONTINUA
      * SENDO O TITULAR PRINCIPAL: ELE SO ENTRA AQUI COM PAPEL P,
      * PARA REGISTRAR A REGRA DE ASSINATURA, E NENHUM OUTRO
      * DOCUMENTO PODE TER PAPEL P.
      *
      ******************************************************************
       MANTEM-TITULAR-CONTA.
           DISPLAY TELA-VINCULO.
           MOVE SPACES TO AGENCIA-PROCURADA CONTA-PROCURADA.
           PERFORM RECEBE-AGENCIA UNTIL AGENCIA-PROCURADA <> " ".
           PERFORM RECEBE-CONTA UNTIL CONTA-PROCURADA <> " ".
           PERFORM LOCALIZA-CONTA.
           IF ACHOU-CONTA <> "S"
               DISPLAY "CONTA NAO ENCONTRADA!" AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1735
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           ELSE
               DISPLAY NOME-CONTA-ATUAL AT 0928
               IF SITUACAO-CONTA-ATUAL = "E"
                   DISPLAY "CONTA ENCERRADA: TITULARES NAO " AT 1703
                   DISPLAY "PODEM SER ALTERADOS." AT 1734
                   STOP " "
                   DISPLAY SPACE ERASE EOS AT LINE 17
               ELSE
                   MOVE SPACES TO REG-CLIENTE
                   PERFORM RECEBE-DOCUMENTO-VINCULO
                       UNTIL CLI-CPF-CNPJ <> " "
                   PERFORM LOCALIZA-CLIENTE
                   IF CLIENTE-EXISTENTE <> "S"
                       DISPLAY "CLIENTE NAO CADASTRADO!" AT 1703
                       DISPLAY "(APERTE QUALQUER TECLA...)" AT 1735
                       STOP " "
                       DISPLAY SPACE ERASE EOS AT LINE 17
                   ELSE
                       DISPLAY CLI-NOME AT 1228
                       PERFORM MANTEM-VINCULO
                   END-IF
               END-IF
           END-IF.

       RECEBE-DOCUMENTO-VINCULO.
           ACCEPT CLI-CPF-CNPJ AT 1128.
           IF CLI-CPF-CNPJ = " "
               DISPLAY "E OBRIGATORIO DIGITAR O CPF/CNPJ " AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1737
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           END-IF.

       MANTEM-VINCULO.
           PERFORM LOCALIZA-VINCULO.
           IF VINCULO-EXISTENTE = "S"
               DISPLAY PAPEL-VINCULO AT 1328
               DISPLAY REGRA-VINCULO AT 1528
               MOVE SPACES TO ACAO-VINCULO
               DISPLAY "(A)LTERAR, (E)XCLUIR OU (V)OLTAR? < >" AT 1703
               ACCEPT ACAO-VINCULO AT 1738 WITH PROMPT AUTO
               MOVE FUNCTION UPPER-CASE (ACAO-VINCULO) TO ACAO-VINCULO
               DISPLAY SPACE ERASE EOS AT LINE 17
               EVALUATE ACAO-VINCULO
                   WHEN "A"
                       PERFORM RECEBE-VINCULO
                   WHEN "E"
                       PERFORM EXCLUI-VINCULO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               MOVE SPACES TO PAPEL-VINCULO REGRA-VINCULO
               PERFORM RECEBE-VINCULO
           END-IF.

       LOCALIZA-VINCULO.
           MOVE "N" TO VINCULO-EXISTENTE.
           MOVE SPACES TO PAPEL-VINCULO REGRA-VINCULO.
           OPEN INPUT ARQ-TITULARES.
           IF ARQ-OK <> "35"
               MOVE AGENCIA-PROCURADA TO TIT-AGENCIA
               MOVE CONTA-PROCURADA TO TIT-CONTA
               MOVE CLI-CPF-CNPJ TO TIT-CPF-CNPJ
               READ ARQ-TITULARES
                   INVALID KEY
                       MOVE "N" TO VINCULO-EXISTENTE
                   NOT INVALID KEY
                       MOVE "S" TO VINCULO-EXISTENTE
                       MOVE TIT-PAPEL TO PAPEL-VINCULO
                       MOVE TIT-REGRA-ASSINATURA TO REGRA-VINCULO
               END-READ
               CLOSE ARQ-TITULARES
           END-IF.

      ******************************************************************
      * PAPEL E REGRA DE ASSINATURA: NA ALTERACAO, CAMPO DEIXADO EM
      * BRANCO MANTEM O VALOR ATUAL DO VINCULO
      ******************************************************************
       RECEBE-VINCULO.
           PERFORM RECEBE-PAPEL.
           PERFORM RECEBE-PAPEL
               UNTIL PAPEL-VINCULO = "P" OR PAPEL-VINCULO = "C"
               OR PAPEL-VINCULO = "R".
           PERFORM RECEBE-REGRA.
           PERFORM RECEBE-REGRA
               UNTIL REGRA-VINCULO = "I" OR REGRA-VINCULO = "J".
           PERFORM VALIDA-VINCULO.
           IF VINCULO-VALIDO = "S"
               DISPLAY "DESEJA SALVAR O VINCULO (S/N)? < >" AT 1703
               ACCEPT SALVAR AT 1735 WITH PROMPT AUTO
               MOVE FUNCTION UPPER-CASE (SALVAR) TO SALVAR
               IF SALVAR = "S"
                   PERFORM SALVAR-VINCULO
               END-IF
           END-IF.

       RECEBE-PAPEL.
           MOVE SPACES TO PAPEL-CAPTURADO.
           ACCEPT PAPEL-CAPTURADO AT 1328 WITH PROMPT AUTO.
           IF PAPEL-CAPTURADO <> " "
               MOVE FUNCTION UPPER-CASE (PAPEL-CAPTURADO)
                   TO PAPEL-VINCULO
           END-IF.
           DISPLAY PAPEL-VINCULO AT 1328.
           IF PAPEL-VINCULO <> "P" AND PAPEL-VINCULO <> "C"
               AND PAPEL-VINCULO <> "R"
               DISPLAY "PAPEL INVALIDO! USE P, C OU R " AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1734
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
               MOVE SPACES TO PAPEL-VINCULO
           END-IF.

       RECEBE-REGRA.
           MOVE SPACES TO REGRA-CAPTURADA.
           ACCEPT REGRA-CAPTURADA AT 1528 WITH PROMPT AUTO.
           IF REGRA-CAPTURADA <> " "
               MOVE FUNCTION UPPER-CASE (REGRA-CAPTURADA)
                   TO REGRA-VINCULO
           END-IF.
           DISPLAY REGRA-VINCULO AT 1528.
           IF REGRA-VINCULO <> "I" AND REGRA-VINCULO <> "J"
               DISPLAY "ASSINATURA INVALIDA! USE I OU J " AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1736
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
               MOVE SPACES TO REGRA-VINCULO
           END-IF.

      * O PAPEL P E EXCLUSIVO DO TITULAR GRAVADO NO CADASTRO DA CONTA
       VALIDA-VINCULO.
           MOVE "S" TO VINCULO-VALIDO.
           IF PAPEL-VINCULO = "P"
               AND CLI-CPF-CNPJ <> TITULAR-PRINCIPAL
               MOVE "N" TO VINCULO-VALIDO
               DISPLAY "PAPEL P SO PARA O TITULAR DO CADASTRO " AT 1703
               DISPLAY "DA CONTA!" AT 1741
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           END-IF.
           IF PAPEL-VINCULO <> "P"
               AND CLI-CPF-CNPJ = TITULAR-PRINCIPAL
               MOVE "N" TO VINCULO-VALIDO
               DISPLAY "O TITULAR DO CADASTRO DA CONTA SO " AT 1703
               DISPLAY "PODE TER PAPEL P!" AT 1737
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           END-IF.

       SALVAR-VINCULO.
           MOVE AGENCIA-PROCURADA TO TIT-AGENCIA.
           MOVE CONTA-PROCURADA TO TIT-CONTA.
           MOVE CLI-CPF-CNPJ TO TIT-CPF-CNPJ.
           MOVE PAPEL-VINCULO TO TIT-PAPEL.
           MOVE REGRA-VINCULO TO TIT-REGRA-ASSINATURA.
           MOVE DATA-NEGOCIO TO TIT-DATA-MANUTENCAO.
           MOVE OPERADOR-ATUAL TO TIT-OPERADOR.
           OPEN I-O ARQ-TITULARES.
           IF ARQ-OK = "35"
               CLOSE ARQ-TITULARES
               OPEN OUTPUT ARQ-TITULARES
               CLOSE ARQ-TITULARES
               OPEN I-O ARQ-TITULARES
           END-IF.
           WRITE REG-TITULAR
               INVALID KEY
                   REWRITE REG-TITULAR
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O VINCULO!!" AT 1903
                           STOP " "
                           DISPLAY SPACE ERASE EOS AT LINE 19
                       NOT INVALID KEY
                           DISPLAY "VINCULO ATUALIZADO" AT 1903
                           STOP " "
                           DISPLAY SPACE ERASE EOS AT LINE 19
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "TITULAR VINCULADO A CONTA" AT 1903
                   STOP " "
                   DISPLAY SPACE ERASE EOS AT LINE 19
           END-WRITE.
           CLOSE ARQ-TITULARES.

       EXCLUI-VINCULO.
           DISPLAY "CONFIRMA A EXCLUSAO DO VINCULO (S/N)? < >" AT 1703.
           ACCEPT SALVAR AT 1742 WITH PROMPT AUTO.
           MOVE FUNCTION UPPER-CASE (SALVAR) TO SALVAR.
           IF SALVAR = "S"
               OPEN I-O ARQ-TITULARES
               MOVE AGENCIA-PROCURADA TO TIT-AGENCIA
               MOVE CONTA-PROCURADA TO TIT-CONTA
               MOVE CLI-CPF-CNPJ TO TIT-CPF-CNPJ
               DELETE ARQ-TITULARES RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO EXCLUIR O VINCULO!!" AT 1903
                   NOT INVALID KEY
                       DISPLAY "VINCULO EXCLUIDO" AT 1903
               END-DELETE
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 19
               CLOSE ARQ-TITULARES
           END-IF.

      ******************************************************************
      *
      * LISTA TODOS OS TITULARES DE UMA CONTA: PRIMEIRO O TITULAR
      * PRINCIPAL DO CADASTRO (REGRA DE ASSINATURA I QUANDO NAO HA
      * VINCULO P REGISTRADO PARA ELE), DEPOIS OS COTITULARES E
      * PROCURADORES DE TITULARES.DAT, COM O NOME DE CADA UM.
      *
      ******************************************************************
       CONSULTA-TITULARES-CONTA.
           DISPLAY TELA-CONTA.
           MOVE SPACES TO AGENCIA-PROCURADA CONTA-PROCURADA.
           PERFORM RECEBE-AGENCIA UNTIL AGENCIA-PROCURADA <> " ".
           PERFORM RECEBE-CONTA UNTIL CONTA-PROCURADA <> " ".
           PERFORM LOCALIZA-CONTA.
           IF ACHOU-CONTA <> "S"
               DISPLAY "CONTA NAO ENCONTRADA!" AT 1703
               DISPLAY "(APERTE QUALQUER TECLA...)" AT 1735
               STOP " "
               DISPLAY SPACE ERASE EOS AT LINE 17
           ELSE
               PERFORM LISTA-TITULARES-CONTA
           END-IF.

       LISTA-TITULARES-CONTA.
           MOVE ZEROS TO TOTAL-TITULARES-CONTA.
           MOVE "N" TO CLIENTES-ABERTO.
           OPEN INPUT ARQ-CLIENTES.
           IF ARQ-OK = "00"
               MOVE "S" TO CLIENTES-ABERTO
           END-IF.
           PERFORM ABRE-TITULARES-CONSULTA.
           DISPLAY TELA-TITULARES-CONTA.
           MOVE 7 TO LINHA-ATUAL.
           MOVE "I" TO LT-REGRA.
           IF TITULARES-ABERTO = "S"
               MOVE AGENCIA-PROCURADA TO TIT-AGENCIA
               MOVE CONTA-PROCURADA TO TIT-CONTA
               MOVE TITULAR-PRINCIPAL TO TIT-CPF-CNPJ
               READ ARQ-TITULARES
                   INVALID KEY
                       MOVE "I" TO LT-REGRA
                   NOT INVALID KEY
                       MOVE TIT-REGRA-ASSINATURA TO LT-REGRA
               END-READ
           END-IF.
           MOVE TITULAR-PRINCIPAL TO LT-DOCUMENTO.
           MOVE "P" TO LT-PAPEL.
           PERFORM IMPRIME-TITULAR-CONTA.
           IF TITULARES-ABERTO = "S"
               MOVE "N" TO FIM-TITULARES
               MOVE AGENCIA-PROCURADA TO TIT-AGENCIA
               MOVE CONTA-PROCURADA TO TIT-CONTA
               MOVE LOW-VALUES TO TIT-CPF-CNPJ
               START ARQ-TITULARES KEY >= TIT-CHAVE
                   INVALID KEY
                       MOVE "S" TO FIM-TITULARES
               END-START
               PERFORM LISTA-PROXIMO-TITULAR UNTIL FIM-TITULARES = "S"
               CLOSE ARQ-TITULARES
           END-IF.
           IF CLIENTES-ABERTO = "S"
               CLOSE ARQ-CLIENTES
           END-IF.
           MOVE TOTAL-TITULARES-CONTA TO TOTAL-TITULARES-CONTA-M.
           DISPLAY "TITULARES DA CONTA:" AT 2103.
           DISPLAY TOTAL-TITULARES-CONTA-M AT 2123.
           DISPLAY "APERTE UMA TECLA PARA CONTINUAR..." AT 2403.
           ACCEPT SALVAR AT 2440 WITH PROMPT AUTO.

      * O VINCULO P DO TITULAR PRINCIPAL JA SAIU NA PRIMEIRA LINHA
       LISTA-PROXIMO-TITULAR.
           READ ARQ-TITULARES NEXT RECORD
               AT END
                   MOVE "S" TO FIM-TITULARES
               NOT AT END
                   IF TIT-AGENCIA = AGENCIA-PROCURADA
                       AND TIT-CONTA = CONTA-PROCURADA
                       IF TIT-CPF-CNPJ <> TITULAR-PRINCIPAL
                           MOVE TIT-CPF-CNPJ TO LT-DOCUMENTO
                           MOVE TIT-PAPEL TO LT-PAPEL
                           MOVE TIT-REGRA-ASSINATURA TO LT-REGRA
                           PERFORM IMPRIME-TITULAR-CONTA
                       END-IF
                   ELSE
                       MOVE "S" TO FIM-TITULARES
                   END-IF
           END-READ.

       IMPRIME-TITULAR-CONTA.
           MOVE "CLIENTE NAO CADASTRADO" TO LT-NOME.
           IF CLIENTES-ABERTO = "S"
               MOVE LT-DOCUMENTO TO CLI-CPF-CNPJ
               READ ARQ-CLIENTES
                   INVALID KEY
                       MOVE "CLIENTE NAO CADASTRADO" TO LT-NOME
                   NOT INVALID KEY
                       MOVE CLI-NOME TO LT-NOME
               END-READ
           END-IF.
           COMPUTE POS-LINHA = LINHA-ATUAL * 100 + 3.
           DISPLAY LINHA-TITULAR-CONTA AT POS-LINHA.
           ADD 1 TO TOTAL-TITULARES-CONTA.
           ADD 1 TO LINHA-ATUAL.
           IF LINHA-ATUAL > 19
               DISPLAY "APERTE UMA TECLA PARA CONTINUAR..." AT 2103
               STOP " "
               DISPLAY TELA-TITULARES-CONTA
               MOVE 7 TO LINHA-ATUAL
           END-IF.

       END PROGRAM CADASTRO_CLIENTES.
