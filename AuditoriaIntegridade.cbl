      *            EM CLIENTES.DAT (GRAVE);
      *          - CONTAS COM SITUACAO FORA DE A/B/E OU SALDO NAO
      *            NUMERICO, TIPICOS DE UM RESTORE MAL FEITO (GRAVE);
      *          - VINCULOS DE TITULARES.DAT COM CONTA INEXISTENTE,
      *            CPF/CNPJ SEM CLIENTE, PAPEL OU REGRA DE ASSINATURA
      *            INVALIDOS, OU PAPEL P PARA OUTRO DOCUMENTO QUE NAO
      *            O TITULAR DO CADASTRO DA CONTA (GRAVE);
      *          - TITULARES DE CLIENTES.DAT SEM NENHUMA CONTA
      *            RESTANTE APOS EXCLUSOES, NEM COMO TITULAR NEM
      *            COMO COTITULAR OU PROCURADOR (ALERTA);
      *          - LANCAMENTOS NO LOG VIVO E NOS ARQUIVOS MORTOS
      *            MENSAIS SOBRE CODIGO EXCLUIDO E DEPOIS REUSADO
      *            SEM NOVA CRIACAO (GRAVE).
           RECORD KEY IS CLI-CPF-CNPJ
           FILE STATUS IS ARQ-OK.

           SELECT ARQ-TITULARES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIT-CHAVE
           FILE STATUS IS ARQ-OK.

           SELECT LOG-TRANSACOES ASSIGN TO DISK
           ORGANIZATION LINE SEQUENTIAL
           ACCESS MODE SEQUENTIAL
               02 CLI-TELEFONE PIC X(15).
               02 CLI-TIPO-DOC PIC X(1).

      * TITULARES ADICIONAIS DAS CONTAS (MESMO LAYOUT DE Clientes.cbl)
      *   TIT-PAPEL: P = PRINCIPAL, C = COTITULAR, R = PROCURADOR
      *   TIT-REGRA-ASSINATURA: I = INDIVIDUAL, J = CONJUNTA
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

      * DEFINE PARAMETROS PARA O LOG DE TRANSACOES DO CADASTRO
       FD  LOG-TRANSACOES LABEL RECORD STANDARD
               DATA RECORD IS REG-LOG
            01 FIM-ARQUIVO PIC X(1) VALUES SPACES.
            01 FIM-RESUMO PIC X(1) VALUES SPACES.
            01 FIM-ARQUIVO-MES PIC X(1) VALUES SPACES.
            01 FIM-TITULARES PIC X(1) VALUES SPACES.
            01 CADASTRO-ABERTO PIC X(1) VALUES SPACES.
            01 ACHOU-CONTA PIC X(1) VALUES SPACES.
            01 NOME-ARQUIVO-MES PIC X(22) VALUES SPACES.
            01 IDX-CLIENTE PIC 9(5) VALUES ZEROS.
            01 TOTAL-CLIENTES PIC 9(5) VALUES ZEROS.
                  03 ULT-OPERACAO PIC X(8).
            01 TOTAL-REG-CADASTRO PIC 9(6) VALUES ZEROS.
            01 TOTAL-REG-CLIENTES PIC 9(6) VALUES ZEROS.
            01 TOTAL-REG-TITULARES PIC 9(6) VALUES ZEROS.
            01 TOTAL-REG-LOG-VIVO PIC 9(6) VALUES ZEROS.
            01 TOTAL-REG-ARQUIVOS PIC 9(6) VALUES ZEROS.
            01 TOTAL-MESES-VARRIDOS PIC 9(4) VALUES ZEROS.
           PERFORM INICIALIZA-TABELAS.
           PERFORM CARREGA-CLIENTES.
           PERFORM AUDITA-CADASTRO.
           PERFORM AUDITA-TITULARES.
           PERFORM AUDITA-CLIENTES-SEM-CONTA.
           PERFORM AUDITA-LOGS.
           PERFORM IMPRIME-RESUMO.
               ADD 1 TO IDX-CLIENTE
           END-IF.

      ******************************************************************
      *
      * VARRE OS VINCULOS DE TITULARES ADICIONAIS: A CONTA PRECISA
      * EXISTIR NO CADASTRO, O DOCUMENTO EM CLIENTES.DAT, O PAPEL E A
      * REGRA DE ASSINATURA PRECISAM SER VALIDOS, E O PAPEL P E SO
      * DO TITULAR GRAVADO NO CADASTRO DA CONTA. COTITULAR OU
      * PROCURADOR DE CONTA EXISTENTE CONTA COMO CONTA DO CLIENTE.
      * SEM TITULARES.DAT NAO HA CONTA CONJUNTA E NADA E CONFERIDO.
      *
      ******************************************************************
       AUDITA-TITULARES.
           MOVE "N" TO FIM-TITULARES.
           OPEN INPUT ARQ-TITULARES.
           IF ARQ-OK = "35"
               MOVE "S" TO FIM-TITULARES
           ELSE
               MOVE "N" TO CADASTRO-ABERTO
               OPEN INPUT ARQ-CADASTRO
               IF ARQ-OK = "00"
                   MOVE "S" TO CADASTRO-ABERTO
               END-IF
               PERFORM AUDITA-PROXIMO-TITULAR
                   UNTIL FIM-TITULARES = "S"
               IF CADASTRO-ABERTO = "S"
                   CLOSE ARQ-CADASTRO
               END-IF
               CLOSE ARQ-TITULARES
           END-IF.

       AUDITA-PROXIMO-TITULAR.
           READ ARQ-TITULARES NEXT RECORD
               AT END
                   MOVE "S" TO FIM-TITULARES
               NOT AT END
                   ADD 1 TO TOTAL-REG-TITULARES
                   PERFORM AUDITA-UM-TITULAR
           END-READ.

       AUDITA-UM-TITULAR.
           IF TIT-PAPEL <> "P" AND TIT-PAPEL <> "C"
               AND TIT-PAPEL <> "R"
               ADD 1 TO TOTAL-GRAVES
               DISPLAY "GRAVE  - VINCULO " TIT-AGENCIA "/" TIT-CONTA
                   " " TIT-CPF-CNPJ " COM PAPEL INVALIDO ("
                   TIT-PAPEL ")"
           END-IF.
           IF TIT-REGRA-ASSINATURA <> "I"
               AND TIT-REGRA-ASSINATURA <> "J"
               ADD 1 TO TOTAL-GRAVES
               DISPLAY "GRAVE  - VINCULO " TIT-AGENCIA "/" TIT-CONTA
                   " " TIT-CPF-CNPJ " COM ASSINATURA INVALIDA ("
                   TIT-REGRA-ASSINATURA ")"
           END-IF.
           PERFORM LOCALIZA-CONTA-VINCULO.
           IF ACHOU-CONTA <> "S"
               ADD 1 TO TOTAL-GRAVES
               DISPLAY "GRAVE  - VINCULO " TIT-AGENCIA "/" TIT-CONTA
                   " " TIT-CPF-CNPJ " COM CONTA INEXISTENTE"
           ELSE
               IF TIT-PAPEL = "P" AND TIT-CPF-CNPJ <> CPF-CNPJ
                   ADD 1 TO TOTAL-GRAVES
                   DISPLAY "GRAVE  - VINCULO " TIT-AGENCIA "/"
                       TIT-CONTA " " TIT-CPF-CNPJ
                       " COM PAPEL P MAS O TITULAR DA CONTA E "
                       CPF-CNPJ
               END-IF
               IF TIT-PAPEL <> "P" AND TIT-CPF-CNPJ = CPF-CNPJ
                   ADD 1 TO TOTAL-ALERTAS
                   DISPLAY "ALERTA - VINCULO " TIT-AGENCIA "/"
                       TIT-CONTA " " TIT-CPF-CNPJ
                       " REPETE O TITULAR DA CONTA COM PAPEL "
                       TIT-PAPEL
               END-IF
           END-IF.
           PERFORM VINCULA-TITULAR-CLIENTE.

       LOCALIZA-CONTA-VINCULO.
           MOVE "N" TO ACHOU-CONTA.
           IF CADASTRO-ABERTO = "S"
               MOVE TIT-AGENCIA TO AGENCIA
               MOVE TIT-CONTA TO CONTA
               READ ARQ-CADASTRO KEY IS AGENCIA-CONTA
                   INVALID KEY
                       MOVE "N" TO ACHOU-CONTA
                   NOT INVALID KEY
                       MOVE "S" TO ACHOU-CONTA
               END-READ
           END-IF.

      * O VINCULO P JA FOI CONTADO PELA CONTA DO CADASTRO; COTITULAR
      * E PROCURADOR DE CONTA EXISTENTE SOMAM UMA CONTA AO CLIENTE
       VINCULA-TITULAR-CLIENTE.
           MOVE "N" TO ACHOU-CLIENTE.
           MOVE 1 TO IDX-CLIENTE.
           PERFORM PROCURA-TITULAR-TABELA
               UNTIL ACHOU-CLIENTE = "S"
               OR IDX-CLIENTE > TOTAL-CLIENTES.
           IF ACHOU-CLIENTE = "S"
               IF ACHOU-CONTA = "S" AND TIT-PAPEL <> "P"
                   ADD 1 TO CLI-TAB-CONTAS (IDX-CLIENTE)
               END-IF
           ELSE
               IF CLIENTES-TRANSBORDOU <> "S"
                   ADD 1 TO TOTAL-GRAVES
                   DISPLAY "GRAVE  - VINCULO " TIT-AGENCIA "/"
                       TIT-CONTA " COM CPF/CNPJ SEM CLIENTE ("
                       TIT-CPF-CNPJ ")"
               END-IF
           END-IF.

       PROCURA-TITULAR-TABELA.
           IF CLI-TAB-DOC (IDX-CLIENTE) = TIT-CPF-CNPJ
               MOVE "S" TO ACHOU-CLIENTE
           ELSE
               ADD 1 TO IDX-CLIENTE
           END-IF.

      ******************************************************************
      *
      * TITULARES SEM NENHUMA CONTA RESTANTE NO CADASTRO (SOBRARAM
               TOTAL-REG-CADASTRO.
           DISPLAY "REGISTROS EM CLIENTES.DAT......: "
               TOTAL-REG-CLIENTES.
           DISPLAY "VINCULOS EM TITULARES.DAT......: "
               TOTAL-REG-TITULARES.
           DISPLAY "LANCAMENTOS NO LOG VIVO........: "
               TOTAL-REG-LOG-VIVO.
           DISPLAY "LANCAMENTOS NOS ARQUIVOS MORTOS: "
