      *          CLIENTE SEM NENHUMA CONTA EMITIDA NAO GERA ENVELOPE.
      *          AO FINAL IMPRIME O RESUMO DE CONTAS EMITIDAS POR
      *          AGENCIA PARA CONFERENCIA CONTRA O TOTAL DE CONTAS.
      *          CONTA CONJUNTA SAI TAMBEM NO ENVELOPE DE CADA
      *          COTITULAR CADASTRADO EM TITULARES.DAT (PROCURADOR NAO
      *          RECEBE EXTRATO). A VIA DO COTITULAR E CONTADA A PARTE,
      *          PARA QUE O RESUMO POR AGENCIA CONTINUE CONTANDO CADA
      *          CONTA UMA SO VEZ, NO ENVELOPE DO TITULAR PRINCIPAL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE SEQUENTIAL
           FILE STATUS ARQ-OK.

           SELECT ARQ-TITULARES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIT-CHAVE
           FILE STATUS IS ARQ-OK.

       DATA DIVISION.
       FILE SECTION.
      * PARAMETROS PARA O ARQUIVO DE CADASTRO (MESMO LAYOUT DE Banco.cbl)
               DATA RECORD IS REG-IMPRESSAO.
       01  REG-IMPRESSAO PIC X(80).

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

       WORKING-STORAGE SECTION.
            01 ARQ-OK PIC X(2) VALUES SPACES.
            01 FIM-CLIENTES PIC X(1) VALUES SPACES.
            01 NOME-ARQUIVO-MES PIC X(22) VALUES SPACES.
            01 NOME-ARQUIVO-CLIENTE PIC X(40) VALUES SPACES.
            01 ARQUIVO-CLIENTE-ABERTO PIC X(1) VALUES SPACES.
            01 TITULARES-ABERTO PIC X(1) VALUES SPACES.
      * PAPEL DO CLIENTE EM PROCESSAMENTO NA CONTA LIDA DO CADASTRO;
      * EM BRANCO QUANDO A CONTA NAO ENTRA NO ENVELOPE DELE
            01 PAPEL-NA-CONTA PIC X(1) VALUES SPACES.
      *   MODO-VARREDURA: T = TOTALIZA (CONTA E SALDOS),
      *                   I = IMPRIME AS LINHAS NO EXTRATO
            01 MODO-VARREDURA PIC X(1) VALUES SPACES.
                  03 CTA-AGENCIA PIC X(5).
                  03 CTA-CONTA PIC X(12).
                  03 CTA-SALDO PIC S9(12)V99.
                  03 CTA-PAPEL PIC X(1).
            01 IDX-AGENCIA PIC 9(3) VALUES ZEROS.
            01 TOTAL-AGENCIAS PIC 9(3) VALUES ZEROS.
            01 ACHOU-AGENCIA PIC X(1) VALUES SPACES.
            01 TOTAL-EXTRATOS-EMITIDOS PIC 9(6) VALUES ZEROS.
            01 TOTAL-CONTAS-EMITIDAS PIC 9(6) VALUES ZEROS.
            01 TOTAL-CONTAS-PULADAS PIC 9(6) VALUES ZEROS.
      * VIAS DE CONTA CONJUNTA EMITIDAS NO ENVELOPE DE COTITULAR,
      * FORA DOS TOTAIS DE CONTAS E DO RESUMO POR AGENCIA
            01 TOTAL-VIAS-COTITULAR PIC 9(6) VALUES ZEROS.
      * CONTAS ALEM DA CAPACIDADE DA TABELA DO TITULAR (50): FICAM
      * FORA DO ENVELOPE E SAO REPORTADAS PARA QUE O RESUMO POR
      * AGENCIA AINDA FECHE CONTRA O TOTAL DE CONTAS
               02 CAB-AGENCIA PIC X(5).
               02 FILLER PIC X(1) VALUES "/".
               02 CAB-CONTA PIC X(12).
               02 FILLER PIC X(2) VALUES SPACES.
               02 CAB-OBSERVACAO PIC X(30).
            01 LINHA-SALDO.
               02 LS-TITULO PIC X(20).
               02 LS-SALDO PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           IF ARQ-OK <> "35"
               CLOSE ARQ-CLIENTES
           END-IF.
           IF TITULARES-ABERTO = "S"
               CLOSE ARQ-TITULARES
           END-IF.
           PERFORM IMPRIME-RESUMO-FINAL.
           STOP RUN.


      ******************************************************************
      *
      * ABRE O CADASTRO DE CLIENTES PARA A VARREDURA PRINCIPAL E OS
      * TITULARES ADICIONAIS, LIDOS POR CHAVE. OS DEMAIS ARQUIVOS
      * SAO ABERTOS POR CLIENTE/CONTA, POIS CADA CONTA REVARRE O LOG
      * DO MES.
      *
      ******************************************************************
       ABRE-ARQUIVOS.
           MOVE "N" TO TITULARES-ABERTO.
           OPEN INPUT ARQ-TITULARES.
           IF ARQ-OK = "00"
               MOVE "S" TO TITULARES-ABERTO
           END-IF.
           MOVE "N" TO FIM-CLIENTES.
           OPEN INPUT ARQ-CLIENTES.
           IF ARQ-OK = "35"
               AT END
                   MOVE "S" TO FIM-CADASTRO
               NOT AT END
                   PERFORM VERIFICA-PAPEL-NA-CONTA
                   IF PAPEL-NA-CONTA <> " "
                       PERFORM ARMAZENA-CONTA-TITULAR
                   END-IF
           END-READ.

      * A CONTA ENTRA NO ENVELOPE DO TITULAR DO CADASTRO (P) E NO DE
      * CADA COTITULAR (C) VINCULADO EM TITULARES.DAT
       VERIFICA-PAPEL-NA-CONTA.
           MOVE SPACES TO PAPEL-NA-CONTA.
           IF CPF-CNPJ = CLI-CPF-CNPJ
               MOVE "P" TO PAPEL-NA-CONTA
           ELSE
               IF TITULARES-ABERTO = "S"
                   MOVE AGENCIA TO TIT-AGENCIA
                   MOVE CONTA TO TIT-CONTA
                   MOVE CLI-CPF-CNPJ TO TIT-CPF-CNPJ
                   READ ARQ-TITULARES
                       INVALID KEY
                           MOVE SPACES TO PAPEL-NA-CONTA
                       NOT INVALID KEY
                           IF TIT-PAPEL = "C"
                               MOVE "C" TO PAPEL-NA-CONTA
                           END-IF
                   END-READ
               END-IF
           END-IF.

       ARMAZENA-CONTA-TITULAR.
           IF TOTAL-CONTAS-TITULAR < 50
               ADD 1 TO TOTAL-CONTAS-TITULAR
               MOVE AGENCIA TO CTA-AGENCIA (TOTAL-CONTAS-TITULAR)
               MOVE CONTA TO CTA-CONTA (TOTAL-CONTAS-TITULAR)
               MOVE SALDO TO CTA-SALDO (TOTAL-CONTAS-TITULAR)
               MOVE PAPEL-NA-CONTA TO CTA-PAPEL (TOTAL-CONTAS-TITULAR)
           ELSE
               IF PAPEL-NA-CONTA = "P"
                   ADD 1 TO TOTAL-CONTAS-FORA-TABELA
               END-IF
               DISPLAY "TITULAR " CLI-CPF-CNPJ " COM MAIS DE 50 "
                   "CONTAS. CONTA " AGENCIA "/" CONTA
                   " FORA DO ENVELOPE."
      * EMITE UMA CONTA DO TITULAR. A PRIMEIRA PASSADA NO LOG DO MES
      * SO TOTALIZA (QUANTIDADE E SALDOS DE ABERTURA/FECHAMENTO);
      * CONTA SEM MOVIMENTO NO MES E COM SALDO ZERADO E PULADA. A
      * SEGUNDA PASSADA IMPRIME AS LINHAS. A VIA DO COTITULAR NAO
      * ENTRA NOS TOTAIS DE CONTAS NEM NO RESUMO POR AGENCIA.
      *
      ******************************************************************
       PROCESSA-CONTA-TITULAR.
           PERFORM VARRE-LOG-DO-MES.
           IF LANCAMENTOS-MES = 0
               AND CTA-SALDO (IDX-CONTA) = 0
               IF CTA-PAPEL (IDX-CONTA) = "P"
                   ADD 1 TO TOTAL-CONTAS-PULADAS
               END-IF
           ELSE
               PERFORM EMITE-CONTA-TITULAR
           END-IF.
           END-IF.
           MOVE CTA-AGENCIA (IDX-CONTA) TO CAB-AGENCIA.
           MOVE CTA-CONTA (IDX-CONTA) TO CAB-CONTA.
           IF CTA-PAPEL (IDX-CONTA) = "C"
               MOVE "CONTA CONJUNTA - COTITULAR" TO CAB-OBSERVACAO
           ELSE
               MOVE SPACES TO CAB-OBSERVACAO
           END-IF.
           MOVE SPACES TO REG-IMPRESSAO.
           WRITE REG-IMPRESSAO.
           MOVE CABECALHO-CONTA TO REG-IMPRESSAO.
           MOVE SPACES TO REG-IMPRESSAO.
           MOVE LINHA-SALDO TO REG-IMPRESSAO.
           WRITE REG-IMPRESSAO.
           IF CTA-PAPEL (IDX-CONTA) = "P"
               ADD 1 TO TOTAL-CONTAS-EMITIDAS
               PERFORM SOMA-CONTA-AGENCIA
           ELSE
               ADD 1 TO TOTAL-VIAS-COTITULAR
           END-IF.

       ABRE-ARQUIVO-CLIENTE.
           MOVE SPACES TO NOME-ARQUIVO-CLIENTE.
               TOTAL-EXTRATOS-EMITIDOS.
           DISPLAY "CONTAS EMITIDAS.......: " TOTAL-CONTAS-EMITIDAS.
           DISPLAY "CONTAS PULADAS........: " TOTAL-CONTAS-PULADAS.
           DISPLAY "VIAS DE COTITULARES...: " TOTAL-VIAS-COTITULAR.
           IF TOTAL-CONTAS-FORA-TABELA > 0
               DISPLAY "CONTAS FORA DA TABELA.: "
                   TOTAL-CONTAS-FORA-TABELA
