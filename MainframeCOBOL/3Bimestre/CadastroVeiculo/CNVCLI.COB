       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVCLI.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CONVERSAO DO CADCLI PARA O LEIAUTE COM LIMITE E SITUACAO DE *
      * CREDITO - LE O CLIENTE NO LEIAUTE ANTIGO (ATE O COMPLEMENTO *
      * DO ENDERECO), RENOMEADO PARA CADCLI.OLD, E GRAVA O NOVO     *
      * CADCLI.DAT COM OS MESMOS DADOS, LIMITE ZERADO (VALE O       *
      * LIMITE PADRAO DO PARAMETRO 028 ATE SER INFORMADO NO CADCLI) *
      * E SITUACAO L (LIBERADO). RODAR UMA UNICA VEZ NA VIRADA,     *
      * MESMO PROCEDIMENTO DO CNVCAR.                               *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIOLD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CLI-COD-O
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CLI-COD
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS CLI-NOME
                                   WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CLIOLD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLI.OLD".
       01 REGCLI-O.
          03 CLI-COD-O        PIC 9(5).
          03 DADOSCLI-O       PIC X(75).
      *
       FD CADCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLI.DAT".
       01 REGCLI.
          03 CLI-COD          PIC 9(5).
          03 CLI-NOME         PIC X(30).
          03 CLI-DOC          PIC 9(11).
          03 CLI-DDD          PIC 9(2).
          03 CLI-NUMERO       PIC 9(9).
          03 CLI-CEP          PIC 9(8).
          03 CLI-NENDRC       PIC 9(5).
          03 CLI-COMPL        PIC X(10).
          03 CLI-LIMCRED      PIC 9(8)V99.
          03 CLI-SITCRED      PIC X(1).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-TOTCLI      PIC 9(06) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** CONVERSAO DO CADCLI ***".
       R1.
           OPEN INPUT CLIOLD
           IF ST-ERRO NOT = "00"
              DISPLAY "CADCLI.OLD NAO ENCONTRADO - RENOMEIE O "
              DISPLAY "CADCLI.DAT ANTIGO PARA CADCLI.OLD ANTES"
              GO TO ROT-FIM.
           OPEN OUTPUT CADCLI
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO NOVO CADCLI.DAT"
              CLOSE CLIOLD
              GO TO ROT-FIM.
       R2.
           READ CLIOLD NEXT RECORD
               AT END
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              GO TO R2-FIM.
           MOVE CLI-COD-O   TO CLI-COD
           MOVE DADOSCLI-O  TO REGCLI (6:75)
           MOVE ZEROS       TO CLI-LIMCRED
           MOVE "L"         TO CLI-SITCRED
           WRITE REGCLI
           IF ST-ERRO2 = "00" OR "02"
              ADD 1 TO W-TOTCLI
           ELSE
              DISPLAY "ERRO NA CONVERSAO DO CLIENTE " CLI-COD-O
                      " - FILE STATUS " ST-ERRO2.
           GO TO R2.
       R2-FIM.
           CLOSE CLIOLD CADCLI
           DISPLAY "CLIENTES CONVERTIDOS       : " W-TOTCLI.
      *
       ROT-FIM.
           DISPLAY "*** CONVERSAO CONCLUIDA ***".
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    10 = FIM DE ARQUIVO (SEQUENCIAL)
      *    30 = ARQUIVO NAO ENCONTRADO
