       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVACUM.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CONVERSAO DO CADACUM PARA O LEIAUTE COM OS ACUMULADOS DA     *
      * PLR - LE O CADACUM NO LEIAUTE ANTIGO (ATE O ACU-DTATU),      *
      * RENOMEADO PARA CADACUM.OLD, E GRAVA O NOVO CADACUM.DAT COM   *
      * OS MESMOS VALORES E OS CAMPOS DA PLR (ACU-PLR, ACU-IRPLR E   *
      * OS 12 MESES) ZERADOS. RODAR UMA UNICA VEZ NA VIRADA, MESMO   *
      * PROCEDIMENTO DO CNVPARAM.                                    *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACUOLD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVEACUM-O
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADACUM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEACUM
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT CADTRAVA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRAVA-COD
                    FILE STATUS  IS ST-TRAVA.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ACUOLD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADACUM.OLD".
       01 REGACUM-O.
          03 CHAVEACUM-O         PIC X(11).
          03 ACU-DADOS-O         PIC X(311).
      *
       FD CADACUM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADACUM.DAT".
       01 REGACUM.
          03 CHAVEACUM.
             05 ACU-ANO          PIC 9(4).
             05 ACU-CODFUNC      PIC 9(5).
             05 ACU-EMP          PIC 9(2).
          03 ACU-BRUTO           PIC S9(08)V99.
          03 ACU-INSS            PIC S9(08)V99.
          03 ACU-IR              PIC S9(08)V99.
          03 ACU-FGTS            PIC S9(08)V99.
          03 ACU-13              PIC S9(08)V99.
          03 ACU-FERIAS          PIC S9(08)V99.
          03 ACU-QTDFOL          PIC 9(03).
          03 ACU-MESES.
             05 ACU-MES OCCURS 12 TIMES.
                07 ACU-MREND     PIC S9(08)V99.
                07 ACU-MIR       PIC S9(08)V99.
          03 ACU-DTATU           PIC 9(08).
          03 ACU-PLR             PIC S9(08)V99.
          03 ACU-IRPLR           PIC S9(08)V99.
          03 ACU-MESESPLR.
             05 ACU-MESPLR OCCURS 12 TIMES.
                07 ACU-MPLR      PIC S9(08)V99.
                07 ACU-MIRPLR    PIC S9(08)V99.
       01 REGACUM-R.
          03 ACU-PARTEANT        PIC X(322).
          03 FILLER              PIC X(260).
      *
       FD CADTRAVA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRAVA.DAT".
       01 REGTRAVA.
          03 TRAVA-COD        PIC 9(1).
          03 TRAVA-BATCH      PIC X(1).
          03 TRAVA-PROGBATCH  PIC X(8).
          03 TRAVA-ONLINE     PIC X(1).
          03 TRAVA-OPERADOR   PIC 9(3).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-TRAVA      PIC X(02) VALUE "00".
       01 W-TEMTRAVA    PIC X(01) VALUE "N".
       01 W-TRAVADO     PIC X(01) VALUE "N".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-TOTACU      PIC 9(06) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** CONVERSAO DO CADACUM - ACUMULADOS DA PLR ***".
      *
       R00.
           PERFORM ROT-TRAVA-INI THRU ROT-TRAVA-INI-FIM
           IF W-TRAVADO = "S"
              IF W-TEMTRAVA = "S"
                 CLOSE CADTRAVA
                 GO TO ROT-FIM2
              ELSE
                 GO TO ROT-FIM2.
       R1.
           OPEN INPUT ACUOLD
           IF ST-ERRO NOT = "00"
              DISPLAY "CADACUM.OLD NAO ENCONTRADO - RENOMEIE O "
              DISPLAY "CADACUM.DAT ANTIGO PARA CADACUM.OLD ANTES"
              GO TO ROT-FIM.
           OPEN OUTPUT CADACUM
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO NOVO CADACUM.DAT"
              CLOSE ACUOLD
              GO TO ROT-FIM.
       R2.
           READ ACUOLD NEXT RECORD
               AT END
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              GO TO R2-FIM.
           MOVE REGACUM-O TO ACU-PARTEANT
           MOVE ZEROS     TO ACU-PLR ACU-IRPLR ACU-MESESPLR
           WRITE REGACUM
           IF ST-ERRO2 = "00" OR "02"
              ADD 1 TO W-TOTACU
           ELSE
              DISPLAY "ERRO NA CONVERSAO DO ACUMULADO " CHAVEACUM-O
                      " - FILE STATUS " ST-ERRO2.
           GO TO R2.
       R2-FIM.
           CLOSE ACUOLD CADACUM
           DISPLAY "ACUMULADOS CONVERTIDOS   : " W-TOTACU.
      *
       ROT-FIM.
           DISPLAY "*** CONVERSAO CONCLUIDA ***".
      *    SAIDA DE ERRO APOS A TOMADA DA TRAVA: DEVOLVE A TRAVA
      *    DE BATCH ANTES DE ENCERRAR, SENAO O MENU FICA
      *    BLOQUEADO ATE ALGUEM LIMPAR O CADTRAVA NA MAO
       ROT-FIM-ERRO.
           PERFORM ROT-TRAVA-ENC THRU ROT-TRAVA-ENC-FIM.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *
      *********************************************************
      * TRAVA DE JANELA DE BATCH (CADTRAVA): RECUSA A PARTIDA  *
      * COM UMA SESSAO ONLINE DE MANUTENCAO ABERTA OU OUTRO    *
      * BATCH NO AR; SEGURA A TRAVA ATE O FIM DA EXECUCAO      *
      *********************************************************
       ROT-TRAVA-INI.
           MOVE "N" TO W-TRAVADO
           MOVE "S" TO W-TEMTRAVA
           OPEN I-O CADTRAVA
           IF ST-TRAVA NOT = "00"
              IF ST-TRAVA = "30"
                 OPEN OUTPUT CADTRAVA
                 MOVE 1 TO TRAVA-COD
                 MOVE "N" TO TRAVA-BATCH TRAVA-ONLINE
                 MOVE SPACES TO TRAVA-PROGBATCH
                 MOVE ZEROS TO TRAVA-OPERADOR
                 WRITE REGTRAVA
                 CLOSE CADTRAVA
                 OPEN I-O CADTRAVA
              ELSE
                 MOVE "N" TO W-TEMTRAVA
                 GO TO ROT-TRAVA-INI-FIM.
           MOVE 1 TO TRAVA-COD
           READ CADTRAVA
           IF ST-TRAVA NOT = "00"
              GO TO ROT-TRAVA-INI-FIM.
           IF TRAVA-ONLINE = "S"
              DISPLAY "SESSAO ONLINE DE MANUTENCAO ABERTA - "
                      "BATCH NAO PODE PARTIR"
              MOVE "S" TO W-TRAVADO
              GO TO ROT-TRAVA-INI-FIM.
           IF TRAVA-BATCH = "S"
              DISPLAY "OUTRO BATCH (" TRAVA-PROGBATCH
                      ") JA ESTA NO AR"
              MOVE "S" TO W-TRAVADO
              GO TO ROT-TRAVA-INI-FIM.
           MOVE "S" TO TRAVA-BATCH
           MOVE "CNVACUM " TO TRAVA-PROGBATCH
           REWRITE REGTRAVA.
       ROT-TRAVA-INI-FIM.
           EXIT.
      *
       ROT-TRAVA-ENC.
           IF W-TEMTRAVA NOT = "S"
              GO TO ROT-TRAVA-ENC-FIM.
           MOVE 1 TO TRAVA-COD
           READ CADTRAVA
           IF ST-TRAVA = "00"
              MOVE "N" TO TRAVA-BATCH
              MOVE SPACES TO TRAVA-PROGBATCH
              REWRITE REGTRAVA.
           CLOSE CADTRAVA
           MOVE "N" TO W-TEMTRAVA.
       ROT-TRAVA-ENC-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    10 = FIM DE ARQUIVO (SEQUENCIAL)
      *    30 = ARQUIVO NAO ENCONTRADO
