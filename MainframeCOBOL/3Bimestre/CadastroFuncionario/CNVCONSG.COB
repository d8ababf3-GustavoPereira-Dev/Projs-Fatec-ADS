       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVCONSG.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CONVERSAO DO CADCONSG PARA O LEIAUTE COM O CREDOR E O        *
      * REPASSE - LE O CADCONSG NO LEIAUTE ANTIGO (ATE O             *
      * CSG-ANOMESULT), RENOMEADO PARA CADCONSG.OLD, E GRAVA O NOVO  *
      * CADCONSG.DAT COM OS MESMOS VALORES, O CREDOR ZERADO E O      *
      * REPASSE EM BRANCO. DEPOIS DA CONVERSAO INFORMAR O CREDOR DE  *
      * CADA CONTRATO PELO CADCONSG. RODAR UMA UNICA VEZ NA VIRADA,  *
      * MESMO PROCEDIMENTO DO CNVPARAM.                              *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSGOLD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVECONSG-O
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADCONSG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECONSG
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
       FD CONSGOLD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSG.OLD".
       01 REGCONSG-O.
          03 CHAVECONSG-O        PIC X(08).
          03 CSG-DADOS-O         PIC X(43).
      *
       FD CADCONSG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSG.DAT".
       01 REGCONSG.
          03 CHAVECONSG.
             05 CSG-CODFUNC   PIC 9(5).
             05 CSG-CONTRATO  PIC 9(3).
          03 CSG-DTCONTRATO   PIC 9(8).
          03 CSG-VLRPRINC     PIC 9(6)V99.
          03 CSG-QTDPARC      PIC 9(2).
          03 CSG-VLRPARC      PIC 9(6)V99.
          03 CSG-PARCPAGAS    PIC 9(2).
          03 CSG-SALDO        PIC 9(6)V99.
          03 CSG-SIT          PIC X(1).
          03 CSG-ANOMESULT    PIC 9(6).
          03 CSG-CREDOR       PIC 9(3).
          03 CSG-ANOMESREP    PIC 9(6).
          03 CSG-PARCDEV      PIC 9(6)V99.
          03 CSG-VLRDESC      PIC 9(6)V99.
          03 CSG-CORTE        PIC X(1).
       01 REGCONSG-R.
          03 CSG-PARTEANT        PIC X(51).
          03 FILLER              PIC X(26).
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
       01 W-TOTCSG      PIC 9(06) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** CONVERSAO DO CADCONSG - CREDOR E REPASSE ***".
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
           OPEN INPUT CONSGOLD
           IF ST-ERRO NOT = "00"
              DISPLAY "CADCONSG.OLD NAO ENCONTRADO - RENOMEIE O "
              DISPLAY "CADCONSG.DAT ANTIGO PARA CADCONSG.OLD ANTES"
              GO TO ROT-FIM.
           OPEN OUTPUT CADCONSG
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO NOVO CADCONSG.DAT"
              CLOSE CONSGOLD
              GO TO ROT-FIM.
       R2.
           READ CONSGOLD NEXT RECORD
               AT END
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              GO TO R2-FIM.
           MOVE REGCONSG-O TO CSG-PARTEANT
           MOVE ZEROS      TO CSG-CREDOR CSG-ANOMESREP
           MOVE ZEROS      TO CSG-PARCDEV CSG-VLRDESC
           MOVE SPACES     TO CSG-CORTE
           WRITE REGCONSG
           IF ST-ERRO2 = "00" OR "02"
              ADD 1 TO W-TOTCSG
           ELSE
              DISPLAY "ERRO NA CONVERSAO DO CONTRATO " CHAVECONSG-O
                      " - FILE STATUS " ST-ERRO2.
           GO TO R2.
       R2-FIM.
           CLOSE CONSGOLD CADCONSG
           DISPLAY "CONTRATOS CONVERTIDOS    : " W-TOTCSG.
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
           MOVE "CNVCONSG" TO TRAVA-PROGBATCH
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
