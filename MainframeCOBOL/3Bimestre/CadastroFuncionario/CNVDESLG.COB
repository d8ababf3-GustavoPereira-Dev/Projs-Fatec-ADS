       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVDESLG.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CONVERSAO DO CADDESLIG PARA O LEIAUTE COM A CAUSA DO         *
      * DESLIGAMENTO (CADCAUSA) - LE O CHECKLIST NO LEIAUTE ANTIGO   *
      * (ATE AS OBSERVACOES), RENOMEADO PARA CADDESLIG.OLD, E GRAVA  *
      * O NOVO CADDESLIG.DAT COM OS MESMOS DADOS E A CAUSA ZERADA    *
      * (NAO INFORMADA - O FPP010 PERGUNTA A CAUSA NA RESCISAO).     *
      * RODAR UMA UNICA VEZ NA VIRADA, MESMO PROCEDIMENTO DO         *
      * CNVPARAM.                                                    *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DESLIGOLD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVEDESLIG-O
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADDESLIG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEDESLIG
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
       FD DESLIGOLD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDESLIG.OLD".
       01 REGDESLIG-O.
          03 CHAVEDESLIG-O       PIC X(07).
          03 DESLIG-DADOS-O      PIC X(51).
      *
       FD CADDESLIG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDESLIG.DAT".
       01 REGDESLIG.
          03 CHAVEDESLIG.
             05 CODFUNC-D     PIC 9(5).
             05 SEQDESLIG     PIC 9(2).
          03 DTDESLIG-D       PIC 9(8).
          03 DEVEQUIP-D       PIC X(1).
          03 ENTREVISTA-D     PIC X(1).
          03 PGTOFINAL-D      PIC X(1).
          03 OBSDESLIG-D      PIC X(40).
          03 CAUSA-D          PIC 9(2).
       01 REGDESLIG-R.
          03 DESLIG-PARTEANT     PIC X(58).
          03 FILLER              PIC X(02).
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
       01 W-TOTDESLIG   PIC 9(06) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** CONVERSAO DO CADDESLIG - CAUSA ***".
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
           OPEN INPUT DESLIGOLD
           IF ST-ERRO NOT = "00"
              DISPLAY "CADDESLIG.OLD NAO ENCONTRADO - RENOMEIE O "
              DISPLAY "CADDESLIG.DAT ANTIGO PARA CADDESLIG.OLD ANTES"
              GO TO ROT-FIM.
           OPEN OUTPUT CADDESLIG
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO NOVO CADDESLIG.DAT"
              CLOSE DESLIGOLD
              GO TO ROT-FIM.
       R2.
           READ DESLIGOLD NEXT RECORD
               AT END
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              GO TO R2-FIM.
           MOVE REGDESLIG-O TO DESLIG-PARTEANT
           MOVE ZEROS       TO CAUSA-D
           WRITE REGDESLIG
           IF ST-ERRO2 = "00" OR "02"
              ADD 1 TO W-TOTDESLIG
           ELSE
              DISPLAY "ERRO NA CONVERSAO DO CHECKLIST " CHAVEDESLIG-O
                      " - FILE STATUS " ST-ERRO2.
           GO TO R2.
       R2-FIM.
           CLOSE DESLIGOLD CADDESLIG
           DISPLAY "CHECKLISTS CONVERTIDOS   : " W-TOTDESLIG.
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
           MOVE "CNVDESLG" TO TRAVA-PROGBATCH
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
