       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVRECEB.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CONVERSAO DO CADRECEB PARA O LEIAUTE COM ENCARGOS E ACORDO  *
      * - LE A PARCELA NO LEIAUTE ANTIGO (ATE O FLAG DE REMESSA),   *
      * RENOMEADO PARA CADRECEB.OLD, E GRAVA O NOVO CADRECEB.DAT    *
      * COM OS MESMOS DADOS, MULTA E JUROS RECEBIDOS ZERADOS,       *
      * SITUACAO EM BRANCO (NORMAL) E SEM NUMERO DE ACORDO. RODAR   *
      * UMA UNICA VEZ NA VIRADA, MESMO PROCEDIMENTO DO CNVCAR.      *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECOLD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVERECEB-O
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADRECEB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVERECEB
                    FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD RECOLD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECEB.OLD".
       01 REGRECEB-O.
          03 CHAVERECEB-O     PIC X(17).
          03 DADOSREC-O       PIC X(62).
      *
       FD CADRECEB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECEB.DAT".
       01 REGRECEB.
          03 CHAVERECEB.
             05 REC-PLACA     PIC X(7).
             05 REC-DTAVENDA  PIC 9(8).
             05 REC-PARC      PIC 9(2).
          03 REC-COMPRADOR    PIC X(30).
          03 REC-DTVENC       PIC 9(8).
          03 REC-VALOR        PIC 9(8)V99.
          03 REC-DTRECEB      PIC 9(8).
          03 REC-CODCLI       PIC 9(5).
          03 REC-REMESSA      PIC X(1).
          03 REC-VLRMULTA     PIC 9(6)V99.
          03 REC-VLRJUROS     PIC 9(6)V99.
          03 REC-SIT          PIC X(1).
          03 REC-ACORDO       PIC 9(6).
          03 REC-ACORDOREN    PIC 9(6).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-TOTREC      PIC 9(06) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** CONVERSAO DO CADRECEB ***".
       R1.
           OPEN INPUT RECOLD
           IF ST-ERRO NOT = "00"
              DISPLAY "CADRECEB.OLD NAO ENCONTRADO - RENOMEIE O "
              DISPLAY "CADRECEB.DAT ANTIGO PARA CADRECEB.OLD ANTES"
              GO TO ROT-FIM.
           OPEN OUTPUT CADRECEB
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO NOVO CADRECEB.DAT"
              CLOSE RECOLD
              GO TO ROT-FIM.
       R2.
           READ RECOLD NEXT RECORD
               AT END
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              GO TO R2-FIM.
           MOVE CHAVERECEB-O TO CHAVERECEB
           MOVE DADOSREC-O   TO REGRECEB (18:62)
           MOVE ZEROS        TO REC-VLRMULTA REC-VLRJUROS REC-ACORDO
           MOVE ZEROS        TO REC-ACORDOREN
           MOVE SPACES       TO REC-SIT
           WRITE REGRECEB
           IF ST-ERRO2 = "00" OR "02"
              ADD 1 TO W-TOTREC
           ELSE
              DISPLAY "ERRO NA CONVERSAO DA PARCELA " CHAVERECEB-O
                      " - FILE STATUS " ST-ERRO2.
           GO TO R2.
       R2-FIM.
           CLOSE RECOLD CADRECEB
           DISPLAY "PARCELAS CONVERTIDAS       : " W-TOTREC.
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
