       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVEVENT.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CONVERSAO DO CADEVENT PARA O LEIAUTE COM A CONTRIBUICAO     *
      * POR PESSOA (EVT-PRECO) NO FIM DO REGISTRO - LE O ARQUIVO NO *
      * LEIAUTE ANTIGO (CADEVENT.OLD, SEM O VALOR) E GRAVA O NOVO   *
      * CADEVENT.DAT COM A CONTRIBUICAO ZERADA, A COMPLETAR PELA    *
      * TELA CADEVENT. RODAR UMA UNICA VEZ NA VIRADA, MESMO         *
      * PROCEDIMENTO DO CNVTPAMG.                                   *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVTOLD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS EVT-COD-O
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADEVENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EVT-COD
                    FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD EVTOLD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEVENT.OLD".
       01 REGEVENT-O.
          03 EVT-COD-O     PIC 9(4).
          03 EVT-DATA-O    PIC 9(8).
          03 EVT-LOCAL-O   PIC X(30).
          03 EVT-CAPAC-O   PIC 9(4).
      *
       FD CADEVENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEVENT.DAT".
       01 REGEVENT.
          03 EVT-COD       PIC 9(4).
          03 EVT-DATA      PIC 9(8).
          03 EVT-LOCAL     PIC X(30).
          03 EVT-CAPAC     PIC 9(4).
          03 EVT-PRECO     PIC 9(5)V99.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-TOTCONV     PIC 9(06) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** CONVERSAO DO CADASTRO DE EVENTOS ***".
       R1.
           OPEN INPUT EVTOLD
           IF ST-ERRO NOT = "00"
              DISPLAY "CADEVENT.OLD NAO ENCONTRADO - RENOMEIE O "
              DISPLAY "CADEVENT.DAT ANTIGO PARA CADEVENT.OLD ANTES"
              GO TO ROT-FIM2.
           OPEN OUTPUT CADEVENT
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO NOVO CADEVENT.DAT"
              CLOSE EVTOLD
              GO TO ROT-FIM2.
      *
       R2.
           READ EVTOLD NEXT RECORD
               AT END
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              GO TO R2-FIM.
           MOVE EVT-COD-O   TO EVT-COD
           MOVE EVT-DATA-O  TO EVT-DATA
           MOVE EVT-LOCAL-O TO EVT-LOCAL
           MOVE EVT-CAPAC-O TO EVT-CAPAC
           MOVE ZEROS TO EVT-PRECO
           WRITE REGEVENT
           IF ST-ERRO2 = "00" OR "02"
              ADD 1 TO W-TOTCONV
           ELSE
              DISPLAY "ERRO NA CONVERSAO DO EVENTO " EVT-COD-O
                      " - FILE STATUS " ST-ERRO2.
           GO TO R2.
       R2-FIM.
           CLOSE EVTOLD CADEVENT
           DISPLAY "EVENTOS CONVERTIDOS : " W-TOTCONV.
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
