       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVJORN.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CONVERSAO DO JORNAL (CADJORN) PARA O LEIAUTE ENCADEADO - LE  *
      * O CADJORN NO LEIAUTE ANTERIOR (SEM O NUMERO DE SEQUENCIA DA  *
      * CADEIA E O VALOR DE CONTROLE), RENOMEADO PARA CADJORNJ.OLD,  *
      * NA ORDEM DA CHAVE (DATA/HORA/SEQ), E GRAVA O NOVO CADJORN    *
      * COM JORN-NSEQ 1, 2, 3... E O JORN-CHECK DE CADA REGISTRO     *
      * CALCULADO PELO CHKJORN SOBRE O CHECK DO ANTERIOR (O PRIMEIRO *
      * PARTE DE ZERO). CRIA O CONTROLE DA CADEIA (CADJCTL) COM O    *
      * ULTIMO NSEQ/CHECK E A BASE VIVA COMECANDO NO NSEQ 1.         *
      * RODAR UMA UNICA VEZ NA VIRADA, MESMO PROCEDIMENTO DO CNVCPF; *
      * DEPOIS CONFERIR COM O VERJORN.                               *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JORNOLD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVEJORN-O
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADJORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEJORN
                    ALTERNATE RECORD KEY IS JORN-NSEQ
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT CADJCTL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS JCTL-COD
                    FILE STATUS  IS ST-ERRO3.
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
       FD JORNOLD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADJORNJ.OLD".
       01 REGJORN-O.
          03 CHAVEJORN-O   PIC X(16).
          03 DADOSJORN-O   PIC X(44).
      *
       FD CADJORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADJORN.DAT".
       01 REGJORN.
          03 JORN-DADOS.
             05 CHAVEJORN.
                07 JORN-DATA  PIC 9(8).
                07 JORN-HORA  PIC 9(6).
                07 JORN-SEQ   PIC 9(2).
             05 JORN-OPER     PIC 9(3).
             05 JORN-PROG     PIC X(8).
             05 JORN-ARQ      PIC X(8).
             05 JORN-ACAO     PIC X(1).
             05 JORN-CHREG    PIC X(14).
             05 JORN-RESUMO   PIC X(10).
          03 JORN-NSEQ        PIC 9(9).
          03 JORN-CHECK       PIC 9(9).
      *
       FD CADJCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADJCTL.DAT".
       01 REGJCTL.
          03 JCTL-COD         PIC 9(1).
          03 JCTL-ULTNSEQ     PIC 9(9).
          03 JCTL-ULTCHECK    PIC 9(9).
          03 JCTL-BASENSEQ    PIC 9(9).
          03 JCTL-BASECHECK   PIC 9(9).
          03 JCTL-DTARQ       PIC 9(8).
          03 JCTL-DTVERIF     PIC 9(8).
          03 JCTL-SITVERIF    PIC X(1).
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
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 W-OPCCONF     PIC X(01) VALUE SPACES.
       01 W-NSEQ        PIC 9(09) VALUE ZEROS.
       01 W-CHKANT      PIC 9(09) VALUE ZEROS.
       01 W-TOTJORN     PIC 9(09) VALUE ZEROS.
       01 W-TOTERRO     PIC 9(06) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** CONVERSAO DO JORNAL - LEIAUTE ENCADEADO ***"
           DISPLAY "CONFIRMA A CONVERSAO DO CADJORNJ.OLD (S/N) : "
                   WITH NO ADVANCING
           ACCEPT W-OPCCONF
           IF W-OPCCONF NOT = "S" AND W-OPCCONF NOT = "s"
              DISPLAY "CONVERSAO CANCELADA"
              GO TO ROT-FIM2.
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
           OPEN INPUT JORNOLD
           IF ST-ERRO NOT = "00"
              DISPLAY "CADJORNJ.OLD NAO ENCONTRADO - RENOMEIE O "
              DISPLAY "CADJORN.DAT ANTIGO PARA CADJORNJ.OLD ANTES"
              GO TO ROT-FIM-ERRO.
           OPEN OUTPUT CADJORN
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO NOVO CADJORN.DAT"
              CLOSE JORNOLD
              GO TO ROT-FIM-ERRO.
           OPEN OUTPUT CADJCTL
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO CADJCTL.DAT"
              CLOSE JORNOLD CADJORN
              GO TO ROT-FIM-ERRO.
      *
      *********************************************************
      * CADA REGISTRO ANTIGO VIRA UM ELO DA CADEIA, NA ORDEM   *
      * DA CHAVE; O CHECK DO PRIMEIRO PARTE DE ZERO            *
      *********************************************************
       R2.
           READ JORNOLD NEXT RECORD
               AT END
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              GO TO R2-FIM.
           MOVE CHAVEJORN-O TO REGJORN (1:16)
           MOVE DADOSJORN-O TO REGJORN (17:44)
           COMPUTE JORN-NSEQ = W-NSEQ + 1
           CALL "CHKJORN" USING REGJORN W-CHKANT JORN-CHECK
           WRITE REGJORN
           IF ST-ERRO2 = "00" OR "02"
              MOVE JORN-NSEQ  TO W-NSEQ
              MOVE JORN-CHECK TO W-CHKANT
              ADD 1 TO W-TOTJORN
           ELSE
              ADD 1 TO W-TOTERRO
              DISPLAY "ERRO NA CONVERSAO DO REGISTRO " CHAVEJORN-O
                      " - FILE STATUS " ST-ERRO2.
           GO TO R2.
       R2-FIM.
           MOVE 1        TO JCTL-COD
           MOVE W-NSEQ   TO JCTL-ULTNSEQ
           MOVE W-CHKANT TO JCTL-ULTCHECK
           MOVE ZEROS    TO JCTL-BASENSEQ JCTL-BASECHECK JCTL-DTARQ
                            JCTL-DTVERIF
           MOVE SPACES   TO JCTL-SITVERIF
           WRITE REGJCTL
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO CADJCTL - FILE STATUS "
                      ST-ERRO3.
           CLOSE JORNOLD CADJORN CADJCTL
           DISPLAY "REGISTROS CONVERTIDOS    : " W-TOTJORN
           DISPLAY "REGISTROS COM ERRO       : " W-TOTERRO
           DISPLAY "ULTIMO NSEQ DA CADEIA    : " W-NSEQ.
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
           MOVE "CNVJORN " TO TRAVA-PROGBATCH
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
