       IDENTIFICATION DIVISION.
       PROGRAM-ID. JORNREG.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * GRAVACAO NO JORNAL DE ACOES DOS OPERADORES (CADJORN) - UNICO *
      * PONTO DE GRAVACAO DO JORNAL, CHAMADO PELAS TELAS E BATCHES   *
      * NO LUGAR DO WRITE DIRETO. CADA REGISTRO RECEBE O NUMERO DE   *
      * SEQUENCIA DA CADEIA (JORN-NSEQ, CHAVE ALTERNATIVA) E O VALOR *
      * DE CONTROLE (JORN-CHECK, CALCULADO PELO CHKJORN SOBRE O      *
      * REGISTRO E O CHECK DO ANTERIOR). O ULTIMO NSEQ/CHECK FICA NO *
      * CONTROLE DA CADEIA (CADJCTL), QUE TAMBEM GUARDA ONDE COMECA  *
      * A BASE VIVA DEPOIS DO ARQUIVAMENTO (ARQJORN).                *
      * A CHAVE (DATA/HORA/SEQ) VEM PREENCHIDA PELO CHAMADOR; SE JA  *
      * EXISTIR, A SEQ E SOMADA COMO ANTES. A CHAVE EFETIVAMENTE     *
      * GRAVADA VOLTA NO PROPRIO PARAMETRO. VERIFICACAO PELO VERJORN.*
      *                                                              *
      * PARAMETROS: REGISTRO DO JORNAL NO LEIAUTE DOS CHAMADORES     *
      * X(60) (CHAVE, OPERADOR, PROGRAMA, ARQUIVO, ACAO, CHAVE DO    *
      * REGISTRO E RESUMO) E FILE STATUS DA GRAVACAO X(2) (RETORNO). *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADJORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEJORN
                    ALTERNATE RECORD KEY IS JORN-NSEQ
                    FILE STATUS  IS ST-JORN.
      *
           SELECT CADJCTL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS JCTL-COD
                    FILE STATUS  IS ST-JCTL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-JORN       PIC X(02) VALUE "00".
       01 ST-JCTL       PIC X(02) VALUE "00".
       01 W-REGSALVO    PIC X(78) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 JRG-REG       PIC X(60).
       01 JRG-ST        PIC X(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING JRG-REG JRG-ST.
       INICIO.
       R0.
           MOVE "00" TO JRG-ST
           OPEN I-O CADJCTL
           IF ST-JCTL NOT = "00"
              IF ST-JCTL = "30"
                 OPEN OUTPUT CADJCTL
                 CLOSE CADJCTL
                 OPEN I-O CADJCTL
              ELSE
                 MOVE ST-JCTL TO JRG-ST
                 GO TO ROT-FIM2.
           MOVE 1 TO JCTL-COD
           READ CADJCTL
           IF ST-JCTL = "23"
              MOVE 1 TO JCTL-COD
              MOVE ZEROS TO JCTL-ULTNSEQ JCTL-ULTCHECK JCTL-BASENSEQ
                            JCTL-BASECHECK JCTL-DTARQ JCTL-DTVERIF
              MOVE SPACES TO JCTL-SITVERIF
              WRITE REGJCTL
              MOVE 1 TO JCTL-COD
              READ CADJCTL.
           IF ST-JCTL NOT = "00"
              MOVE ST-JCTL TO JRG-ST
              CLOSE CADJCTL
              GO TO ROT-FIM2.
       R0A.
           OPEN I-O CADJORN
           IF ST-JORN NOT = "00"
              IF ST-JORN = "30"
                 OPEN OUTPUT CADJORN
                 CLOSE CADJORN
                 OPEN I-O CADJORN
              ELSE
                 IF ST-JORN = "39"
                    DISPLAY "CADJORN NO LEIAUTE ANTERIOR - RODAR O "
                            "CNVJORN"
                 END-IF
                 MOVE ST-JORN TO JRG-ST
                 CLOSE CADJCTL
                 GO TO ROT-FIM2.
      *
      *********************************************************
      * PROXIMO ELO DA CADEIA: NSEQ = ULTIMO + 1 E CHECK SOBRE *
      * O REGISTRO E O CHECK DO ULTIMO                         *
      *********************************************************
       R1.
           MOVE JRG-REG TO JORN-DADOS
           COMPUTE JORN-NSEQ = JCTL-ULTNSEQ + 1.
       R1-WR.
           CALL "CHKJORN" USING REGJORN JCTL-ULTCHECK JORN-CHECK
           WRITE REGJORN
           IF ST-JORN NOT = "22"
              GO TO R2.
      *    CHAVE DUPLICADA: SE A DATA/HORA/SEQ JA EXISTE, SOMA A SEQ;
      *    SENAO O NSEQ JA EXISTE E O CONTROLE ESTA FORA DA CADEIA
           MOVE REGJORN TO W-REGSALVO
           READ CADJORN
           IF ST-JORN NOT = "00"
              DISPLAY "CONTROLE DO JORNAL (CADJCTL) FORA DA CADEIA - "
                      "RODAR O VERJORN"
              MOVE "22" TO JRG-ST
              CLOSE CADJORN CADJCTL
              GO TO ROT-FIM2.
           MOVE W-REGSALVO TO REGJORN
           ADD 1 TO JORN-SEQ
           IF JORN-SEQ < 99
              GO TO R1-WR.
           MOVE "22" TO JRG-ST
           CLOSE CADJORN CADJCTL
           GO TO ROT-FIM2.
      *
       R2.
           MOVE ST-JORN TO JRG-ST
           IF ST-JORN = "00"
              MOVE JORN-NSEQ  TO JCTL-ULTNSEQ
              MOVE JORN-CHECK TO JCTL-ULTCHECK
              REWRITE REGJCTL
              IF ST-JCTL NOT = "00"
                 DISPLAY "ERRO NA ATUALIZACAO DO CADJCTL - FILE STATUS "
                         ST-JCTL
                 MOVE ST-JCTL TO JRG-ST
              END-IF
              MOVE JORN-DADOS TO JRG-REG.
           CLOSE CADJORN CADJCTL.
       ROT-FIM2.
           EXIT PROGRAM.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
      *    39 = ARQUIVO COM LEIAUTE DIFERENTE DO DECLARADO
