       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVCUSTO.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CONVERSAO DOS ARQUIVOS DE CUSTO E ORCAMENTO DE PESSOAL PARA *
      * OS LEIAUTES NOVOS - LE:                                     *
      *   CADPLSAU SEM A PARTE DA EMPRESA    -> CADPLSAU.OLD        *
      *   CADREQV  SEM O MES PREVISTO        -> CADREQV.OLD         *
      *   CADORCAM SEM A VERSAO NA CHAVE     -> CADORCAM.OLD        *
      * E GRAVA OS NOVOS .DAT COM OS CAMPOS NOVOS ZERADOS/PADRAO    *
      * (PARTE DA EMPRESA = ZEROS, A LANCAR NO CADPLSAU; MES        *
      * PREVISTO = ZEROS, QUE O FPP023 TRATA COMO JANEIRO; VERSAO   *
      * = O, ORCAMENTO OFICIAL, O UNICO QUE EXISTIA).               *
      * RENOMEAR CADA .DAT ANTIGO PARA O .OLD ACIMA E RODAR UMA     *
      * UNICA VEZ NA VIRADA, MESMO PROCEDIMENTO DO CNVPARAM.        *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLSOLD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVEPLSAU-O
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADPLSAU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPLSAU
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT REQVOLD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS REQV-NUM-O
                    FILE STATUS  IS ST-ERRO3.
      *
           SELECT CADREQV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REQV-NUM
                    FILE STATUS  IS ST-ERRO4.
      *
           SELECT ORCOLD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVEORC-O
                    FILE STATUS  IS ST-ERRO5.
      *
           SELECT CADORCAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEORC
                    FILE STATUS  IS ST-ERRO6.
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
       FD PLSOLD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLSAU.OLD".
       01 REGPLSAU-O.
          03 CHAVEPLSAU-O     PIC X(07).
          03 DADOSPLS-O       PIC X(09).
      *
       FD CADPLSAU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLSAU.DAT".
       01 REGPLSAU.
          03 CHAVEPLSAU.
             05 PLS-CODFUNC   PIC 9(5).
             05 PLS-SEQDEP    PIC 9(2).
          03 PLS-VLRMENS      PIC 9(6)V99.
          03 PLS-SIT          PIC X(1).
          03 PLS-VLREMPR      PIC 9(6)V99.
      *
       FD REQVOLD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREQV.OLD".
       01 REGREQV-O.
          03 REQV-NUM-O       PIC 9(05).
          03 DADOSREQV-O      PIC X(62).
      *
       FD CADREQV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREQV.DAT".
       01 REGREQV.
          03 REQV-NUM      PIC 9(5).
          03 REQV-AREA     PIC 9(3).
          03 REQV-CARGO    PIC 9(3).
          03 REQV-QTD      PIC 9(2).
          03 REQV-QTDADM   PIC 9(2).
          03 REQV-JUSTIF   PIC X(40).
          03 REQV-OPER     PIC 9(3).
          03 REQV-SIT      PIC X(1).
          03 REQV-DTABERT  PIC 9(8).
          03 REQV-MESPREV  PIC 9(6).
      *
       FD ORCOLD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORCAM.OLD".
       01 REGORC-O.
          03 CHAVEORC-O.
             05 ORC-AREA-O    PIC 9(3).
             05 ORC-ANOMES-O  PIC 9(6).
          03 ORC-VALOR-O      PIC 9(10)V99.
      *
       FD CADORCAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORCAM.DAT".
       01 REGORC.
          03 CHAVEORC.
             05 ORC-AREA      PIC 9(3).
             05 ORC-ANOMES.
                07 ORC-ANO    PIC 9(4).
                07 ORC-MES    PIC 9(2).
             05 ORC-VERSAO    PIC X(1).
          03 ORC-VALOR        PIC 9(10)V99.
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
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 W-OPCAO       PIC 9(01) VALUE ZEROS.
       01 W-TOTPLS      PIC 9(06) VALUE ZEROS.
       01 W-TOTREQV     PIC 9(06) VALUE ZEROS.
       01 W-TOTORC      PIC 9(06) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** CONVERSAO DOS ARQUIVOS DE CUSTO/ORCAMENTO ***"
           DISPLAY "CONVERTER (1=CADPLSAU 2=CADREQV 3=CADORCAM"
           DISPLAY "           4=TODOS)                        : "
                   WITH NO ADVANCING
           ACCEPT W-OPCAO
           IF W-OPCAO < 1 OR W-OPCAO > 4
              DISPLAY "OPCAO INVALIDA"
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
      *
       R1.
           IF W-OPCAO NOT = 1 AND W-OPCAO NOT = 4
              GO TO R3.
           OPEN INPUT PLSOLD
           IF ST-ERRO NOT = "00"
              DISPLAY "CADPLSAU.OLD NAO ENCONTRADO - RENOMEIE O "
              DISPLAY "CADPLSAU.DAT ANTIGO PARA CADPLSAU.OLD ANTES"
              GO TO R3.
           OPEN OUTPUT CADPLSAU
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO NOVO CADPLSAU.DAT"
              CLOSE PLSOLD
              GO TO R3.
       R2.
           READ PLSOLD NEXT RECORD
               AT END
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              GO TO R2-FIM.
           MOVE CHAVEPLSAU-O TO CHAVEPLSAU
           MOVE DADOSPLS-O   TO REGPLSAU (8:9)
           MOVE ZEROS        TO PLS-VLREMPR
           WRITE REGPLSAU
           IF ST-ERRO2 = "00" OR "02"
              ADD 1 TO W-TOTPLS
           ELSE
              DISPLAY "ERRO NA CONVERSAO DA VIDA " CHAVEPLSAU-O
                      " - FILE STATUS " ST-ERRO2.
           GO TO R2.
       R2-FIM.
           CLOSE PLSOLD CADPLSAU
           DISPLAY "VIDAS DO PLANO CONVERTIDAS : " W-TOTPLS.
      *
       R3.
           IF W-OPCAO NOT = 2 AND W-OPCAO NOT = 4
              GO TO R5.
           OPEN INPUT REQVOLD
           IF ST-ERRO3 NOT = "00"
              DISPLAY "CADREQV.OLD NAO ENCONTRADO - RENOMEIE O "
              DISPLAY "CADREQV.DAT ANTIGO PARA CADREQV.OLD ANTES"
              GO TO R5.
           OPEN OUTPUT CADREQV
           IF ST-ERRO4 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO NOVO CADREQV.DAT"
              CLOSE REQVOLD
              GO TO R5.
       R4.
           READ REQVOLD NEXT RECORD
               AT END
                  GO TO R4-FIM
           END-READ
           IF ST-ERRO3 NOT = "00"
              GO TO R4-FIM.
           MOVE REQV-NUM-O  TO REQV-NUM
           MOVE DADOSREQV-O TO REGREQV (6:62)
           MOVE ZEROS       TO REQV-MESPREV
           WRITE REGREQV
           IF ST-ERRO4 = "00" OR "02"
              ADD 1 TO W-TOTREQV
           ELSE
              DISPLAY "ERRO NA CONVERSAO DA REQUISICAO " REQV-NUM-O
                      " - FILE STATUS " ST-ERRO4.
           GO TO R4.
       R4-FIM.
           CLOSE REQVOLD CADREQV
           DISPLAY "REQUISICOES CONVERTIDAS    : " W-TOTREQV.
      *
       R5.
           IF W-OPCAO NOT = 3 AND W-OPCAO NOT = 4
              GO TO ROT-FIM.
           OPEN INPUT ORCOLD
           IF ST-ERRO5 NOT = "00"
              DISPLAY "CADORCAM.OLD NAO ENCONTRADO - RENOMEIE O "
              DISPLAY "CADORCAM.DAT ANTIGO PARA CADORCAM.OLD ANTES"
              GO TO ROT-FIM.
           OPEN OUTPUT CADORCAM
           IF ST-ERRO6 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO NOVO CADORCAM.DAT"
              CLOSE ORCOLD
              GO TO ROT-FIM.
       R6.
           READ ORCOLD NEXT RECORD
               AT END
                  GO TO R6-FIM
           END-READ
           IF ST-ERRO5 NOT = "00"
              GO TO R6-FIM.
           MOVE ORC-AREA-O   TO ORC-AREA
           MOVE ORC-ANOMES-O TO ORC-ANOMES
           MOVE "O"          TO ORC-VERSAO
           MOVE ORC-VALOR-O  TO ORC-VALOR
           WRITE REGORC
           IF ST-ERRO6 = "00" OR "02"
              ADD 1 TO W-TOTORC
           ELSE
              DISPLAY "ERRO NA CONVERSAO DO ORCAMENTO " CHAVEORC-O
                      " - FILE STATUS " ST-ERRO6.
           GO TO R6.
       R6-FIM.
           CLOSE ORCOLD CADORCAM
           DISPLAY "ORCAMENTOS CONVERTIDOS     : " W-TOTORC.
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
           MOVE "CNVCUSTO" TO TRAVA-PROGBATCH
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
