      * (CADRECEB) PASSAM A APONTAR O CODIGO DO CLIENTE - ACABA O   *
      * MESMO COMPRADOR GRAFADO DE TRES JEITOS. A POSICAO DO        *
      * CLIENTE (COMPRAS + PARCELAS EM ABERTO) SAI NO CONSCLI.      *
      *                                                             *
      * CREDITO: LIMITE (ZERO = LIMITE PADRAO DO PARAMETRO 028) E   *
      * SITUACAO L (LIBERADO), B (BLOQUEADO) OU V (SO A VISTA),     *
      * CONFERIDOS NA VENDA A PRAZO (CADVDA). SO OPERADOR DE NIVEL  *
      * 1 ALTERA O CREDITO; OS DEMAIS SO VEEM OS VALORES.           *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CLI-NOME
                                   WITH DUPLICATES.
      *
       SELECT CADTRAVA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRAVA-COD
                    FILE STATUS  IS ST-TRAVA.
      *
       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPER-COD
                    FILE STATUS  IS ST-OPER
                    ALTERNATE RECORD KEY IS OPER-NOME
                                   WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 CLI-CEP          PIC 9(8).
          03 CLI-NENDRC       PIC 9(5).
          03 CLI-COMPL        PIC X(10).
          03 CLI-LIMCRED      PIC 9(8)V99.
          03 CLI-SITCRED      PIC X(1).
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
      *
       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
       01 REGOPER.
                03 OPER-COD           PIC 9(03).
                03 OPER-NOME          PIC X(20).
                03 OPER-SENHA         PIC X(08).
                03 OPER-NIVEL         PIC 9(01).
                03 OPER-CODFUNC       PIC 9(05).
                03 OPER-PERFIL        PIC 9(02).
                03 OPER-TENTAT        PIC 9(02).
                03 OPER-BLOQ          PIC X(01).
                03 OPER-DTSENHA       PIC 9(08).
                03 OPER-TROCA         PIC X(01).
                03 OPER-SENHAANT      PIC X(08) OCCURS 3 TIMES.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 ST-TRAVA      PIC X(02) VALUE "00".
       01 ST-OPER       PIC X(02) VALUE "00".
       01 W-OPERSESS    PIC 9(03) VALUE ZEROS.
       01 W-NIVELSESS   PIC 9(01) VALUE ZEROS.

      *-----------------------------------------------------------------
       SCREEN SECTION.
               VALUE  "   NUMERO                      :".
           05  LINE 16  COLUMN 01
               VALUE  "   COMPLEMENTO                 :".
           05  LINE 18  COLUMN 01
               VALUE  "   LIMITE DE CREDITO           :".
           05  LINE 18  COLUMN 50
               VALUE  "(0 = LIMITE PADRAO)".
           05  LINE 19  COLUMN 01
               VALUE  "   SITUACAO DO CREDITO         :".
           05  LINE 19  COLUMN 38
               VALUE  "L=LIBERADO B=BLOQUEADO V=SO A VISTA".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TCLI-COD
               LINE 16  COLUMN 35  PIC X(10)
               USING  CLI-COMPL
               HIGHLIGHT.
           05  TCLI-LIMCRED
               LINE 18  COLUMN 35  PIC 9(08),99
               USING  CLI-LIMCRED
               HIGHLIGHT.
           05  TCLI-SITCRED
               LINE 19  COLUMN 35  PIC X(01)
               USING  CLI-SITCRED
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *    OPERADOR E NIVEL DA SESSAO (CADTRAVA -> CADOPER)
       R0B.
           MOVE ZEROS TO W-OPERSESS W-NIVELSESS
           OPEN INPUT CADTRAVA
           IF ST-TRAVA = "00"
              MOVE 1 TO TRAVA-COD
              READ CADTRAVA
              IF ST-TRAVA = "00"
                 MOVE TRAVA-OPERADOR TO W-OPERSESS
              END-IF
              CLOSE CADTRAVA.
           OPEN INPUT CADOPER
           IF ST-OPER = "00"
              MOVE W-OPERSESS TO OPER-COD
              READ CADOPER
              IF ST-OPER = "00"
                 MOVE OPER-NIVEL TO W-NIVELSESS
              END-IF
              CLOSE CADOPER.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE SPACES TO CLI-NOME CLI-COMPL CEP-LOGRA
           MOVE ZEROS TO CLI-COD CLI-DOC CLI-DDD CLI-NUMERO
           MOVE ZEROS TO CLI-CEP CLI-NENDRC W-SEL
           MOVE ZEROS TO CLI-LIMCRED
           MOVE "L" TO CLI-SITCRED
           DISPLAY TCADCLI.
      *
       R2.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
      *    LIMITE E SITUACAO DE CREDITO - SO OPERADOR DE NIVEL 1
       R9.
           IF CLI-SITCRED = SPACE
              MOVE "L" TO CLI-SITCRED.
           DISPLAY TCLI-LIMCRED TCLI-SITCRED
           IF W-NIVELSESS NOT = 1
              GO TO R9-FIM.
           ACCEPT TCLI-LIMCRED
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
       R9S.
           ACCEPT TCLI-SITCRED
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R9.
           IF CLI-SITCRED = SPACE
              MOVE "L" TO CLI-SITCRED.
           IF CLI-SITCRED NOT = "L" AND CLI-SITCRED NOT = "B"
              AND CLI-SITCRED NOT = "V"
              MOVE "SITUACAO DO CREDITO: L, B OU V" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9S.
       R9-FIM.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
