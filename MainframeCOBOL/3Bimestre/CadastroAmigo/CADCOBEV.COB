       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCOBEV.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * BAIXA DA CONTRIBUICAO DE EVENTO - POR EVENTO + APELIDO      *
      * A COBRANCA E GERADA PELO GEREVCOB PARA QUEM CONFIRMOU       *
      * PRESENCA (RSVP C) COM O VALOR POR PESSOA DO CADEVENT. ESTA  *
      * TELA FAZ A BAIXA DO PAGAMENTO, DO MESMO JEITO QUE O CADMENS *
      * FAZ COM AS MENSALIDADES. O RECEBIDO X ESPERADO DE CADA      *
      * EVENTO SAI NO REL107.                                       *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCOBEV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECBE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCOBEV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOBEV.DAT".
       01 REGCBE.
          03 CHAVECBE.
             05 CBE-EVENTO    PIC 9(4).
             05 CBE-APELIDO   PIC X(12).
          03 CBE-VALOR        PIC 9(5)V99.
          03 CBE-DTGER        PIC 9(8).
          03 CBE-DTPAGTO      PIC 9(8).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(60) VALUE SPACES.
       77 LIMPA         PIC X(60) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TCADCOBEV.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        *** BAIXA DE CONTRIBUICAO DE EVENTO ***".
           05  LINE 05  COLUMN 01
               VALUE  "   CODIGO DO EVENTO           :".
           05  LINE 06  COLUMN 01
               VALUE  "   APELIDO DO AMIGO           :".
           05  LINE 10  COLUMN 01
               VALUE  "   VALOR DEVIDO               :".
           05  LINE 12  COLUMN 01
               VALUE  "   DT PAGAMENTO (DDMMAAAA)    :".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TEVENTO
               LINE 05  COLUMN 34  PIC 9(04)
               USING  CBE-EVENTO
               HIGHLIGHT.
           05  TAPELIDO
               LINE 06  COLUMN 34  PIC X(12)
               USING  CBE-APELIDO
               HIGHLIGHT.
           05  TVALOR
               LINE 10  COLUMN 34  PIC 9(05),99
               USING  CBE-VALOR
               HIGHLIGHT.
           05  TDTPAGTO
               LINE 12  COLUMN 34  PIC 9(08)
               USING  CBE-DTPAGTO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADCOBEV
           IF ST-ERRO NOT = "00"
              MOVE "SEM COBRANCAS DE EVENTO - GERE PELO GEREVCOB"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
      *
       R1.
           MOVE SPACES TO CBE-APELIDO
           MOVE ZEROS TO CBE-EVENTO CBE-VALOR CBE-DTGER CBE-DTPAGTO
           DISPLAY TCADCOBEV.
      *
       R2.
           ACCEPT TEVENTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF CBE-EVENTO = ZEROS
                   GO TO R2.
       R3.
           ACCEPT TAPELIDO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF CBE-APELIDO = SPACES
                   GO TO R3.
       LER-CADCOBEV.
           READ CADCOBEV
           IF ST-ERRO NOT = "00"
              MOVE "*** COBRANCA NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           DISPLAY TCADCOBEV
           IF CBE-DTPAGTO NOT = ZEROS
              MOVE "*** CONTRIBUICAO JA PAGA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
      *
       R5.
           ACCEPT TDTPAGTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF CBE-DTPAGTO = ZEROS
              MOVE "INFORME A DATA DO PAGAMENTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       BXA-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (22, 20) "BAIXAR (S/N) : ".
                ACCEPT (22, 36) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** BAIXA CANCELADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO BXA-OPC.
       BXA-RW1.
                REWRITE REGCBE
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** CONTRIBUICAO BAIXADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA BAIXA DA CONTRIBUICAO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE CADCOBEV.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (22, 13) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (22, 13) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
