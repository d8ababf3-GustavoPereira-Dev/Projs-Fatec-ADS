       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPLR.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * MANUTENCAO DAS REGRAS DA PARTICIPACAO NOS LUCROS (PLR) -     *
      * PARA CADA AREA E CARGO, O VALOR A PAGAR A CADA FUNCIONARIO   *
      * NA RODADA DA PLR (FPP020, ORIGEM = REGRA):                   *
      *   VALOR FIXO + QUANTIDADE DE SALARIOS MENSAIS DO CARGO       *
      * (UM DOS DOIS PODE FICAR ZERADO). O FPP020 PROCURA PRIMEIRO A *
      * REGRA DA AREA + CARGO DO FUNCIONARIO, DEPOIS A DA AREA COM   *
      * CARGO 000 E POR FIM A REGRA GERAL (AREA 000, CARGO 000);     *
      * SEM REGRA O FUNCIONARIO NAO RECEBE PLR.                      *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPLR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPLR
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPLR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLR.DAT".
       01 REGPLR.
                03 CHAVEPLR.
                   05 PLR-AREA       PIC 9(03).
                   05 PLR-CARGO      PIC 9(03).
                03 PLR-VALOR         PIC 9(06)V99.
                03 PLR-QTDSAL        PIC 9(02)V99.
                03 PLR-DESC          PIC X(30).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL             PIC 9(01) VALUE ZEROS.
       77 W-CONT            PIC 9(06) VALUE ZEROS.
       77 W-OPCAO           PIC X(01) VALUE SPACES.
       77 ST-ERRO           PIC X(02) VALUE "00".
       77 W-ACT             PIC 9(02) VALUE ZEROS.
       77 MENS              PIC X(50) VALUE SPACES.
       77 LIMPA             PIC X(50) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELAPLR.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "    *** REGRAS DE PARTICIPACAO NOS LUCROS ***".
           05  LINE 05  COLUMN 01
               VALUE  "   AREA (000=TODAS)    :".
           05  LINE 07  COLUMN 01
               VALUE  "   CARGO (000=TODOS)   :".
           05  LINE 09  COLUMN 01
               VALUE  "   VALOR FIXO          :".
           05  LINE 11  COLUMN 01
               VALUE  "   QTD. DE SALARIOS    :".
           05  LINE 13  COLUMN 01
               VALUE  "   DESCRICAO           :".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TPLR-AREA
               LINE 05  COLUMN 26  PIC 9(03)
               USING  PLR-AREA
               HIGHLIGHT.
           05  TPLR-CARGO
               LINE 07  COLUMN 26  PIC 9(03)
               USING  PLR-CARGO
               HIGHLIGHT.
           05  TPLR-VALOR
               LINE 09  COLUMN 26  PIC 9(06),99
               USING  PLR-VALOR
               HIGHLIGHT.
           05  TPLR-QTDSAL
               LINE 11  COLUMN 26  PIC 9(02),99
               USING  PLR-QTDSAL
               HIGHLIGHT.
           05  TPLR-DESC
               LINE 13  COLUMN 26  PIC X(30)
               USING  PLR-DESC
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADPLR
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADPLR
                      CLOSE CADPLR
                      MOVE "* ARQUIVO DE REGRAS SENDO CRIADO *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADPLR"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE SPACES TO PLR-DESC
                MOVE ZEROS  TO PLR-AREA PLR-CARGO PLR-VALOR
                               PLR-QTDSAL W-SEL.
                DISPLAY TELAPLR.
       INC-002.
                ACCEPT TPLR-AREA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADPLR
                   GO TO ROT-FIM.
       INC-003.
                ACCEPT TPLR-CARGO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO INC-002.
       LER-PLR01.
                MOVE 0 TO W-SEL
                READ CADPLR
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELAPLR
                      MOVE "*** REGRA JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. CADPLR"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       R0.
                ACCEPT TPLR-VALOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
       R1.
                ACCEPT TPLR-QTDSAL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R0.
                IF PLR-VALOR = ZEROS AND PLR-QTDSAL = ZEROS
                   MOVE "INFORME O VALOR FIXO OU A QTD. DE SALARIOS"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R0.
       R2.
                ACCEPT TPLR-DESC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R1.
                DISPLAY TELAPLR

                IF W-SEL = 02
                        GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (21, 15) "DADOS OK (S/N) : ".
                ACCEPT (21, 32) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R2.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGPLR
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** REGRA JA EXISTE ***       " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPLR"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (21, 15)
                     "F1=NOVO REGISTRO   F2=ALTERAR   F3=EXCLUIR"
                ACCEPT (21, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (21, 15) MENS
                IF W-ACT = 02
                   GO TO INC-001.
                IF W-ACT = 03
                   MOVE 02 TO W-SEL
                   GO TO R0.

      *
       EXC-OPC.
                DISPLAY (21, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (21, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADPLR RECORD
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***        " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (21, 15) "ALTERAR  (S/N) : ".
                ACCEPT (21, 32) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGPLR
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DA REGRA"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADPLR.
       ROT-FIM2.
                EXIT PROGRAM.
       ROT-FIM3.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (21, 15) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (21, 15) LIMPA.
       ROT-MENS-FIM.
                EXIT.

      *---------------------*** FIM DE PROGRAMA ***--------------------*
