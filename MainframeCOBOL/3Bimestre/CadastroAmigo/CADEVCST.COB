       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEVCST.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CUSTOS DOS EVENTOS DO CLUBE - UM LANCAMENTO POR EVENTO +     *
      * CATEGORIA + SEQUENCIA, COM O VALOR ORCADO E O REALIZADO.     *
      * CATEGORIAS: L = LOCAL  A = ALIMENTACAO  M = MUSICA           *
      *             O = OUTROS                                       *
      * O ORCADO E LANCADO NO PLANEJAMENTO E O REALIZADO QUANDO A    *
      * DESPESA E PAGA. O DEMONSTRATIVO (ORCADO X REALIZADO, RECEITA *
      * E CUSTO POR PRESENTE) SAI NO REL107.                         *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEVCST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEEVC
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
       FD CADEVCST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEVCST.DAT".
       01 REGEVC.
          03 CHAVEEVC.
             05 EVC-EVENTO    PIC 9(4).
             05 EVC-TIPO      PIC X(1).
             05 EVC-SEQ       PIC 9(2).
          03 EVC-DESCR        PIC X(30).
          03 EVC-VLRORC       PIC 9(7)V99.
          03 EVC-VLRREAL      PIC 9(7)V99.
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
       77 W-SEL         PIC 9(01) VALUE ZEROS.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 ST-ERRO2      PIC X(02) VALUE "00".
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 W-DESCTIPO    PIC X(12) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAEVC.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          *** CUSTOS DOS EVENTOS ***".
           05  LINE 05  COLUMN 01
               VALUE  "   CODIGO DO EVENTO       :".
           05  LINE 06  COLUMN 01
               VALUE  "   LOCAL                  :".
           05  LINE 08  COLUMN 01
               VALUE  "   CATEGORIA (L/A/M/O)    :".
           05  LINE 09  COLUMN 01
               VALUE  "   SEQUENCIA              :".
           05  LINE 11  COLUMN 01
               VALUE  "   DESCRICAO              :".
           05  LINE 13  COLUMN 01
               VALUE  "   VALOR ORCADO           :".
           05  LINE 14  COLUMN 01
               VALUE  "   VALOR REALIZADO        :".
           05  LINE 17  COLUMN 01
               VALUE  "   L=LOCAL  A=ALIMENTACAO  M=MUSICA  O=OUTROS".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TEVC-EVENTO
               LINE 05  COLUMN 30  PIC 9(04)
               USING  EVC-EVENTO
               HIGHLIGHT.
           05  TEVT-LOCAL
               LINE 06  COLUMN 30  PIC X(30)
               USING  EVT-LOCAL
               HIGHLIGHT.
           05  TEVC-TIPO
               LINE 08  COLUMN 30  PIC X(01)
               USING  EVC-TIPO
               HIGHLIGHT.
           05  TDESCTIPO
               LINE 08  COLUMN 33  PIC X(12)
               USING  W-DESCTIPO
               HIGHLIGHT.
           05  TEVC-SEQ
               LINE 09  COLUMN 30  PIC 9(02)
               USING  EVC-SEQ
               HIGHLIGHT.
           05  TEVC-DESCR
               LINE 11  COLUMN 30  PIC X(30)
               USING  EVC-DESCR
               HIGHLIGHT.
           05  TEVC-VLRORC
               LINE 13  COLUMN 30  PIC 9(07),99
               USING  EVC-VLRORC
               HIGHLIGHT.
           05  TEVC-VLRREAL
               LINE 14  COLUMN 30  PIC 9(07),99
               USING  EVC-VLRREAL
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           OPEN I-O CADEVCST
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADEVCST
                      CLOSE CADEVCST
                      MOVE "* ARQUIVO DE CUSTOS SENDO CRIADO *"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADEVCST"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM2
           ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN INPUT CADEVENT
           IF ST-ERRO2 NOT = "00"
                      MOVE "CADASTRO DE EVENTOS NAO ENCONTRADO"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADEVCST
                      GO TO ROT-FIM2.
       INC-001.
                MOVE SPACES TO EVC-TIPO EVC-DESCR EVT-LOCAL W-DESCTIPO
                MOVE ZEROS  TO EVC-EVENTO EVC-SEQ EVC-VLRORC
                               EVC-VLRREAL W-SEL.
                DISPLAY TELAEVC.
       INC-002.
                ACCEPT TEVC-EVENTO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF EVC-EVENTO = ZEROS
                   GO TO INC-002.
                MOVE EVC-EVENTO TO EVT-COD
                READ CADEVENT
                IF ST-ERRO2 NOT = "00"
                   MOVE "*** EVENTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY TEVT-LOCAL.
       INC-003.
                ACCEPT TEVC-TIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                PERFORM ROT-DESCTIPO THRU ROT-DESCTIPO-FIM
                IF W-DESCTIPO = SPACES
                   MOVE "*** CATEGORIA DEVE SER L, A, M OU O ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                DISPLAY TDESCTIPO.
       INC-004.
                ACCEPT TEVC-SEQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF EVC-SEQ = ZEROS
                   GO TO INC-004.
       LER-EVC01.
                MOVE 0 TO W-SEL
                READ CADEVCST
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELAEVC
                      MOVE "*** LANCAMENTO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. CADEVCST"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       R0.
                ACCEPT TEVC-DESCR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF EVC-DESCR = SPACES
                   GO TO R0.
       R1.
                ACCEPT TEVC-VLRORC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R0.
       R2.
                ACCEPT TEVC-VLRREAL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R1.
                IF EVC-VLRORC = ZEROS AND EVC-VLRREAL = ZEROS
                   MOVE "*** INFORME O ORCADO OU O REALIZADO ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                DISPLAY TELAEVC

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
                WRITE REGEVC
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** LANCAMENTO JA EXISTE ***  " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADEVCST"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
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
                DELETE CADEVCST RECORD
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
                REWRITE REGEVC
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO LANCAMENTO"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADEVCST CADEVENT.
       ROT-FIM2.
                EXIT PROGRAM.
       ROT-FIM3.
                STOP RUN.
      *
      *********************************************************
      * DESCRICAO DA CATEGORIA DE CUSTO (BRANCO = INVALIDA)    *
      *********************************************************
       ROT-DESCTIPO.
                MOVE SPACES TO W-DESCTIPO
                IF EVC-TIPO = "L"
                   MOVE "LOCAL"        TO W-DESCTIPO.
                IF EVC-TIPO = "A"
                   MOVE "ALIMENTACAO"  TO W-DESCTIPO.
                IF EVC-TIPO = "M"
                   MOVE "MUSICA"       TO W-DESCTIPO.
                IF EVC-TIPO = "O"
                   MOVE "OUTROS"       TO W-DESCTIPO.
       ROT-DESCTIPO-FIM.
                EXIT.
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
