       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEPIC.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * EPI OBRIGATORIOS POR CARGO - PARA CADA CARGO (ARQCARGO), OS *
      * ITENS DO CATALOGO CADEPI QUE O FUNCIONARIO TEM DE RECEBER E *
      * A QUANTIDADE. O REL083 CONFERE ESTA LISTA CONTRA AS         *
      * ENTREGAS (CADEPIE) DOS FUNCIONARIOS DOS CARGOS COM          *
      * ADICIONAL EM CADADIC.                                       *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADEPIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEEPIC
                    FILE STATUS  IS ST-ERRO.
      *
       SELECT CADEPI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EPI-COD
                    FILE STATUS  IS ST-ERRO2.
      *
       SELECT CADCARGO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CARGO-COD
                    ALTERNATE RECORD KEY IS CARGO-DNMNC
                                 WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CARGO-AREA
                                 WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO3.
      *
       SELECT CADADIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ADIC-CARGO
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADEPIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPIC.DAT".
       01 REGEPIC.
          03 CHAVEEPIC.
             05 EPC-CARGO     PIC 9(5).
             05 EPC-EPI       PIC 9(3).
          03 EPC-QTD          PIC 9(2).
      *
       FD CADEPI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPI.DAT".
       01 REGEPI.
          03 EPI-COD          PIC 9(3).
          03 EPI-DESC         PIC X(30).
          03 EPI-CA           PIC X(10).
          03 EPI-VIDA         PIC 9(4).
      *
       FD CADCARGO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCARGO.DAT".
       01 REGCARGO.
               03 CARGO-COD        PIC 9(5).
               03 CARGO-DNMNC      PIC X(20).
               03 CARGO-AREA       PIC 9(3).
               03 CARGO-TPSAL      PIC 9(1).
               03 CARGO-SALBASE    PIC 9(6)V99.
      *
       FD CADADIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADADIC.DAT".
       01 REGADIC.
          03 ADIC-CARGO       PIC 9(5).
          03 ADIC-TIPO        PIC X(1).
          03 ADIC-GRAU        PIC 9(1).
          03 ADIC-PCT         PIC 9(3).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL             PIC 9(01) VALUE ZEROS.
       77 W-CONT            PIC 9(06) VALUE ZEROS.
       77 W-OPCAO           PIC X(01) VALUE SPACES.
       77 ST-ERRO           PIC X(02) VALUE "00".
       77 ST-ERRO2          PIC X(02) VALUE "00".
       77 ST-ERRO3          PIC X(02) VALUE "00".
       77 ST-ERRO4          PIC X(02) VALUE "00".
       77 W-TEMADIC         PIC X(01) VALUE "N".
       77 W-ACT             PIC 9(02) VALUE ZEROS.
       77 MENS              PIC X(50) VALUE SPACES.
       77 LIMPA             PIC X(50) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELAEPIC.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** EPI OBRIGATORIOS POR CARGO ***".
           05  LINE 05  COLUMN 01
               VALUE  "   CARGO               :".
           05  LINE 07  COLUMN 01
               VALUE  "   EPI                 :".
           05  LINE 09  COLUMN 01
               VALUE  "   QUANTIDADE          :".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TEPC-CARGO
               LINE 05  COLUMN 26  PIC 9(05)
               USING  EPC-CARGO
               HIGHLIGHT.
           05  TCARGO-DNMNC
               LINE 05  COLUMN 33  PIC X(20)
               USING  CARGO-DNMNC
               HIGHLIGHT.
           05  TEPC-EPI
               LINE 07  COLUMN 26  PIC 9(03)
               USING  EPC-EPI
               HIGHLIGHT.
           05  TEPI-DESC
               LINE 07  COLUMN 33  PIC X(30)
               USING  EPI-DESC
               HIGHLIGHT.
           05  TEPC-QTD
               LINE 09  COLUMN 26  PIC 9(02)
               USING  EPC-QTD
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN INPUT CADEPI
           IF ST-ERRO2 NOT = "00"
              MOVE "CATALOGO DE EPI NAO CADASTRADO - RODE O CADEPI"
                                               TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADCARGO
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE CARGO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADEPI
              GO TO ROT-FIM2.
           MOVE "S" TO W-TEMADIC
           OPEN INPUT CADADIC
           IF ST-ERRO4 NOT = "00"
              MOVE "N" TO W-TEMADIC.
       INC-OP1.
           OPEN I-O CADEPIC
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADEPIC
                      CLOSE CADEPIC
                      MOVE "* LISTA DE EPI POR CARGO SENDO CRIADA *"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP1
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADEPIC"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE SPACES TO CARGO-DNMNC EPI-DESC
                MOVE ZEROS  TO EPC-CARGO EPC-EPI EPC-QTD W-SEL.
                DISPLAY TELAEPIC.
       INC-002.
                ACCEPT TEPC-CARGO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                MOVE EPC-CARGO TO CARGO-COD
                READ CADCARGO
                IF ST-ERRO3 NOT = "00"
                   MOVE "*** CARGO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY TCARGO-DNMNC
      *    CARGO FORA DO CADADIC NAO ENTRA NA CONFERENCIA DO REL083
                IF W-TEMADIC = "S"
                   MOVE EPC-CARGO TO ADIC-CARGO
                   READ CADADIC
                   IF ST-ERRO4 NOT = "00"
                      MOVE "CARGO SEM ADICIONAL EM CADADIC" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM.
       INC-003.
                ACCEPT TEPC-EPI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                MOVE EPC-EPI TO EPI-COD
                READ CADEPI
                IF ST-ERRO2 NOT = "00"
                   MOVE "*** EPI NAO CADASTRADO NO CADEPI ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                DISPLAY TEPI-DESC.
       LER-EPIC01.
                MOVE 0 TO W-SEL
                READ CADEPIC
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELAEPIC
                      MOVE "*** EPI JA CADASTRADO NO CARGO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. CADEPIC" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   MOVE 1 TO EPC-QTD.
       R0.
                ACCEPT TEPC-QTD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF EPC-QTD = ZEROS
                   MOVE "QUANTIDADE NAO PODE SER ZERO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R0.
                DISPLAY TELAEPIC

                IF W-SEL = 02
                        GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (21, 15) "DADOS OK (S/N) : ".
                ACCEPT (21, 32) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R0.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGEPIC
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** EPI JA EXISTE NO CARGO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADEPIC"
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
                DELETE CADEPIC RECORD
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
                REWRITE REGEPIC
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADEPIC CADEPI CADCARGO
                IF W-TEMADIC = "S"
                   CLOSE CADADIC.
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
