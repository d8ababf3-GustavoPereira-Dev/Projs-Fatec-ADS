       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCURC.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CURSOS OBRIGATORIOS POR CARGO - PARA CADA CARGO (ARQCARGO), *
      * OS CURSOS DO CATALOGO CADCURSO QUE O FUNCIONARIO PRECISA TER*
      * VALIDOS PARA TRABALHAR E A ANTECEDENCIA EM DIAS DO AVISO DE *
      * VENCIMENTO. O REL084 CONFERE ESTA LISTA CONTRA OS           *
      * TREINAMENTOS (CADTREIN) DE CADA FUNCIONARIO.                *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCURC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECURC
                    FILE STATUS  IS ST-ERRO.
      *
       SELECT CADCURSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CUR-COD
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
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCURC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCURC.DAT".
       01 REGCURC.
          03 CHAVECURC.
             05 CRC-CARGO     PIC 9(5).
             05 CRC-CURSO     PIC 9(3).
          03 CRC-AVISO        PIC 9(3).
      *
       FD CADCURSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCURSO.DAT".
       01 REGCURSO.
          03 CUR-COD          PIC 9(3).
          03 CUR-DESC         PIC X(30).
          03 CUR-VALID        PIC 9(3).
          03 CUR-CHORAS       PIC 9(3).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL             PIC 9(01) VALUE ZEROS.
       77 W-CONT            PIC 9(06) VALUE ZEROS.
       77 W-OPCAO           PIC X(01) VALUE SPACES.
       77 ST-ERRO           PIC X(02) VALUE "00".
       77 ST-ERRO2          PIC X(02) VALUE "00".
       77 ST-ERRO3          PIC X(02) VALUE "00".
       77 W-ACT             PIC 9(02) VALUE ZEROS.
       77 MENS              PIC X(50) VALUE SPACES.
       77 LIMPA             PIC X(50) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELACURC.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** CURSOS OBRIGATORIOS POR CARGO ***".
           05  LINE 05  COLUMN 01
               VALUE  "   CARGO               :".
           05  LINE 07  COLUMN 01
               VALUE  "   CURSO               :".
           05  LINE 09  COLUMN 01
               VALUE  "   AVISO (DIAS ANTES)  :".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCRC-CARGO
               LINE 05  COLUMN 26  PIC 9(05)
               USING  CRC-CARGO
               HIGHLIGHT.
           05  TCARGO-DNMNC
               LINE 05  COLUMN 33  PIC X(20)
               USING  CARGO-DNMNC
               HIGHLIGHT.
           05  TCRC-CURSO
               LINE 07  COLUMN 26  PIC 9(03)
               USING  CRC-CURSO
               HIGHLIGHT.
           05  TCUR-DESC
               LINE 07  COLUMN 33  PIC X(30)
               USING  CUR-DESC
               HIGHLIGHT.
           05  TCRC-AVISO
               LINE 09  COLUMN 26  PIC 9(03)
               USING  CRC-AVISO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN INPUT CADCURSO
           IF ST-ERRO2 NOT = "00"
              MOVE "CADCURSO NAO CADASTRADO - RODE O CADCURSO"
                                               TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADCARGO
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE CARGO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCURSO
              GO TO ROT-FIM2.
       INC-OP1.
           OPEN I-O CADCURC
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADCURC
                      CLOSE CADCURC
                      MOVE "* LISTA DE CURSOS POR CARGO SENDO CRIADA *"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP1
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADCURC"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE SPACES TO CARGO-DNMNC CUR-DESC
                MOVE ZEROS  TO CRC-CARGO CRC-CURSO CRC-AVISO W-SEL.
                DISPLAY TELACURC.
       INC-002.
                ACCEPT TCRC-CARGO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                MOVE CRC-CARGO TO CARGO-COD
                READ CADCARGO
                IF ST-ERRO3 NOT = "00"
                   MOVE "*** CARGO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY TCARGO-DNMNC.
       INC-003.
                ACCEPT TCRC-CURSO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                MOVE CRC-CURSO TO CUR-COD
                READ CADCURSO
                IF ST-ERRO2 NOT = "00"
                   MOVE "*** CURSO NAO CADASTRADO NO CADCURSO ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                DISPLAY TCUR-DESC.
       LER-CURC01.
                MOVE 0 TO W-SEL
                READ CADCURC
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELACURC
                      MOVE "*** CURSO JA CADASTRADO NO CARGO ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. CADCURC" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   MOVE 30 TO CRC-AVISO.
       R0.
                ACCEPT TCRC-AVISO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                DISPLAY TELACURC

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
                WRITE REGCURC
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** CURSO JA EXISTE NO CARGO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCURC"
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
                DELETE CADCURC RECORD
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
                REWRITE REGCURC
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
                CLOSE CADCURC CADCURSO CADCARGO.
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
