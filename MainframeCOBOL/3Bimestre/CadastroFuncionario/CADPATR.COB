       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPATR.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CADASTRO DE PATRIMONIO ENTREGUE A FUNCIONARIO - ETIQUETA    *
      * (PLAQUETA) DO BEM, TIPO (N=NOTEBOOK, C=CELULAR, H=CRACHA,   *
      * F=FERRAMENTA, O=OUTRO), DESCRICAO, NUMERO DE SERIE E VALOR. *
      * A GUARDA DE CADA BEM PELO FUNCIONARIO FICA NO CADCUST, QUE  *
      * TRAVA O CHECKLIST DE DESLIGAMENTO DO FPP004 ENQUANTO HOUVER *
      * BEM EM ABERTO; O VALOR E O DESCONTO OFERECIDO NO FPP010.    *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPATR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAT-TAG
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPATR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPATR.DAT".
       01 REGPATR.
          03 PAT-TAG          PIC X(10).
          03 PAT-TIPO         PIC X(1).
          03 PAT-DESC         PIC X(30).
          03 PAT-SERIE        PIC X(20).
          03 PAT-VALOR        PIC 9(06)V99.
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

       01  TELAPATR.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** CADASTRO DE PATRIMONIO ***".
           05  LINE 05  COLUMN 01
               VALUE  "   ETIQUETA DO BEM     :".
           05  LINE 07  COLUMN 01
               VALUE  "   TIPO                :".
           05  LINE 07  COLUMN 30
               VALUE  "N=NOTEBOOK C=CELULAR H=CRACHA".
           05  LINE 08  COLUMN 30
               VALUE  "F=FERRAMENTA O=OUTRO".
           05  LINE 09  COLUMN 01
               VALUE  "   DESCRICAO           :".
           05  LINE 11  COLUMN 01
               VALUE  "   NUMERO DE SERIE     :".
           05  LINE 13  COLUMN 01
               VALUE  "   VALOR DO BEM        :".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TPAT-TAG
               LINE 05  COLUMN 26  PIC X(10)
               USING  PAT-TAG
               HIGHLIGHT.
           05  TPAT-TIPO
               LINE 07  COLUMN 26  PIC X(01)
               USING  PAT-TIPO
               HIGHLIGHT.
           05  TPAT-DESC
               LINE 09  COLUMN 26  PIC X(30)
               USING  PAT-DESC
               HIGHLIGHT.
           05  TPAT-SERIE
               LINE 11  COLUMN 26  PIC X(20)
               USING  PAT-SERIE
               HIGHLIGHT.
           05  TPAT-VALOR
               LINE 13  COLUMN 26  PIC ZZZ.ZZ9,99
               USING  PAT-VALOR
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADPATR
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADPATR
                      CLOSE CADPATR
                      MOVE "* CADASTRO DE PATRIMONIO SENDO CRIADO *"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADPATR"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE SPACES TO PAT-TAG PAT-TIPO PAT-DESC PAT-SERIE
                MOVE ZEROS  TO PAT-VALOR W-SEL.
                DISPLAY TELAPATR.
       INC-002.
                ACCEPT TPAT-TAG
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADPATR
                   GO TO ROT-FIM.
                IF PAT-TAG = SPACES
                   MOVE "ETIQUETA NAO INFORMADA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-PATR01.
                MOVE 0 TO W-SEL
                READ CADPATR
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELAPATR
                      MOVE "*** BEM JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. CADPATR" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       R0.
                ACCEPT TPAT-TIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF PAT-TIPO NOT = "N" AND NOT = "C" AND NOT = "H"
                                  AND NOT = "F" AND NOT = "O"
                   MOVE "TIPO: N, C, H, F OU O" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R0.
       R1.
                ACCEPT TPAT-DESC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R0.
                IF PAT-DESC = SPACES
                   MOVE "DESCRICAO NAO INFORMADA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
       R1A.
                ACCEPT TPAT-SERIE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R1.
       R2.
                ACCEPT TPAT-VALOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R1A.
                IF PAT-VALOR = ZEROS
                   MOVE "VALOR DO BEM NAO INFORMADO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
                DISPLAY TELAPATR

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
                WRITE REGPATR
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** BEM JA EXISTE ***         " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPATR"
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
                DELETE CADPATR RECORD
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
                REWRITE REGPATR
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO BEM"        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADPATR.
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
