       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADAPRA.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * APROVADORES POR AREA - LIGA CADA AREA (CADAREA) AO OPERADOR *
      * (CADOPER) QUE APROVA AS DESPESAS DE REEMBOLSO DOS SEUS      *
      * FUNCIONARIOS NO CADDESP, COM UM SUBSTITUTO OPCIONAL PARA AS *
      * AUSENCIAS. O OPERADOR NIVEL 1 CONTINUA APROVANDO QUALQUER   *
      * AREA; AREA SEM APROVADOR CADASTRADO SO E APROVADA PELO      *
      * NIVEL 1.                                                    *
      * O MESMO APROVADOR AUTORIZA AS HORAS EXTRAS DA AREA          *
      * (CADAUTHE) E LIBERA/REJEITA AS NAO AUTORIZADAS (CADHENA)    *
      * QUANDO A AREA TEM CONTROLE DE HORA EXTRA (APRA-CTRLHE = S). *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADAPRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APRA-AREA
                    FILE STATUS  IS ST-ERRO.
      *
       SELECT CADAREA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AREA-COD
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS AREA-NOME
                                   WITH DUPLICATES.
      *
       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPER-COD
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS OPER-NOME
                                   WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADAPRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPRA.DAT".
       01 REGAPRA.
          03 APRA-AREA        PIC 9(3).
          03 APRA-OPER        PIC 9(3).
          03 APRA-OPERSUB     PIC 9(3).
          03 APRA-CTRLHE      PIC X(1).
      *
       FD CADAREA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAREA.DAT".
       01 REGAREA.
                03 AREA-COD          PIC 9(03).
                03 AREA-NOME         PIC X(20).
                03 AREA-ESTRUTURA    PIC 9(1).
                03 AREA-QTDORCADA    PIC 9(04).
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
       77 W-SEL             PIC 9(01) VALUE ZEROS.
       77 W-CONT            PIC 9(06) VALUE ZEROS.
       77 W-OPCAO           PIC X(01) VALUE SPACES.
       77 ST-ERRO           PIC X(02) VALUE "00".
       77 ST-ERRO2          PIC X(02) VALUE "00".
       77 ST-ERRO3          PIC X(02) VALUE "00".
       77 W-ACT             PIC 9(02) VALUE ZEROS.
       77 MENS              PIC X(50) VALUE SPACES.
       77 LIMPA             PIC X(50) VALUE SPACES.
       01 W-NOMEOPER        PIC X(20) VALUE SPACES.
       01 W-NOMESUB         PIC X(20) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELAAPRA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      *** APROVADORES DE DESPESA POR AREA ***".
           05  LINE 05  COLUMN 01
               VALUE  "   CODIGO DA AREA      :".
           05  LINE 07  COLUMN 01
               VALUE  "   OPERADOR APROVADOR  :".
           05  LINE 08  COLUMN 01
               VALUE  "   OPERADOR SUBSTITUTO :".
           05  LINE 09  COLUMN 01
               VALUE  "   (ZEROS = SEM SUBSTITUTO)".
           05  LINE 11  COLUMN 01
               VALUE  "   AUTORIZA HORA EXTRA :".
           05  LINE 12  COLUMN 01
               VALUE  "   (S = SO PAGA EXTRA AUTORIZADA  N = NAO)".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TAPRA-AREA
               LINE 05  COLUMN 26  PIC 9(03)
               USING  APRA-AREA
               HIGHLIGHT.
           05  TAREA-NOME
               LINE 05  COLUMN 31  PIC X(20)
               USING  AREA-NOME
               HIGHLIGHT.
           05  TAPRA-OPER
               LINE 07  COLUMN 26  PIC 9(03)
               USING  APRA-OPER
               HIGHLIGHT.
           05  TNOMEOPER
               LINE 07  COLUMN 31  PIC X(20)
               USING  W-NOMEOPER
               HIGHLIGHT.
           05  TAPRA-OPERSUB
               LINE 08  COLUMN 26  PIC 9(03)
               USING  APRA-OPERSUB
               HIGHLIGHT.
           05  TNOMESUB
               LINE 08  COLUMN 31  PIC X(20)
               USING  W-NOMESUB
               HIGHLIGHT.
           05  TAPRA-CTRLHE
               LINE 11  COLUMN 26  PIC X(01)
               USING  APRA-CTRLHE
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN INPUT CADAREA
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADAREA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADOPER
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADOPER" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       INC-OP1.
           OPEN I-O CADAPRA
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADAPRA
                      CLOSE CADAPRA
                      MOVE "* ARQUIVO DE APROVADORES SENDO CRIADO *"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP1
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADAPRA"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE SPACES TO AREA-NOME W-NOMEOPER W-NOMESUB
                MOVE "N"    TO APRA-CTRLHE
                MOVE ZEROS  TO APRA-AREA APRA-OPER APRA-OPERSUB W-SEL.
                DISPLAY TELAAPRA.
       INC-002.
                ACCEPT TAPRA-AREA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                MOVE APRA-AREA TO AREA-COD
                READ CADAREA
                IF ST-ERRO2 NOT = "00"
                   MOVE "*** AREA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY TAREA-NOME.
       LER-APRA01.
                MOVE 0 TO W-SEL
                READ CADAPRA
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      PERFORM ROT-NOMES THRU ROT-NOMES-FIM
                      DISPLAY TELAAPRA
                      MOVE "*** AREA JA TEM APROVADOR ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. CADAPRA"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       R0.
                ACCEPT TAPRA-OPER
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                MOVE APRA-OPER TO OPER-COD
                READ CADOPER
                IF ST-ERRO3 NOT = "00"
                   MOVE "*** OPERADOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R0.
                MOVE OPER-NOME TO W-NOMEOPER
                DISPLAY TNOMEOPER.
       R1.
                ACCEPT TAPRA-OPERSUB
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R0.
                MOVE SPACES TO W-NOMESUB
                IF APRA-OPERSUB = ZEROS
                   DISPLAY TNOMESUB
                   GO TO R1A.
                IF APRA-OPERSUB = APRA-OPER
                   MOVE "SUBSTITUTO IGUAL AO APROVADOR" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE APRA-OPERSUB TO OPER-COD
                READ CADOPER
                IF ST-ERRO3 NOT = "00"
                   MOVE "*** OPERADOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE OPER-NOME TO W-NOMESUB
                DISPLAY TNOMESUB.
       R1A.
                IF APRA-CTRLHE = SPACES
                   MOVE "N" TO APRA-CTRLHE.
                ACCEPT TAPRA-CTRLHE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R1.
                IF APRA-CTRLHE NOT = "S" AND APRA-CTRLHE NOT = "N"
                   MOVE "*** AUTORIZA HORA EXTRA: S OU N ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1A.
       R2.
                IF W-SEL = 02
                        GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (21, 15) "DADOS OK (S/N) : ".
                ACCEPT (21, 32) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R1A.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGAPRA
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** AREA JA TEM APROVADOR ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADAPRA"
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
                DELETE CADAPRA RECORD
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
                REWRITE REGAPRA
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO APROVADOR"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *********************************************************
      * NOMES DO APROVADOR E DO SUBSTITUTO PARA A TELA         *
      *********************************************************
       ROT-NOMES.
                MOVE SPACES TO W-NOMEOPER W-NOMESUB
                MOVE APRA-OPER TO OPER-COD
                READ CADOPER
                IF ST-ERRO3 = "00"
                   MOVE OPER-NOME TO W-NOMEOPER.
                IF APRA-OPERSUB = ZEROS
                   GO TO ROT-NOMES-FIM.
                MOVE APRA-OPERSUB TO OPER-COD
                READ CADOPER
                IF ST-ERRO3 = "00"
                   MOVE OPER-NOME TO W-NOMESUB.
       ROT-NOMES-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADAPRA CADAREA CADOPER.
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
