       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADBHREG.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * REGIME DE BANCO DE HORAS - AREAS (CADAREA) E CARGOS         *
      * (CADCARGO) QUE, PELO ACORDO COLETIVO, COMPENSAM AS HORAS    *
      * EXTRAS EM VEZ DE PAGA-LAS. PARA O FUNCIONARIO DE UMA AREA   *
      * OU CARGO CADASTRADO AQUI, O FECHAMENTO DO PONTO (FPP007)    *
      * CREDITA AS EXTRAS DE DIA UTIL E DEBITA AS HORAS QUE FALTAM  *
      * NOS DIAS CURTOS NO BANCO (CADBH). O SALDO CREDOR COM MAIS   *
      * MESES QUE O PRAZO DO ACORDO E PAGO COMO HORA EXTRA NA       *
      * FOLHA. A AREA TEM PRECEDENCIA SOBRE O CARGO.                *
      *   TIPO A = AREA   C = CARGO                                 *
      *   PRAZO  = MESES PARA COMPENSAR (ZEROS = 6)                 *
      *   INICIO = PRIMEIRA COMPETENCIA (AAAAMM) NO REGIME          *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADBHREG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEBHR
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
       FD CADBHREG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBHREG.DAT".
       01 REGBHR.
          03 CHAVEBHR.
             05 BHR-TIPO      PIC X(1).
             05 BHR-COD       PIC 9(5).
          03 BHR-PRAZO        PIC 9(2).
          03 BHR-VIGINI       PIC 9(6).
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
       01 W-NOMECOD         PIC X(20) VALUE SPACES.
       01 W-VIG             PIC 9(06) VALUE ZEROS.
       01 W-VIG-R REDEFINES W-VIG.
          03 W-VIGANO       PIC 9(04).
          03 W-VIGMES       PIC 9(02).
      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELABHR.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "       *** REGIME DE BANCO DE HORAS ***".
           05  LINE 05  COLUMN 01
               VALUE  "   TIPO (A=AREA C=CARGO) :".
           05  LINE 06  COLUMN 01
               VALUE  "   CODIGO                :".
           05  LINE 08  COLUMN 01
               VALUE  "   PRAZO P/ COMPENSAR    :".
           05  LINE 08  COLUMN 32
               VALUE  "MESES (ZEROS = 6)".
           05  LINE 09  COLUMN 01
               VALUE  "   INICIO DO REGIME      :".
           05  LINE 09  COLUMN 36
               VALUE  "(AAAAMM)".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TBHR-TIPO
               LINE 05  COLUMN 28  PIC X(01)
               USING  BHR-TIPO
               HIGHLIGHT.
           05  TBHR-COD
               LINE 06  COLUMN 28  PIC 9(05)
               USING  BHR-COD
               HIGHLIGHT.
           05  TNOMECOD
               LINE 06  COLUMN 35  PIC X(20)
               USING  W-NOMECOD
               HIGHLIGHT.
           05  TBHR-PRAZO
               LINE 08  COLUMN 28  PIC 9(02)
               USING  BHR-PRAZO
               HIGHLIGHT.
           05  TBHR-VIGINI
               LINE 09  COLUMN 28  PIC 9(06)
               USING  BHR-VIGINI
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
           OPEN INPUT CADCARGO
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE CARGO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       INC-OP1.
           OPEN I-O CADBHREG
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADBHREG
                      CLOSE CADBHREG
                      MOVE "* ARQUIVO DE REGIME SENDO CRIADO *"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP1
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADBHREG"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE SPACES TO BHR-TIPO W-NOMECOD
                MOVE ZEROS  TO BHR-COD BHR-PRAZO BHR-VIGINI W-SEL.
                DISPLAY TELABHR.
       INC-002.
                ACCEPT TBHR-TIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF BHR-TIPO = "a"
                   MOVE "A" TO BHR-TIPO.
                IF BHR-TIPO = "c"
                   MOVE "C" TO BHR-TIPO.
                IF BHR-TIPO NOT = "A" AND BHR-TIPO NOT = "C"
                   MOVE "*** TIPO DEVE SER A OU C ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY TBHR-TIPO.
       INC-003.
                ACCEPT TBHR-COD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                PERFORM ROT-NOMECOD THRU ROT-NOMECOD-FIM
                IF W-NOMECOD = SPACES
                   IF BHR-TIPO = "A"
                      MOVE "*** AREA NAO CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-003
                   ELSE
                      MOVE "*** CARGO NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-003.
                DISPLAY TNOMECOD.
       LER-BHR01.
                MOVE 0 TO W-SEL
                READ CADBHREG
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      PERFORM ROT-NOMECOD THRU ROT-NOMECOD-FIM
                      DISPLAY TELABHR
                      MOVE "*** JA ESTA NO REGIME ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. CADBHREG"  TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       R0.
                ACCEPT TBHR-PRAZO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF BHR-PRAZO = ZEROS
                   MOVE 6 TO BHR-PRAZO
                   DISPLAY TBHR-PRAZO.
       R1.
                ACCEPT TBHR-VIGINI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R0.
                MOVE BHR-VIGINI TO W-VIG
                IF W-VIGANO < 1900 OR W-VIGMES < 1 OR W-VIGMES > 12
                   MOVE "*** COMPETENCIA INVALIDA (AAAAMM) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
       R2.
                IF W-SEL = 02
                        GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (21, 15) "DADOS OK (S/N) : ".
                ACCEPT (21, 32) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R1.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGBHR
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** JA ESTA NO REGIME ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADBHREG"
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

      *    SAIR DO REGIME NAO APAGA O BANCO (CADBH): O SALDO QUE
      *    FICOU CONTINUA VENCENDO E E ACERTADO NA RESCISAO
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
                DELETE CADBHREG RECORD
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
                REWRITE REGBHR
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGIME"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *********************************************************
      * NOME DA AREA OU DENOMINACAO DO CARGO PARA A TELA;      *
      * SPACES QUANDO O CODIGO NAO ESTA CADASTRADO             *
      *********************************************************
       ROT-NOMECOD.
                MOVE SPACES TO W-NOMECOD
                IF BHR-TIPO = "A"
                   MOVE BHR-COD TO AREA-COD
                   READ CADAREA
                   IF ST-ERRO2 = "00"
                      MOVE AREA-NOME TO W-NOMECOD
                   END-IF
                ELSE
                   MOVE BHR-COD TO CARGO-COD
                   READ CADCARGO
                   IF ST-ERRO3 = "00"
                      MOVE CARGO-DNMNC TO W-NOMECOD.
       ROT-NOMECOD-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADBHREG CADAREA CADCARGO.
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
