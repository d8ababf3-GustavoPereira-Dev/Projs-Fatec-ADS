       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPREV.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CADASTRO DE PLANOS DE PREVIDENCIA PRIVADA - TABELA DAS      *
      * ENTIDADES (PLANOS PATROCINADOS PELA EMPRESA) COM CNPJ E OS  *
      * DADOS BANCARIOS DE REPASSE. A ADESAO DO FUNCIONARIO E A     *
      * REGRA DA CONTRAPARTIDA SAO MANTIDAS PELO CADFPREV; O        *
      * DESCONTO SAI AUTOMATICO NA FOLHA (FPP006, EVENTO 595) E O   *
      * TOTAL A REPASSAR POR PLANO SAI NO REL072.                   *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPREV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PREV-COD
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPREV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPREV.DAT".
       01 REGPREV.
          03 PREV-COD         PIC 9(3).
          03 PREV-NOME        PIC X(30).
          03 PREV-CNPJ        PIC 9(14).
          03 PREV-BANCO       PIC 9(3).
          03 PREV-AGENCIA     PIC 9(4).
          03 PREV-CONTA       PIC X(10).
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

       01  TELAPREV.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "       *** CADASTRO DE PREVIDENCIA PRIVADA ***".
           05  LINE 05  COLUMN 01
               VALUE  "   CODIGO DO PLANO     :".
           05  LINE 07  COLUMN 01
               VALUE  "   NOME                :".
           05  LINE 08  COLUMN 01
               VALUE  "   CNPJ DA ENTIDADE    :".
           05  LINE 10  COLUMN 01
               VALUE  "   BANCO DO REPASSE    :".
           05  LINE 11  COLUMN 01
               VALUE  "   AGENCIA             :".
           05  LINE 12  COLUMN 01
               VALUE  "   CONTA               :".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TPREV-COD
               LINE 05  COLUMN 26  PIC 9(03)
               USING  PREV-COD
               HIGHLIGHT.
           05  TPREV-NOME
               LINE 07  COLUMN 26  PIC X(30)
               USING  PREV-NOME
               HIGHLIGHT.
           05  TPREV-CNPJ
               LINE 08  COLUMN 26  PIC 9(14)
               USING  PREV-CNPJ
               HIGHLIGHT.
           05  TPREV-BANCO
               LINE 10  COLUMN 26  PIC 9(03)
               USING  PREV-BANCO
               HIGHLIGHT.
           05  TPREV-AGENCIA
               LINE 11  COLUMN 26  PIC 9(04)
               USING  PREV-AGENCIA
               HIGHLIGHT.
           05  TPREV-CONTA
               LINE 12  COLUMN 26  PIC X(10)
               USING  PREV-CONTA
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADPREV
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADPREV
                      CLOSE CADPREV
                      MOVE "* ARQUIVO DE PLANOS SENDO CRIADO *"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADPREV"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE SPACES TO PREV-NOME PREV-CONTA
                MOVE ZEROS  TO PREV-COD PREV-BANCO PREV-AGENCIA
                MOVE ZEROS  TO PREV-CNPJ W-SEL.
                DISPLAY TELAPREV.
       INC-002.
                ACCEPT TPREV-COD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADPREV
                   GO TO ROT-FIM.
                IF PREV-COD = ZEROS
                   MOVE "CODIGO NAO PODE SER ZERO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-PREV01.
                MOVE 0 TO W-SEL
                READ CADPREV
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELAPREV
                      MOVE "*** PLANO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. CADPREV"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       R0.
                ACCEPT TPREV-NOME
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF PREV-NOME = SPACES
                   MOVE "NOME NAO INFORMADO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R0.
       R0A.
                ACCEPT TPREV-CNPJ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R0.
                IF PREV-CNPJ = ZEROS
                   MOVE "CNPJ DA ENTIDADE NAO INFORMADO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R0A.
       R1.
                ACCEPT TPREV-BANCO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R0A.
                IF PREV-BANCO = ZEROS
                   MOVE "BANCO DO REPASSE NAO INFORMADO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
       R2.
                ACCEPT TPREV-AGENCIA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R1.
       R3.
                ACCEPT TPREV-CONTA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R2.
                IF PREV-CONTA = SPACES
                   MOVE "CONTA DO REPASSE NAO INFORMADA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
                DISPLAY TELAPREV

                IF W-SEL = 02
                        GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (21, 15) "DADOS OK (S/N) : ".
                ACCEPT (21, 32) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R3.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGPREV
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** PLANO JA EXISTE ***   " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPREV"
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
                DELETE CADPREV RECORD
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
                REWRITE REGPREV
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO PLANO"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADPREV.
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
