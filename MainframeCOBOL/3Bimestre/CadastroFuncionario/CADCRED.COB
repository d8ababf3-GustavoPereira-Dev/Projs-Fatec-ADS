       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCRED.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CADASTRO DE CREDORES DO CONSIGNADO - BANCOS/FINANCEIRAS     *
      * QUE CONCEDEM O EMPRESTIMO CONSIGNADO, COM CNPJ E OS DADOS   *
      * BANCARIOS DO REPASSE. CADA CONTRATO DO CADCONSG APONTA PARA *
      * O SEU CREDOR (CSG-CREDOR); O REPASSE MENSAL POR CREDOR E O  *
      * ARQUIVO DE TRANSFERENCIA SAEM NO REL073.                    *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCRED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRED-COD
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCRED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCRED.DAT".
       01 REGCRED.
          03 CRED-COD         PIC 9(3).
          03 CRED-NOME        PIC X(30).
          03 CRED-CNPJ        PIC 9(14).
          03 CRED-BANCO       PIC 9(3).
          03 CRED-AGENCIA     PIC 9(4).
          03 CRED-CONTA       PIC X(10).
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

       01  TELACRED.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "    *** CADASTRO DE CREDORES DO CONSIGNADO ***".
           05  LINE 05  COLUMN 01
               VALUE  "   CODIGO DO CREDOR    :".
           05  LINE 07  COLUMN 01
               VALUE  "   NOME                :".
           05  LINE 08  COLUMN 01
               VALUE  "   CNPJ DO CREDOR      :".
           05  LINE 10  COLUMN 01
               VALUE  "   BANCO DO REPASSE    :".
           05  LINE 11  COLUMN 01
               VALUE  "   AGENCIA             :".
           05  LINE 12  COLUMN 01
               VALUE  "   CONTA               :".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCRED-COD
               LINE 05  COLUMN 26  PIC 9(03)
               USING  CRED-COD
               HIGHLIGHT.
           05  TCRED-NOME
               LINE 07  COLUMN 26  PIC X(30)
               USING  CRED-NOME
               HIGHLIGHT.
           05  TCRED-CNPJ
               LINE 08  COLUMN 26  PIC 9(14)
               USING  CRED-CNPJ
               HIGHLIGHT.
           05  TCRED-BANCO
               LINE 10  COLUMN 26  PIC 9(03)
               USING  CRED-BANCO
               HIGHLIGHT.
           05  TCRED-AGENCIA
               LINE 11  COLUMN 26  PIC 9(04)
               USING  CRED-AGENCIA
               HIGHLIGHT.
           05  TCRED-CONTA
               LINE 12  COLUMN 26  PIC X(10)
               USING  CRED-CONTA
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADCRED
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADCRED
                      CLOSE CADCRED
                      MOVE "* ARQUIVO DE CREDORES SENDO CRIADO *"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADCRED"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE SPACES TO CRED-NOME CRED-CONTA
                MOVE ZEROS  TO CRED-COD CRED-BANCO CRED-AGENCIA
                MOVE ZEROS  TO CRED-CNPJ W-SEL.
                DISPLAY TELACRED.
       INC-002.
                ACCEPT TCRED-COD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADCRED
                   GO TO ROT-FIM.
                IF CRED-COD = ZEROS
                   MOVE "CODIGO NAO PODE SER ZERO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-CRED01.
                MOVE 0 TO W-SEL
                READ CADCRED
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELACRED
                      MOVE "*** CREDOR JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. CADCRED"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       R0.
                ACCEPT TCRED-NOME
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF CRED-NOME = SPACES
                   MOVE "NOME NAO INFORMADO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R0.
       R0A.
                ACCEPT TCRED-CNPJ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R0.
                IF CRED-CNPJ = ZEROS
                   MOVE "CNPJ DO CREDOR NAO INFORMADO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R0A.
       R1.
                ACCEPT TCRED-BANCO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R0A.
                IF CRED-BANCO = ZEROS
                   MOVE "BANCO DO REPASSE NAO INFORMADO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
       R2.
                ACCEPT TCRED-AGENCIA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R1.
       R3.
                ACCEPT TCRED-CONTA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R2.
                IF CRED-CONTA = SPACES
                   MOVE "CONTA DO REPASSE NAO INFORMADA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
                DISPLAY TELACRED

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
                WRITE REGCRED
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** CREDOR JA EXISTE ***  " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCRED"
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
                DELETE CADCRED RECORD
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
                REWRITE REGCRED
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO CREDOR"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADCRED.
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
