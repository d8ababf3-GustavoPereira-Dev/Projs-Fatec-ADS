       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADMODV.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * MANUTENCAO DO CADASTRO DE MODELO DE VEICULO - MODELOS DE     *
      * CADA MARCA DO CADMARCA (CHAVE MARCA + CODIGO DO MODELO),     *
      * COM VERSAO, COMBUSTIVEL, CAPACIDADE DO TANQUE E O KM/LITRO   *
      * DE REFERENCIA. O VEICULO DO CADCAR APONTA PARA O SEU MODELO  *
      * (MARCA-CAR + MODELO-CAR): O CARGABAST CONFERE OS LITROS      *
      * CONTRA O TANQUE DO MODELO, O REL040 COMPARA O CONSUMO COM A  *
      * REFERENCIA E O REL069/REL023 TOTALIZAM POR MODELO.           *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADMODV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMODV
                    FILE STATUS  IS ST-ERRO.
      *
       SELECT CADMARCA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MARCA-COD
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS MARCA-NOME
                                   WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADMODV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMODV.DAT".
       01 REGMODV.
                03 CHAVEMODV.
                   05 MOD-MARCA      PIC X(02).
                   05 MOD-COD        PIC 9(03).
                03 MOD-NOME          PIC X(20).
                03 MOD-VERSAO        PIC X(15).
                03 MOD-COMBUST       PIC X(01).
                03 MOD-TANQUE        PIC 9(03).
                03 MOD-KMLREF        PIC 9(02)V99.
      *
       FD CADMARCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMARCA.DAT".
       01 REGMARCA.
                03 MARCA-COD         PIC X(02).
                03 MARCA-NOME        PIC X(15).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL             PIC 9(01) VALUE ZEROS.
       77 W-CONT            PIC 9(06) VALUE ZEROS.
       77 W-OPCAO           PIC X(01) VALUE SPACES.
       77 ST-ERRO           PIC X(02) VALUE "00".
       77 ST-ERRO2          PIC X(02) VALUE "00".
       77 W-ACT             PIC 9(02) VALUE ZEROS.
       77 MENS              PIC X(50) VALUE SPACES.
       77 LIMPA             PIC X(50) VALUE SPACES.
       77 TXTMARCA          PIC X(15) VALUE SPACES.
       77 TXTCOMBUST        PIC X(10) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELAMODV.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                    *** CADASTRO DE MODEL".
           05  LINE 02  COLUMN 42
               VALUE  "O DE VEICULO ***".
           05  LINE 06  COLUMN 01
               VALUE  "   MARCA (2 LETRAS)        :".
           05  LINE 08  COLUMN 01
               VALUE  "   CODIGO DO MODELO        :".
           05  LINE 10  COLUMN 01
               VALUE  "   NOME DO MODELO          :".
           05  LINE 12  COLUMN 01
               VALUE  "   VERSAO                  :".
           05  LINE 14  COLUMN 01
               VALUE  "   COMBUSTIVEL             :".
           05  LINE 15  COLUMN 30
               VALUE  "(G=GASOLINA A=ETANOL F=FLEX D=DIESEL".
           05  LINE 15  COLUMN 66
               VALUE  " N=GNV".
           05  LINE 16  COLUMN 30
               VALUE  " E=ELETRICO)".
           05  LINE 17  COLUMN 01
               VALUE  "   CAPACIDADE TANQUE (LT)  :".
           05  LINE 19  COLUMN 01
               VALUE  "   KM/LITRO DE REFERENCIA  :".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TMOD-MARCA
               LINE 06  COLUMN 30  PIC X(02)
               USING  MOD-MARCA
               HIGHLIGHT.
           05  TTXTMARCA
               LINE 06  COLUMN 34  PIC X(15)
               USING  TXTMARCA
               HIGHLIGHT.
           05  TMOD-COD
               LINE 08  COLUMN 30  PIC 9(03)
               USING  MOD-COD
               HIGHLIGHT.
           05  TMOD-NOME
               LINE 10  COLUMN 30  PIC X(20)
               USING  MOD-NOME
               HIGHLIGHT.
           05  TMOD-VERSAO
               LINE 12  COLUMN 30  PIC X(15)
               USING  MOD-VERSAO
               HIGHLIGHT.
           05  TMOD-COMBUST
               LINE 14  COLUMN 30  PIC X(01)
               USING  MOD-COMBUST
               HIGHLIGHT.
           05  TTXTCOMBUST
               LINE 14  COLUMN 34  PIC X(10)
               USING  TXTCOMBUST
               HIGHLIGHT.
           05  TMOD-TANQUE
               LINE 17  COLUMN 30  PIC ZZ9
               USING  MOD-TANQUE
               HIGHLIGHT.
           05  TMOD-KMLREF
               LINE 19  COLUMN 30  PIC Z9,99
               USING  MOD-KMLREF
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADMODV
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADMODV
                      CLOSE CADMODV
                      MOVE "* ARQUIVO MODELO SENDO CRIADO *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO MODELO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM2
           ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN INPUT CADMARCA
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO MARCA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADMODV
              GO TO ROT-FIM2.
       INC-001.
                MOVE SPACES TO MOD-MARCA MOD-NOME MOD-VERSAO
                               MOD-COMBUST TXTMARCA TXTCOMBUST
                MOVE ZEROS TO MOD-COD MOD-TANQUE MOD-KMLREF
                DISPLAY TELAMODV.
       INC-002.
                ACCEPT TMOD-MARCA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF MOD-MARCA = SPACES
                   MOVE "*** MARCA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE MOD-MARCA TO MARCA-COD
                READ CADMARCA
                IF ST-ERRO2 NOT = "00"
                   MOVE "*** MARCA NAO CADASTRADA (CADMARCA) ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE MARCA-NOME TO TXTMARCA
                DISPLAY TTXTMARCA.
       INC-003.
                ACCEPT TMOD-COD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF MOD-COD = ZEROS
                   MOVE "*** CODIGO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       LER-MODV01.
                MOVE 0 TO W-SEL
                READ CADMODV
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      PERFORM ROT-DESC-COMB THRU ROT-DESC-COMB-FIM
                      DISPLAY TELAMODV
                      MOVE "*** MODELO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. MODELO"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       R0.
                ACCEPT TMOD-NOME
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF MOD-NOME = SPACES
                   MOVE "NOME DEVE SER DIFERENTE DE BRANCOS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R0.
       R1.
                ACCEPT TMOD-VERSAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R0.
       R2.
                ACCEPT TMOD-COMBUST
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R1.
                PERFORM ROT-DESC-COMB THRU ROT-DESC-COMB-FIM
                IF TXTCOMBUST = SPACES
                   MOVE "*** COMBUSTIVEL: G, A, F, D, N OU E ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
                DISPLAY TTXTCOMBUST.
       R3.
                ACCEPT TMOD-TANQUE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R2.
                IF MOD-TANQUE = ZEROS AND MOD-COMBUST NOT = "E"
                   MOVE "*** INFORME A CAPACIDADE DO TANQUE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
       R4.
                ACCEPT TMOD-KMLREF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R3.
                IF MOD-KMLREF = ZEROS AND MOD-COMBUST NOT = "E"
                   MOVE "*** INFORME O KM/LITRO DE REFERENCIA ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
                DISPLAY TELAMODV

                IF W-SEL = 02
                        GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (21, 15) "DADOS OK (S/N) : ".
                ACCEPT (21, 32) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R4.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGMODV
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** MODELO JA EXISTE ***      " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO DE MODELO"
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
                DELETE CADMODV RECORD
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
                REWRITE REGMODV
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO MODELO"  TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      **********************************
      * DESCRICAO DO TIPO DE COMBUSTIVEL *
      **********************************
      *
       ROT-DESC-COMB.
                MOVE SPACES TO TXTCOMBUST
                IF MOD-COMBUST = "G"
                   MOVE "GASOLINA" TO TXTCOMBUST.
                IF MOD-COMBUST = "A"
                   MOVE "ETANOL" TO TXTCOMBUST.
                IF MOD-COMBUST = "F"
                   MOVE "FLEX" TO TXTCOMBUST.
                IF MOD-COMBUST = "D"
                   MOVE "DIESEL" TO TXTCOMBUST.
                IF MOD-COMBUST = "N"
                   MOVE "GNV" TO TXTCOMBUST.
                IF MOD-COMBUST = "E"
                   MOVE "ELETRICO" TO TXTCOMBUST.
       ROT-DESC-COMB-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADMODV CADMARCA.
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
