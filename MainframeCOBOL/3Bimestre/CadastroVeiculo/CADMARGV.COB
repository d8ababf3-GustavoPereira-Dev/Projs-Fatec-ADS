       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADMARGV.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * MANUTENCAO DA TABELA DE MARGEM DE VENDA DE VEICULO - POR     *
      * MARCA (MODELO 000 = TODOS OS MODELOS DA MARCA) OU POR        *
      * MODELO DO CADMODV (CHAVE MARCA + MODELO):                    *
      *   - MARGEM MINIMA (%) SOBRE O CUSTO -> PRECO PISO            *
      *   - MARGEM DO PRECO PEDIDO (%) SOBRE O CUSTO                 *
      * O CUSTO DO CARRO E A COMPRA + PREPARACAO (CADAQUIS) MAIS AS  *
      * MANUTENCOES (CADMANUT) - VER CALCPRC. SEM MARGEM DO MODELO   *
      * VALE A DA MARCA E SEM A DA MARCA VALEM OS PARAMETROS 024 E   *
      * 025 DO CADPARAM. VENDA ABAIXO DO PISO EXIGE APROVACAO DE     *
      * NIVEL 1 NO CADVDA.                                           *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADMARGV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMARGV
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
       SELECT CADMODV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMODV
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADMARGV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMARGV.DAT".
       01 REGMARGV.
                03 CHAVEMARGV.
                   05 MRG-MARCA      PIC X(02).
                   05 MRG-MODELO     PIC 9(03).
                03 MRG-PCTPISO       PIC 9(02)V99.
                03 MRG-PCTPEDIDO     PIC 9(02)V99.
      *
       FD CADMARCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMARCA.DAT".
       01 REGMARCA.
                03 MARCA-COD         PIC X(02).
                03 MARCA-NOME        PIC X(15).
      *
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

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL             PIC 9(01) VALUE ZEROS.
       77 W-CONT            PIC 9(06) VALUE ZEROS.
       77 W-OPCAO           PIC X(01) VALUE SPACES.
       77 ST-ERRO           PIC X(02) VALUE "00".
       77 ST-ERRO2          PIC X(02) VALUE "00".
       77 ST-ERRO3          PIC X(02) VALUE "00".
       77 W-TEMMODV         PIC X(01) VALUE "N".
       77 W-ACT             PIC 9(02) VALUE ZEROS.
       77 MENS              PIC X(50) VALUE SPACES.
       77 LIMPA             PIC X(50) VALUE SPACES.
       77 TXTMARCA          PIC X(15) VALUE SPACES.
       77 TXTMODELO         PIC X(20) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELAMARGV.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                    *** MARGEM DE VENDA D".
           05  LINE 02  COLUMN 42
               VALUE  "E VEICULO ***".
           05  LINE 06  COLUMN 01
               VALUE  "   MARCA (2 LETRAS)        :".
           05  LINE 08  COLUMN 01
               VALUE  "   MODELO (000 = TODOS)    :".
           05  LINE 11  COLUMN 01
               VALUE  "   MARGEM MINIMA (%)       :".
           05  LINE 12  COLUMN 30
               VALUE  "(SOBRE O CUSTO - DEFINE O PRECO PISO)".
           05  LINE 14  COLUMN 01
               VALUE  "   MARGEM DO PEDIDO (%)    :".
           05  LINE 15  COLUMN 30
               VALUE  "(SOBRE O CUSTO - DEFINE O PRECO PEDIDO)".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TMRG-MARCA
               LINE 06  COLUMN 30  PIC X(02)
               USING  MRG-MARCA
               HIGHLIGHT.
           05  TTXTMARCA
               LINE 06  COLUMN 34  PIC X(15)
               USING  TXTMARCA
               HIGHLIGHT.
           05  TMRG-MODELO
               LINE 08  COLUMN 30  PIC 9(03)
               USING  MRG-MODELO
               HIGHLIGHT.
           05  TTXTMODELO
               LINE 08  COLUMN 34  PIC X(20)
               USING  TXTMODELO
               HIGHLIGHT.
           05  TMRG-PCTPISO
               LINE 11  COLUMN 30  PIC Z9,99
               USING  MRG-PCTPISO
               HIGHLIGHT.
           05  TMRG-PCTPEDIDO
               LINE 14  COLUMN 30  PIC Z9,99
               USING  MRG-PCTPEDIDO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADMARGV
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADMARGV
                      CLOSE CADMARGV
                      MOVE "* ARQUIVO MARGEM SENDO CRIADO *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO MARGEM" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM2
           ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN INPUT CADMARCA
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO MARCA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADMARGV
              GO TO ROT-FIM2.
           MOVE "S" TO W-TEMMODV
           OPEN INPUT CADMODV
           IF ST-ERRO3 NOT = "00"
              MOVE "N" TO W-TEMMODV.
       INC-001.
                MOVE SPACES TO MRG-MARCA TXTMARCA TXTMODELO
                MOVE ZEROS TO MRG-MODELO MRG-PCTPISO MRG-PCTPEDIDO
                DISPLAY TELAMARGV.
       INC-002.
                ACCEPT TMRG-MARCA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF MRG-MARCA = SPACES
                   MOVE "*** MARCA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE MRG-MARCA TO MARCA-COD
                READ CADMARCA
                IF ST-ERRO2 NOT = "00"
                   MOVE "*** MARCA NAO CADASTRADA (CADMARCA) ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE MARCA-NOME TO TXTMARCA
                DISPLAY TTXTMARCA.
      *    MODELO 000 = MARGEM DA MARCA TODA; OUTRO CODIGO TEM QUE
      *    EXISTIR NO CADMODV PARA A MARCA
       INC-003.
                ACCEPT TMRG-MODELO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                MOVE "TODOS OS MODELOS" TO TXTMODELO
                IF MRG-MODELO NOT = ZEROS
                   IF W-TEMMODV NOT = "S"
                      MOVE "*** MODELOS NAO CADASTRADOS (CADMODV) ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-003
                   END-IF
                   MOVE MRG-MARCA  TO MOD-MARCA
                   MOVE MRG-MODELO TO MOD-COD
                   READ CADMODV
                   IF ST-ERRO3 NOT = "00"
                      MOVE "*** MODELO NAO CADASTRADO NA MARCA ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-003
                   ELSE
                      MOVE MOD-NOME TO TXTMODELO.
                DISPLAY TTXTMODELO.
       LER-MARGV01.
                MOVE 0 TO W-SEL
                READ CADMARGV
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELAMARGV
                      MOVE "*** MARGEM JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. MARGEM"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       R0.
                ACCEPT TMRG-PCTPISO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
       R1.
                ACCEPT TMRG-PCTPEDIDO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R0.
                IF MRG-PCTPEDIDO < MRG-PCTPISO
                   MOVE "* MARGEM DO PEDIDO MENOR QUE A MINIMA *"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                DISPLAY TELAMARGV

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
                WRITE REGMARGV
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** MARGEM JA EXISTE ***      " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO DE MARGEM"
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
                DELETE CADMARGV RECORD
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
                REWRITE REGMARGV
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO MARGEM"  TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                IF W-TEMMODV = "S"
                   CLOSE CADMODV.
                CLOSE CADMARGV CADMARCA.
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
