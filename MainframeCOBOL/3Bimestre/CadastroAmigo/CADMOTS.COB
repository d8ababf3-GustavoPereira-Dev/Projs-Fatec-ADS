       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADMOTS.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * MANUTENCAO DA TABELA DE MOTIVOS DE SAIDA DO CLUBE - CODIGO   *
      * E DESCRICAO DO MOTIVO INFORMADO NO CANCELAMENTO VOLUNTARIO   *
      * DO AMIGO (CADSAIDA). AS SAIDAS POR MOTIVO SAEM NO RELATORIO  *
      * DE RETENCAO (REL108). MOTIVO JA USADO EM ALGUMA SAIDA        *
      * (CADADES) NAO PODE SER EXCLUIDO, SO ALTERADO.                *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADMOTS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOT-COD
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADADES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS ADS-APELIDO
                    FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADMOTS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOTS.DAT".
       01 REGMOTS.
                03 MOT-COD           PIC 9(02).
                03 MOT-DESC          PIC X(30).
      *
       FD CADADES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADADES.DAT".
       01 REGADES.
                03 ADS-APELIDO       PIC X(12).
                03 ADS-DTADESAO      PIC 9(08).
                03 ADS-DTSAIDA       PIC 9(08).
                03 ADS-MOTIVO        PIC 9(02).
                03 ADS-OBS           PIC X(40).
                03 ADS-SITANT        PIC X(01).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL             PIC 9(01) VALUE ZEROS.
       77 W-CONT            PIC 9(06) VALUE ZEROS.
       77 W-OPCAO           PIC X(01) VALUE SPACES.
       77 ST-ERRO           PIC X(02) VALUE "00".
       77 ST-ERRO2          PIC X(02) VALUE "00".
       77 W-ACT             PIC 9(02) VALUE ZEROS.
       77 W-EMUSO           PIC X(01) VALUE "N".
       77 MENS              PIC X(50) VALUE SPACES.
       77 LIMPA             PIC X(50) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELAMOTS.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                 *** CADASTRO DE MOTIVOS D".
           05  LINE 02  COLUMN 43
               VALUE  "E SAIDA ***".
           05  LINE 06  COLUMN 01
               VALUE  "   CODIGO DO MOTIVO :".
           05  LINE 10  COLUMN 01
               VALUE  "   DESCRICAO        :".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TMOT-COD
               LINE 06  COLUMN 24  PIC 9(02)
               USING  MOT-COD
               HIGHLIGHT.
           05  TMOT-DESC
               LINE 10  COLUMN 24  PIC X(30)
               USING  MOT-DESC
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADMOTS
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADMOTS
                      CLOSE CADMOTS
                      MOVE "* ARQUIVO DE MOTIVOS SENDO CRIADO *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADMOTS" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE SPACES TO MOT-DESC
                MOVE ZEROS  TO MOT-COD.
                DISPLAY TELAMOTS.
       INC-002.
                ACCEPT TMOT-COD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADMOTS
                   GO TO ROT-FIM.
                IF MOT-COD = ZEROS
                   MOVE "*** CODIGO ZERO NAO E PERMITIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-MOTS01.
                MOVE 0 TO W-SEL
                READ CADMOTS
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELAMOTS
                      MOVE "*** MOTIVO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. CADMOTS"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       R0.
                ACCEPT TMOT-DESC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF MOT-DESC = SPACES
                   MOVE "DESCRICAO NAO PODE SER EM BRANCO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R0.
                DISPLAY TELAMOTS

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
                WRITE REGMOTS
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** MOTIVO JA EXISTE ***     " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADMOTS"
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
                PERFORM ROT-CHK-USO THRU ROT-CHK-USO-FIM
                IF W-EMUSO = "S"
                   MOVE "* MOTIVO USADO EM SAIDA - NAO EXCLUIDO *"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       EXC-OPC1.
                DISPLAY (21, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (21, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC1.
       EXC-DL1.
                DELETE CADMOTS RECORD
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
                REWRITE REGMOTS
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADMOTS"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *********************************************************
      * O MOTIVO ESTA EM ALGUMA SAIDA REGISTRADA (CADADES)?    *
      * SEM O ARQUIVO NINGUEM SAIU AINDA                       *
      *********************************************************
       ROT-CHK-USO.
                MOVE "N" TO W-EMUSO
                OPEN INPUT CADADES
                IF ST-ERRO2 NOT = "00"
                   GO TO ROT-CHK-USO-FIM.
       ROT-CHK-USO-RD.
                READ CADADES NEXT RECORD
                     AT END
                        GO TO ROT-CHK-USO-FEC.
                IF ADS-DTSAIDA NOT = ZEROS AND ADS-MOTIVO = MOT-COD
                   MOVE "S" TO W-EMUSO
                   GO TO ROT-CHK-USO-FEC.
                GO TO ROT-CHK-USO-RD.
       ROT-CHK-USO-FEC.
                CLOSE CADADES.
       ROT-CHK-USO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE CADMOTS.
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
