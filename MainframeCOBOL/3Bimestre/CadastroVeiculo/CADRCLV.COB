       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRCLV.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * ACOMPANHAMENTO DO RECALL POR VEICULO (CADRCLV) - CHAVE      *
      * AVISO (CADRECAL) + PLACA. OS REGISTROS SAO CRIADOS PELO     *
      * REL104 (CRUZAMENTO DO AVISO COM OS VEICULOS); AQUI SE       *
      * MARCA A SITUACAO:                                           *
      *   P PENDENTE / N NOTIFICADO (DATA DA NOTIFICACAO) /         *
      *   R REALIZADO - A DATA DO SERVICO TEM QUE SER DE UMA        *
      *     MANUTENCAO DA PLACA NO CADMANUT, A PARTIR DO ANUNCIO.   *
      * VEICULO ENTRADO POR ENGANO PODE SER EXCLUIDO.               *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRCLV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVERCLV
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADRECAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RCL-COD
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT CADMANUT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMANUT
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADRCLV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRCLV.DAT".
       01 REGRCLV.
                03 CHAVERCLV.
                   05 RCV-COD        PIC 9(05).
                   05 RCV-PLACA      PIC X(07).
                03 RCV-SIT           PIC X(01).
                03 RCV-CODCLI        PIC 9(05).
                03 RCV-NOMEDONO      PIC X(30).
                03 RCV-DTVENDA       PIC 9(08).
                03 RCV-DTNOTIF.
                   05 RCV-DIANOT     PIC 9(02).
                   05 RCV-MESNOT     PIC 9(02).
                   05 RCV-ANONOT     PIC 9(04).
                03 RCV-DTSERV.
                   05 RCV-DIASRV     PIC 9(02).
                   05 RCV-MESSRV     PIC 9(02).
                   05 RCV-ANOSRV     PIC 9(04).
                03 RCV-OBS           PIC X(40).
      *
       FD CADRECAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECAL.DAT".
       01 REGRECAL.
                03 RCL-COD           PIC 9(05).
                03 RCL-DESCR         PIC X(40).
                03 RCL-MARCA         PIC X(02).
                03 RCL-MODELO        PIC 9(03).
                03 RCL-ANOINI        PIC 9(04).
                03 RCL-ANOFIM        PIC 9(04).
                03 RCL-CHASINI       PIC X(17).
                03 RCL-CHASFIM       PIC X(17).
                03 RCL-DTANUNC.
                   05 RCL-DIAANUNC   PIC 9(02).
                   05 RCL-MESANUNC   PIC 9(02).
                   05 RCL-ANOANUNC   PIC 9(04).
                03 RCL-SERVICO       PIC X(40).
      *
       FD CADMANUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMANUT.DAT".
       01 REGMANUT.
                03 CHAVEMANUT.
                   05 PLACA-M        PIC X(7).
                   05 DTMANUT        PIC 9(8).
                03 KMMANUT           PIC 9(7).
                03 DESCMANUT         PIC X(40).
                03 OFICINA           PIC X(30).
                03 VALORMANUT        PIC 9(6)V99.
                03 MNT-AUTSEQ        PIC 9(3).
                03 MNT-CODFORN       PIC 9(5).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL             PIC 9(01) VALUE ZEROS.
       77 W-CONT            PIC 9(06) VALUE ZEROS.
       77 W-OPCAO           PIC X(01) VALUE SPACES.
       77 ST-ERRO           PIC X(02) VALUE "00".
       77 ST-ERRO2          PIC X(02) VALUE "00".
       77 ST-ERRO3          PIC X(02) VALUE "00".
       77 W-TEMMANUT        PIC X(01) VALUE "N".
       77 W-ACT             PIC 9(02) VALUE ZEROS.
       77 MENS              PIC X(50) VALUE SPACES.
       77 LIMPA             PIC X(50) VALUE SPACES.
       77 TXTSIT            PIC X(10) VALUE SPACES.
       77 W-DTANUNC8        PIC 9(08) VALUE ZEROS.
       77 W-DTSERV8         PIC 9(08) VALUE ZEROS.
       01 W-HOJE.
          03 W-ANOHOJE      PIC 9(04).
          03 W-MESHOJE      PIC 9(02).
          03 W-DIAHOJE      PIC 9(02).
      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELARCLV.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                    *** ACOMPANHAMENTO D".
           05  LINE 02  COLUMN 41
               VALUE  "O RECALL POR VEICULO ***".
           05  LINE 04  COLUMN 01
               VALUE  "   AVISO DE RECALL         :".
           05  LINE 06  COLUMN 01
               VALUE  "   PLACA                   :".
           05  LINE 08  COLUMN 01
               VALUE  "   DONO ATUAL              :".
           05  LINE 09  COLUMN 01
               VALUE  "   DATA DA ULTIMA VENDA    :".
           05  LINE 11  COLUMN 01
               VALUE  "   SITUACAO (P/N/R)        :".
           05  LINE 13  COLUMN 01
               VALUE  "   DATA DA NOTIFICACAO     :".
           05  LINE 15  COLUMN 01
               VALUE  "   DATA DO SERVICO         :".
           05  LINE 15  COLUMN 42
               VALUE  "(MANUTENCAO NO CADMANUT)".
           05  LINE 17  COLUMN 01
               VALUE  "   OBSERVACAO              :".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TRCV-COD
               LINE 04  COLUMN 30  PIC 9(05)
               USING  RCV-COD
               HIGHLIGHT.
           05  TRCL-DESCR
               LINE 04  COLUMN 37  PIC X(40)
               USING  RCL-DESCR
               HIGHLIGHT.
           05  TRCV-PLACA
               LINE 06  COLUMN 30  PIC X(07)
               USING  RCV-PLACA
               HIGHLIGHT.
           05  TRCV-NOMEDONO
               LINE 08  COLUMN 30  PIC X(30)
               USING  RCV-NOMEDONO
               HIGHLIGHT.
           05  TRCV-DTVENDA
               LINE 09  COLUMN 30  PIC 99/99/9999
               USING  RCV-DTVENDA
               HIGHLIGHT.
           05  TRCV-SIT
               LINE 11  COLUMN 30  PIC X(01)
               USING  RCV-SIT
               HIGHLIGHT.
           05  TTXTSIT
               LINE 11  COLUMN 33  PIC X(10)
               USING  TXTSIT
               HIGHLIGHT.
           05  TRCV-DTNOTIF
               LINE 13  COLUMN 30  PIC 99/99/9999
               USING  RCV-DTNOTIF
               HIGHLIGHT.
           05  TRCV-DTSERV
               LINE 15  COLUMN 30  PIC 99/99/9999
               USING  RCV-DTSERV
               HIGHLIGHT.
           05  TRCV-OBS
               LINE 17  COLUMN 30  PIC X(40)
               USING  RCV-OBS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADRCLV
           IF ST-ERRO NOT = "00"
              MOVE "SEM ACOMPANHAMENTO - RODE O REL104" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
       INC-OP1.
           OPEN INPUT CADRECAL
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADRECAL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADRCLV
              GO TO ROT-FIM2.
           MOVE "S" TO W-TEMMANUT
           OPEN INPUT CADMANUT
           IF ST-ERRO3 NOT = "00"
              MOVE "N" TO W-TEMMANUT.
       INC-001.
                MOVE SPACES TO RCV-PLACA RCV-SIT RCV-NOMEDONO RCV-OBS
                               RCL-DESCR TXTSIT
                MOVE ZEROS TO RCV-COD RCV-CODCLI RCV-DTVENDA
                              RCV-DTNOTIF RCV-DTSERV
                DISPLAY TELARCLV.
       INC-002.
                ACCEPT TRCV-COD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                MOVE RCV-COD TO RCL-COD
                READ CADRECAL
                IF ST-ERRO2 NOT = "00"
                   MOVE "*** AVISO NAO CADASTRADO (CADRECAL) ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY TRCL-DESCR
                COMPUTE W-DTANUNC8 = (RCL-ANOANUNC * 10000)
                                   + (RCL-MESANUNC * 100)
                                   + RCL-DIAANUNC.
       INC-003.
                ACCEPT TRCV-PLACA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF RCV-PLACA = SPACES
                   MOVE "*** PLACA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       LER-RCLV01.
                MOVE 0 TO W-SEL
                READ CADRCLV
                IF ST-ERRO = "00"
                   PERFORM ROT-TXTSIT THRU ROT-TXTSIT-FIM
                   DISPLAY TELARCLV
                   MOVE 1 TO W-SEL
                   GO TO ACE-001.
                IF ST-ERRO = "23"
                   MOVE "* VEICULO FORA DO RECALL - RODE O REL104 *"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE "ERRO NA LEITURA ARQ. CADRCLV"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
       R0.
                ACCEPT TRCV-SIT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                IF RCV-SIT NOT = "P" AND RCV-SIT NOT = "N"
                   AND RCV-SIT NOT = "R"
                   MOVE "*** SITUACAO: P, N OU R ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R0.
                PERFORM ROT-TXTSIT THRU ROT-TXTSIT-FIM
                DISPLAY TTXTSIT
                IF RCV-SIT = "P"
                   MOVE ZEROS TO RCV-DTNOTIF RCV-DTSERV
                   DISPLAY TRCV-DTNOTIF TRCV-DTSERV
                   GO TO R3.
      *    NOTIFICADO OU REALIZADO: DATA DA NOTIFICACAO (HOJE SE
      *    AINDA NAO TEM; O CARRO DA LOJA PODE FICAR SEM)
       R1.
                IF RCV-DTNOTIF = ZEROS AND RCV-SIT = "N"
                   ACCEPT W-HOJE FROM DATE YYYYMMDD
                   MOVE W-DIAHOJE TO RCV-DIANOT
                   MOVE W-MESHOJE TO RCV-MESNOT
                   MOVE W-ANOHOJE TO RCV-ANONOT.
                ACCEPT TRCV-DTNOTIF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R0.
                IF RCV-DTNOTIF = ZEROS AND RCV-SIT = "R"
                   GO TO R1A.
                IF RCV-DIANOT < 1 OR RCV-DIANOT > 31
                   OR RCV-MESNOT < 1 OR RCV-MESNOT > 12
                   OR RCV-ANONOT = ZEROS
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
       R1A.
                IF RCV-SIT = "N"
                   MOVE ZEROS TO RCV-DTSERV
                   DISPLAY TRCV-DTSERV
                   GO TO R3.
      *    REALIZADO: A MANUTENCAO TEM QUE EXISTIR NO CADMANUT
       R2.
                ACCEPT TRCV-DTSERV
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R1.
                IF RCV-DIASRV < 1 OR RCV-DIASRV > 31
                   OR RCV-MESSRV < 1 OR RCV-MESSRV > 12
                   OR RCV-ANOSRV = ZEROS
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
                COMPUTE W-DTSERV8 = (RCV-ANOSRV * 10000)
                                  + (RCV-MESSRV * 100) + RCV-DIASRV
                IF W-DTSERV8 < W-DTANUNC8
                   MOVE "*** SERVICO ANTERIOR AO ANUNCIO DO RECALL ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
                IF W-TEMMANUT NOT = "S"
                   MOVE "*** SEM MANUTENCOES CADASTRADAS (CADMANUT) ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
                MOVE RCV-PLACA  TO PLACA-M
                MOVE RCV-DTSERV TO DTMANUT
                READ CADMANUT
                IF ST-ERRO3 NOT = "00"
                   MOVE "* MANUTENCAO DA PLACA NAO ACHADA NA DATA *"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
       R3.
                ACCEPT TRCV-OBS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R0.
                DISPLAY TELARCLV.
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
                REWRITE REGRCLV
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO ACOMPANHAMENTO"  TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (21, 15)
                     "F1=NOVA CONSULTA   F2=ALTERAR   F3=EXCLUIR"
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
                DELETE CADRCLV RECORD
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***        " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ROT-TXTSIT.
                MOVE "PENDENTE" TO TXTSIT
                IF RCV-SIT = "N"
                   MOVE "NOTIFICADO" TO TXTSIT.
                IF RCV-SIT = "R"
                   MOVE "REALIZADO" TO TXTSIT.
       ROT-TXTSIT-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                IF W-TEMMANUT = "S"
                   CLOSE CADMANUT.
                CLOSE CADRCLV CADRECAL.
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
