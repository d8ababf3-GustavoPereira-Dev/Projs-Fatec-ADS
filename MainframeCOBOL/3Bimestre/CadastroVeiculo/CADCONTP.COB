       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCONTP.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * DIGITACAO DA CONTAGEM DO PATIO - A PARTIR DA LISTA DE       *
      * CONTAGEM (REL089) MARCADA PELO CONFERENTE, DIGITA AS PLACAS *
      * ACHADAS FISICAMENTE NA LOJA NA DATA DA CONTAGEM, COM O      *
      * LOCAL ONDE O CARRO ESTAVA. PLACA FORA DO CADCAR OU QUE O    *
      * SISTEMA DA COMO FORA DO PATIO E GRAVADA ASSIM MESMO (COM    *
      * AVISO) - E EXATAMENTE O QUE O REL090 PRECISA APONTAR.       *
      * O COLETOR DE PLACAS ENTRA PELA CARGA CARGCONT NO MESMO      *
      * ARQUIVO (CADCONTP.DAT, CHAVE DATA AAAAMMDD + PLACA).         *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLACA-CAR
                    FILE STATUS  IS ST-ERRO2.
      *
       SELECT CADCONTP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECONT
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAR.DAT".
       01 REGCAR.
          03 PLACA-CAR     PIC X(7).
          03 NOMEPROP-CAR  PIC X(30).
          03 MARCA-CAR     PIC X(2).
          03 ANOFABC-CAR   PIC 9(4).
          03 COR-CAR       PIC 9(1).
          03 DTLICENC1-CAR PIC 9(08).
          03 DTSEGURO1-CAR PIC 9(08).
          03 MODELO-CAR    PIC 9(3).
          03 CHASSI-CAR    PIC X(17).
          03 RENAVAM-CAR   PIC 9(11).
          03 SIT-CAR       PIC X(1).
      *
       FD CADCONTP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONTP.DAT".
       01 REGCONT.
          03 CHAVECONT.
             05 CNT-DATA      PIC 9(8).
             05 CNT-PLACA     PIC X(7).
          03 CNT-ORIGEM       PIC X(1).
          03 CNT-LOCAL        PIC X(20).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(60) VALUE SPACES.
       77 LIMPA         PIC X(60) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-QTDDIG      PIC 9(05) VALUE ZEROS.
       01 W-DTCONT      PIC 9(08) VALUE ZEROS.
       01 W-DTCONT-R REDEFINES W-DTCONT.
          03 W-DIACONT  PIC 9(02).
          03 W-MESCONT  PIC 9(02).
          03 W-ANOCONT  PIC 9(04).
       01 TXTSIT        PIC X(20) VALUE SPACES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TCADCONTP.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          *** CONTAGEM DO PATIO ***".
           05  LINE 04  COLUMN 01
               VALUE  "   DATA DA CONTAGEM (DDMMAAAA):".
           05  LINE 06  COLUMN 01
               VALUE  "   PLACA ACHADA NO PATIO      :".
           05  LINE 07  COLUMN 01
               VALUE  "   PROPRIETARIO               :".
           05  LINE 08  COLUMN 01
               VALUE  "   SITUACAO NO SISTEMA        :".
           05  LINE 10  COLUMN 01
               VALUE  "   LOCAL NO PATIO             :".
           05  LINE 12  COLUMN 01
               VALUE  "   PLACAS DIGITADAS NESTA VEZ :".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TDTCONT
               LINE 04  COLUMN 34  PIC 9(08)
               USING  W-DTCONT
               HIGHLIGHT.
           05  TPLACA
               LINE 06  COLUMN 34  PIC X(07)
               USING  CNT-PLACA
               HIGHLIGHT.
           05  TNOMEPROP
               LINE 07  COLUMN 34  PIC X(30)
               USING  NOMEPROP-CAR
               HIGHLIGHT.
           05  TTXTSIT
               LINE 08  COLUMN 34  PIC X(20)
               USING  TXTSIT
               HIGHLIGHT.
           05  TLOCAL
               LINE 10  COLUMN 34  PIC X(20)
               USING  CNT-LOCAL
               HIGHLIGHT.
           05  TQTDDIG
               LINE 12  COLUMN 34  PIC ZZZZ9
               USING  W-QTDDIG
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN INPUT CADCAR
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R0A.
           OPEN I-O CADCONTP
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCONTP
                 CLOSE CADCONTP
                 MOVE "*** ARQUIVO CADCONTP FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONTP" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
       R1.
           MOVE SPACES TO CNT-PLACA CNT-LOCAL NOMEPROP-CAR TXTSIT
           MOVE ZEROS TO W-DTCONT CNT-DATA W-QTDDIG
           DISPLAY TCADCONTP.
      *
      *    A DATA VALE PARA TODAS AS PLACAS DIGITADAS EM SEGUIDA
       R2.
           ACCEPT TDTCONT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-DIACONT < 1 OR W-DIACONT > 31
              OR W-MESCONT < 1 OR W-MESCONT > 12 OR W-ANOCONT = ZEROS
              MOVE "DATA DA CONTAGEM INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           COMPUTE CNT-DATA = (W-ANOCONT * 10000)
                  + (W-MESCONT * 100) + W-DIACONT.
      *
       R3.
           MOVE SPACES TO CNT-PLACA CNT-LOCAL NOMEPROP-CAR TXTSIT
           DISPLAY TPLACA TNOMEPROP TTXTSIT TLOCAL TQTDDIG.
       R3A.
           ACCEPT TPLACA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF CNT-PLACA = SPACES
                   GO TO R3A.
       LER-CADCAR.
           MOVE CNT-PLACA TO PLACA-CAR
           READ CADCAR
           IF ST-ERRO2 NOT = "00"
              MOVE SPACES TO NOMEPROP-CAR
              MOVE "NAO CADASTRADA" TO TXTSIT
              DISPLAY TNOMEPROP TTXTSIT
              MOVE "ATENCAO: PLACA NAO CADASTRADA EM CADCAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              PERFORM ROT-NOME-SIT THRU ROT-NOME-SIT-FIM
              DISPLAY TNOMEPROP TTXTSIT
              IF SIT-CAR NOT = "E" AND SIT-CAR NOT = "R"
                                   AND SIT-CAR NOT = SPACE
                 MOVE "ATENCAO: SISTEMA DIZ QUE NAO ESTA NO PATIO"
                                                        TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM.
       LER-CADCONTP.
           READ CADCONTP
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 DISPLAY TLOCAL
                 MOVE "*** PLACA JA CONTADA NESTA DATA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADCONTP" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
       R4.
           ACCEPT TLOCAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
       INC-WR1.
                MOVE "D" TO CNT-ORIGEM
                WRITE REGCONT
                IF ST-ERRO = "00" OR "02"
                      ADD 1 TO W-QTDDIG
                      GO TO R3.
                IF ST-ERRO = "22"
                  MOVE "* PLACA JA CONTADA, NAO GRAVADA *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R3
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCONTP"
                                   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/EXCLUSAO           *
      *****************************************
      *
       ACE-001.
                DISPLAY (22, 10)
                     "N=NOVA PLACA   E=EXCLUIR DA CONTAGEM"
                ACCEPT (22, 53) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "E"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (22, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R3.
      *
       EXC-OPC.
                DISPLAY (22, 35) "EXCLUIR   (S/N) : ".
                ACCEPT (22, 53) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** PLACA NAO EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADCONTP RECORD
                IF ST-ERRO = "00"
                   MOVE "*** PLACA EXCLUIDA DA CONTAGEM ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
                MOVE "ERRO NA EXCLUSAO DA CONTAGEM" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *********************************************************
      * DESCRICAO DA SITUACAO DO VEICULO (SIT-CAR)             *
      *********************************************************
       ROT-NOME-SIT.
           MOVE SPACES TO TXTSIT
           IF SIT-CAR = "E" OR SIT-CAR = SPACE
              MOVE "EM ESTOQUE (PATIO)" TO TXTSIT.
           IF SIT-CAR = "R"
              MOVE "RESERVADO (PATIO)" TO TXTSIT.
           IF SIT-CAR = "V"
              MOVE "VENDIDO" TO TXTSIT.
           IF SIT-CAR = "F"
              MOVE "FROTA DA EMPRESA" TO TXTSIT.
           IF SIT-CAR = "M"
              MOVE "EM REPARO (SINISTRO)" TO TXTSIT.
           IF SIT-CAR = "B"
              MOVE "BAIXADO" TO TXTSIT.
       ROT-NOME-SIT-FIM.
           EXIT.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE CADCAR CADCONTP.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (22, 13) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (22, 13) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
