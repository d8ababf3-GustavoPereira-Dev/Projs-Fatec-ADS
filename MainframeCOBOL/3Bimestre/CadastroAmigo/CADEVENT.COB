      * LOCAL E CAPACIDADE DE CADA ENCONTRO TRIMESTRAL. A LISTA DE   *
      * CONVIDADOS E GERADA PELO GERCONV, O RSVP E A PRESENCA SAO    *
      * LANCADOS NO CADCONV E O BALANCO POS-EVENTO SAI NO REL047.    *
      *                                                              *
      * FINANCEIRO DO EVENTO: CONTRIBUICAO POR PESSOA (EVT-PRECO)    *
      * COBRADA DOS CONFIRMADOS PELO GEREVCOB, CUSTOS ORCADOS E      *
      * REALIZADOS NO CADEVCST E DEMONSTRATIVO NO REL107. EVENTO COM *
      * CUSTO OU COBRANCA LANCADA NAO PODE SER EXCLUIDO.             *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EVT-COD
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADEVCST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEEVC
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT CADCOBEV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECBE
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 EVT-DATA      PIC 9(8).
          03 EVT-LOCAL     PIC X(30).
          03 EVT-CAPAC     PIC 9(4).
          03 EVT-PRECO     PIC 9(5)V99.
      *
       FD CADEVCST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEVCST.DAT".
       01 REGEVC.
          03 CHAVEEVC.
             05 EVC-EVENTO    PIC 9(4).
             05 EVC-TIPO      PIC X(1).
             05 EVC-SEQ       PIC 9(2).
          03 EVC-DESCR        PIC X(30).
          03 EVC-VLRORC       PIC 9(7)V99.
          03 EVC-VLRREAL      PIC 9(7)V99.
      *
       FD CADCOBEV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOBEV.DAT".
       01 REGCBE.
          03 CHAVECBE.
             05 CBE-EVENTO    PIC 9(4).
             05 CBE-APELIDO   PIC X(12).
          03 CBE-VALOR        PIC 9(5)V99.
          03 CBE-DTGER        PIC 9(8).
          03 CBE-DTPAGTO      PIC 9(8).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL         PIC 9(01) VALUE ZEROS.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 ST-ERRO2      PIC X(02) VALUE "00".
       77 ST-ERRO3      PIC X(02) VALUE "00".
       77 W-TEMLANC     PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAEVENT.
               VALUE  "   LOCAL                  :".
           05  LINE 11  COLUMN 01
               VALUE  "   CAPACIDADE             :".
           05  LINE 13  COLUMN 01
               VALUE  "   CONTRIBUICAO P/ PESSOA :".
           05  LINE 21  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TEVT-COD
               LINE 11  COLUMN 30  PIC 9(04)
               USING  EVT-CAPAC
               HIGHLIGHT.
           05  TEVT-PRECO
               LINE 13  COLUMN 30  PIC 9(05),99
               USING  EVT-PRECO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                    NEXT SENTENCE.
       INC-001.
                MOVE SPACES TO EVT-LOCAL
                MOVE ZEROS  TO EVT-COD EVT-DATA EVT-CAPAC W-SEL
                               EVT-PRECO.
                DISPLAY TELAEVENT.
       INC-002.
                ACCEPT TEVT-COD
                ACCEPT TEVT-CAPAC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R1.
       R3.
                ACCEPT TEVT-PRECO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R2.
                DISPLAY TELAEVENT

                IF W-SEL = 02
                DISPLAY (21, 15) "DADOS OK (S/N) : ".
                ACCEPT (21, 32) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R3.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R0.

       EXC-OPC.
                PERFORM ROT-CHK-LANC THRU ROT-CHK-LANC-FIM
                IF W-TEMLANC = "S"
                   MOVE "* EVENTO COM CUSTO/COBRANCA - NAO EXCLUI *"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                DISPLAY (21, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (21, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                EXIT PROGRAM.
       ROT-FIM3.
                STOP RUN.
      *
      *
      *********************************************************
      * EVENTO COM CUSTO (CADEVCST) OU COBRANCA (CADCOBEV)     *
      * LANCADOS NAO PODE SER EXCLUIDO                         *
      *********************************************************
       ROT-CHK-LANC.
                MOVE "N" TO W-TEMLANC
                OPEN INPUT CADEVCST
                IF ST-ERRO2 NOT = "00"
                   GO TO ROT-CHK-LANC-COB.
                MOVE EVT-COD TO EVC-EVENTO
                MOVE SPACES  TO EVC-TIPO
                MOVE ZEROS   TO EVC-SEQ
                START CADEVCST KEY IS NOT LESS CHAVEEVC
                      INVALID KEY
                         CLOSE CADEVCST
                         GO TO ROT-CHK-LANC-COB.
                READ CADEVCST NEXT RECORD
                     AT END
                        MOVE ZEROS TO EVC-EVENTO
                END-READ
                IF EVC-EVENTO = EVT-COD
                   MOVE "S" TO W-TEMLANC.
                CLOSE CADEVCST.
       ROT-CHK-LANC-COB.
                OPEN INPUT CADCOBEV
                IF ST-ERRO3 NOT = "00"
                   GO TO ROT-CHK-LANC-FIM.
                MOVE EVT-COD TO CBE-EVENTO
                MOVE SPACES  TO CBE-APELIDO
                START CADCOBEV KEY IS NOT LESS CHAVECBE
                      INVALID KEY
                         CLOSE CADCOBEV
                         GO TO ROT-CHK-LANC-FIM.
                READ CADCOBEV NEXT RECORD
                     AT END
                        MOVE ZEROS TO CBE-EVENTO
                END-READ
                IF CBE-EVENTO = EVT-COD
                   MOVE "S" TO W-TEMLANC.
                CLOSE CADCOBEV.
       ROT-CHK-LANC-FIM.
                EXIT.
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
