      **************************************************************
      * CADASTRO DE MOVIMENTO MENSAL DA FOLHA - LANCAMENTOS         *
      * VARIAVEIS DE CADA COMPETENCIA (HORAS EXTRAS, FALTAS,        *
      * BONUS, DESCONTOS DIVERSOS), POR                             *
      * FUNCIONARIO + ANO/MES + CODIGO DE EVENTO. OS EVENTOS SAO    *
      * LIDOS POR FPP005/FPP006 E SOMADOS AO SALBRUTO/SALLIQ DA     *
      * FOLHA DO MESMO ANO/MES.                                     *
      *                                                             *
      * SO SAO ACEITOS EVENTOS CADASTRADOS NO CATALOGO DE RUBRICAS  *
      * (CADRUBR) COM ORIGEM M (MANUAL). O TIPO DO LANCAMENTO VEM   *
      * DA NATUREZA DA RUBRICA (P = PROVENTO, B/L = DESCONTO) E A   *
      * INCIDENCIA EM INSS/IR/FGTS E DECIDIDA PELO CALCULO A PARTIR *
      * DO MESMO CATALOGO. EVENTOS DE ORIGEM A/D SAO GERADOS PELOS  *
      * PROPRIOS PROGRAMAS DA FOLHA E AQUI SO PODEM SER CONSULTADOS.*
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMOV
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS MOV-ANOMES WITH DUPLICATES.
      *
       SELECT CADRUBR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RUB-COD
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 MOV-TIPO         PIC X(1).
          03 MOV-DESCR        PIC X(20).
          03 MOV-VALOR        PIC 9(6)V99.
      *
       FD CADRUBR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRUBR.DAT".
       01 REGRUBR.
          03 RUB-COD          PIC 9(3).
          03 RUB-DESC         PIC X(20).
          03 RUB-NATUR        PIC X(1).
          03 RUB-INCINSS      PIC X(1).
          03 RUB-INCIR        PIC X(1).
          03 RUB-INCFGTS      PIC X(1).
          03 RUB-CTAEVEN      PIC 9(2).
          03 RUB-ORIGEM       PIC X(1).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 LIMPA         PIC X(60) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.

      *-----------------------------------------------------------------
           05  LINE 12  COLUMN 01
               VALUE  "   CODIGO DO EVENTO            :".
           05  LINE 13  COLUMN 01
               VALUE  "   RUBRICA NO CATALOGO         :".
           05  LINE 14  COLUMN 01
               VALUE  "   (SO EVENTOS DE ORIGEM MANUAL NO CADRUBR)".
           05  LINE 16  COLUMN 01
               VALUE  "   TIPO (P=PROVENTO D=DESCONTO):".
           05  LINE 17  COLUMN 01
               LINE 12  COLUMN 35  PIC 9(03)
               USING  MOV-EVENTO
               HIGHLIGHT.
           05  TRUBDESC
               LINE 13  COLUMN 35  PIC X(20)
               USING  RUB-DESC
               HIGHLIGHT.
           05  TTIPO
               LINE 16  COLUMN 35  PIC X(01)
               USING  MOV-TIPO
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0B.
           OPEN INPUT CADRUBR
           IF ST-ERRO3 NOT = "00"
              MOVE "SEM CATALOGO DE RUBRICAS - CADASTRE PELO CADRUBR"
                                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE SPACES TO NOME MOV-TIPO MOV-DESCR RUB-DESC
           MOVE ZEROS TO MOV-CODFUNC MOV-ANO MOV-MES MOV-EVENTO
           MOVE ZEROS TO MOV-VALOR W-SEL
           DISPLAY TCADMOV.
              MOVE "EVENTO NAO PODE SER ZERO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           MOVE MOV-EVENTO TO RUB-COD
           READ CADRUBR
           IF ST-ERRO3 NOT = "00"
              MOVE SPACES TO RUB-DESC
              DISPLAY TRUBDESC
              MOVE "*** EVENTO NAO CADASTRADO NO CADRUBR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           DISPLAY TRUBDESC.
       LER-CADMOV.
           READ CADMOV
           IF ST-ERRO NOT = "23"
                 NEXT SENTENCE.
      *
       R6.
           IF RUB-ORIGEM NOT = "M"
              MOVE "* EVENTO CALCULADO PELA FOLHA - NAO LANCAR AQUI *"
                                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           IF RUB-NATUR = "P"
              MOVE "P" TO MOV-TIPO
           ELSE
              MOVE "D" TO MOV-TIPO.
           IF MOV-DESCR = SPACES
              MOVE RUB-DESC TO MOV-DESCR.
           DISPLAY TTIPO TDESCR.
       R7.
           ACCEPT TDESCR
           ACCEPT W-ACT FROM ESCAPE KEY
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      GO TO R6.
                IF RUB-ORIGEM NOT = "M"
                   MOVE "* EVENTO CALCULADO PELA FOLHA - NAO EXCLUIR *"
                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
      *
       EXC-OPC.
                DISPLAY (22, 35) "EXCLUIR   (S/N) : ".
                GO TO ROT-FIM.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADFUNC CADMOV CADRUBR.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
