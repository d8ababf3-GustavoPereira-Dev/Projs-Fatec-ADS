      * ARQUEOLOGIA MANUAL DE DATAS. OPCIONALMENTE A MULTA VIRA     *
      * DESCONTO EM FOLHA DO CONDUTOR (EVENTO 590 DE CADMOV NA      *
      * COMPETENCIA ESCOLHIDA), ANTES DE PRESCREVER. O QUADRO POR   *
      * CONDUTOR E POR VEICULO SAI NO REL063. A CADA INCLUSAO,      *
      * ALTERACAO OU EXCLUSAO OS PONTOS DA CNH DO CONDUTOR          *
      * (CADCNH) SAO RECALCULADOS PELAS MULTAS DOS ULTIMOS 12 MESES.*
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMOV
                    FILE STATUS  IS ST-ERRO5
                    ALTERNATE RECORD KEY IS MOV-ANOMES WITH DUPLICATES.
      *
       SELECT CADMULTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMULTA
                    FILE STATUS  IS ST-ERRO.
      *
       SELECT CADCNH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNH-CODFUNC
                    FILE STATUS  IS ST-ERRO6.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 COR-CAR       PIC 9(1).
          03 DTLICENC-CAR  PIC 9(8).
          03 DTSEGURO-CAR  PIC 9(8).
          03 MODELO-CAR    PIC 9(3).
          03 CHASSI-CAR    PIC X(17).
          03 RENAVAM-CAR   PIC 9(11).
          03 SIT-CAR       PIC X(1).
      *
       FD CADATRIB
               LABEL RECORD IS STANDARD
          03 MUL-DTVENC       PIC 9(8).
          03 MUL-CODFUNC      PIC 9(5).
          03 MUL-COBRADA      PIC X(1).
      *
       FD CADCNH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCNH.DAT".
       01 REGCNH.
          03 CNH-CODFUNC      PIC 9(5).
          03 CNH-NUMERO       PIC 9(11).
          03 CNH-CATEG        PIC X(2).
          03 CNH-DTVALID      PIC 9(8).
          03 CNH-SUSPENSA     PIC X(1).
          03 CNH-PONTOS       PIC 9(3).
          03 CNH-DTPONTOS     PIC 9(8).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 W-TEMCNH      PIC X(01) VALUE "N".
       01 W-CONDANT     PIC 9(05) VALUE ZEROS.
       01 W-PTFUNC      PIC 9(05) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-JANINI      PIC 9(08) VALUE ZEROS.
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-TEMATRIB    PIC X(01) VALUE "N".
       01 W-INF8        PIC 9(08) VALUE ZEROS.
               VALUE  "   NOME DO CONDUTOR            :".
           05  LINE 16  COLUMN 01
               VALUE  "   COBRADA EM FOLHA (S/N)      :".
           05  LINE 18  COLUMN 01
               VALUE  "   CHASSI DO VEICULO           :".
           05  LINE 19  COLUMN 01
               VALUE  "   RENAVAM                     :".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TPLACA
               LINE 16  COLUMN 35  PIC X(01)
               USING  MUL-COBRADA
               HIGHLIGHT.
           05  TCHASSI
               LINE 18  COLUMN 35  PIC X(17)
               USING  CHASSI-CAR.
           05  TRENAVAM
               LINE 19  COLUMN 35  PIC 9(11)
               USING  RENAVAM-CAR.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *    SEM O CADCNH OS PONTOS NAO SAO ATUALIZADOS
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           COMPUTE W-JANINI = W-HOJE - 10000
           MOVE "S" TO W-TEMCNH
           OPEN I-O CADCNH
           IF ST-ERRO6 NOT = "00"
              MOVE "N" TO W-TEMCNH.
       R0B.
           OPEN I-O CADMULTA
           IF ST-ERRO NOT = "00"
       R1.
           MOVE SPACES TO MUL-PLACA MUL-COBRADA NOME W-COBRANT
           MOVE ZEROS TO MUL-DTINF MUL-HRINF MUL-VALOR MUL-PONTOS
           MOVE ZEROS TO MUL-DTVENC MUL-CODFUNC W-SEL W-CONDANT
           MOVE SPACES TO CHASSI-CAR
           MOVE ZEROS TO RENAVAM-CAR
           DISPLAY TCADMULTA.
      *
       R2.
              MOVE "*** VEICULO NAO CADASTRADO EM CADCAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY TCHASSI TRENAVAM
           IF CHASSI-CAR = SPACES OR RENAVAM-CAR = ZEROS
              MOVE "VEICULO SEM CHASSI/RENAVAM - COMPLETE NO CADVEN"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R3.
           ACCEPT TDTINF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 MOVE MUL-COBRADA TO W-COBRANT
                 MOVE MUL-CODFUNC TO W-CONDANT
                 MOVE MUL-CODFUNC TO CODFUNC
                 READ CADFUNC
                 DISPLAY TCADMULTA
                         PERFORM ROT-GERA-DESCONTO
                                 THRU ROT-GERA-DESCONTO-FIM
                      END-IF
                      PERFORM ROT-PONTOS-CNH THRU ROT-PONTOS-CNH-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* MULTA JA EXISTE, NAO GRAVADA *" TO MENS
                IF ST-ERRO = "00"
                   MOVE "*** MULTA EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM ROT-PONTOS-CNH THRU ROT-PONTOS-CNH-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DA MULTA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                      PERFORM ROT-GERA-DESCONTO
                              THRU ROT-GERA-DESCONTO-FIM
                   END-IF
                   PERFORM ROT-PONTOS-CNH THRU ROT-PONTOS-CNH-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DA MULTA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-GERA-DESCONTO-FIM.
           EXIT.
      *
      *********************************************************
      * PONTOS DA CNH DO CONDUTOR DA MULTA (E DO CONDUTOR      *
      * ANTERIOR, SE A ALTERACAO TROCOU O CONDUTOR): SOMA DAS  *
      * MULTAS COM INFRACAO NOS 12 MESES ATE HOJE              *
      *********************************************************
       ROT-PONTOS-CNH.
           MOVE MUL-CODFUNC TO W-PTFUNC
           PERFORM ROT-RECALC-CNH THRU ROT-RECALC-CNH-FIM
           IF W-CONDANT NOT = ZEROS AND W-CONDANT NOT = W-PTFUNC
              MOVE W-CONDANT TO W-PTFUNC
              PERFORM ROT-RECALC-CNH THRU ROT-RECALC-CNH-FIM.
       ROT-PONTOS-CNH-FIM.
           EXIT.
      *
       ROT-RECALC-CNH.
           IF W-TEMCNH NOT = "S" OR W-PTFUNC = ZEROS
              GO TO ROT-RECALC-CNH-FIM.
           MOVE W-PTFUNC TO CNH-CODFUNC
           READ CADCNH
           IF ST-ERRO6 NOT = "00"
              GO TO ROT-RECALC-CNH-FIM.
           MOVE ZEROS  TO CNH-PONTOS
           MOVE W-HOJE TO CNH-DTPONTOS
           MOVE SPACES TO MUL-PLACA
           MOVE ZEROS  TO MUL-DTINF MUL-HRINF
           START CADMULTA KEY IS NOT LESS CHAVEMULTA
                 INVALID KEY
                    GO TO ROT-RECALC-CNH-GRV.
       ROT-RECALC-CNH-RD.
           READ CADMULTA NEXT RECORD
                AT END
                   GO TO ROT-RECALC-CNH-GRV
           END-READ
           IF ST-ERRO NOT = "00"
              GO TO ROT-RECALC-CNH-GRV.
           IF MUL-CODFUNC NOT = W-PTFUNC
              GO TO ROT-RECALC-CNH-RD.
           COMPUTE W-INF8 = (MUL-ANOINF * 10000)
                  + (MUL-MESINF * 100) + MUL-DIAINF
           IF W-INF8 > W-JANINI AND W-INF8 NOT > W-HOJE
              ADD MUL-PONTOS TO CNH-PONTOS.
           GO TO ROT-RECALC-CNH-RD.
       ROT-RECALC-CNH-GRV.
           REWRITE REGCNH.
       ROT-RECALC-CNH-FIM.
           EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           IF W-TEMATRIB = "S"
              CLOSE CADATRIB.
           IF W-TEMCNH = "S"
              CLOSE CADCNH.
           CLOSE CADCAR CADFUNC CADMULTA.
       ROT-FIM2.
           EXIT PROGRAM.
