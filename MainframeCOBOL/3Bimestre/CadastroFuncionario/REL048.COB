      **************************************************************
      * REPASSE DE MENSALIDADES SINDICAIS - PARA UM ANO/MES DE      *
      * FOLHA, VARRE AS FILIACOES (CADFSIND) E SOMA POR SINDICATO   *
      * OS DESCONTOS EFETIVADOS EM CADMOV NAS RUBRICAS DO CADRUBR   *
      * COM EVENTO CONTABIL 08 (SEM CATALOGO, O EVENTO 585),        *
      * IMPRIMINDO POR SINDICATO O TOTAL A REPASSAR COM OS DADOS    *
      * BANCARIOS DO CADSIND - E O DOCUMENTO QUE SUPORTA A          *
      * TRANSFERENCIA E A CONCILIACAO COM O EVENTO 08 DO REL030.    *
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMOV
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS MOV-ANOMES WITH DUPLICATES.
      *
           SELECT REPSIND ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
      *
           SELECT CADRUBR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RUB-COD
                    FILE STATUS  IS ST-ERRO5.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REPSIND.TXT".
       01 LINHA-REL PIC X(80).
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
       01 W-SPRELID     PIC X(06) VALUE "REL048".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 W-TEMRUBR     PIC X(01) VALUE "N".
       01 W-VLRFUNC     PIC 9(06)V99 VALUE ZEROS.
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-ANOPROC     PIC 9(04) VALUE ZEROS.
       01 W-MESPROC     PIC 9(02) VALUE ZEROS.
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMOV"
              GO TO ROT-FIM2.
       R0C1.
           MOVE "S" TO W-TEMRUBR
           OPEN INPUT CADRUBR
           IF ST-ERRO5 NOT = "00"
              MOVE "N" TO W-TEMRUBR.
       R0D.
           OPEN OUTPUT REPSIND
           IF ST-ERRO4 NOT = "00"
              GO TO R2-FIM.
           IF FSIND-OPT NOT = "S"
              GO TO R2-FIM.
      *    SO ENTRA O DESCONTO EFETIVADO NA FOLHA
       R3.
           PERFORM ROT-SOMA-SIND THRU ROT-SOMA-SIND-FIM
           IF W-VLRFUNC = ZEROS
              GO TO R2-FIM.
           PERFORM ROT-ACHA-SIND THRU ROT-ACHA-SIND-FIM
           IF W-IDXACH = ZEROS
              GO TO R2-FIM.
           ADD 1 TO TBS-QTD (W-IDXACH)
           ADD 1 TO W-TOTFILIADOS
           ADD W-VLRFUNC TO TBS-VALOR (W-IDXACH)
           ADD W-VLRFUNC TO W-TOTGERAL.
       R2-FIM.
           EXIT.
      *
      *********************************************************
      * DESCONTO SINDICAL DO FILIADO NA COMPETENCIA: SOMA DAS  *
      * RUBRICAS DE EVENTO CONTABIL 08 NO CADRUBR; SEM O       *
      * CATALOGO, O EVENTO 585                                 *
      *********************************************************
       ROT-SOMA-SIND.
           MOVE ZEROS TO W-VLRFUNC
           MOVE FSIND-CODFUNC TO MOV-CODFUNC
           MOVE W-ANOPROC     TO MOV-ANO
           MOVE W-MESPROC     TO MOV-MES
           IF W-TEMRUBR = "S"
              GO TO ROT-SOMA-SIND-CAT.
           MOVE 585           TO MOV-EVENTO
           READ CADMOV
           IF ST-ERRO3 = "00"
              MOVE MOV-VALOR TO W-VLRFUNC.
           GO TO ROT-SOMA-SIND-FIM.
       ROT-SOMA-SIND-CAT.
           MOVE ZEROS         TO MOV-EVENTO
           START CADMOV KEY IS NOT LESS CHAVEMOV
                 INVALID KEY
                    GO TO ROT-SOMA-SIND-FIM.
       ROT-SOMA-SIND-RD.
           READ CADMOV NEXT RECORD
                AT END
                   GO TO ROT-SOMA-SIND-FIM
           END-READ
           IF MOV-CODFUNC NOT = FSIND-CODFUNC
              OR MOV-ANO NOT = W-ANOPROC OR MOV-MES NOT = W-MESPROC
              GO TO ROT-SOMA-SIND-FIM.
           MOVE MOV-EVENTO TO RUB-COD
           READ CADRUBR
           IF ST-ERRO5 = "00" AND RUB-CTAEVEN = 08
              ADD MOV-VALOR TO W-VLRFUNC.
           GO TO ROT-SOMA-SIND-RD.
       ROT-SOMA-SIND-FIM.
           EXIT.
      *
       R4.
           MOVE TBS-COD (W-IDXS) TO SIND-COD
      *
       ROT-FIM.
           CLOSE CADFSIND CADSIND CADMOV REPSIND
           IF W-TEMRUBR = "S"
              CLOSE CADRUBR.
           DISPLAY "*** REPASSE GERADO EM REPSIND.TXT ***"
           DISPLAY "FILIADOS DESCONTADOS : " W-TOTFILIADOS
           DISPLAY "TOTAL A REPASSAR     : " W-TOTGERAL.
