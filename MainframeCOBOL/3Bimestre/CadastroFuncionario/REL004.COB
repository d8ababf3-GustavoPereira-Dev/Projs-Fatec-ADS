       FILE-CONTROL.
           SELECT CADPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPGTO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS SALBRUTO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS ANOMES WITH DUPLICATES.
      *
           SELECT RELFOLHA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
       01 REGPAG.
          03 CHAVEPGTO.
               05 FUNC-COD PIC 9(5).
               05 ANOMES.
                  07 ANO   PIC 9(4).
                  07 MES   PIC 9(2).
               05 TIPOFOLHA PIC X(1).
          03 SALBRUTO      PIC 9(06)V99.
          03 INSS          PIC 9(06)V99.
              GO TO ROT-FIM.
      *
       R1.
           MOVE W-ANOPROC TO ANO
           MOVE W-MESPROC TO MES
           START CADPAG KEY IS EQUAL ANOMES
                 INVALID KEY
                    MOVE "S" TO W-FIM.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
           IF W-LINPAG NOT = ZEROS
              PERFORM ROT-SUBTOT.
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF ANO NOT = W-ANOPROC OR MES NOT = W-MESPROC
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF TIPOFOLHA NOT = "M" AND TIPOFOLHA NOT = "F"
              GO TO R2-FIM.
           IF W-EMPFILTRO NOT = ZEROS
              IF EMPPAG NOT = W-EMPFILTRO
