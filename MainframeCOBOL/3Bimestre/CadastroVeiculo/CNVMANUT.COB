          03 OFICINA          PIC X(30).
          03 VALORMANUT       PIC 9(6)V99.
          03 MNT-AUTSEQ       PIC 9(3).
          03 MNT-CODFORN      PIC 9(5).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
              GO TO R2-FIM.
           MOVE CHAVEMANUT-O TO CHAVEMANUT
           MOVE DADOSMANUT-O TO REGMANUT (16:77)
           MOVE ZEROS TO VALORMANUT MNT-AUTSEQ MNT-CODFORN
           WRITE REGMANUT
           IF ST-ERRO2 = "00" OR "02"
              ADD 1 TO W-TOTCONV
