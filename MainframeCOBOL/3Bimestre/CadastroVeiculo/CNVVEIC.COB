          03 REC-DTRECEB      PIC 9(8).
          03 REC-CODCLI       PIC 9(5).
          03 REC-REMESSA      PIC X(1).
          03 REC-VLRMULTA     PIC 9(6)V99.
          03 REC-VLRJUROS     PIC 9(6)V99.
          03 REC-SIT          PIC X(1).
          03 REC-ACORDO       PIC 9(6).
          03 REC-ACORDOREN    PIC 9(6).
      *
       FD ABAOLD
               LABEL RECORD IS STANDARD
          03 ABA-KM           PIC 9(7).
          03 ABA-POSTO        PIC X(20).
          03 ABA-CONCIL       PIC X(1).
          03 ABA-CODFORN      PIC 9(5).
      *
       FD MANOLD
               LABEL RECORD IS STANDARD
          03 OFICINA          PIC X(30).
          03 VALORMANUT       PIC 9(6)V99.
          03 MNT-AUTSEQ       PIC 9(3).
          03 MNT-CODFORN      PIC 9(5).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
           MOVE DADOSREC-O   TO REGRECEB (18:56)
           MOVE ZEROS        TO REC-CODCLI
           MOVE "N"          TO REC-REMESSA
           MOVE ZEROS        TO REC-VLRMULTA REC-VLRJUROS REC-ACORDO
           MOVE ZEROS        TO REC-ACORDOREN
           MOVE SPACES       TO REC-SIT
           WRITE REGRECEB
           IF ST-ERRO4 = "00" OR "02"
              ADD 1 TO W-TOTREC
           MOVE CHAVEABAST-O TO CHAVEABAST
           MOVE DADOSABA-O   TO REGABAST (16:39)
           MOVE "M"          TO ABA-CONCIL
           MOVE ZEROS        TO ABA-CODFORN
           WRITE REGABAST
           IF ST-ERRO6 = "00" OR "02"
              ADD 1 TO W-TOTABA
              GO TO R8-FIM.
           MOVE CHAVEMANUT-O TO CHAVEMANUT
           MOVE DADOSMNT-O   TO REGMANUT (16:85)
           MOVE ZEROS        TO MNT-AUTSEQ MNT-CODFORN
           WRITE REGMANUT
           IF ST-ERRO8 = "00" OR "02"
              ADD 1 TO W-TOTMNT
