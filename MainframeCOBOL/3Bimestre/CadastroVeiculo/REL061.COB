          03 OFICINA          PIC X(30).
          03 VALORMANUT       PIC 9(6)V99.
          03 MNT-AUTSEQ       PIC 9(3).
          03 MNT-CODFORN      PIC 9(5).
      *
       FD CADAUTMN
               LABEL RECORD IS STANDARD
          03 AUT-SIT          PIC X(1).
          03 AUT-OPERAPRV     PIC 9(3).
          03 AUT-DTAPRV       PIC 9(8).
          03 AUT-CODFORN      PIC 9(5).
      *
       FD EXCMANUT
               LABEL RECORD IS STANDARD
