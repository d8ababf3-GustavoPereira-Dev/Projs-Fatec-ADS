             04 MESSEG     PIC 9(02).
             04 ANOSEG     PIC 9(04).
          03 DTSEGURO1 REDEFINES DTSEGURO PIC 9(08).
          03 MODELO        PIC 9(3).
          03 CHASSI        PIC X(17).
          03 RENAVAM       PIC 9(11).
          03 SIT           PIC X(1).
      *
       FD CADVDA
               LABEL RECORD IS STANDARD
