          03 CSG-SALDO        PIC 9(6)V99.
          03 CSG-SIT          PIC X(1).
          03 CSG-ANOMESULT    PIC 9(6).
          03 CSG-CREDOR       PIC 9(3).
          03 CSG-ANOMESREP    PIC 9(6).
          03 CSG-PARCDEV      PIC 9(6)V99.
          03 CSG-VLRDESC      PIC 9(6)V99.
          03 CSG-CORTE        PIC X(1).
      *
       FD VIRADA
               LABEL RECORD IS STANDARD
