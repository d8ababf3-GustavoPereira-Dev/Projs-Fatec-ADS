                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVEMOV
                      FILE STATUS  IS ST-ERRO3
                      ALTERNATE RECORD KEY IS MOV-ANOMES
                          WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
