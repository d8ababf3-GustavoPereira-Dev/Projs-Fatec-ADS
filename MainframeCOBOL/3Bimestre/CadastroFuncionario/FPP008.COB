                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVEMOV
                      FILE STATUS  IS ST-ERRO4
                      ALTERNATE RECORD KEY IS MOV-ANOMES
                          WITH DUPLICATES.
      *
           SELECT REMADIAN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
