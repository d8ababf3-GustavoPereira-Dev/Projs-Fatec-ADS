                                   WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
      *
           SELECT CADTRAVA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                03 CEP-UF            PIC X(02).
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       FD CADTRAVA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRAVA.DAT".
       01 REGTRAVA.
          03 TRAVA-COD        PIC 9(1).
          03 TRAVA-BATCH      PIC X(1).
          03 TRAVA-PROGBATCH  PIC X(8).
          03 TRAVA-ONLINE     PIC X(1).
          03 TRAVA-OPERADOR   PIC 9(3).
       WORKING-STORAGE SECTION.
      *    REGISTRO DO JORNAL, GRAVADO PELO JORNREG
       01 REGJORN.
          03 CHAVEJORN.
             05 JORN-DATA  PIC 9(8).
          03 JORN-ACAO     PIC X(1).
          03 JORN-CHREG    PIC X(14).
          03 JORN-RESUMO   PIC X(10).
       01 ST-JORN       PIC X(02) VALUE "00".
       01 ST-TRAVA      PIC X(02) VALUE "00".
       01 W-JOPER       PIC 9(03) VALUE ZEROS.
      * DATA/HORA, ARQUIVO E CHAVE. CONSULTA PELO REL035.      *
      *********************************************************
       ROT-GRAVA-JORNAL.
           MOVE ZEROS TO W-JOPER
           OPEN INPUT CADTRAVA
           IF ST-TRAVA = "00"
                 MOVE "ALTERACAO" TO JORN-RESUMO
              ELSE
                 MOVE "EXCLUSAO" TO JORN-RESUMO.
      *    GRAVACAO ENCADEADA NO CADJORN (VER JORNREG)
           CALL "JORNREG" USING REGJORN ST-JORN.
       ROT-GRAVA-JORNAL-FIM.
           EXIT.
