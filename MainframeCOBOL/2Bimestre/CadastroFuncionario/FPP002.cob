                                   WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
      *
           SELECT CADTRAVA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED

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
       01  TELAAREA.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "                            -----------+".
           05  LINE 01  COLUMN 41
               VALUE  "+----+".
           05  LINE 02  COLUMN 01
               VALUE  "                            |CADASTRO DE".
           05  LINE 02  COLUMN 41
               VALUE  " AREA|".
           05  LINE 03  COLUMN 01
               VALUE  "                            -----------+".
           05  LINE 03  COLUMN 41
               VALUE  "+----+".
           05  LINE 04  COLUMN 01
               VALUE  " --------------------------------------+".
           05  LINE 04  COLUMN 41
               VALUE  "+-- -----------------------------------+".
           05  LINE 05  COLUMN 01
               VALUE  " |".
           05  LINE 05  COLUMN 41
               VALUE  "  | |                                  |".
           05  LINE 06  COLUMN 01
               VALUE  " |  CODIGO AREA  :".
           05  LINE 06  COLUMN 41
               VALUE  "  | |                                  |".
           05  LINE 07  COLUMN 01
               VALUE  " |".
           05  LINE 07  COLUMN 41
               VALUE  "  | |                                  |".
           05  LINE 08  COLUMN 01
               VALUE  " |".
           05  LINE 08  COLUMN 41
               VALUE  "  | |                                  |".
           05  LINE 09  COLUMN 01
               VALUE  " |".
           05  LINE 09  COLUMN 41
               VALUE  "  | |                                  |".
           05  LINE 10  COLUMN 01
               VALUE  " |".
           05  LINE 10  COLUMN 41
               VALUE  "  | |                                  |".
           05  LINE 11  COLUMN 01
               VALUE  " |  NOME DA AREA :".
           05  LINE 11  COLUMN 41
               VALUE  "  | |                                  |".
           05  LINE 12  COLUMN 01
               VALUE  " |".
           05  LINE 12  COLUMN 41
               VALUE  "  | |                                  |".
           05  LINE 13  COLUMN 01
               VALUE  " |".
           05  LINE 13  COLUMN 41
               VALUE  "  | |                                  |".
           05  LINE 14  COLUMN 01
               VALUE  " |".
           05  LINE 14  COLUMN 41
               VALUE  "  | |                                  |".
           05  LINE 15  COLUMN 01
               VALUE  " |".
           05  LINE 15  COLUMN 41
               VALUE  "  | |                                  |".
           05  LINE 16  COLUMN 01
               VALUE  " |  ESTRUTURA    :".
           05  LINE 16  COLUMN 41
               VALUE  "  | |                                  |".
           05  LINE 17  COLUMN 01
               VALUE  " |  LOTACAO PREV.:".
           05  LINE 17  COLUMN 41
               VALUE  "  | |                                  |".
           05  LINE 18  COLUMN 01
               VALUE  " --------------------------------------+".
           05  LINE 18  COLUMN 41
               VALUE  "+-- -----------------------------------+".
           05  LINE 19  COLUMN 01
               VALUE  " --------------------------------------+".
           05  LINE 19  COLUMN 41
               VALUE  "+--------------------------------------+".
           05  LINE 20  COLUMN 01
               VALUE  " |".
           05  LINE 20  COLUMN 41
               VALUE  "                                       |".
           05  LINE 21  COLUMN 01
               VALUE  " | MENSAGEM :".
           05  LINE 21  COLUMN 41
               VALUE  "                                       |".
           05  LINE 22  COLUMN 01
               VALUE  " |".
           05  LINE 22  COLUMN 41
               VALUE  "                                       |".
           05  LINE 23  COLUMN 01
               VALUE  " |".
           05  LINE 23  COLUMN 41
               VALUE  "                                       |".
           05  LINE 24  COLUMN 01
               VALUE  " --------------------------------------+".
           05  LINE 24  COLUMN 41
               VALUE  "+--------------------------------------+".
           05  TAREA-COD
               LINE 06  COLUMN 20  PIC 9(03)
               USING  AREA-COD
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
