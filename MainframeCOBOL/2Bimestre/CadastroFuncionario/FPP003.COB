                      FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
      *
           SELECT CADTRAVA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
          03 CARGO-SALBASE-H     PIC 9(6)V99.
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
       01  TELACARGO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "                             ----------+".
           05  LINE 01  COLUMN 41
               VALUE  "+------+".
           05  LINE 02  COLUMN 01
               VALUE  "                             |  CADASTRO".
           05  LINE 02  COLUMN 41
               VALUE  " CARGO  |".
           05  LINE 03  COLUMN 01
               VALUE  "                             ----------+".
           05  LINE 03  COLUMN 41
               VALUE  "+-------+".
           05  LINE 04  COLUMN 01
               VALUE  " --------------------------------------+".
           05  LINE 04  COLUMN 41
               VALUE  "+-------------------------------------+".
           05  LINE 05  COLUMN 01
               VALUE  " |".
           05  LINE 05  COLUMN 41
               VALUE  " -------------------------------------+".
           05  LINE 06  COLUMN 01
               VALUE  " |  CODIGO CARGO :".
           05  LINE 06  COLUMN 41
               VALUE  " |            DADOS AREA              -+".
           05  LINE 07  COLUMN 01
               VALUE  " |".
           05  LINE 07  COLUMN 41
               VALUE  " |                                    -+".
           05  LINE 08  COLUMN 01
               VALUE  " |".
           05  LINE 08  COLUMN 41
               VALUE  " |                                    -+".
           05  LINE 09  COLUMN 01
               VALUE  " |  DENOMINACAO  :".
           05  LINE 09  COLUMN 41
               VALUE  " |                                    -+".
           05  LINE 10  COLUMN 01
               VALUE  " |".
           05  LINE 10  COLUMN 41
               VALUE  " |                                    -+".
           05  LINE 11  COLUMN 01
               VALUE  " |".
           05  LINE 11  COLUMN 41
               VALUE  " |  NOME AREA :                       -+".
           05  LINE 12  COLUMN 01
               VALUE  " |  AREA CARGO   :".
           05  LINE 12  COLUMN 41
               VALUE  " |                                    -+".
           05  LINE 13  COLUMN 01
               VALUE  " |".
           05  LINE 13  COLUMN 41
               VALUE  " |                                    -+".
           05  LINE 14  COLUMN 01
               VALUE  " |".
           05  LINE 14  COLUMN 41
               VALUE  " |                                    -+".
           05  LINE 15  COLUMN 01
               VALUE  " |  TIPO SALARIO :".
           05  LINE 15  COLUMN 41
               VALUE  " |                                    -+".
           05  LINE 16  COLUMN 01
               VALUE  " |".
           05  LINE 16  COLUMN 41
               VALUE  " |  ESTRUTURA :                       -+".
           05  LINE 17  COLUMN 01
               VALUE  " |  SALARIO BASE :".
           05  LINE 17  COLUMN 41
               VALUE  " |                                    -+".
           05  LINE 18  COLUMN 01
               VALUE  " |".
           05  LINE 18  COLUMN 41
               VALUE  " -------------------------------------+".
           05  LINE 19  COLUMN 01
               VALUE  " --------------------------------------+".
           05  LINE 19  COLUMN 41
               VALUE  "+-------------------------------------+".
           05  LINE 20  COLUMN 01
               VALUE  " --------------------------------------+".
           05  LINE 20  COLUMN 41
               VALUE  "+-------------------------------------+".
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
           05  TCARGO-COD
               LINE 06  COLUMN 20  PIC 9(05)
               USING  CARGO-COD
       FIM-ROT-TEMPO.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADO COM SUCESSO
      *    10 = FIM DE ARQUIVO ( QUANDO EXECUTADO LEITURA SEQUENCIAL )
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *
      *********************************************************
      * JORNAL DE ACOES DO OPERADOR (CADJORN): REGISTRA CADA   *
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
