       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGCONT.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CARGA DA CONTAGEM DO PATIO - LE O ARQUIVO DESCARREGADO DO   *
      * COLETOR DE PLACAS (CONTAGEM.TXT, UMA PLACA POR LINHA COM O  *
      * LOCAL NO PATIO OPCIONAL NA SEQUENCIA) E GRAVA AS PLACAS     *
      * ACHADAS NO CADCONTP NA DATA DA CONTAGEM INFORMADA, COM      *
      * ORIGEM C (CARGA). PLACA JA CONTADA NA DATA (DIGITADA OU     *
      * LIDA DUAS VEZES) NAO E DUPLICADA. A CONFERENCIA CONTRA O    *
      * CADCAR E FEITA NO REL090. MESMO PADRAO DAS CARGAS CARGCEP/  *
      * CARGFUNC/CARGPONTO/CARGABAST.                               *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAGEM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.
      *
           SELECT CADCONTP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECONT
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CONTAGEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTAGEM.TXT".
       01 REGLOTE.
          03 LOTE-PLACA    PIC X(7).
          03 FILLER        PIC X(1).
          03 LOTE-LOCAL    PIC X(20).
      *
       FD CADCONTP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONTP.DAT".
       01 REGCONT.
          03 CHAVECONT.
             05 CNT-DATA      PIC 9(8).
             05 CNT-PLACA     PIC X(7).
          03 CNT-ORIGEM       PIC X(1).
          03 CNT-LOCAL        PIC X(20).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-TOTLIDOS    PIC 9(06) VALUE ZEROS.
       01 W-TOTGRAV     PIC 9(06) VALUE ZEROS.
       01 W-TOTREPET    PIC 9(06) VALUE ZEROS.
       01 W-TOTBRANCO   PIC 9(06) VALUE ZEROS.
       01 W-TOTERRO     PIC 9(06) VALUE ZEROS.
       01 W-DTCONT      PIC 9(08) VALUE ZEROS.
       01 W-DTCONT-R REDEFINES W-DTCONT.
          03 W-DIACONT  PIC 9(02).
          03 W-MESCONT  PIC 9(02).
          03 W-ANOCONT  PIC 9(04).
       01 W-DATACNT     PIC 9(08) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** CARGA DA CONTAGEM DO PATIO ***"
           DISPLAY "DATA DA CONTAGEM (DDMMAAAA) : " WITH NO ADVANCING
           ACCEPT W-DTCONT
           IF W-DIACONT < 1 OR W-DIACONT > 31
              OR W-MESCONT < 1 OR W-MESCONT > 12 OR W-ANOCONT = ZEROS
              DISPLAY "DATA INVALIDA"
              GO TO ROT-FIM2.
           COMPUTE W-DATACNT = (W-ANOCONT * 10000)
                  + (W-MESCONT * 100) + W-DIACONT.
       R0X.
           OPEN INPUT CONTAGEM
           IF ST-ERRO5 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CONTAGEM.TXT"
              GO TO ROT-FIM2.
       R0A.
           OPEN I-O CADCONTP
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCONTP
                 CLOSE CADCONTP
                 OPEN I-O CADCONTP
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCONTP"
                 CLOSE CONTAGEM
                 GO TO ROT-FIM2.
      *
       R1.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
           GO TO ROT-FIM.
      *
       R2.
           READ CONTAGEM
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO5 NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CONTAGEM.TXT"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           ADD 1 TO W-TOTLIDOS
           IF LOTE-PLACA = SPACES
              ADD 1 TO W-TOTBRANCO
              GO TO R2-FIM.
           MOVE W-DATACNT  TO CNT-DATA
           MOVE LOTE-PLACA TO CNT-PLACA
           MOVE "C"        TO CNT-ORIGEM
           MOVE LOTE-LOCAL TO CNT-LOCAL
           WRITE REGCONT
           IF ST-ERRO = "00" OR ST-ERRO = "02"
              ADD 1 TO W-TOTGRAV
              GO TO R2-FIM.
           IF ST-ERRO = "22"
              ADD 1 TO W-TOTREPET
              GO TO R2-FIM.
           ADD 1 TO W-TOTERRO
           DISPLAY "ERRO " ST-ERRO " NA GRAVACAO DA PLACA " LOTE-PLACA.
       R2-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CONTAGEM CADCONTP
           DISPLAY "*** CARGA DA CONTAGEM CONCLUIDA ***"
           DISPLAY "LINHAS LIDAS DO COLETOR : " W-TOTLIDOS
           DISPLAY "PLACAS GRAVADAS         : " W-TOTGRAV
           DISPLAY "JA CONTADAS NA DATA     : " W-TOTREPET
           DISPLAY "LINHAS EM BRANCO        : " W-TOTBRANCO
           DISPLAY "COM ERRO DE GRAVACAO    : " W-TOTERRO
           DISPLAY "(CONFRONTO COM O CADCAR NO REL090)".
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    10 = FIM DE ARQUIVO (SEQUENCIAL)
      *    22 = REGISTRO JA CADASTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
