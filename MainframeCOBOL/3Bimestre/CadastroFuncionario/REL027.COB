       PROGRAM-ID. REL027.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * REMESSA MENSAL DO FGTS - LE OS REGISTROS DE CADPAG DE UMA    *
      * COMPETENCIA PELA CHAVE ALTERNATIVA ANOMES (EXCETO O          *
      * ADIANTAMENTO "A", QUE NAO TEM DEPOSITO), SOMA POR            *
      * FUNCIONARIO AS FOLHAS M/F/D/R DO MES NO ARQUIVO DE TRABALHO  *
      * FGTSTRB.DAT E GERA O ARQUIVO FGTSREM.TXT PARA TRANSMISSAO,   *
      * COM UM REGISTRO POR FUNCIONARIO NA ORDEM DE CODIGO, ALEM DE  *
      * HEADER E TRAILER COM CONTAGENS E TOTAIS:                     *
      *   TIPO 0 = HEADER  (COMPETENCIA + DATA DE GERACAO)           *
      *   TIPO 1 = DETALHE (CODFUNC, NOME, DT ADMISSAO, BASE,        *
      *            VALOR DO DEPOSITO)                                *
      *   TIPO 9 = TRAILER (QTD DETALHES + TOTAL DEPOSITADO)         *
      * O VALOR DEPOSITADO E O FGTS GRAVADO PELA FOLHA, JA NA        *
      * ALIQUOTA DO TIPO DE CONTRATO (APRENDIZ PELO PARAMETRO 022);  *
      * ESTAGIARIO (TIPO 4 EM CADFCONT) NAO ENTRA NA REMESSA.        *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT CADPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPGTO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS SALBRUTO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS ANOMES WITH DUPLICATES.
      *
           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFUNC
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT FGTSTRB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRB-CODFUNC
                    FILE STATUS  IS ST-TRB.
      *
           SELECT FGTSREM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECALEN
                    FILE STATUS  IS ST-CALOB.
      *
           SELECT CADFCONT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FCT-CODFUNC
                    FILE STATUS  IS ST-FCONT.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
          03 DTPREVRET     PIC 9(8).
          03 EMPFUNC       PIC 9(02).
          03 CPFFUNC       PIC 9(11).
      *
      *    ARQUIVO DE TRABALHO: BASE E DEPOSITO DO MES POR
      *    FUNCIONARIO, RECRIADO A CADA EXECUCAO
       FD FGTSTRB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FGTSTRB.DAT".
       01 REGTRB.
          03 TRB-CODFUNC      PIC 9(5).
          03 TRB-BASE         PIC 9(08)V99.
          03 TRB-FGTS         PIC 9(08)V99.
      *
       FD FGTSREM
               LABEL RECORD IS STANDARD
          03 CAL-DTPAGTO   PIC 9(8).
          03 CAL-FERIADOS.
             05 CAL-FERIADO PIC 9(2) OCCURS 10 TIMES.
      *
       FD CADFCONT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFCONT.DAT".
       01 REGFCONT.
          03 FCT-CODFUNC      PIC 9(5).
          03 FCT-TIPO         PIC 9(1).
          03 FCT-DTINI        PIC 9(8).
          03 FCT-DTFIM        PIC 9(8).
          03 FCT-PRORROG      PIC 9(1).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL027".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 W-FIM         PIC X(01) VALUE "N".
       01 ST-OBR        PIC X(02) VALUE "00".
       01 ST-TRB        PIC X(02) VALUE "00".
       01 ST-CALOB      PIC X(02) VALUE "00".
       01 W-OBVANO      PIC 9(04) VALUE ZEROS.
       01 W-OBVMES      PIC 9(02) VALUE ZEROS.
       01 W-TOTREG      PIC 9(06) VALUE ZEROS.
       01 W-TOTFGTS     PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTSEMFUNC  PIC 9(06) VALUE ZEROS.
       01 ST-FCONT      PIC X(02) VALUE "00".
       01 W-TEMFCONT    PIC X(01) VALUE "N".
       01 W-TOTEST      PIC 9(06) VALUE ZEROS.

       01 LIN-HEADER.
          03 LH-TIPO       PIC X(01) VALUE "0".
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              GO TO ROT-FIM2.
           MOVE "S" TO W-TEMFCONT
           OPEN INPUT CADFCONT
           IF ST-FCONT NOT = "00"
              MOVE "N" TO W-TEMFCONT.
       R0C.
           OPEN OUTPUT FGTSREM
           IF ST-ERRO3 NOT = "00"
           MOVE W-MESPROC TO LH-MES
           ACCEPT LH-DTGER FROM DATE YYYYMMDD
           WRITE LINHA-REL FROM LIN-HEADER.
       R0D.
           OPEN OUTPUT FGTSTRB
           CLOSE FGTSTRB
           OPEN I-O FGTSTRB
           IF ST-TRB NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ARQUIVO FGTSTRB.DAT"
              CLOSE CADPAG CADFUNC FGTSREM
              IF W-TEMFCONT = "S"
                 CLOSE CADFCONT
                 GO TO ROT-FIM2
              ELSE
                 GO TO ROT-FIM2.
      *
      *    1A. PASSAGEM: SO A COMPETENCIA, PELA CHAVE ALTERNATIVA
      *    ANOMES, ACUMULANDO POR FUNCIONARIO NO ARQUIVO DE TRABALHO
       R1.
           MOVE W-ANOPROC TO ANO
           MOVE W-MESPROC TO MES
           START CADPAG KEY IS EQUAL ANOMES
                 INVALID KEY
                    MOVE "S" TO W-FIM.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
      *    2A. PASSAGEM: ARQUIVO DE TRABALHO NA ORDEM DE CODFUNC
           MOVE "N" TO W-FIM
           MOVE ZEROS TO TRB-CODFUNC
           START FGTSTRB KEY IS NOT LESS TRB-CODFUNC
                 INVALID KEY
                    MOVE "S" TO W-FIM.
           PERFORM R4 THRU R4-FIM UNTIL W-FIM = "S".
           CLOSE FGTSTRB
           GO TO ROT-FIM.
      *
       R2.
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF ANO NOT = W-ANOPROC OR MES NOT = W-MESPROC
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF TIPOFOLHA = "A"
              GO TO R2-FIM.
           IF FGTS = ZEROS
              GO TO R2-FIM.
      *    ESTAGIARIO NAO TEM FGTS (FOLHA ANTERIOR AO CADASTRO DO
      *    CONTRATO FICA FORA DA REMESSA)
           IF W-TEMFCONT = "S"
              MOVE FUNC-COD TO FCT-CODFUNC
              READ CADFCONT
              IF ST-FCONT = "00" AND FCT-TIPO = 4
                 ADD 1 TO W-TOTEST
                 GO TO R2-FIM.
      *
       R3.
           MOVE FUNC-COD TO TRB-CODFUNC
           READ FGTSTRB
           IF ST-TRB NOT = "00"
              MOVE FUNC-COD TO TRB-CODFUNC
              MOVE SALBRUTO TO TRB-BASE
              MOVE FGTS     TO TRB-FGTS
              WRITE REGTRB
           ELSE
              ADD SALBRUTO TO TRB-BASE
              ADD FGTS     TO TRB-FGTS
              REWRITE REGTRB.
       R2-FIM.
           EXIT.
      *
       R4.
           READ FGTSTRB NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R4-FIM
           END-READ
           IF ST-TRB NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R4-FIM.
           MOVE TRB-CODFUNC TO W-FUNCANT
           MOVE TRB-BASE    TO W-BASEFUNC
           MOVE TRB-FGTS    TO W-FGTSFUNC
           PERFORM ROT-GRAVA-DET THRU ROT-GRAVA-DET-FIM.
       R4-FIM.
           EXIT.
      *
      *********************************************************
      * GRAVA O DETALHE DO FUNCIONARIO LIDO DO ARQ. TRABALHO   *
      *********************************************************
       ROT-GRAVA-DET.
           MOVE W-FUNCANT TO LD-CODFUNC
           MOVE W-TOTFGTS TO LT-TOTFGTS
           WRITE LINHA-REL FROM LIN-TRAILER
           CLOSE CADPAG CADFUNC FGTSREM
           IF W-TEMFCONT = "S"
              CLOSE CADFCONT.
           DISPLAY "*** REMESSA GERADA EM FGTSREM.TXT ***"
           DISPLAY "FUNCIONARIOS NA REMESSA : " W-TOTREG
           DISPLAY "TOTAL DO FGTS           : " W-TOTFGTS
           PERFORM ROT-GRAVA-OBRIG THRU ROT-GRAVA-OBRIG-FIM.
           DISPLAY "SEM CADASTRO EM CADFUNC : " W-TOTSEMFUNC
           DISPLAY "FOLHAS DE ESTAGIARIOS   : " W-TOTEST.
      *    GUARDA A GERACAO NO SPOOL (VER SPOOLREG/CONSPOOL)
       ROT-SPOOL.
           CALL "SPOOLREG" USING W-SPRELID W-SPARQ.
