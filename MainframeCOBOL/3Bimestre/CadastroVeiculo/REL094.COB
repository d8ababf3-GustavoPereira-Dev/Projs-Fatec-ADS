       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL094.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * EXPORTACAO FISCAL MENSAL DAS NOTAS DE VEICULOS - PARA UMA   *
      * EMPRESA E UM ANO/MES DE EMISSAO, GERA O ARQUIVO NFFISC.TXT  *
      * PARA A CONTABILIDADE COM AS NOTAS DA SERIE (CADNF, EMITNF), *
      * NA ORDEM DE NUMERO, INCLUSIVE AS CANCELADAS:                *
      *   TIPO 0 = HEADER  (EMPRESA, NOME, COMPETENCIA, GERACAO)    *
      *   TIPO 1 = DETALHE (NUMERO, S=SAIDA/E=ENTRADA, EMISSAO,     *
      *            CPF DO CLIENTE, PLACA, VALOR, SITUACAO N/C E     *
      *            DATA DO CANCELAMENTO)                            *
      *   TIPO 9 = TRAILER (QUANTIDADES E TOTAIS DAS NOTAS VALIDAS  *
      *            DE SAIDA E DE ENTRADA)                           *
      * DATAS NO FORMATO AAAAMMDD, VALORES COM 2 DECIMAIS SEM       *
      * VIRGULA.                                                    *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADNF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVENF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NF-CHAVEVDA
                                   WITH DUPLICATES.
      *
           SELECT CADEMPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EMP-COD
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT NFFISC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADNF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNF.DAT".
       01 REGNF.
          03 CHAVENF.
             05 NF-EMP        PIC 9(2).
             05 NF-NUM        PIC 9(9).
          03 NF-CHAVEVDA.
             05 NF-PLACAVDA   PIC X(7).
             05 NF-DTAVENDA   PIC 9(8).
          03 NF-TIPO          PIC X(1).
          03 NF-DTEMIS.
             05 NF-ANOEMIS    PIC 9(4).
             05 NF-MESEMIS    PIC 9(2).
             05 NF-DIAEMIS    PIC 9(2).
          03 NF-PLACA         PIC X(7).
          03 NF-CODCLI        PIC 9(5).
          03 NF-DOC           PIC 9(11).
          03 NF-VALOR         PIC 9(8)V99.
          03 NF-SIT           PIC X(1).
          03 NF-DTCANC        PIC 9(8).
      *
       FD CADEMPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEMPR.DAT".
       01 REGEMPR.
          03 EMP-COD           PIC 9(02).
          03 EMP-NOME          PIC X(30).
          03 EMP-BANCO         PIC 9(03).
          03 EMP-AGENCIA       PIC 9(04).
          03 EMP-CONTA         PIC X(10).
      *
       FD NFFISC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NFFISC.TXT".
       01 LINHA-REL PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL094".
       01 W-SPARQ       PIC X(14) VALUE "NFFISC.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-EMPPROC     PIC 9(02) VALUE ZEROS.
       01 W-ANOPROC     PIC 9(04) VALUE ZEROS.
       01 W-MESPROC     PIC 9(02) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-TOTREG      PIC 9(06) VALUE ZEROS.
       01 W-TOTCANC     PIC 9(06) VALUE ZEROS.
       01 W-QTDSAIDA    PIC 9(06) VALUE ZEROS.
       01 W-QTDENTR     PIC 9(06) VALUE ZEROS.
       01 W-TOTSAIDA    PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTENTR     PIC 9(10)V99 VALUE ZEROS.

       01 LIN-HEADER.
          03 LH-TIPO       PIC X(01) VALUE "0".
          03 LH-EMP        PIC 9(02).
          03 LH-NOME       PIC X(30).
          03 LH-ANO        PIC 9(04).
          03 LH-MES        PIC 9(02).
          03 LH-DTGER      PIC 9(08).
          03 FILLER        PIC X(33) VALUE SPACES.

       01 LIN-DET.
          03 LD-TIPO       PIC X(01) VALUE "1".
          03 LD-NUM        PIC 9(09).
          03 LD-TIPONF     PIC X(01).
          03 LD-DTEMIS     PIC 9(08).
          03 LD-DOC        PIC 9(11).
          03 LD-PLACA      PIC X(07).
          03 LD-VALOR      PIC 9(08)V99.
          03 LD-SIT        PIC X(01).
          03 LD-DTCANC     PIC 9(08).
          03 LD-CODCLI     PIC 9(05).
          03 FILLER        PIC X(19) VALUE SPACES.

       01 LIN-TRAILER.
          03 LT-TIPO       PIC X(01) VALUE "9".
          03 LT-TOTREG     PIC 9(06).
          03 LT-TOTCANC    PIC 9(06).
          03 LT-QTDSAIDA   PIC 9(06).
          03 LT-TOTSAIDA   PIC 9(10)V99.
          03 LT-QTDENTR    PIC 9(06).
          03 LT-TOTENTR    PIC 9(10)V99.
          03 FILLER        PIC X(31) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** EXPORTACAO FISCAL DAS NOTAS DE VEICULOS ***"
           DISPLAY "EMPRESA              : " WITH NO ADVANCING
           ACCEPT W-EMPPROC
           DISPLAY "ANO DE EMISSAO (AAAA): " WITH NO ADVANCING
           ACCEPT W-ANOPROC
           DISPLAY "MES DE EMISSAO (MM)  : " WITH NO ADVANCING
           ACCEPT W-MESPROC
           IF W-EMPPROC = ZEROS
              DISPLAY "EMPRESA INVALIDA"
              GO TO ROT-FIM2.
           IF W-ANOPROC = ZEROS OR W-MESPROC < 1 OR W-MESPROC > 12
              DISPLAY "ANO/MES INVALIDO"
              GO TO ROT-FIM2.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
       R0A.
           OPEN INPUT CADNF
           IF ST-ERRO NOT = "00"
              DISPLAY "NENHUMA NOTA EMITIDA (CADNF)"
              GO TO ROT-FIM2.
           MOVE SPACES TO LH-NOME
           OPEN INPUT CADEMPR
           IF ST-ERRO2 = "00"
              MOVE W-EMPPROC TO EMP-COD
              READ CADEMPR
              IF ST-ERRO2 = "00"
                 MOVE EMP-NOME TO LH-NOME
              END-IF
              CLOSE CADEMPR.
       R0B.
           OPEN OUTPUT NFFISC
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ARQUIVO NFFISC.TXT"
              CLOSE CADNF
              GO TO ROT-FIM2.
           MOVE W-EMPPROC TO LH-EMP
           MOVE W-ANOPROC TO LH-ANO
           MOVE W-MESPROC TO LH-MES
           MOVE W-HOJE    TO LH-DTGER
           WRITE LINHA-REL FROM LIN-HEADER
           MOVE W-EMPPROC TO NF-EMP
           MOVE ZEROS     TO NF-NUM
           START CADNF KEY IS NOT LESS CHAVENF
                 INVALID KEY
                    MOVE "S" TO W-FIM.
      *
       R1.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
           GO TO ROT-FIM.
      *
      *********************************************************
      * UMA NOTA DA SERIE DA EMPRESA                           *
      *********************************************************
       R2.
           READ CADNF NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO NOT = "00" OR NF-EMP NOT = W-EMPPROC
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF NF-ANOEMIS NOT = W-ANOPROC
              OR NF-MESEMIS NOT = W-MESPROC
              GO TO R2-FIM.
           MOVE NF-NUM    TO LD-NUM
           MOVE NF-TIPO   TO LD-TIPONF
           MOVE NF-DTEMIS TO LD-DTEMIS
           MOVE NF-DOC    TO LD-DOC
           MOVE NF-PLACA  TO LD-PLACA
           MOVE NF-VALOR  TO LD-VALOR
           MOVE NF-SIT    TO LD-SIT
           MOVE NF-DTCANC TO LD-DTCANC
           MOVE NF-CODCLI TO LD-CODCLI
           WRITE LINHA-REL FROM LIN-DET
           ADD 1 TO W-TOTREG
           IF NF-SIT = "C"
              ADD 1 TO W-TOTCANC
              GO TO R2-FIM.
           IF NF-TIPO = "S"
              ADD 1 TO W-QTDSAIDA
              ADD NF-VALOR TO W-TOTSAIDA
           ELSE
              ADD 1 TO W-QTDENTR
              ADD NF-VALOR TO W-TOTENTR.
       R2-FIM.
           EXIT.
      *
       ROT-FIM.
           MOVE W-TOTREG   TO LT-TOTREG
           MOVE W-TOTCANC  TO LT-TOTCANC
           MOVE W-QTDSAIDA TO LT-QTDSAIDA
           MOVE W-TOTSAIDA TO LT-TOTSAIDA
           MOVE W-QTDENTR  TO LT-QTDENTR
           MOVE W-TOTENTR  TO LT-TOTENTR
           WRITE LINHA-REL FROM LIN-TRAILER
           CLOSE CADNF NFFISC
           DISPLAY "*** ARQUIVO NFFISC.TXT GERADO ***"
           DISPLAY "NOTAS EXPORTADAS        : " W-TOTREG
           DISPLAY "CANCELADAS              : " W-TOTCANC
           DISPLAY "SAIDAS VALIDAS          : " W-QTDSAIDA
           DISPLAY "ENTRADAS VALIDAS        : " W-QTDENTR.
      *    GUARDA A GERACAO NO SPOOL (VER SPOOLREG/CONSPOOL)
       ROT-SPOOL.
           CALL "SPOOLREG" USING W-SPRELID W-SPARQ.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    10 = FIM DE ARQUIVO (SEQUENCIAL)
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
