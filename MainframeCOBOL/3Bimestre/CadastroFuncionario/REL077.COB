       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL077.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * EXCECOES DE HORA EXTRA POR AREA EM RELHENA.TXT - PARA UMA    *
      * COMPETENCIA, OS FUNCIONARIOS COM EXTRAS NAO AUTORIZADAS NO   *
      * CADHENA (GRAVADAS PELO FECHAMENTO DO PONTO, FPP007), AREA A  *
      * AREA, COM AS HORAS 50%/100%, A SITUACAO (PENDENTE, LIBERADA  *
      * OU REJEITADA) E QUEM DECIDIU, O SUBTOTAL DA AREA E O TOTAL   *
      * GERAL POR SITUACAO. A ORDEM POR AREA VEM DA CHAVE            *
      * ALTERNATIVA CODAREA DO CADFUNC.                              *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADHENA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEHENA
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFUNC
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS CODAREA WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODCARGO WITH DUPLICATES.
      *
           SELECT CADAREA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AREA-COD
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS AREA-NOME
                                   WITH DUPLICATES.
      *
           SELECT CADAPRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APRA-AREA
                    FILE STATUS  IS ST-ERRO5.
      *
           SELECT RELHENA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADHENA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHENA.DAT".
       01 REGHENA.
          03 CHAVEHENA.
             05 HENA-CODFUNC  PIC 9(5).
             05 HENA-ANOMES   PIC 9(6).
          03 HENA-CODAREA     PIC 9(3).
          03 HENA-HR50        PIC 9(3)V99.
          03 HENA-HR100       PIC 9(3)V99.
          03 HENA-SIT         PIC X(1).
          03 HENA-OPERDEC     PIC 9(3).
          03 HENA-DTDEC       PIC 9(8).
      *
       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REGFUNC.
          03 CODFUNC       PIC 9(5).
          03 NOME          PIC X(35).
          03 CODCARGO      PIC 9(3).
          03 NDEPS         PIC 9(2).
          03 CODDEP        PIC 9(3).
          03 CODAREA       PIC 9(3).
          03 ENDERECO      PIC 9(8).
          03 NENDRC        PIC 9(5).
          03 COMPENDRC     PIC X(10).
          03 EMAIL         PIC X(30).
          03 TELEFONE.
             05 DDD        PIC 9(2).
             05 NUMERO     PIC 9(9).
          03 SITFUNC       PIC X(1).
          03 DTADMISSAO    PIC 9(8).
          03 DTDEMISSAO    PIC 9(8).
          03 DTAFAST       PIC 9(8).
          03 DADOSBANC.
             05 BANCO      PIC 9(03).
             05 AGENCIA    PIC 9(04).
             05 CONTA      PIC X(10).
          03 MOTIVOAFAST   PIC X(30).
          03 DTPREVRET     PIC 9(8).
          03 EMPFUNC       PIC 9(02).
          03 CPFFUNC       PIC 9(11).
      *
       FD CADAREA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAREA.DAT".
       01 REGAREA.
                03 AREA-COD          PIC 9(03).
                03 AREA-NOME         PIC X(20).
                03 AREA-ESTRUTURA    PIC 9(1).
                03 AREA-QTDORCADA    PIC 9(04).
      *
       FD CADAPRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPRA.DAT".
       01 REGAPRA.
          03 APRA-AREA        PIC 9(3).
          03 APRA-OPER        PIC 9(3).
          03 APRA-OPERSUB     PIC 9(3).
          03 APRA-CTRLHE      PIC X(1).
      *
       FD RELHENA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELHENA.TXT".
       01 LINHA-REL PIC X(90).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL077".
       01 W-SPARQ       PIC X(14) VALUE "RELHENA.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 W-TEMAREA     PIC X(01) VALUE "N".
       01 W-TEMAPRA     PIC X(01) VALUE "N".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-ANOPROC     PIC 9(04) VALUE ZEROS.
       01 W-MESPROC     PIC 9(02) VALUE ZEROS.
       01 W-ANOMESPROC  PIC 9(06) VALUE ZEROS.
       01 W-AREAANT     PIC 9(03) VALUE ZEROS.
       01 W-TEMAREAANT  PIC X(01) VALUE "N".
       01 W-QTDAREA     PIC 9(05) VALUE ZEROS.
       01 W-SUB50       PIC 9(06)V99 VALUE ZEROS.
       01 W-SUB100      PIC 9(06)V99 VALUE ZEROS.
       01 W-QTDFUNC     PIC 9(05) VALUE ZEROS.
       01 W-TOT50       PIC 9(06)V99 VALUE ZEROS.
       01 W-TOT100      PIC 9(06)V99 VALUE ZEROS.
       01 W-TOTPEND     PIC 9(06)V99 VALUE ZEROS.
       01 W-TOTLIB      PIC 9(06)V99 VALUE ZEROS.
       01 W-TOTREJ      PIC 9(06)V99 VALUE ZEROS.
       01 W-HRFUNC      PIC 9(04)V99 VALUE ZEROS.

       01 LIN-TITULO.
          03 FILLER        PIC X(44) VALUE
             "*** HORAS EXTRAS NAO AUTORIZADAS POR AREA - ".
          03 LT-MES        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LT-ANO        PIC 9999.
          03 FILLER        PIC X(04) VALUE " ***".
          03 FILLER        PIC X(35) VALUE SPACES.
       01 LIN-BRANCO    PIC X(90) VALUE SPACES.
       01 LIN-SEP       PIC X(90) VALUE ALL "-".

       01 LIN-AREA.
          03 FILLER        PIC X(06) VALUE "AREA: ".
          03 LA-AREA       PIC ZZ9.
          03 FILLER        PIC X(03) VALUE " - ".
          03 LA-NOME       PIC X(20).
          03 FILLER        PIC X(13) VALUE "  APROVADOR: ".
          03 LA-OPER       PIC ZZ9.
          03 FILLER        PIC X(16) VALUE "   SUBSTITUTO: ".
          03 LA-OPERSUB    PIC ZZ9.
          03 FILLER        PIC X(23) VALUE SPACES.

       01 LIN-CAB1.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 FILLER        PIC X(07) VALUE "FUNC".
          03 FILLER        PIC X(36) VALUE "NOME".
          03 FILLER        PIC X(09) VALUE " HE 50%".
          03 FILLER        PIC X(09) VALUE " HE 100%".
          03 FILLER        PIC X(11) VALUE "SITUACAO".
          03 FILLER        PIC X(14) VALUE "DECISAO".

       01 LIN-DET.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 LD-FUNC       PIC Z(4)9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-NOME       PIC X(35).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-HR50       PIC ZZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-HR100      PIC ZZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-SIT        PIC X(10).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-OPERDEC    PIC ZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-DTDEC      PIC 9999/99/99.

       01 LIN-SUB.
          03 FILLER        PIC X(12) VALUE SPACES.
          03 FILLER        PIC X(20) VALUE "SUBTOTAL DA AREA".
          03 LS-QTD        PIC ZZZZ9.
          03 FILLER        PIC X(07) VALUE " FUNCS ".
          03 LS-HR50       PIC ZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LS-HR100      PIC ZZZZZ9,99.
          03 FILLER        PIC X(27) VALUE SPACES.

       01 LIN-TOT.
          03 FILLER        PIC X(12) VALUE SPACES.
          03 FILLER        PIC X(20) VALUE "TOTAL GERAL".
          03 LTT-QTD       PIC ZZZZ9.
          03 FILLER        PIC X(07) VALUE " FUNCS ".
          03 LTT-HR50      PIC ZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LTT-HR100     PIC ZZZZZ9,99.
          03 FILLER        PIC X(27) VALUE SPACES.

       01 LIN-TOTSIT.
          03 FILLER        PIC X(12) VALUE SPACES.
          03 LTS-DESC      PIC X(32).
          03 LTS-HORAS     PIC ZZZZZ9,99.
          03 FILLER        PIC X(37) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** EXCECOES DE HORA EXTRA POR AREA ***"
           DISPLAY "INFORME O ANO (AAAA) : " WITH NO ADVANCING
           ACCEPT W-ANOPROC
           DISPLAY "INFORME O MES (MM)   : " WITH NO ADVANCING
           ACCEPT W-MESPROC
           IF W-ANOPROC = ZEROS OR W-MESPROC < 1 OR W-MESPROC > 12
              DISPLAY "ANO/MES INVALIDO"
              GO TO ROT-FIM2.
           COMPUTE W-ANOMESPROC = (W-ANOPROC * 100) + W-MESPROC.
       R0A.
           OPEN INPUT CADHENA
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO CADHENA NAO ENCONTRADO - SEM EXTRAS "
                      "NAO AUTORIZADAS"
              GO TO ROT-FIM2.
           OPEN INPUT CADFUNC
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              CLOSE CADHENA
              GO TO ROT-FIM2.
           MOVE "S" TO W-TEMAREA
           OPEN INPUT CADAREA
           IF ST-ERRO4 NOT = "00"
              MOVE "N" TO W-TEMAREA.
           MOVE "S" TO W-TEMAPRA
           OPEN INPUT CADAPRA
           IF ST-ERRO5 NOT = "00"
              MOVE "N" TO W-TEMAPRA.
       R0B.
           OPEN OUTPUT RELHENA
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO RELATORIO RELHENA.TXT"
              CLOSE CADHENA CADFUNC
              GO TO ROT-FIM2.
           MOVE W-MESPROC TO LT-MES
           MOVE W-ANOPROC TO LT-ANO
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-BRANCO.
      *
      *********************************************************
      * CADFUNC NA ORDEM DA AREA; PARA CADA FUNCIONARIO, O     *
      * TOTAL NAO AUTORIZADO DA COMPETENCIA NO CADHENA         *
      *********************************************************
       R1.
           MOVE ZEROS TO CODAREA
           START CADFUNC KEY IS NOT LESS CODAREA
                 INVALID KEY
                    GO TO R3.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
           IF W-TEMAREAANT = "S"
              PERFORM ROT-SUBTOTAL THRU ROT-SUBTOTAL-FIM.
       R3.
           IF W-QTDFUNC = ZEROS
              MOVE "     NENHUMA HORA EXTRA NAO AUTORIZADA NO MES"
                   TO LINHA-REL
              WRITE LINHA-REL
              GO TO ROT-FIM.
           WRITE LINHA-REL FROM LIN-SEP
           MOVE W-QTDFUNC TO LTT-QTD
           MOVE W-TOT50   TO LTT-HR50
           MOVE W-TOT100  TO LTT-HR100
           WRITE LINHA-REL FROM LIN-TOT
           WRITE LINHA-REL FROM LIN-BRANCO
           MOVE "HORAS PENDENTES DE DECISAO" TO LTS-DESC
           MOVE W-TOTPEND TO LTS-HORAS
           WRITE LINHA-REL FROM LIN-TOTSIT
           MOVE "HORAS LIBERADAS (PAGAS)" TO LTS-DESC
           MOVE W-TOTLIB TO LTS-HORAS
           WRITE LINHA-REL FROM LIN-TOTSIT
           MOVE "HORAS REJEITADAS" TO LTS-DESC
           MOVE W-TOTREJ TO LTS-HORAS
           WRITE LINHA-REL FROM LIN-TOTSIT
           GO TO ROT-FIM.
      *
       R2.
           READ CADFUNC NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO3 NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           MOVE CODFUNC      TO HENA-CODFUNC
           MOVE W-ANOMESPROC TO HENA-ANOMES
           READ CADHENA
           IF ST-ERRO NOT = "00"
              GO TO R2-FIM.
           IF W-TEMAREAANT = "S" AND CODAREA NOT = W-AREAANT
              PERFORM ROT-SUBTOTAL THRU ROT-SUBTOTAL-FIM.
           IF W-TEMAREAANT NOT = "S"
              PERFORM ROT-CAB-AREA THRU ROT-CAB-AREA-FIM.
           MOVE CODFUNC    TO LD-FUNC
           MOVE NOME       TO LD-NOME
           MOVE HENA-HR50  TO LD-HR50
           MOVE HENA-HR100 TO LD-HR100
           MOVE "PENDENTE" TO LD-SIT
           IF HENA-SIT = "L"
              MOVE "LIBERADA" TO LD-SIT.
           IF HENA-SIT = "R"
              MOVE "REJEITADA" TO LD-SIT.
           MOVE HENA-OPERDEC TO LD-OPERDEC
           MOVE HENA-DTDEC   TO LD-DTDEC
           WRITE LINHA-REL FROM LIN-DET
           ADD 1 TO W-QTDAREA W-QTDFUNC
           ADD HENA-HR50  TO W-SUB50 W-TOT50
           ADD HENA-HR100 TO W-SUB100 W-TOT100
           COMPUTE W-HRFUNC = HENA-HR50 + HENA-HR100
           IF HENA-SIT = "L"
              ADD W-HRFUNC TO W-TOTLIB
           ELSE
              IF HENA-SIT = "R"
                 ADD W-HRFUNC TO W-TOTREJ
              ELSE
                 ADD W-HRFUNC TO W-TOTPEND.
       R2-FIM.
           EXIT.
      *
      *    CABECALHO DA AREA COM O APROVADOR DO CADAPRA
       ROT-CAB-AREA.
           MOVE "S"     TO W-TEMAREAANT
           MOVE CODAREA TO W-AREAANT
           MOVE ZEROS   TO W-QTDAREA W-SUB50 W-SUB100
           MOVE CODAREA TO LA-AREA
           MOVE SPACES  TO LA-NOME
           MOVE ZEROS   TO LA-OPER LA-OPERSUB
           IF W-TEMAREA = "S"
              MOVE CODAREA TO AREA-COD
              READ CADAREA
              IF ST-ERRO4 = "00"
                 MOVE AREA-NOME TO LA-NOME.
           IF W-TEMAPRA = "S"
              MOVE CODAREA TO APRA-AREA
              READ CADAPRA
              IF ST-ERRO5 = "00"
                 MOVE APRA-OPER    TO LA-OPER
                 MOVE APRA-OPERSUB TO LA-OPERSUB.
           WRITE LINHA-REL FROM LIN-AREA
           WRITE LINHA-REL FROM LIN-CAB1
           WRITE LINHA-REL FROM LIN-SEP.
       ROT-CAB-AREA-FIM.
           EXIT.
      *
      *    FIM DA AREA: SUBTOTAL; A PROXIMA AREA ABRE CABECALHO
       ROT-SUBTOTAL.
           MOVE W-QTDAREA TO LS-QTD
           MOVE W-SUB50   TO LS-HR50
           MOVE W-SUB100  TO LS-HR100
           WRITE LINHA-REL FROM LIN-SUB
           WRITE LINHA-REL FROM LIN-BRANCO
           MOVE "N" TO W-TEMAREAANT.
       ROT-SUBTOTAL-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADHENA CADFUNC RELHENA
           IF W-TEMAREA = "S"
              CLOSE CADAREA.
           IF W-TEMAPRA = "S"
              CLOSE CADAPRA.
           DISPLAY "*** RELATORIO GERADO EM RELHENA.TXT ***"
           DISPLAY "FUNCIONARIOS COM EXCECAO : " W-QTDFUNC.
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
