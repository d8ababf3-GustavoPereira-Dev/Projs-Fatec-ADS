       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL081.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * GUIA DO FGTS RESCISORIO (RELGRRF.TXT). PARA O MES/ANO      *
      * INFORMADO LISTA AS RESCISOES (CADPAG TIPOFOLHA "R") COM A  *
      * CAUSA DO DESLIGAMENTO (CHECKLIST CADDESLIG), A BASE DOS    *
      * DEPOSITOS DO VINCULO, O FGTS DA RESCISAO (EVENTO 950), O   *
      * PERCENTUAL E O VALOR DA MULTA (EVENTO 956 DO CADPAGD) E O  *
      * TOTAL A RECOLHER NA GUIA, COM OS TOTAIS DO MES.            *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
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
           SELECT CADPAGD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPAGD
                    FILE STATUS  IS ST-ERRO3.
      *
           SELECT CADDESLIG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEDESLIG
                    FILE STATUS  IS ST-ERRO4.
      *
           SELECT RELGRRF ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAG.DAT".
       01 REGPAG.
          03 CHAVEPGTO.
               05 FUNC-COD PIC 9(5).
               05 ANOMES.
                  07 ANO   PIC 9(4).
                  07 MES   PIC 9(2).
               05 TIPOFOLHA PIC X(1).
          03 SALBRUTO      PIC 9(06)V99.
          03 INSS          PIC 9(06)V99.
          03 IR            PIC 9(06)V99.
          03 SALFAMILIA    PIC 9(06)V99.
          03 SALLIQ        PIC 9(06)V99.
          03 FGTS          PIC 9(06)V99.
          03 EMPPAG        PIC 9(02).
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
       FD CADPAGD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAGD.DAT".
       01 REGPAGD.
          03 CHAVEPAGD.
             05 PAGD-CHAVEPGTO.
                07 PAGD-CODFUNC  PIC 9(5).
                07 PAGD-ANO      PIC 9(4).
                07 PAGD-MES      PIC 9(2).
                07 PAGD-TIPOFOL  PIC X(1).
             05 PAGD-EVENTO      PIC 9(3).
          03 PAGD-NATUR          PIC X(1).
          03 PAGD-DESCR          PIC X(20).
          03 PAGD-BASE           PIC 9(08)V99.
          03 PAGD-REF            PIC 9(03)V99.
          03 PAGD-VALOR          PIC 9(06)V99.
      *
       FD CADDESLIG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDESLIG.DAT".
       01 REGDESLIG.
          03 CHAVEDESLIG.
             05 CODFUNC-D     PIC 9(5).
             05 SEQDESLIG     PIC 9(2).
          03 DTDESLIG-D       PIC 9(8).
          03 DEVEQUIP-D       PIC X(1).
          03 ENTREVISTA-D     PIC X(1).
          03 PGTOFINAL-D      PIC X(1).
          03 OBSDESLIG-D      PIC X(40).
          03 CAUSA-D          PIC 9(2).
      *
       FD RELGRRF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELGRRF.TXT".
       01 LINHA-REL PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL081".
       01 W-SPARQ       PIC X(14) VALUE "RELGRRF.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-TEMPAGD     PIC X(01) VALUE "N".
       01 W-TEMDESLIG   PIC X(01) VALUE "N".
       01 W-ANOPROC     PIC 9(04) VALUE ZEROS.
       01 W-MESPROC     PIC 9(02) VALUE ZEROS.
       01 W-CAUSA       PIC 9(02) VALUE ZEROS.
       01 W-BASE        PIC 9(08)V99 VALUE ZEROS.
       01 W-FGTSRESC    PIC 9(06)V99 VALUE ZEROS.
       01 W-PERC        PIC 9(03)V99 VALUE ZEROS.
       01 W-MULTA       PIC 9(06)V99 VALUE ZEROS.
       01 W-TOTREC      PIC 9(08)V99 VALUE ZEROS.
       01 W-QTDRESC     PIC 9(05) VALUE ZEROS.
       01 W-TOTBASE     PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTFGTS     PIC 9(08)V99 VALUE ZEROS.
       01 W-TOTMULTA    PIC 9(08)V99 VALUE ZEROS.
       01 W-TOTGUIA     PIC 9(08)V99 VALUE ZEROS.

       01 LIN-TITULO.
          03 FILLER        PIC X(38) VALUE
             "*** GUIA DE FGTS RESCISORIO - MES/ANO ".
          03 LT-MES        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LT-ANO        PIC 9999.
          03 FILLER        PIC X(35) VALUE " ***".

       01 LIN-CAB.
          03 FILLER        PIC X(06) VALUE "FUNC.".
          03 FILLER        PIC X(19) VALUE "NOME".
          03 FILLER        PIC X(03) VALUE "CA".
          03 FILLER        PIC X(11) VALUE "  BASE FGTS".
          03 FILLER        PIC X(11) VALUE "  FGTS RESC".
          03 FILLER        PIC X(04) VALUE "   %".
          03 FILLER        PIC X(11) VALUE "      MULTA".
          03 FILLER        PIC X(12) VALUE "  TOTAL GUIA".
          03 FILLER        PIC X(03) VALUE SPACES.

       01 LIN-DET.
          03 LD-CODFUNC    PIC 9(05).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-NOME       PIC X(18).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-CAUSA      PIC Z9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-BASE       PIC Z(7)9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-FGTS       PIC Z(6)9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-PERC       PIC ZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-MULTA      PIC Z(6)9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-TOTAL      PIC Z(7)9,99.
          03 FILLER        PIC X(03) VALUE SPACES.

       01 LIN-NADA.
          03 FILLER        PIC X(40) VALUE
             "   NENHUMA RESCISAO NO MES".
          03 FILLER        PIC X(40) VALUE SPACES.

       01 LIN-TOT.
          03 FILLER        PIC X(09) VALUE "TOTAL : ".
          03 LTO-QTD       PIC ZZZZ9.
          03 FILLER        PIC X(13) VALUE " RESCISOES".
          03 LTO-BASE      PIC Z(8)9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LTO-FGTS      PIC Z(6)9,99.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 LTO-MULTA     PIC Z(6)9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LTO-GUIA      PIC Z(7)9,99.
          03 FILLER        PIC X(03) VALUE SPACES.

       01 LIN-SEP       PIC X(80) VALUE ALL "-".
       01 LIN-BRANCO    PIC X(80) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** GUIA DE FGTS RESCISORIO ***"
           DISPLAY "INFORME O ANO (AAAA) : " WITH NO ADVANCING
           ACCEPT W-ANOPROC
           DISPLAY "INFORME O MES (MM)   : " WITH NO ADVANCING
           ACCEPT W-MESPROC
           IF W-ANOPROC = ZEROS OR W-MESPROC = ZEROS
              OR W-MESPROC < 1 OR W-MESPROC > 12
              DISPLAY "ANO/MES INVALIDO"
              GO TO ROT-FIM2.
       R0A.
           OPEN INPUT CADPAG
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPAG"
              GO TO ROT-FIM2.
       R0B.
           OPEN INPUT CADFUNC
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              CLOSE CADPAG
              GO TO ROT-FIM2.
      *    SEM DETALHE OU SEM CHECKLIST O RELATORIO SAI SEM A MULTA
      *    OU SEM A CAUSA
       R0C.
           MOVE "S" TO W-TEMPAGD
           OPEN INPUT CADPAGD
           IF ST-ERRO3 NOT = "00"
              MOVE "N" TO W-TEMPAGD.
           MOVE "S" TO W-TEMDESLIG
           OPEN INPUT CADDESLIG
           IF ST-ERRO4 NOT = "00"
              MOVE "N" TO W-TEMDESLIG.
       R0D.
           OPEN OUTPUT RELGRRF
           IF ST-ERRO5 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ARQUIVO RELGRRF.TXT"
              CLOSE CADPAG CADFUNC
              GO TO ROT-FIM2.
           MOVE W-MESPROC TO LT-MES
           MOVE W-ANOPROC TO LT-ANO
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-SEP
           WRITE LINHA-REL FROM LIN-CAB
           WRITE LINHA-REL FROM LIN-SEP.
      *
       R1.
           MOVE W-ANOPROC TO ANO
           MOVE W-MESPROC TO MES
           START CADPAG KEY IS EQUAL ANOMES
                 INVALID KEY
                    MOVE "S" TO W-FIM.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
           IF W-QTDRESC = ZEROS
              WRITE LINHA-REL FROM LIN-NADA.
           GO TO ROT-FIM.
      *
      *********************************************************
      * UM PAGAMENTO DO MES: SO AS RESCISOES (TIPOFOLHA "R")   *
      *********************************************************
       R2.
           READ CADPAG NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO NOT = "00" OR ANO NOT = W-ANOPROC
              OR MES NOT = W-MESPROC
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF TIPOFOLHA NOT = "R"
              GO TO R2-FIM.
           MOVE FGTS     TO W-FGTSRESC
           MOVE FGTS     TO W-BASE
           MOVE ZEROS    TO W-PERC W-MULTA
           PERFORM ROT-BUSCA-MULTA THRU ROT-BUSCA-MULTA-FIM
           PERFORM ROT-BUSCA-CAUSA THRU ROT-BUSCA-CAUSA-FIM
           MOVE FUNC-COD TO CODFUNC
           READ CADFUNC
           IF ST-ERRO2 NOT = "00"
              MOVE "** NAO CADASTRADO" TO NOME.
           COMPUTE W-TOTREC = W-FGTSRESC + W-MULTA
           MOVE FUNC-COD    TO LD-CODFUNC
           MOVE NOME        TO LD-NOME
           MOVE W-CAUSA     TO LD-CAUSA
           MOVE W-BASE      TO LD-BASE
           MOVE W-FGTSRESC  TO LD-FGTS
           MOVE W-PERC      TO LD-PERC
           MOVE W-MULTA     TO LD-MULTA
           MOVE W-TOTREC    TO LD-TOTAL
           WRITE LINHA-REL FROM LIN-DET
           ADD 1            TO W-QTDRESC
           ADD W-BASE       TO W-TOTBASE
           ADD W-FGTSRESC   TO W-TOTFGTS
           ADD W-MULTA      TO W-TOTMULTA
           ADD W-TOTREC     TO W-TOTGUIA.
       R2-FIM.
           EXIT.
      *
      *********************************************************
      * MULTA RESCISORIA GRAVADA PELO FPP010 NO DETALHE: BASE  *
      * (DEPOSITOS DO VINCULO + FGTS DA RESCISAO), PERCENTUAL  *
      * E VALOR DO EVENTO 956                                  *
      *********************************************************
       ROT-BUSCA-MULTA.
           IF W-TEMPAGD NOT = "S"
              GO TO ROT-BUSCA-MULTA-FIM.
           MOVE CHAVEPGTO TO PAGD-CHAVEPGTO
           MOVE 956       TO PAGD-EVENTO
           READ CADPAGD
           IF ST-ERRO3 NOT = "00"
              GO TO ROT-BUSCA-MULTA-FIM.
           MOVE PAGD-BASE  TO W-BASE
           MOVE PAGD-REF   TO W-PERC
           MOVE PAGD-VALOR TO W-MULTA.
       ROT-BUSCA-MULTA-FIM.
           EXIT.
      *
      *********************************************************
      * CAUSA DO DESLIGAMENTO: A DO ULTIMO REGISTRO DO         *
      * CHECKLIST DO FUNCIONARIO QUE A TENHA INFORMADA         *
      *********************************************************
       ROT-BUSCA-CAUSA.
           MOVE ZEROS TO W-CAUSA
           IF W-TEMDESLIG NOT = "S"
              GO TO ROT-BUSCA-CAUSA-FIM.
           MOVE FUNC-COD TO CODFUNC-D
           MOVE ZEROS    TO SEQDESLIG
           START CADDESLIG KEY IS NOT LESS CHAVEDESLIG
                 INVALID KEY GO TO ROT-BUSCA-CAUSA-FIM.
       ROT-BUSCA-CAUSA-RD.
           READ CADDESLIG NEXT RECORD
                AT END
                   GO TO ROT-BUSCA-CAUSA-FIM
           END-READ
           IF ST-ERRO4 NOT = "00" OR CODFUNC-D NOT = FUNC-COD
              GO TO ROT-BUSCA-CAUSA-FIM.
           IF CAUSA-D > ZEROS
              MOVE CAUSA-D TO W-CAUSA.
           GO TO ROT-BUSCA-CAUSA-RD.
       ROT-BUSCA-CAUSA-FIM.
           EXIT.
      *
       ROT-FIM.
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-SEP
           MOVE W-QTDRESC  TO LTO-QTD
           MOVE W-TOTBASE  TO LTO-BASE
           MOVE W-TOTFGTS  TO LTO-FGTS
           MOVE W-TOTMULTA TO LTO-MULTA
           MOVE W-TOTGUIA  TO LTO-GUIA
           WRITE LINHA-REL FROM LIN-TOT
           CLOSE CADPAG CADFUNC RELGRRF
           IF W-TEMPAGD = "S"
              CLOSE CADPAGD.
           IF W-TEMDESLIG = "S"
              CLOSE CADDESLIG.
           DISPLAY "*** RELATORIO GERADO EM RELGRRF.TXT ***"
           DISPLAY "RESCISOES NO MES   : " W-QTDRESC
           DISPLAY "TOTAL DAS GUIAS    : " W-TOTGUIA.
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
