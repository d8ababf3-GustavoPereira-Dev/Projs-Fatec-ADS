      * OS REGISTROS MOVIDOS SAO EXCLUIDOS DA BASE VIVA E LISTADOS   *
      * CHAVE A CHAVE NO RELATORIO DE EXPURGO (ARQPURGA.TXT), COM    *
      * CONTAGENS E SOMA DO SALBRUTO PROVANDO QUE NADA SE PERDEU.    *
      * OS ACUMULADOS DO ANO (CADACUM) FICAM NA BASE VIVA; OS QUE    *
      * AINDA NAO EXISTIAM SAO MONTADOS ANTES DO ARQUIVAMENTO.       *
      * A CONSULTA AO MORTO E FEITA PELO CONSARQ.                    *
      **************************************************************
      *----------------------------------------------------------------
           SELECT ARQPURGA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO7.
      *
           SELECT CADACUM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEACUM
                    FILE STATUS  IS ST-ERRO8.
      *
           SELECT CADPAGD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPAGD
                    FILE STATUS  IS ST-ERRO9.
      *
           SELECT CADTRAVA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPURGA.TXT".
       01 LINHA-REL PIC X(80).
      *
       FD CADACUM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADACUM.DAT".
       01 REGACUM.
          03 CHAVEACUM.
             05 ACU-ANO          PIC 9(4).
             05 ACU-CODFUNC      PIC 9(5).
             05 ACU-EMP          PIC 9(2).
          03 ACU-BRUTO           PIC S9(08)V99.
          03 ACU-INSS            PIC S9(08)V99.
          03 ACU-IR              PIC S9(08)V99.
          03 ACU-FGTS            PIC S9(08)V99.
          03 ACU-13              PIC S9(08)V99.
          03 ACU-FERIAS          PIC S9(08)V99.
          03 ACU-QTDFOL          PIC 9(03).
          03 ACU-MESES.
             05 ACU-MES OCCURS 12 TIMES.
                07 ACU-MREND     PIC S9(08)V99.
                07 ACU-MIR       PIC S9(08)V99.
          03 ACU-DTATU           PIC 9(08).
          03 ACU-PLR             PIC S9(08)V99.
          03 ACU-IRPLR           PIC S9(08)V99.
          03 ACU-MESESPLR.
             05 ACU-MESPLR OCCURS 12 TIMES.
                07 ACU-MPLR      PIC S9(08)V99.
                07 ACU-MIRPLR    PIC S9(08)V99.
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
       FD CADTRAVA
               LABEL RECORD IS STANDARD
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 ST-ERRO9      PIC X(02) VALUE "00".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-ANOCORTE    PIC 9(04) VALUE ZEROS.
       01 W-OPCCONF     PIC X(01) VALUE SPACES.
       01 W-QTDHPAG     PIC 9(06) VALUE ZEROS.
       01 W-QTDHFUNC    PIC 9(06) VALUE ZEROS.
       01 W-SOMABRUTO   PIC 9(11)V99 VALUE ZEROS.
       01 W-TEMPAGD     PIC X(01) VALUE "N".
       01 W-FIMACUM     PIC X(01) VALUE "N".
       01 W-QTDACUM     PIC 9(06) VALUE ZEROS.
       01 W-CHAVESAL    PIC X(12) VALUE SPACES.
       01 W-RFUNC       PIC 9(05) VALUE ZEROS.
       01 W-RANO        PIC 9(04) VALUE ZEROS.
       01 W-REMP        PIC 9(02) VALUE ZEROS.

       01 LIN-TITULO.
          03 FILLER        PIC X(44) VALUE
                 ELSE
                    DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQHFUNC"
                    GO TO ROT-FIM-ERRO.
       R0D1.
           OPEN I-O CADACUM
           IF ST-ERRO8 NOT = "00"
              IF ST-ERRO8 = "30"
                 OPEN OUTPUT CADACUM
                 CLOSE CADACUM
                 OPEN I-O CADACUM
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADACUM"
                 GO TO ROT-FIM-ERRO.
           MOVE "S" TO W-TEMPAGD
           OPEN INPUT CADPAGD
           IF ST-ERRO9 NOT = "00"
              MOVE "N" TO W-TEMPAGD.
       R0E.
           OPEN OUTPUT ARQPURGA
           IF ST-ERRO7 NOT = "00"
              GO TO R2-FIM.
           IF ANO NOT < W-ANOCORTE
              GO TO R2-FIM.
           IF TIPOFOLHA NOT = "A"
              PERFORM ROT-GARANTE-ACUM THRU ROT-GARANTE-ACUM-FIM
              IF W-FIM = "S"
                 GO TO R2-FIM.
           MOVE CHAVEPGTO TO CHAVEPGTO-A
           MOVE REGPAG (13:50) TO DADOSPAG-A
           WRITE REGPAG-A
           DELETE CADPAG RECORD.
       R2-FIM.
           EXIT.
      *
      *********************************************************
      * OS ACUMULADOS DO ANO (CADACUM) NAO MUDAM COM O         *
      * ARQUIVAMENTO, MAS TEM DE EXISTIR ANTES DE AS FOLHAS    *
      * SAIREM DA BASE VIVA: SE O FUNCIONARIO/ANO/EMPRESA DA   *
      * FOLHA LIDA AINDA NAO TEM ACUMULADO (ANO ANTERIOR A     *
      * IMPLANTACAO), ELE E MONTADO AGORA COM TODAS AS FOLHAS  *
      * DO ANO E A LEITURA VOLTA PARA A FOLHA ONDE ESTAVA      *
      *********************************************************
       ROT-GARANTE-ACUM.
           MOVE ANO      TO ACU-ANO
           MOVE FUNC-COD TO ACU-CODFUNC
           MOVE EMPPAG   TO ACU-EMP
           READ CADACUM
           IF ST-ERRO8 = "00"
              GO TO ROT-GARANTE-ACUM-FIM.
           MOVE CHAVEPGTO TO W-CHAVESAL
           MOVE FUNC-COD  TO W-RFUNC
           MOVE ANO       TO W-RANO
           MOVE EMPPAG    TO W-REMP
           MOVE ZEROS TO ACU-BRUTO ACU-INSS ACU-IR ACU-FGTS ACU-13
                         ACU-FERIAS ACU-QTDFOL ACU-MESES
                         ACU-PLR ACU-IRPLR ACU-MESESPLR
           MOVE ZEROS  TO MES
           MOVE SPACES TO TIPOFOLHA
           MOVE "N"    TO W-FIMACUM
           START CADPAG KEY IS NOT LESS CHAVEPGTO
                 INVALID KEY
                    MOVE "S" TO W-FIMACUM.
           PERFORM ROT-SOMA-ACUM THRU ROT-SOMA-ACUM-FIM
                   UNTIL W-FIMACUM = "S".
           ACCEPT ACU-DTATU FROM DATE YYYYMMDD
           WRITE REGACUM
           IF ST-ERRO8 NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO CADACUM - FILE STATUS "
                      ST-ERRO8.
           ADD 1 TO W-QTDACUM
           MOVE "CADACUM   " TO LD-ARQ
           MOVE CHAVEACUM    TO LD-CHAVE
           WRITE LINHA-REL FROM LIN-DET
           MOVE W-CHAVESAL TO CHAVEPGTO
           READ CADPAG
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA RELEITURA DO CADPAG - CHAVE "
                      W-CHAVESAL
              MOVE "S" TO W-FIM.
       ROT-GARANTE-ACUM-FIM.
           EXIT.
      *
       ROT-SOMA-ACUM.
           READ CADPAG NEXT RECORD
               AT END
                  MOVE "S" TO W-FIMACUM
                  GO TO ROT-SOMA-ACUM-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIMACUM
              GO TO ROT-SOMA-ACUM-FIM.
           IF FUNC-COD NOT = W-RFUNC OR ANO NOT = W-RANO
              MOVE "S" TO W-FIMACUM
              GO TO ROT-SOMA-ACUM-FIM.
           IF TIPOFOLHA = "A" OR EMPPAG NOT = W-REMP
              GO TO ROT-SOMA-ACUM-FIM.
      *    A PLR (FOLHA P) TEM TRIBUTACAO EXCLUSIVA E ACUMULA A PARTE
           IF TIPOFOLHA = "P"
              ADD SALBRUTO TO ACU-PLR ACU-MPLR (MES)
              ADD IR       TO ACU-IRPLR ACU-MIRPLR (MES)
              ADD 1        TO ACU-QTDFOL
              GO TO ROT-SOMA-ACUM-FIM.
           ADD SALBRUTO TO ACU-BRUTO ACU-MREND (MES)
           ADD INSS     TO ACU-INSS
           ADD IR       TO ACU-IR ACU-MIR (MES)
           ADD FGTS     TO ACU-FGTS
           ADD 1        TO ACU-QTDFOL
           IF TIPOFOLHA = "D"
              ADD SALBRUTO TO ACU-13.
           IF TIPOFOLHA = "F"
              ADD SALBRUTO TO ACU-FERIAS.
           IF TIPOFOLHA NOT = "R" OR W-TEMPAGD NOT = "S"
              GO TO ROT-SOMA-ACUM-FIM.
           MOVE CHAVEPGTO TO PAGD-CHAVEPGTO
           MOVE 130       TO PAGD-EVENTO
           READ CADPAGD
           IF ST-ERRO9 = "00"
              ADD PAGD-VALOR TO ACU-13.
           MOVE 120       TO PAGD-EVENTO
           READ CADPAGD
           IF ST-ERRO9 = "00"
              ADD PAGD-VALOR TO ACU-FERIAS.
           MOVE 121       TO PAGD-EVENTO
           READ CADPAGD
           IF ST-ERRO9 = "00"
              ADD PAGD-VALOR TO ACU-FERIAS.
       ROT-SOMA-ACUM-FIM.
           EXIT.
      *
       R4.
           READ CADHPAG NEXT RECORD
           EXIT.
      *
       ROT-FIM.
           CLOSE CADPAG ARQPAG ARQPURGA CADACUM
           IF W-TEMPAGD = "S"
              CLOSE CADPAGD.
           IF W-TEMHPAG = "S"
              CLOSE CADHPAG ARQHPAG.
           IF W-TEMHFUNC = "S"
           DISPLAY "FOLHAS ARQUIVADAS        : " W-QTDPAG
           DISPLAY "HISTORICOS PAG ARQUIVADOS: " W-QTDHPAG
           DISPLAY "HISTORICOS FUNC ARQUIV.  : " W-QTDHFUNC
           DISPLAY "SOMA SALBRUTO ARQUIVADO  : " W-SOMABRUTO
           DISPLAY "ACUMULADOS ANUAIS MONTADOS: " W-QTDACUM.
      *    SAIDA DE ERRO APOS A TOMADA DA TRAVA: DEVOLVE A TRAVA
      *    DE BATCH ANTES DE ENCERRAR, SENAO O MENU FICA
      *    BLOQUEADO ATE ALGUEM LIMPAR O CADTRAVA NA MAO
