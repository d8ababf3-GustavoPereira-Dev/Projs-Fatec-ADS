       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL071.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CONFERENCIA DOS ACUMULADOS ANUAIS (CADACUM) - RECALCULA,     *
      * PARA CADA FUNCIONARIO/EMPRESA DO ANO INFORMADO, OS TOTAIS    *
      * DE BRUTO, INSS, IR, FGTS, 13O E FERIAS E A TABELA DE MESES   *
      * A PARTIR DAS FOLHAS DA BASE VIVA (CADPAG) E DO ARQUIVO MORTO *
      * (ARQPAG), COM AS MESMAS REGRAS DO CALCULO DA FOLHA:          *
      *   FOLHA A (ADIANTAMENTO) FICA FORA;                          *
      *   FOLHA D E TODA 13O, FOLHA F E TODA FERIAS;                 *
      *   FOLHA P (PLR) SO NOS TOTAIS PROPRIOS DE PLR E IR S/ PLR;   *
      *   NA RESCISAO (R) O 13O VEM DA LINHA 130 E AS FERIAS DAS     *
      *   LINHAS 120/121 DO DETALHE CADPAGD.                         *
      * LISTA EM RELACUM.TXT CADA CAMPO DIVERGENTE E AS FOLHAS DO    *
      * ANO SEM ACUMULADO. COM CORRECAO = S (TOMA A TRAVA DE BATCH)  *
      * REGRAVA O ACUMULADO COM O VALOR RECALCULADO E CRIA OS QUE    *
      * FALTAM - E ASSIM QUE SE CARREGAM OS ANOS ANTERIORES A        *
      * IMPLANTACAO DO CADACUM.                                      *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADACUM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEACUM
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPGTO
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS SALBRUTO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS ANOMES WITH DUPLICATES.
      *
           SELECT ARQPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPGTO-A
                    FILE STATUS  IS ST-ERRO3.
      *
           SELECT CADPAGD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPAGD
                    FILE STATUS  IS ST-ERRO4.
      *
           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFUNC
                    FILE STATUS  IS ST-ERRO5.
      *
           SELECT RELACUM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.
      *
           SELECT CADTRAVA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRAVA-COD
                    FILE STATUS  IS ST-TRAVA.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD ARQPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAG.DAT".
       01 REGPAG-A.
          03 CHAVEPGTO-A   PIC X(12).
          03 DADOSPAG-A    PIC X(50).
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
       FD RELACUM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELACUM.TXT".
       01 LINHA-REL PIC X(80).
      *
       FD CADTRAVA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRAVA.DAT".
       01 REGTRAVA.
          03 TRAVA-COD        PIC 9(1).
          03 TRAVA-BATCH      PIC X(1).
          03 TRAVA-PROGBATCH  PIC X(8).
          03 TRAVA-ONLINE     PIC X(1).
          03 TRAVA-OPERADOR   PIC 9(3).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL071".
       01 W-SPARQ       PIC X(14) VALUE "RELACUM.TXT".
       01 ST-TRAVA      PIC X(02) VALUE "00".
       01 W-TEMTRAVA    PIC X(01) VALUE "N".
       01 W-TRAVADO     PIC X(01) VALUE "N".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-FIMREC      PIC X(01) VALUE "N".
       01 W-ANOPROC     PIC 9(04) VALUE ZEROS.
       01 W-OPCCORR     PIC X(01) VALUE "N".
       01 W-TEMARQ      PIC X(01) VALUE "N".
       01 W-TEMPAGD     PIC X(01) VALUE "N".
       01 W-TEMFUNC     PIC X(01) VALUE "N".
       01 W-DIVERGE     PIC X(01) VALUE "N".
       01 W-IDXM        PIC 9(02) VALUE ZEROS.
       01 W-RFUNC       PIC 9(05) VALUE ZEROS.
       01 W-RANO        PIC 9(04) VALUE ZEROS.
       01 W-REMP        PIC 9(02) VALUE ZEROS.
       01 W-CHAVESAL    PIC X(12) VALUE SPACES.
       01 W-ULTFALTA    PIC X(11) VALUE SPACES.
       01 W-QTDLIDO     PIC 9(06) VALUE ZEROS.
       01 W-QTDDIV      PIC 9(06) VALUE ZEROS.
       01 W-QTDSEM      PIC 9(06) VALUE ZEROS.
       01 W-QTDCORR     PIC 9(06) VALUE ZEROS.
      *
      *    TOTAIS RECALCULADOS DO FUNCIONARIO/ANO/EMPRESA
       01 W-RECALC.
          03 W-RBRUTO      PIC S9(08)V99.
          03 W-RINSS       PIC S9(08)V99.
          03 W-RIR         PIC S9(08)V99.
          03 W-RFGTS       PIC S9(08)V99.
          03 W-R13         PIC S9(08)V99.
          03 W-RFERIAS     PIC S9(08)V99.
          03 W-RQTDFOL     PIC 9(03).
          03 W-RMESES.
             05 W-RMES OCCURS 12 TIMES.
                07 W-RMREND  PIC S9(08)V99.
                07 W-RMIR    PIC S9(08)V99.
          03 W-RPLR        PIC S9(08)V99.
          03 W-RIRPLR      PIC S9(08)V99.
          03 W-RMESESPLR.
             05 W-RMESPLR OCCURS 12 TIMES.
                07 W-RMPLR   PIC S9(08)V99.
                07 W-RMIRPLR PIC S9(08)V99.
      *
      *    CAMPO EM COMPARACAO (ROT-COMPARA)
       01 W-CCAMPO      PIC X(12) VALUE SPACES.
       01 W-CACUM       PIC S9(08)V99 VALUE ZEROS.
       01 W-CRECALC     PIC S9(08)V99 VALUE ZEROS.

       01 LIN-TITULO.
          03 FILLER        PIC X(42) VALUE
             "*** CONFERENCIA DOS ACUMULADOS ANUAIS - ".
          03 LTI-ANO       PIC 9(4).
          03 FILLER        PIC X(04) VALUE " ***".
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LTI-MODO      PIC X(28).

       01 LIN-FUNC.
          03 FILLER        PIC X(06) VALUE "FUNC: ".
          03 LF-COD        PIC 9(05).
          03 FILLER        PIC X(07) VALUE "  EMP: ".
          03 LF-EMP        PIC 9(02).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LF-NOME       PIC X(35).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LF-SITU       PIC X(21).

       01 LIN-DIV.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 LD-CAMPO      PIC X(12).
          03 FILLER        PIC X(07) VALUE " ACUM: ".
          03 LD-ACUM       PIC -(7)9,99.
          03 FILLER        PIC X(09) VALUE " RECALC: ".
          03 LD-RECALC     PIC -(7)9,99.
          03 FILLER        PIC X(06) VALUE " DIF: ".
          03 LD-DIF        PIC -(7)9,99.
          03 FILLER        PIC X(09) VALUE SPACES.

       01 LIN-TOT1.
          03 FILLER        PIC X(30) VALUE
             "ACUMULADOS CONFERIDOS       : ".
          03 LT1-QTD       PIC ZZZZZ9.
          03 FILLER        PIC X(44) VALUE SPACES.

       01 LIN-TOT2.
          03 FILLER        PIC X(30) VALUE
             "ACUMULADOS DIVERGENTES      : ".
          03 LT2-QTD       PIC ZZZZZ9.
          03 FILLER        PIC X(44) VALUE SPACES.

       01 LIN-TOT3.
          03 FILLER        PIC X(30) VALUE
             "FUNCIONARIOS SEM ACUMULADO  : ".
          03 LT3-QTD       PIC ZZZZZ9.
          03 FILLER        PIC X(44) VALUE SPACES.

       01 LIN-TOT4.
          03 FILLER        PIC X(30) VALUE
             "CORRIGIDOS/CRIADOS          : ".
          03 LT4-QTD       PIC ZZZZZ9.
          03 FILLER        PIC X(44) VALUE SPACES.

       01 LIN-BRANCO    PIC X(80) VALUE SPACES.
       01 LIN-SEP       PIC X(80) VALUE ALL "-".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** CONFERENCIA DOS ACUMULADOS ANUAIS ***"
           DISPLAY "INFORME O ANO (AAAA) : " WITH NO ADVANCING
           ACCEPT W-ANOPROC
           IF W-ANOPROC = ZEROS
              DISPLAY "ANO INVALIDO"
              GO TO ROT-FIM2.
           DISPLAY "CORRIGIR OS ACUMULADOS DIVERGENTES (S/N) : "
                   WITH NO ADVANCING
           ACCEPT W-OPCCORR
           IF W-OPCCORR = "s"
              MOVE "S" TO W-OPCCORR.
           IF W-OPCCORR NOT = "S"
              MOVE "N" TO W-OPCCORR.
       R00.
           IF W-OPCCORR = "S"
              PERFORM ROT-TRAVA-INI THRU ROT-TRAVA-INI-FIM
              IF W-TRAVADO = "S"
                 IF W-TEMTRAVA = "S"
                    CLOSE CADTRAVA
                    GO TO ROT-FIM2
                 ELSE
                    GO TO ROT-FIM2.
       R0A.
           IF W-OPCCORR = "S"
              OPEN I-O CADACUM
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADACUM
                 CLOSE CADACUM
                 OPEN I-O CADACUM.
           IF W-OPCCORR NOT = "S"
              OPEN INPUT CADACUM.
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADACUM"
              GO TO ROT-FIM-ERRO.
       R0B.
           OPEN INPUT CADPAG
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPAG"
              GO TO ROT-FIM-ERRO.
       R0C.
           MOVE "S" TO W-TEMARQ
           OPEN INPUT ARQPAG
           IF ST-ERRO3 NOT = "00"
              MOVE "N" TO W-TEMARQ.
           MOVE "S" TO W-TEMPAGD
           OPEN INPUT CADPAGD
           IF ST-ERRO4 NOT = "00"
              MOVE "N" TO W-TEMPAGD.
           MOVE "S" TO W-TEMFUNC
           OPEN INPUT CADFUNC
           IF ST-ERRO5 NOT = "00"
              MOVE "N" TO W-TEMFUNC.
       R0D.
           OPEN OUTPUT RELACUM
           IF ST-ERRO6 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO RELATORIO RELACUM.TXT"
              GO TO ROT-FIM-ERRO.
           MOVE W-ANOPROC TO LTI-ANO
           IF W-OPCCORR = "S"
              MOVE "(COM CORRECAO)" TO LTI-MODO
           ELSE
              MOVE "(SO CONFERENCIA)" TO LTI-MODO.
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-SEP.
      *
      *********************************************************
      * PASSO 1: CADA ACUMULADO DO ANO CONTRA O RECALCULO      *
      *********************************************************
       R1.
           MOVE W-ANOPROC TO ACU-ANO
           MOVE ZEROS     TO ACU-CODFUNC ACU-EMP
           START CADACUM KEY IS NOT LESS CHAVEACUM
                 INVALID KEY
                    MOVE "S" TO W-FIM.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
      *
      *********************************************************
      * PASSO 2: FOLHAS DO ANO (BASE VIVA E ARQUIVO MORTO) DE  *
      * FUNCIONARIO/EMPRESA SEM ACUMULADO                      *
      *********************************************************
       R3.
           MOVE "N" TO W-FIM
           MOVE LOW-VALUES TO CHAVEPGTO
           START CADPAG KEY IS NOT LESS CHAVEPGTO
                 INVALID KEY
                    MOVE "S" TO W-FIM.
           PERFORM R4 THRU R4-FIM UNTIL W-FIM = "S".
       R3A.
           IF W-TEMARQ NOT = "S"
              GO TO R9.
           MOVE "N" TO W-FIM
           MOVE LOW-VALUES TO CHAVEPGTO-A
           START ARQPAG KEY IS NOT LESS CHAVEPGTO-A
                 INVALID KEY
                    MOVE "S" TO W-FIM.
           PERFORM R5 THRU R5-FIM UNTIL W-FIM = "S".
      *
       R9.
           WRITE LINHA-REL FROM LIN-SEP
           MOVE W-QTDLIDO TO LT1-QTD
           WRITE LINHA-REL FROM LIN-TOT1
           MOVE W-QTDDIV  TO LT2-QTD
           WRITE LINHA-REL FROM LIN-TOT2
           MOVE W-QTDSEM  TO LT3-QTD
           WRITE LINHA-REL FROM LIN-TOT3
           MOVE W-QTDCORR TO LT4-QTD
           WRITE LINHA-REL FROM LIN-TOT4
           GO TO ROT-FIM.
      *
       R2.
           READ CADACUM NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF ACU-ANO NOT = W-ANOPROC
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           ADD 1 TO W-QTDLIDO
           MOVE ACU-CODFUNC TO W-RFUNC
           MOVE ACU-ANO     TO W-RANO
           MOVE ACU-EMP     TO W-REMP
           PERFORM ROT-RECALC THRU ROT-RECALC-FIM
           MOVE "N" TO W-DIVERGE
           MOVE "BRUTO"     TO W-CCAMPO
           MOVE ACU-BRUTO   TO W-CACUM
           MOVE W-RBRUTO    TO W-CRECALC
           PERFORM ROT-COMPARA THRU ROT-COMPARA-FIM
           MOVE "INSS"      TO W-CCAMPO
           MOVE ACU-INSS    TO W-CACUM
           MOVE W-RINSS     TO W-CRECALC
           PERFORM ROT-COMPARA THRU ROT-COMPARA-FIM
           MOVE "IR"        TO W-CCAMPO
           MOVE ACU-IR      TO W-CACUM
           MOVE W-RIR       TO W-CRECALC
           PERFORM ROT-COMPARA THRU ROT-COMPARA-FIM
           MOVE "FGTS"      TO W-CCAMPO
           MOVE ACU-FGTS    TO W-CACUM
           MOVE W-RFGTS     TO W-CRECALC
           PERFORM ROT-COMPARA THRU ROT-COMPARA-FIM
           MOVE "13O SALARIO" TO W-CCAMPO
           MOVE ACU-13      TO W-CACUM
           MOVE W-R13       TO W-CRECALC
           PERFORM ROT-COMPARA THRU ROT-COMPARA-FIM
           MOVE "FERIAS"    TO W-CCAMPO
           MOVE ACU-FERIAS  TO W-CACUM
           MOVE W-RFERIAS   TO W-CRECALC
           PERFORM ROT-COMPARA THRU ROT-COMPARA-FIM
           MOVE "PLR"       TO W-CCAMPO
           MOVE ACU-PLR     TO W-CACUM
           MOVE W-RPLR      TO W-CRECALC
           PERFORM ROT-COMPARA THRU ROT-COMPARA-FIM
           MOVE "IR PLR"    TO W-CCAMPO
           MOVE ACU-IRPLR   TO W-CACUM
           MOVE W-RIRPLR    TO W-CRECALC
           PERFORM ROT-COMPARA THRU ROT-COMPARA-FIM
           PERFORM ROT-COMPARA-MES THRU ROT-COMPARA-MES-FIM
                   VARYING W-IDXM FROM 1 BY 1 UNTIL W-IDXM > 12
           IF W-DIVERGE NOT = "S"
              GO TO R2-FIM.
           ADD 1 TO W-QTDDIV
           IF W-OPCCORR NOT = "S"
              GO TO R2-FIM.
           PERFORM ROT-MOVE-RECALC THRU ROT-MOVE-RECALC-FIM
           REWRITE REGACUM
           IF ST-ERRO = "00"
              ADD 1 TO W-QTDCORR
           ELSE
              DISPLAY "ERRO NA REGRAVACAO DO CADACUM - FILE STATUS "
                      ST-ERRO.
       R2-FIM.
           EXIT.
      *
       R4.
           READ CADPAG NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R4-FIM
           END-READ
           IF ST-ERRO2 NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R4-FIM.
           IF ANO NOT = W-ANOPROC OR TIPOFOLHA = "A"
              GO TO R4-FIM.
           MOVE CHAVEPGTO TO W-CHAVESAL
           PERFORM ROT-FALTA THRU ROT-FALTA-FIM
           MOVE W-CHAVESAL TO CHAVEPGTO
           READ CADPAG
           IF ST-ERRO2 NOT = "00"
              MOVE "S" TO W-FIM.
       R4-FIM.
           EXIT.
      *
       R5.
           READ ARQPAG NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R5-FIM
           END-READ
           IF ST-ERRO3 NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R5-FIM.
           MOVE CHAVEPGTO-A TO CHAVEPGTO
           MOVE DADOSPAG-A  TO REGPAG (13:50)
           IF ANO NOT = W-ANOPROC OR TIPOFOLHA = "A"
              GO TO R5-FIM.
           MOVE CHAVEPGTO TO W-CHAVESAL
           PERFORM ROT-FALTA THRU ROT-FALTA-FIM
           MOVE W-CHAVESAL TO CHAVEPGTO-A
           READ ARQPAG
           IF ST-ERRO3 NOT = "00"
              MOVE "S" TO W-FIM.
       R5-FIM.
           EXIT.
      *
      *********************************************************
      * FOLHA EM REGPAG SEM ACUMULADO: LISTA E, NA CORRECAO,   *
      * CRIA O ACUMULADO COM O RECALCULO (O CHAMADOR RELE A    *
      * FOLHA ONDE ESTAVA, POIS O RECALCULO MEXE NA POSICAO)   *
      *********************************************************
       ROT-FALTA.
           MOVE ANO      TO ACU-ANO
           MOVE FUNC-COD TO ACU-CODFUNC
           MOVE EMPPAG   TO ACU-EMP
           IF CHAVEACUM = W-ULTFALTA
              GO TO ROT-FALTA-FIM.
           READ CADACUM
           IF ST-ERRO = "00"
              GO TO ROT-FALTA-FIM.
           MOVE CHAVEACUM TO W-ULTFALTA
           ADD 1 TO W-QTDSEM
           MOVE FUNC-COD TO W-RFUNC
           MOVE ANO      TO W-RANO
           MOVE EMPPAG   TO W-REMP
           PERFORM ROT-RECALC THRU ROT-RECALC-FIM
           MOVE W-RANO  TO ACU-ANO
           MOVE W-RFUNC TO ACU-CODFUNC
           MOVE W-REMP  TO ACU-EMP
           MOVE "SEM ACUMULADO" TO LF-SITU
           PERFORM ROT-LINHA-FUNC THRU ROT-LINHA-FUNC-FIM
           MOVE "BRUTO"   TO LD-CAMPO
           MOVE ZEROS     TO LD-ACUM
           MOVE W-RBRUTO  TO LD-RECALC LD-DIF
           WRITE LINHA-REL FROM LIN-DIV
           IF W-OPCCORR NOT = "S"
              GO TO ROT-FALTA-FIM.
           PERFORM ROT-MOVE-RECALC THRU ROT-MOVE-RECALC-FIM
           WRITE REGACUM
           IF ST-ERRO = "00"
              ADD 1 TO W-QTDCORR
           ELSE
              DISPLAY "ERRO NA GRAVACAO DO CADACUM - FILE STATUS "
                      ST-ERRO.
       ROT-FALTA-FIM.
           EXIT.
      *
      *********************************************************
      * RECALCULO DO FUNCIONARIO W-RFUNC / ANO W-RANO /        *
      * EMPRESA W-REMP: FOLHAS DA BASE VIVA E DO ARQUIVO MORTO *
      * (A FOLHA QUE ESTIVER NOS DOIS CONTA UMA VEZ SO)        *
      *********************************************************
       ROT-RECALC.
           MOVE ZEROS TO W-RBRUTO W-RINSS W-RIR W-RFGTS W-R13
                         W-RFERIAS W-RQTDFOL W-RPLR W-RIRPLR
           PERFORM ROT-ZERA-MES THRU ROT-ZERA-MES-FIM
                   VARYING W-IDXM FROM 1 BY 1 UNTIL W-IDXM > 12
           MOVE W-RFUNC TO FUNC-COD
           MOVE W-RANO  TO ANO
           MOVE ZEROS   TO MES
           MOVE SPACES  TO TIPOFOLHA
           MOVE "N" TO W-FIMREC
           START CADPAG KEY IS NOT LESS CHAVEPGTO
                 INVALID KEY
                    MOVE "S" TO W-FIMREC.
           PERFORM ROT-RECALC-PAG THRU ROT-RECALC-PAG-FIM
                   UNTIL W-FIMREC = "S".
           IF W-TEMARQ NOT = "S"
              GO TO ROT-RECALC-FIM.
           MOVE W-RFUNC TO FUNC-COD
           MOVE W-RANO  TO ANO
           MOVE ZEROS   TO MES
           MOVE SPACES  TO TIPOFOLHA
           MOVE CHAVEPGTO TO CHAVEPGTO-A
           MOVE "N" TO W-FIMREC
           START ARQPAG KEY IS NOT LESS CHAVEPGTO-A
                 INVALID KEY
                    MOVE "S" TO W-FIMREC.
           PERFORM ROT-RECALC-ARQ THRU ROT-RECALC-ARQ-FIM
                   UNTIL W-FIMREC = "S".
       ROT-RECALC-FIM.
           EXIT.
      *
       ROT-RECALC-PAG.
           READ CADPAG NEXT RECORD
               AT END
                  MOVE "S" TO W-FIMREC
                  GO TO ROT-RECALC-PAG-FIM
           END-READ
           IF ST-ERRO2 NOT = "00"
              MOVE "S" TO W-FIMREC
              GO TO ROT-RECALC-PAG-FIM.
           IF FUNC-COD NOT = W-RFUNC OR ANO NOT = W-RANO
              MOVE "S" TO W-FIMREC
              GO TO ROT-RECALC-PAG-FIM.
           PERFORM ROT-RECALC-SOMA THRU ROT-RECALC-SOMA-FIM.
       ROT-RECALC-PAG-FIM.
           EXIT.
      *
       ROT-RECALC-ARQ.
           READ ARQPAG NEXT RECORD
               AT END
                  MOVE "S" TO W-FIMREC
                  GO TO ROT-RECALC-ARQ-FIM
           END-READ
           IF ST-ERRO3 NOT = "00"
              MOVE "S" TO W-FIMREC
              GO TO ROT-RECALC-ARQ-FIM.
           MOVE CHAVEPGTO-A TO CHAVEPGTO
           IF FUNC-COD NOT = W-RFUNC OR ANO NOT = W-RANO
              MOVE "S" TO W-FIMREC
              GO TO ROT-RECALC-ARQ-FIM.
           READ CADPAG
           IF ST-ERRO2 = "00"
              GO TO ROT-RECALC-ARQ-FIM.
           MOVE CHAVEPGTO-A TO CHAVEPGTO
           MOVE DADOSPAG-A  TO REGPAG (13:50)
           PERFORM ROT-RECALC-SOMA THRU ROT-RECALC-SOMA-FIM.
       ROT-RECALC-ARQ-FIM.
           EXIT.
      *
       ROT-RECALC-SOMA.
           IF TIPOFOLHA = "A" OR EMPPAG NOT = W-REMP
              GO TO ROT-RECALC-SOMA-FIM.
           IF TIPOFOLHA = "P"
              ADD SALBRUTO TO W-RPLR W-RMPLR (MES)
              ADD IR       TO W-RIRPLR W-RMIRPLR (MES)
              ADD 1        TO W-RQTDFOL
              GO TO ROT-RECALC-SOMA-FIM.
           ADD SALBRUTO TO W-RBRUTO W-RMREND (MES)
           ADD INSS     TO W-RINSS
           ADD IR       TO W-RIR W-RMIR (MES)
           ADD FGTS     TO W-RFGTS
           ADD 1        TO W-RQTDFOL
           IF TIPOFOLHA = "D"
              ADD SALBRUTO TO W-R13.
           IF TIPOFOLHA = "F"
              ADD SALBRUTO TO W-RFERIAS.
           IF TIPOFOLHA NOT = "R" OR W-TEMPAGD NOT = "S"
              GO TO ROT-RECALC-SOMA-FIM.
           MOVE CHAVEPGTO TO PAGD-CHAVEPGTO
           MOVE 130       TO PAGD-EVENTO
           READ CADPAGD
           IF ST-ERRO4 = "00"
              ADD PAGD-VALOR TO W-R13.
           MOVE 120       TO PAGD-EVENTO
           READ CADPAGD
           IF ST-ERRO4 = "00"
              ADD PAGD-VALOR TO W-RFERIAS.
           MOVE 121       TO PAGD-EVENTO
           READ CADPAGD
           IF ST-ERRO4 = "00"
              ADD PAGD-VALOR TO W-RFERIAS.
       ROT-RECALC-SOMA-FIM.
           EXIT.
      *
       ROT-ZERA-MES.
           MOVE ZEROS TO W-RMREND (W-IDXM) W-RMIR (W-IDXM)
                         W-RMPLR (W-IDXM) W-RMIRPLR (W-IDXM).
       ROT-ZERA-MES-FIM.
           EXIT.
      *
      *    PASSA O RECALCULO PARA O REGISTRO DE ACUMULADOS
       ROT-MOVE-RECALC.
           MOVE W-RBRUTO  TO ACU-BRUTO
           MOVE W-RINSS   TO ACU-INSS
           MOVE W-RIR     TO ACU-IR
           MOVE W-RFGTS   TO ACU-FGTS
           MOVE W-R13     TO ACU-13
           MOVE W-RFERIAS TO ACU-FERIAS
           MOVE W-RQTDFOL TO ACU-QTDFOL
           MOVE W-RPLR    TO ACU-PLR
           MOVE W-RIRPLR  TO ACU-IRPLR
           PERFORM ROT-MOVE-MES THRU ROT-MOVE-MES-FIM
                   VARYING W-IDXM FROM 1 BY 1 UNTIL W-IDXM > 12
           ACCEPT ACU-DTATU FROM DATE YYYYMMDD.
       ROT-MOVE-RECALC-FIM.
           EXIT.
       ROT-MOVE-MES.
           MOVE W-RMREND (W-IDXM) TO ACU-MREND (W-IDXM)
           MOVE W-RMIR (W-IDXM)   TO ACU-MIR (W-IDXM)
           MOVE W-RMPLR (W-IDXM)  TO ACU-MPLR (W-IDXM)
           MOVE W-RMIRPLR (W-IDXM) TO ACU-MIRPLR (W-IDXM).
       ROT-MOVE-MES-FIM.
           EXIT.
      *
      *********************************************************
      * COMPARA W-CACUM COM W-CRECALC; NA PRIMEIRA DIVERGENCIA *
      * DO FUNCIONARIO IMPRIME A LINHA DE IDENTIFICACAO        *
      *********************************************************
       ROT-COMPARA.
           IF W-CACUM = W-CRECALC
              GO TO ROT-COMPARA-FIM.
           IF W-DIVERGE NOT = "S"
              MOVE "S" TO W-DIVERGE
              MOVE "DIVERGENTE" TO LF-SITU
              PERFORM ROT-LINHA-FUNC THRU ROT-LINHA-FUNC-FIM.
           MOVE W-CCAMPO  TO LD-CAMPO
           MOVE W-CACUM   TO LD-ACUM
           MOVE W-CRECALC TO LD-RECALC
           COMPUTE LD-DIF = W-CRECALC - W-CACUM
           WRITE LINHA-REL FROM LIN-DIV.
       ROT-COMPARA-FIM.
           EXIT.
      *
       ROT-COMPARA-MES.
           MOVE "REND MES"         TO W-CCAMPO
           MOVE W-IDXM             TO W-CCAMPO (10:2)
           MOVE ACU-MREND (W-IDXM) TO W-CACUM
           MOVE W-RMREND (W-IDXM)  TO W-CRECALC
           PERFORM ROT-COMPARA THRU ROT-COMPARA-FIM
           MOVE "IR   MES"         TO W-CCAMPO
           MOVE W-IDXM             TO W-CCAMPO (10:2)
           MOVE ACU-MIR (W-IDXM)   TO W-CACUM
           MOVE W-RMIR (W-IDXM)    TO W-CRECALC
           PERFORM ROT-COMPARA THRU ROT-COMPARA-FIM
           MOVE "PLR  MES"         TO W-CCAMPO
           MOVE W-IDXM             TO W-CCAMPO (10:2)
           MOVE ACU-MPLR (W-IDXM)  TO W-CACUM
           MOVE W-RMPLR (W-IDXM)   TO W-CRECALC
           PERFORM ROT-COMPARA THRU ROT-COMPARA-FIM
           MOVE "IRPL MES"         TO W-CCAMPO
           MOVE W-IDXM             TO W-CCAMPO (10:2)
           MOVE ACU-MIRPLR (W-IDXM) TO W-CACUM
           MOVE W-RMIRPLR (W-IDXM) TO W-CRECALC
           PERFORM ROT-COMPARA THRU ROT-COMPARA-FIM.
       ROT-COMPARA-MES-FIM.
           EXIT.
      *
       ROT-LINHA-FUNC.
           MOVE ACU-CODFUNC TO LF-COD
           MOVE ACU-EMP     TO LF-EMP
           MOVE SPACES      TO LF-NOME
           IF W-TEMFUNC = "S"
              MOVE ACU-CODFUNC TO CODFUNC
              READ CADFUNC
              IF ST-ERRO5 = "00"
                 MOVE NOME TO LF-NOME.
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-FUNC.
       ROT-LINHA-FUNC-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADACUM CADPAG RELACUM
           IF W-TEMARQ = "S"
              CLOSE ARQPAG.
           IF W-TEMPAGD = "S"
              CLOSE CADPAGD.
           IF W-TEMFUNC = "S"
              CLOSE CADFUNC.
           DISPLAY "*** CONFERENCIA EM RELACUM.TXT ***"
           DISPLAY "ACUMULADOS CONFERIDOS      : " W-QTDLIDO
           DISPLAY "ACUMULADOS DIVERGENTES     : " W-QTDDIV
           DISPLAY "FUNCIONARIOS SEM ACUMULADO : " W-QTDSEM
           DISPLAY "CORRIGIDOS/CRIADOS         : " W-QTDCORR
           PERFORM ROT-TRAVA-ENC THRU ROT-TRAVA-ENC-FIM.
      *    GUARDA A GERACAO NO SPOOL (VER SPOOLREG/CONSPOOL)
       ROT-SPOOL.
           CALL "SPOOLREG" USING W-SPRELID W-SPARQ.
           GO TO ROT-FIM2.
      *    SAIDA DE ERRO APOS A TOMADA DA TRAVA: DEVOLVE A TRAVA
      *    DE BATCH ANTES DE ENCERRAR
       ROT-FIM-ERRO.
           PERFORM ROT-TRAVA-ENC THRU ROT-TRAVA-ENC-FIM.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *
      *********************************************************
      * TRAVA DE JANELA DE BATCH (CADTRAVA): SO NA CORRECAO.   *
      * RECUSA A PARTIDA COM UMA SESSAO ONLINE DE MANUTENCAO   *
      * ABERTA OU OUTRO BATCH NO AR                            *
      *********************************************************
       ROT-TRAVA-INI.
           MOVE "N" TO W-TRAVADO
           MOVE "S" TO W-TEMTRAVA
           OPEN I-O CADTRAVA
           IF ST-TRAVA NOT = "00"
              IF ST-TRAVA = "30"
                 OPEN OUTPUT CADTRAVA
                 MOVE 1 TO TRAVA-COD
                 MOVE "N" TO TRAVA-BATCH TRAVA-ONLINE
                 MOVE SPACES TO TRAVA-PROGBATCH
                 MOVE ZEROS TO TRAVA-OPERADOR
                 WRITE REGTRAVA
                 CLOSE CADTRAVA
                 OPEN I-O CADTRAVA
              ELSE
                 MOVE "N" TO W-TEMTRAVA
                 GO TO ROT-TRAVA-INI-FIM.
           MOVE 1 TO TRAVA-COD
           READ CADTRAVA
           IF ST-TRAVA NOT = "00"
              GO TO ROT-TRAVA-INI-FIM.
           IF TRAVA-ONLINE = "S"
              DISPLAY "SESSAO ONLINE DE MANUTENCAO ABERTA - "
                      "BATCH NAO PODE PARTIR"
              MOVE "S" TO W-TRAVADO
              GO TO ROT-TRAVA-INI-FIM.
           IF TRAVA-BATCH = "S"
              DISPLAY "OUTRO BATCH (" TRAVA-PROGBATCH
                      ") JA ESTA NO AR"
              MOVE "S" TO W-TRAVADO
              GO TO ROT-TRAVA-INI-FIM.
           MOVE "S" TO TRAVA-BATCH
           MOVE "REL071  " TO TRAVA-PROGBATCH
           REWRITE REGTRAVA.
       ROT-TRAVA-INI-FIM.
           EXIT.
      *
       ROT-TRAVA-ENC.
           IF W-TEMTRAVA NOT = "S"
              GO TO ROT-TRAVA-ENC-FIM.
           MOVE 1 TO TRAVA-COD
           READ CADTRAVA
           IF ST-TRAVA = "00"
              MOVE "N" TO TRAVA-BATCH
              MOVE SPACES TO TRAVA-PROGBATCH
              REWRITE REGTRAVA.
           CLOSE CADTRAVA
           MOVE "N" TO W-TEMTRAVA.
       ROT-TRAVA-ENC-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    10 = FIM DE ARQUIVO (SEQUENCIAL)
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
