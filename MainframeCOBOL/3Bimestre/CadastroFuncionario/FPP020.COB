       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP020.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * PAGAMENTO DA PARTICIPACAO NOS LUCROS (PLR) - RODADA        *
      * PROPRIA, FORA DA FOLHA MENSAL. O VALOR DE CADA             *
      * FUNCIONARIO VEM:                                           *
      *   A = DO ARQUIVO TEXTO PLRENT.TXT (COL 01-05 CODFUNC,      *
      *       COL 06-15 VALOR 9(08)V99), OU                        *
      *   R = DA REGRA POR AREA/CARGO DE CADPLR (VALOR FIXO +      *
      *       QTD. DE SALARIOS MENSAIS DO CARGO), PARA TODOS OS    *
      *       FUNCIONARIOS NAO DESLIGADOS.                         *
      * A PLR TEM TRIBUTACAO EXCLUSIVA: IR PELA TABELA PROPRIA     *
      * DE CADFAIXA (TIPOFAIXA "P"), SOBRE A PLR ACUMULADA NO      *
      * ANO (CADACUM), MENOS O IR JA RETIDO NAS PLR ANTERIORES     *
      * DO ANO; NAO HA INSS NEM FGTS. GRAVA EM CADPAG SOB O        *
      * TIPOFOLHA "P", QUE SEGUE PARA A REMESSA BANCARIA           *
      * (REL009), O RECIBO (REL011), O INFORME (REL028) E A        *
      * DIRF (REL052) COMO RENDIMENTO SEPARADO. O DETALHE VAI      *
      * PARA CADPAGD (EVENTOS 160 E 915) E OS VALORES SOMAM SO     *
      * NOS ACUMULADOS DA PLR.                                     *
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
           SELECT PLRENT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFUNC
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS CODAREA WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODCARGO WITH DUPLICATES.
      *
           SELECT CADCARGO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CARGO-COD
                      ALTERNATE RECORD KEY IS CARGO-DNMNC
                                   WITH DUPLICATES
                      ALTERNATE RECORD KEY IS CARGO-AREA
                                   WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO4.
      *
           SELECT CADFAIXA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVEFAIXA
                      FILE STATUS  IS ST-ERRO5.
      *
           SELECT CADCOMP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVECOMP
                      FILE STATUS  IS ST-ERRO6.
      *
           SELECT CADPLR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPLR
                    FILE STATUS  IS ST-ERRO9.
      *
           SELECT CADTRAVA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRAVA-COD
                    FILE STATUS  IS ST-TRAVA.
      *
           SELECT CADPAGD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPAGD
                    FILE STATUS  IS ST-ERRO7.
      *
           SELECT CADACUM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEACUM
                    FILE STATUS  IS ST-ERRO8.
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
       FD PLRENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PLRENT.TXT".
       01 REGPLRENT.
          03 ENT-CODFUNC       PIC 9(05).
          03 ENT-VALOR         PIC 9(08)V99.
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
       FD CADCARGO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCARGO.DAT".
       01 REGCARGO.
               03 CARGO-COD        PIC 9(5).
               03 CARGO-DNMNC      PIC X(20).
               03 CARGO-AREA       PIC 9(3).
               03 CARGO-TPSAL      PIC 9(1).
               03 CARGO-SALBASE    PIC 9(6)V99.
      *
       FD CADFAIXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFAIXA.DAT".
       01 REGFAIXA.
                03 CHAVEFAIXA.
                   05 TIPOFAIXA      PIC X(01).
                   05 FAIXA-VIGEN    PIC 9(06).
                   05 FAIXA-COD      PIC 9(02).
                03 VALINI            PIC 9(06)V99.
                03 VALFIM            PIC 9(06)V99.
                03 ALIQFAIXA         PIC 9(02).
                03 VALDEDFAIXA       PIC 9(06)V99.
      *
       FD CADCOMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOMP.DAT".
       01 REGCOMP.
          03 CHAVECOMP.
             05 COMP-ANO   PIC 9(4).
             05 COMP-MES   PIC 9(2).
          03 SITCOMP       PIC X(1).
          03 DTSITCOMP     PIC 9(8).
          03 CONFCONTA     PIC X(1).
      *
       FD CADPLR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLR.DAT".
       01 REGPLR.
                03 CHAVEPLR.
                   05 PLR-AREA       PIC 9(03).
                   05 PLR-CARGO      PIC 9(03).
                03 PLR-VALOR         PIC 9(06)V99.
                03 PLR-QTDSAL        PIC 9(02)V99.
                03 PLR-DESC          PIC X(30).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-TRAVA      PIC X(02) VALUE "00".
       01 W-TEMTRAVA    PIC X(01) VALUE "N".
       01 W-TRAVADO     PIC X(01) VALUE "N".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 ST-ERRO9      PIC X(02) VALUE "00".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-ORIGEM      PIC X(01) VALUE SPACES.
       01 W-ANOPROC     PIC 9(04) VALUE ZEROS.
       01 W-MESPROC     PIC 9(02) VALUE ZEROS.
       01 X             PIC 9(03) VALUE ZEROS.
       01 CALC          PIC 9(08)V99 VALUE ZEROS.
       01 W-ALIQ        PIC 9(02) VALUE ZEROS.
       01 W-ALIQACH     PIC X(01) VALUE "N".
       01 W-TIPOFAIXA   PIC X(01) VALUE SPACES.
       01 W-VALDED      PIC 9(06)V99 VALUE ZEROS.
       01 W-ANOMESCALC  PIC 9(06) VALUE ZEROS.
       01 W-VIGUSAR     PIC 9(06) VALUE ZEROS.
       01 W-SALMES      PIC 9(06)V99 VALUE ZEROS.
       01 W-PLR         PIC 9(08)V99 VALUE ZEROS.
       01 W-PLRBASE     PIC 9(08)V99 VALUE ZEROS.
       01 W-PLRREF      PIC 9(03)V99 VALUE ZEROS.
       01 W-PLRANT      PIC 9(08)V99 VALUE ZEROS.
       01 W-IRANT       PIC 9(08)V99 VALUE ZEROS.
       01 W-BASEPLR     PIC 9(08)V99 VALUE ZEROS.
       01 W-IRTOT       PIC 9(08)V99 VALUE ZEROS.
       01 W-REGACH      PIC X(01) VALUE "N".
       01 W-TOTLID      PIC 9(06) VALUE ZEROS.
       01 W-TOTGRAV     PIC 9(06) VALUE ZEROS.
       01 W-TOTPULADOS  PIC 9(06) VALUE ZEROS.
       01 W-TOTSEMREG   PIC 9(06) VALUE ZEROS.
       01 W-TOTINV      PIC 9(06) VALUE ZEROS.
       01 W-TOTVALOR    PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTIRPLR    PIC 9(10)V99 VALUE ZEROS.
       01 W-TEMCOMP     PIC X(01) VALUE "N".
       01 W-DEVENTO     PIC 9(03) VALUE ZEROS.
       01 W-DNATUR      PIC X(01) VALUE SPACES.
       01 W-DDESCR      PIC X(20) VALUE SPACES.
       01 W-DBASE       PIC 9(08)V99 VALUE ZEROS.
       01 W-DREF        PIC 9(03)V99 VALUE ZEROS.
       01 W-DVALOR      PIC 9(06)V99 VALUE ZEROS.
       01 W-TEMACUM     PIC X(01) VALUE "N".
       01 W-ACUACH      PIC X(01) VALUE "N".
       01 W-EDVALOR     PIC ZZZ.ZZZ.ZZ9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** PAGAMENTO DA PARTICIPACAO NOS LUCROS (PLR) ***"
           DISPLAY "INFORME O ANO (AAAA) : " WITH NO ADVANCING
           ACCEPT W-ANOPROC
           DISPLAY "INFORME O MES (MM)   : " WITH NO ADVANCING
           ACCEPT W-MESPROC
           IF W-ANOPROC = ZEROS OR W-MESPROC = ZEROS
              OR W-MESPROC < 1 OR W-MESPROC > 12
              DISPLAY "ANO/MES INVALIDO"
              GO TO ROT-FIM2.
           DISPLAY "ORIGEM DOS VALORES (A=ARQUIVO PLRENT.TXT  "
                   "R=REGRA CADPLR) : " WITH NO ADVANCING
           ACCEPT W-ORIGEM
           IF W-ORIGEM = "a"
              MOVE "A" TO W-ORIGEM.
           IF W-ORIGEM = "r"
              MOVE "R" TO W-ORIGEM.
           IF W-ORIGEM NOT = "A" AND W-ORIGEM NOT = "R"
              DISPLAY "ORIGEM INVALIDA - INFORME A OU R"
              GO TO ROT-FIM2.
       R00.
           PERFORM ROT-TRAVA-INI THRU ROT-TRAVA-INI-FIM
           IF W-TRAVADO = "S"
              IF W-TEMTRAVA = "S"
                 CLOSE CADTRAVA
                 GO TO ROT-FIM2
              ELSE
                 GO TO ROT-FIM2.
       R0A.
           OPEN I-O CADPAG
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPAG"
              GO TO ROT-FIM-ERRO.
       R0B.
           IF W-ORIGEM = "A"
              OPEN INPUT PLRENT
              IF ST-ERRO2 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO PLRENT.TXT"
                 GO TO ROT-FIM-ERRO
              ELSE
                 NEXT SENTENCE
           ELSE
              OPEN INPUT CADPLR
              IF ST-ERRO9 NOT = "00"
                 DISPLAY "REGRAS DE PLR (CADPLR) NAO CADASTRADAS"
                 GO TO ROT-FIM-ERRO.
       R0C.
           OPEN INPUT CADFUNC
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              GO TO ROT-FIM-ERRO.
       R0D.
           OPEN INPUT CADCARGO
           IF ST-ERRO4 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE CARGO"
              GO TO ROT-FIM-ERRO.
       R0E.
           OPEN INPUT CADFAIXA
           IF ST-ERRO5 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFAIXA"
              GO TO ROT-FIM-ERRO.
      *
      *********************************************************
      * CONTROLE DE COMPETENCIA: COMPETENCIA APROVADA OU PAGA *
      * NAO RECEBE MAIS LANCAMENTOS DE PLR                    *
      *********************************************************
       R0F.
           OPEN I-O CADCOMP
           IF ST-ERRO6 = "00"
              MOVE "S" TO W-TEMCOMP
              MOVE W-ANOPROC TO COMP-ANO
              MOVE W-MESPROC TO COMP-MES
              READ CADCOMP
              IF ST-ERRO6 = "00"
                 IF SITCOMP = "P" OR SITCOMP = "G"
                    DISPLAY "COMPETENCIA " W-MESPROC "/" W-ANOPROC
                            " JA APROVADA/PAGA - NAO PERMITIDO"
                    CLOSE CADPAG CADFUNC CADCARGO CADFAIXA CADCOMP
                    GO TO ROT-FIM-ERRO.
      *
       R0H.
           OPEN I-O CADPAGD
           IF ST-ERRO7 NOT = "00"
              IF ST-ERRO7 = "30"
                 OPEN OUTPUT CADPAGD
                 CLOSE CADPAGD
                 OPEN I-O CADPAGD
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPAGD"
                 GO TO ROT-FIM-ERRO.
       R0I.
           MOVE "S" TO W-TEMACUM
           OPEN I-O CADACUM
           IF ST-ERRO8 NOT = "00"
              IF ST-ERRO8 = "30"
                 OPEN OUTPUT CADACUM
                 CLOSE CADACUM
                 OPEN I-O CADACUM
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADACUM"
                 GO TO ROT-FIM-ERRO.
      *
       R1.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
           GO TO ROT-FIM.
      *
      *********************************************************
      * ORIGEM "A": UMA LINHA DE PLRENT.TXT POR FUNCIONARIO,  *
      * COM O VALOR JA APURADO PELO RH                        *
      *********************************************************
       R2.
           IF W-ORIGEM = "R"
              GO TO R2R.
           READ PLRENT
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO PLRENT.TXT"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           ADD 1 TO W-TOTLID
           IF ENT-CODFUNC NOT NUMERIC OR ENT-VALOR NOT NUMERIC
              OR ENT-VALOR = ZEROS
              ADD 1 TO W-TOTINV
              DISPLAY "LINHA " W-TOTLID " DE PLRENT.TXT INVALIDA"
                      " - PULADA"
              GO TO R2-FIM.
           MOVE ENT-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO3 NOT = "00"
              ADD 1 TO W-TOTINV
              DISPLAY "PLR DO FUNC " ENT-CODFUNC
                      " SEM CADASTRO EM CADFUNC - PULADA"
              GO TO R2-FIM.
           MOVE ENT-VALOR TO W-PLR W-PLRBASE
           MOVE ZEROS     TO W-PLRREF
           GO TO R3.
      *
      *********************************************************
      * ORIGEM "R": TODO O CADFUNC, MENOS OS DESLIGADOS, COM O*
      * VALOR CALCULADO PELA REGRA DA AREA/CARGO              *
      *********************************************************
       R2R.
           READ CADFUNC NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADFUNC"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF SITFUNC = "D"
              GO TO R2-FIM.
           ADD 1 TO W-TOTLID
           MOVE CODCARGO TO CARGO-COD
           READ CADCARGO
           IF ST-ERRO4 NOT = "00"
              ADD 1 TO W-TOTINV
              DISPLAY "FUNCIONARIO " CODFUNC " COM CODCARGO "
                      CODCARGO " SEM CADASTRO EM ARQCARGO.DAT - PULADO"
              GO TO R2-FIM.
           IF CARGO-TPSAL = 1
               MOVE 220 TO X
           ELSE IF CARGO-TPSAL = 2
               MOVE 30 TO X
           ELSE
               MOVE 1 TO X.
           COMPUTE W-SALMES = (CARGO-SALBASE * X)
           PERFORM ROT-BUSCA-REGRA THRU ROT-BUSCA-REGRA-FIM
           IF W-REGACH NOT = "S"
              ADD 1 TO W-TOTSEMREG
              GO TO R2-FIM.
           COMPUTE W-PLR = PLR-VALOR + (PLR-QTDSAL * W-SALMES)
           MOVE W-SALMES   TO W-PLRBASE
           MOVE PLR-QTDSAL TO W-PLRREF
           IF W-PLR = ZEROS
              ADD 1 TO W-TOTSEMREG
              GO TO R2-FIM.
      *
       R3.
           MOVE CODFUNC     TO FUNC-COD
           MOVE W-ANOPROC   TO ANO
           MOVE W-MESPROC   TO MES
           MOVE "P"         TO TIPOFOLHA
           READ CADPAG
           IF ST-ERRO = "00"
              ADD 1 TO W-TOTPULADOS
              DISPLAY "FUNCIONARIO " CODFUNC
                      " JA TEM PLR PAGA EM " W-MESPROC "/"
                      W-ANOPROC " - PULADO"
              GO TO R2-FIM.
           IF W-PLR > 999999,99
              ADD 1 TO W-TOTINV
              MOVE W-PLR TO W-EDVALOR
              DISPLAY "FUNCIONARIO " CODFUNC " COM PLR DE "
                      W-EDVALOR " ACIMA DO LIMITE DA FOLHA - PULADO"
              GO TO R2-FIM.
      *
      *********************************************************
      * IR EXCLUSIVO DA PLR: A TABELA "P" E ANUAL, ENTAO A    *
      * BASE E A PLR DESTE PAGAMENTO MAIS A JA PAGA NO ANO; DO*
      * IR DA BASE TOTAL SAI O IR JA RETIDO NAS PLR ANTERIORES*
      *********************************************************
       R5.
           MOVE ZEROS TO W-PLRANT W-IRANT
           IF W-TEMACUM = "S"
              MOVE W-ANOPROC TO ACU-ANO
              MOVE CODFUNC   TO ACU-CODFUNC
              MOVE EMPFUNC   TO ACU-EMP
              READ CADACUM
              IF ST-ERRO8 = "00"
                 MOVE ACU-PLR   TO W-PLRANT
                 MOVE ACU-IRPLR TO W-IRANT.
           COMPUTE W-BASEPLR = W-PLR + W-PLRANT
           MOVE "P" TO W-TIPOFAIXA
           MOVE W-BASEPLR TO CALC
           PERFORM ROT-BUSCA-FAIXA THRU ROT-BUSCA-FAIXA-FIM
           IF W-ALIQACH NOT = "S"
              ADD 1 TO W-TOTINV
              DISPLAY "FUNCIONARIO " CODFUNC
                      " SEM FAIXA DE IR EXCLUSIVO DA PLR - PULADO"
              GO TO R2-FIM.
           COMPUTE W-IRTOT = W-BASEPLR * W-ALIQ / 100
           IF W-VALDED > W-IRTOT
              MOVE W-IRTOT TO W-VALDED
           END-IF
           SUBTRACT W-VALDED FROM W-IRTOT
           IF W-IRANT > W-IRTOT
              MOVE ZEROS TO IR
           ELSE
              COMPUTE IR = W-IRTOT - W-IRANT.
       R5D.
           MOVE W-PLR TO SALBRUTO
           MOVE ZEROS TO INSS SALFAMILIA FGTS
           COMPUTE SALLIQ = SALBRUTO - IR.
      *
       R6.
           MOVE CODFUNC     TO FUNC-COD
           MOVE W-ANOPROC   TO ANO
           MOVE W-MESPROC   TO MES
           MOVE "P"         TO TIPOFOLHA
           MOVE EMPFUNC     TO EMPPAG
           WRITE REGPAG
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-TOTGRAV
              ADD SALBRUTO TO W-TOTVALOR
              ADD IR       TO W-TOTIRPLR
              PERFORM ROT-GRAVA-DET THRU ROT-GRAVA-DET-FIM
              PERFORM ROT-ACUM THRU ROT-ACUM-FIM
           ELSE
              DISPLAY "ERRO NA GRAVACAO DA PLR DO FUNCIONARIO "
                      CODFUNC " - FILE STATUS " ST-ERRO.
       R2-FIM.
           EXIT.
      *
      *********************************************************
      * REGRA DE PLR DO FUNCIONARIO EM CADPLR: AREA + CARGO,  *
      * SENAO AREA COM CARGO 000, SENAO A REGRA GERAL 000/000.*
      * W-REGACH = "S" E REGPLR CARREGADO QUANDO ACHOU        *
      *********************************************************
       ROT-BUSCA-REGRA.
           MOVE "S" TO W-REGACH
           MOVE CODAREA  TO PLR-AREA
           MOVE CODCARGO TO PLR-CARGO
           READ CADPLR
           IF ST-ERRO9 = "00"
              GO TO ROT-BUSCA-REGRA-FIM.
           MOVE ZEROS TO PLR-CARGO
           READ CADPLR
           IF ST-ERRO9 = "00"
              GO TO ROT-BUSCA-REGRA-FIM.
           MOVE ZEROS TO PLR-AREA
           READ CADPLR
           IF ST-ERRO9 = "00"
              GO TO ROT-BUSCA-REGRA-FIM.
           MOVE "N" TO W-REGACH.
       ROT-BUSCA-REGRA-FIM.
           EXIT.
      *
      *********************************************************
      * DETALHE DA PLR EM CADPAGD: O VALOR DA PLR (BASE =     *
      * SALARIO MENSAL E REFERENCIA = QTD. DE SALARIOS NA     *
      * REGRA; NO ARQUIVO, O PROPRIO VALOR) E O IR EXCLUSIVO  *
      * (BASE = PLR ACUMULADA NO ANO, REFERENCIA = ALIQUOTA)  *
      *********************************************************
       ROT-GRAVA-DET.
           MOVE "P" TO W-DNATUR
           MOVE 160 TO W-DEVENTO
           MOVE "PARTIC. LUCROS - PLR" TO W-DDESCR
           MOVE W-PLRBASE TO W-DBASE
           MOVE W-PLRREF  TO W-DREF
           MOVE SALBRUTO  TO W-DVALOR
           PERFORM ROT-DET-WR THRU ROT-DET-WR-FIM
           MOVE "D" TO W-DNATUR
           MOVE 915 TO W-DEVENTO
           MOVE "IR EXCLUSIVO S/ PLR" TO W-DDESCR
           MOVE W-BASEPLR TO W-DBASE
           MOVE W-ALIQ    TO W-DREF
           MOVE IR        TO W-DVALOR
           PERFORM ROT-DET-WR THRU ROT-DET-WR-FIM.
       ROT-GRAVA-DET-FIM.
           EXIT.
      *
      *********************************************************
      * GRAVA UMA LINHA DE DETALHE (W-DEVENTO...W-DVALOR) EM  *
      * CADPAGD SOB A CHAVEPGTO CORRENTE; VALOR ZERO NAO GRAVA*
      *********************************************************
       ROT-DET-WR.
           IF W-DVALOR = ZEROS
              GO TO ROT-DET-WR-FIM.
           MOVE CHAVEPGTO TO PAGD-CHAVEPGTO
           MOVE W-DEVENTO TO PAGD-EVENTO
           MOVE W-DNATUR  TO PAGD-NATUR
           MOVE W-DDESCR  TO PAGD-DESCR
           MOVE W-DBASE   TO PAGD-BASE
           MOVE W-DREF    TO PAGD-REF
           MOVE W-DVALOR  TO PAGD-VALOR
           WRITE REGPAGD
           IF ST-ERRO7 = "22"
              REWRITE REGPAGD.
       ROT-DET-WR-FIM.
           EXIT.
      *
      *********************************************************
      * ACUMULADOS DO ANO (CADACUM) DO FUNCIONARIO/EMPRESA DA *
      * FOLHA EM REGPAG: A PLR SOMA SO NOS CAMPOS PROPRIOS    *
      * (ACU-PLR/ACU-IRPLR E O MES DA COMPETENCIA) - NAO ENTRA*
      * NO RENDIMENTO NEM NO IR DA FOLHA MENSAL               *
      *********************************************************
       ROT-ACUM.
           IF W-TEMACUM NOT = "S"
              GO TO ROT-ACUM-FIM.
           MOVE ANO      TO ACU-ANO
           MOVE FUNC-COD TO ACU-CODFUNC
           MOVE EMPPAG   TO ACU-EMP
           MOVE "S" TO W-ACUACH
           READ CADACUM
           IF ST-ERRO8 NOT = "00"
              MOVE "N" TO W-ACUACH
              MOVE ZEROS TO ACU-BRUTO ACU-INSS ACU-IR ACU-FGTS
                            ACU-13 ACU-FERIAS ACU-QTDFOL ACU-MESES
                            ACU-PLR ACU-IRPLR ACU-MESESPLR.
           ADD SALBRUTO TO ACU-PLR ACU-MPLR (MES)
           ADD IR       TO ACU-IRPLR ACU-MIRPLR (MES)
           ADD 1        TO ACU-QTDFOL
           ACCEPT ACU-DTATU FROM DATE YYYYMMDD
           IF W-ACUACH = "S"
              REWRITE REGACUM
           ELSE
              WRITE REGACUM.
       ROT-ACUM-FIM.
           EXIT.
      *
      *********************************************************
      * PROCURA EM CADFAIXA A FAIXA CUJO VALOR INICIAL/FINAL  *
      * COBRE CALC, PARA O TIPOFAIXA (P=IR EXCLUSIVO DA PLR)  *
      * EM W-TIPOFAIXA. RETORNA A ALIQUOTA EM W-ALIQ E A      *
      * PARCELA A DEDUZIR EM W-VALDED.                        *
      *********************************************************
       ROT-BUSCA-FAIXA.
           MOVE ZEROS       TO W-ALIQ W-VALDED
           MOVE "N"         TO W-ALIQACH
           COMPUTE W-ANOMESCALC = (W-ANOPROC * 100) + W-MESPROC
           PERFORM ROT-ACHA-VIGEN THRU ROT-ACHA-VIGEN-FIM
           MOVE W-TIPOFAIXA TO TIPOFAIXA
           MOVE W-VIGUSAR   TO FAIXA-VIGEN
           MOVE 01          TO FAIXA-COD
           START CADFAIXA KEY IS NOT LESS CHAVEFAIXA
                 INVALID KEY
                    DISPLAY "TABELA DE IR DA PLR NAO CADASTRADA"
                    GO TO ROT-BUSCA-FAIXA-FIM.
       ROT-BUSCA-FAIXA-RD.
           READ CADFAIXA NEXT RECORD
                AT END
                   GO TO ROT-BUSCA-FAIXA-FIM
           END-READ
           IF TIPOFAIXA NOT = W-TIPOFAIXA
              OR FAIXA-VIGEN NOT = W-VIGUSAR
              GO TO ROT-BUSCA-FAIXA-FIM.
           IF CALC NOT < VALINI AND CALC NOT > VALFIM
              MOVE ALIQFAIXA   TO W-ALIQ
              MOVE VALDEDFAIXA TO W-VALDED
              MOVE "S"         TO W-ALIQACH
              GO TO ROT-BUSCA-FAIXA-FIM.
           GO TO ROT-BUSCA-FAIXA-RD.
       ROT-BUSCA-FAIXA-FIM.
           EXIT.
      *
      *********************************************************
      * DETERMINA A VIGENCIA DA TABELA DE FAIXAS A USAR PARA A*
      * COMPETENCIA EM CALCULO (W-ANOMESCALC): A MAIOR        *
      * FAIXA-VIGEN DO TIPO (W-TIPOFAIXA) QUE NAO ULTRAPASSE A*
      * COMPETENCIA. RESULTADO EM W-VIGUSAR.                  *
      *********************************************************
       ROT-ACHA-VIGEN.
           MOVE ZEROS TO W-VIGUSAR
           MOVE W-TIPOFAIXA TO TIPOFAIXA
           MOVE ZEROS TO FAIXA-VIGEN FAIXA-COD
           START CADFAIXA KEY IS NOT LESS CHAVEFAIXA
                 INVALID KEY
                    GO TO ROT-ACHA-VIGEN-FIM.
       ROT-ACHA-VIGEN-RD.
           READ CADFAIXA NEXT RECORD
                AT END
                   GO TO ROT-ACHA-VIGEN-FIM
           END-READ
           IF TIPOFAIXA NOT = W-TIPOFAIXA
              GO TO ROT-ACHA-VIGEN-FIM.
           IF FAIXA-VIGEN NOT > W-ANOMESCALC
              MOVE FAIXA-VIGEN TO W-VIGUSAR.
           GO TO ROT-ACHA-VIGEN-RD.
       ROT-ACHA-VIGEN-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADPAG CADFUNC CADCARGO CADFAIXA CADPAGD CADACUM
           IF W-ORIGEM = "A"
              CLOSE PLRENT
           ELSE
              CLOSE CADPLR.
           IF W-TEMCOMP = "S"
              CLOSE CADCOMP.
           DISPLAY "*** PAGAMENTO DA PLR CONCLUIDO ***"
           IF W-ORIGEM = "A"
              DISPLAY "LINHAS LIDAS DO PLRENT.TXT  : " W-TOTLID
           ELSE
              DISPLAY "FUNCIONARIOS LIDOS          : " W-TOTLID
              DISPLAY "SEM REGRA DE PLR, PULADOS   : " W-TOTSEMREG.
           DISPLAY "PLR GRAVADAS                : " W-TOTGRAV
           DISPLAY "JA EXISTENTES, PULADAS      : " W-TOTPULADOS
           DISPLAY "INVALIDAS, PULADAS          : " W-TOTINV
           MOVE W-TOTVALOR TO W-EDVALOR
           DISPLAY "TOTAL DE PLR PAGA           : " W-EDVALOR
           MOVE W-TOTIRPLR TO W-EDVALOR
           DISPLAY "TOTAL DE IR EXCLUSIVO       : " W-EDVALOR.
      *    SAIDA DE ERRO APOS A TOMADA DA TRAVA: DEVOLVE A TRAVA
      *    DE BATCH ANTES DE ENCERRAR, SENAO O MENU FICA
      *    BLOQUEADO ATE ALGUEM LIMPAR O CADTRAVA NA MAO
       ROT-FIM-ERRO.
           PERFORM ROT-TRAVA-ENC THRU ROT-TRAVA-ENC-FIM.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *
      *********************************************************
      * TRAVA DE JANELA DE BATCH (CADTRAVA): RECUSA A PARTIDA *
      * COM UMA SESSAO ONLINE DE MANUTENCAO ABERTA OU OUTRO   *
      * BATCH NO AR; SEGURA A TRAVA ATE O FIM DA EXECUCAO     *
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
           MOVE "FPP020  " TO TRAVA-PROGBATCH
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
      *    30 = ARQUIVO NAO ENCONTRADO
