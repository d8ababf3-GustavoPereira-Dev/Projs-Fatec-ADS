      * AUTHOR. GUSTAVO PEREIRA.
      **************************************
      * MANUTENCAO DO CADASTRO DE FOLHA    *
      * LANCAMENTOS DE CADMOV CLASSIFICADOS*
      * PELO CATALOGO DE RUBRICAS CADRUBR  *
      * LINHAS DO CALCULO GRAVADAS EM      *
      * CADPAGD (GRAVACAO, ALTERACAO E     *
      * REVERSAO ACOMPANHAM O CADPAG), E   *
      * OS ACUMULADOS DO ANO EM CADACUM    *
      * REEMBOLSO DE DESPESAS APROVADO     *
      * (CADDESP) NO EVENTO 170, DIRETO    *
      * NO LIQUIDO E FORA DAS BASES        *
      * TIPO DE CONTRATO (CADFCONT):       *
      * ESTAGIARIO SEM INSS, FGTS E SAL.-  *
      * FAMILIA; APRENDIZ COM O FGTS DO    *
      * PARAMETRO 022                      *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVEMOV
                      FILE STATUS  IS ST-ERRO5
                      ALTERNATE RECORD KEY IS MOV-ANOMES
                          WITH DUPLICATES.
      *
           SELECT CADSTEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FST-CODFUNC
                    FILE STATUS  IS ST-FSTEP.
      *
           SELECT CADFCONT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FCT-CODFUNC
                    FILE STATUS  IS ST-FCONT.
      *
           SELECT CADAPUR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPARAM
                    FILE STATUS  IS ST-ERRO9.
      *
           SELECT CADVINC ASSIGN TO DISK
                      FILE STATUS  IS ST-ERRO14.
      *
      *-----------------------------------------------------------------
      *
           SELECT CADTRAVA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRAVA-COD
                    FILE STATUS  IS ST-TRAVA.
      *
           SELECT CADRUBR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RUB-COD
                    FILE STATUS  IS ST-ERRO15.
      *
           SELECT CADPAGD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPAGD
                    FILE STATUS  IS ST-ERRO16.
      *
           SELECT CADACUM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEACUM
                    FILE STATUS  IS ST-ERRO17.
      *
           SELECT CADDESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEDESP
                    FILE STATUS  IS ST-ERRO18.
      *
       DATA DIVISION.
       FILE SECTION.
                03 OPER-NIVEL         PIC 9(01).
                03 OPER-CODFUNC       PIC 9(05).
                03 OPER-PERFIL        PIC 9(02).
                03 OPER-TENTAT        PIC 9(02).
                03 OPER-BLOQ          PIC X(01).
                03 OPER-DTSENHA       PIC 9(08).
                03 OPER-TROCA         PIC X(01).
                03 OPER-SENHAANT      PIC X(08) OCCURS 3 TIMES.
      *-----------------------------------------------------------------
       FD CADMOV
               LABEL RECORD IS STANDARD
          03 FST-CODFUNC      PIC 9(5).
          03 FST-STEP         PIC 9(2).
          03 FST-DTINI        PIC 9(8).
      *-----------------------------------------------------------------
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
       FD CADAPUR
               LABEL RECORD IS STANDARD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
                03 CHAVEPARAM.
                   05 PARAM-COD      PIC 9(03).
                   05 PARAM-VIGEN    PIC 9(06).
                03 PARAM-DESC        PIC X(30).
                03 PARAM-VALOR       PIC 9(08)V99.
                03 PARAM-OPER        PIC 9(03).
                03 PARAM-DTALT       PIC 9(08).
      *-----------------------------------------------------------------
       FD CADVINC
               LABEL RECORD IS STANDARD
          03 CSG-SALDO        PIC 9(6)V99.
          03 CSG-SIT          PIC X(1).
          03 CSG-ANOMESULT    PIC 9(6).
          03 CSG-CREDOR       PIC 9(3).
          03 CSG-ANOMESREP    PIC 9(6).
          03 CSG-PARCDEV      PIC 9(6)V99.
          03 CSG-VLRDESC      PIC 9(6)V99.
          03 CSG-CORTE        PIC X(1).
      *-----------------------------------------------------------------
       FD CADDESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDESP.DAT".
       01 REGDESP.
          03 CHAVEDESP.
             05 DESP-CODFUNC  PIC 9(5).
             05 DESP-SEQ      PIC 9(3).
          03 DESP-DATA        PIC 9(8).
          03 DESP-CATEG       PIC X(1).
          03 DESP-VALOR       PIC 9(6)V99.
          03 DESP-COMPROV     PIC X(15).
          03 DESP-HIST        PIC X(30).
          03 DESP-FORMA       PIC X(1).
          03 DESP-SIT         PIC X(1).
          03 DESP-OPERLANC    PIC 9(3).
          03 DESP-DTLANC      PIC 9(8).
          03 DESP-OPERAPR     PIC 9(3).
          03 DESP-DTAPR       PIC 9(8).
          03 DESP-ANOMESPAG   PIC 9(6).
          03 DESP-DTPAG       PIC 9(8).
      *-----------------------------------------------------------------
       FD CADBENEF
               LABEL RECORD IS STANDARD
             05 PLS-SEQDEP    PIC 9(2).
          03 PLS-VLRMENS      PIC 9(6)V99.
          03 PLS-SIT          PIC X(1).
          03 PLS-VLREMPR      PIC 9(6)V99.
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
      *-----------------------------------------------------------------
       FD CADRUBR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRUBR.DAT".
       01 REGRUBR.
          03 RUB-COD          PIC 9(3).
          03 RUB-DESC         PIC X(20).
          03 RUB-NATUR        PIC X(1).
          03 RUB-INCINSS      PIC X(1).
          03 RUB-INCIR        PIC X(1).
          03 RUB-INCFGTS      PIC X(1).
          03 RUB-CTAEVEN      PIC 9(2).
          03 RUB-ORIGEM       PIC X(1).
      *-----------------------------------------------------------------
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
       01 ST-ERRO4      PIC X(02)   VALUE "00".
       01 W-2ACOD       PIC 9(03)   VALUE ZEROS.
       01 W-2ASENHA     PIC X(08)   VALUE SPACES.
       01 W-2AMODO      PIC X(01)   VALUE "A".
       01 W-2ARET       PIC X(01)   VALUE SPACES.
       01 W-2AOK        PIC X(01)   VALUE "N".
       01 W-SEQHPAG     PIC 9(03)   VALUE ZEROS.
       01 W-OLDSALBRUTO   PIC 9(06)V99 VALUE ZEROS.
       01 W-OLDSALLIQ      PIC 9(06)V99 VALUE ZEROS.
       01 W-OLDFGTS        PIC 9(06)V99 VALUE ZEROS.
       01 W-ALIQFGTS       PIC 9(02)    VALUE 08.
       01 ST-FCONT      PIC X(02) VALUE "00".
       01 W-TEMFCONT    PIC X(01) VALUE "N".
       01 W-TPCONT      PIC 9(01) VALUE 1.
       01 W-ALIQFGTSC   PIC 9(02)V99 VALUE ZEROS.
       01 W-SEL         PIC 9(01)   VALUE ZEROS.
       01 IND           PIC 9(02)   VALUE ZEROS.
       01 X             PIC 9(03)   VALUE ZEROS.
       01 W-NDEPIR      PIC 9(02)   VALUE ZEROS.
       01 W-PARAMCOD    PIC 9(03)   VALUE ZEROS.
       01 W-PARAMVLR    PIC 9(08)V99 VALUE ZEROS.
       01 W-PARAMCOMP   PIC 9(06) VALUE ZEROS.
       01 W-ABATDEP     PIC 9(08)V99 VALUE ZEROS.
       01 W-BASEIR      PIC 9(06)V99 VALUE ZEROS.
       01 W-VALDED      PIC 9(06)V99 VALUE ZEROS.
       01 W-PCTVR       PIC 9(03) VALUE ZEROS.
       01 ST-ERRO14     PIC X(02) VALUE "00".
       01 W-TEMPLSAU    PIC X(01) VALUE "N".
       01 ST-ERRO15     PIC X(02) VALUE "00".
       01 W-TEMRUBR     PIC X(01) VALUE "N".
       01 W-AJINSS      PIC S9(06)V99 VALUE ZEROS.
       01 W-AJIR        PIC S9(06)V99 VALUE ZEROS.
       01 W-AJFGTS      PIC S9(06)V99 VALUE ZEROS.
       01 W-BASECALC    PIC S9(07)V99 VALUE ZEROS.
       01 W-DESCPLSAU   PIC 9(06)V99 VALUE ZEROS.
       01 ST-ERRO16     PIC X(02) VALUE "00".
       01 W-TEMPAGD     PIC X(01) VALUE "N".
       01 ST-ERRO17      PIC X(02) VALUE "00".
       01 ST-ERRO18      PIC X(02) VALUE "00".
       01 W-TEMDESP      PIC X(01) VALUE "N".
       01 W-REEMB        PIC 9(06)V99 VALUE ZEROS.
       01 W-NOVASITD     PIC X(01) VALUE SPACES.
       01 W-TEMACUM     PIC X(01) VALUE "N".
       01 W-ACUACH      PIC X(01) VALUE "N".
       01 W-ASINAL      PIC X(01) VALUE "+".
       01 W-ABRUTO      PIC 9(06)V99 VALUE ZEROS.
       01 W-AINSS       PIC 9(06)V99 VALUE ZEROS.
       01 W-AIR         PIC 9(06)V99 VALUE ZEROS.
       01 W-AFGTS       PIC 9(06)V99 VALUE ZEROS.
       01 W-A13         PIC 9(06)V99 VALUE ZEROS.
       01 W-AFER        PIC 9(06)V99 VALUE ZEROS.
       01 W-DSALARIO    PIC 9(06)V99 VALUE ZEROS.
       01 W-DREFSAL     PIC 9(03)V99 VALUE ZEROS.
       01 W-BASEINSS    PIC 9(06)V99 VALUE ZEROS.
       01 W-BASEFGTS    PIC 9(06)V99 VALUE ZEROS.
       01 W-QTDDET      PIC 9(02) VALUE ZEROS.
       01 W-IDXD        PIC 9(02) VALUE ZEROS.
       01 W-IDXDACH     PIC 9(02) VALUE ZEROS.
       01 W-DEVENTO     PIC 9(03) VALUE ZEROS.
       01 W-DNATUR      PIC X(01) VALUE SPACES.
       01 W-DDESCR      PIC X(20) VALUE SPACES.
       01 W-DBASE       PIC 9(08)V99 VALUE ZEROS.
       01 W-DREF        PIC 9(03)V99 VALUE ZEROS.
       01 W-DVALOR      PIC 9(06)V99 VALUE ZEROS.
       01 TABDET.
          03 TB-DET OCCURS 40 TIMES.
             05 TBD-EVENTO   PIC 9(03).
             05 TBD-NATUR    PIC X(01).
             05 TBD-DESCR    PIC X(20).
             05 TBD-BASE     PIC 9(08)V99.
             05 TBD-REF      PIC 9(03)V99.
             05 TBD-VALOR    PIC 9(06)V99.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPAG.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "                       +---------------|".
           05  LINE 01  COLUMN 41
               VALUE  "----|".
           05  LINE 02  COLUMN 01
               VALUE  "                       |  CADASTRO DE FO".
           05  LINE 02  COLUMN 41
               VALUE  "LHA |".
           05  LINE 03  COLUMN 01
               VALUE  "                       +---------------|".
           05  LINE 03  COLUMN 41
               VALUE  "----|".
           05  LINE 04  COLUMN 01
               VALUE  "|======================================|".
           05  LINE 04  COLUMN 41
               VALUE  "=======================================+".
           05  LINE 05  COLUMN 01
               VALUE  "|                             +---------".
           05  LINE 05  COLUMN 41
               VALUE  "------------------------------------|  |".
           05  LINE 06  COLUMN 01
               VALUE  "|  CODIGO FUNCIONARIO :       |    ** RE".
           05  LINE 06  COLUMN 41
               VALUE  "SULTADO DA FOLHA DE PAGAMENTO **    |  |".
           05  LINE 07  COLUMN 01
               VALUE  "|                             |  SALARIO".
           05  LINE 07  COLUMN 41
               VALUE  " BRUTO    :                         |  |".
           05  LINE 08  COLUMN 01
               VALUE  "|                             |".
           05  LINE 08  COLUMN 41
               VALUE  "                                    |  |".
           05  LINE 09  COLUMN 01
               VALUE  "|                             |".
           05  LINE 09  COLUMN 41
               VALUE  "                                    |  |".
           05  LINE 10  COLUMN 01
               VALUE  "|                             |  INSS".
           05  LINE 10  COLUMN 41
               VALUE  "          :                         |  |".
           05  LINE 11  COLUMN 01
               VALUE  "|                             |".
           05  LINE 11  COLUMN 41
               VALUE  "                                    |  |".
           05  LINE 12  COLUMN 01
               VALUE  "|  ANO                :       |  IMPOSTO".
           05  LINE 12  COLUMN 41
               VALUE  " DE RENDA :                         |  |".
           05  LINE 13  COLUMN 01
               VALUE  "|                             |".
           05  LINE 13  COLUMN 41
               VALUE  "                                    |  |".
           05  LINE 14  COLUMN 01
               VALUE  "|                             |".
           05  LINE 14  COLUMN 41
               VALUE  "                                    |  |".
           05  LINE 15  COLUMN 01
               VALUE  "|                             |  SALARIO".
           05  LINE 15  COLUMN 41
               VALUE  " FAMILIA  :                         |  |".
           05  LINE 16  COLUMN 01
               VALUE  "|                             |".
           05  LINE 16  COLUMN 41
               VALUE  "                                    |  |".
           05  LINE 17  COLUMN 01
               VALUE  "|                             |  SALARIO".
           05  LINE 17  COLUMN 41
               VALUE  " LIQUIDO  :                         |  |".
           05  LINE 18  COLUMN 01
               VALUE  "|                             |".
           05  LINE 18  COLUMN 41
               VALUE  "                                    |  |".
           05  LINE 19  COLUMN 01
               VALUE  "|  MES                :       +---------".
           05  LINE 19  COLUMN 41
               VALUE  "------------------------------------|  |".
           05  LINE 20  COLUMN 01
               VALUE  "|".
           05  LINE 20  COLUMN 41
               VALUE  "                                       |".
           05  LINE 21  COLUMN 01
               VALUE  "+=======================================".
           05  LINE 21  COLUMN 41
               VALUE  "=======================================+".
           05  LINE 22  COLUMN 01
               VALUE  "+---------------------------------------".
           05  LINE 22  COLUMN 41
               VALUE  "---------------------------------------+".
           05  LINE 23  COLUMN 01
               VALUE  "|MENSAGEM :".
           05  LINE 23  COLUMN 41
               VALUE  "                                       |".
           05  LINE 24  COLUMN 01
               VALUE  "+---------------------------------------".
           05  LINE 24  COLUMN 41
               VALUE  "---------------------------------------+".
           05  TFUNC-COD
               LINE 06  COLUMN 25  PIC 9(05)
               USING  FUNC-COD
           OPEN INPUT CADPLSAU
           IF ST-ERRO14 NOT = "00"
              MOVE "N" TO W-TEMPLSAU.
       INC-OP7E.
           MOVE "S" TO W-TEMRUBR
           OPEN INPUT CADRUBR
           IF ST-ERRO15 NOT = "00"
              MOVE "N" TO W-TEMRUBR.
       INC-OP7F.
           MOVE "S" TO W-TEMPAGD
           OPEN I-O CADPAGD
           IF ST-ERRO16 NOT = "00"
              IF ST-ERRO16 = "30"
                 OPEN OUTPUT CADPAGD
                 CLOSE CADPAGD
                 OPEN I-O CADPAGD
              ELSE
                 MOVE "N" TO W-TEMPAGD
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPAGD" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       INC-OP7G.
           MOVE "S" TO W-TEMACUM
           OPEN I-O CADACUM
           IF ST-ERRO17 NOT = "00"
              IF ST-ERRO17 = "30"
                 OPEN OUTPUT CADACUM
                 CLOSE CADACUM
                 OPEN I-O CADACUM
              ELSE
                 MOVE "N" TO W-TEMACUM
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADACUM" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       INC-OP7H.
           MOVE "S" TO W-TEMDESP
           OPEN I-O CADDESP
           IF ST-ERRO18 NOT = "00"
              MOVE "N" TO W-TEMDESP.
       INC-OP8.
           MOVE "S" TO W-TEMAPUR
           OPEN INPUT CADAPUR
           OPEN INPUT CADPARAM
           IF ST-ERRO9 NOT = "00"
              MOVE "N" TO W-TEMPARAM.
           MOVE "S" TO W-TEMFCONT
           OPEN INPUT CADFCONT
           IF ST-FCONT NOT = "00"
              MOVE "N" TO W-TEMFCONT.
      *
       R1.
           MOVE ZEROS TO FUNC-COD ANO MES CODCARGO CODDEP NDEPS CODAREA
           ELSE
                DISPLAY TELAPAG.
       R5X.
           PERFORM ROT-BUSCA-STEP THRU ROT-BUSCA-STEP-FIM
           PERFORM ROT-BUSCA-CONTRATO THRU ROT-BUSCA-CONTRATO-FIM.
       R5A.
           MOVE "N" TO W-APURACH
           IF CARGO-TPSAL = 1
                           + (CARGO-SALBASE * APUR-HREX50 * 1,5)
                           + (CARGO-SALBASE * APUR-HREX100 * 2).
       R5A1.
           MOVE SALBRUTO TO W-DSALARIO
           MOVE ANO TO W-ANOCALC
           MOVE MES TO W-MESCALC
           PERFORM ROT-CALC-ANUENIO THRU ROT-CALC-ANUENIO-FIM
              PERFORM ROT-CALC-DSR THRU ROT-CALC-DSR-FIM
              IF W-VLRDSR > ZEROS
                 PERFORM ROT-GRAVA-DSR THRU ROT-GRAVA-DSR-FIM.
           PERFORM ROT-LIMPA-NOT060 THRU ROT-LIMPA-NOT060-FIM
           PERFORM ROT-CALC-NOT THRU ROT-CALC-NOT-FIM
           IF W-VLRNOT > ZEROS
              PERFORM ROT-GRAVA-NOT THRU ROT-GRAVA-NOT-FIM.
              MOVE SALBRUTO TO W-MOVDESCB.
           SUBTRACT W-MOVDESCB FROM SALBRUTO.
       R5B.
           IF W-TPCONT = 4
              MOVE ZEROS TO INSS W-BASEINSS
              GO TO RSC.
           COMPUTE W-BASECALC = SALBRUTO - W-AJINSS
           IF W-BASECALC < ZEROS
              MOVE ZEROS TO W-BASECALC.
           MOVE W-BASECALC TO CALC W-BASEINSS
           PERFORM ROT-CALC-INSS THRU ROT-CALC-INSS-FIM
           IF W-ALIQACH NOT = "S"
              MOVE "*** FAIXA INSS NAO ENCONTRADA - NAO GRAVADO ***"
              GO TO R1.
           MOVE W-INSSCALC TO INSS.
      *********************************************************
      * IR: BASE = SALARIO MENOS INSS MENOS AS RUBRICAS SEM    *
      * INCIDENCIA DE IR (W-AJIR) MENOS O ABATIMENTO POR       *
      * DEPENDENTE (PARAMETRO 001 X DEPENDENTES REAIS DO       *
      * CADDEP); DO RESULTADO DA ALIQUOTA SUBTRAI-SE A PARCELA *
      * A DEDUZIR DA PROPRIA FAIXA                             *
      *********************************************************
       RSC.
           COMPUTE DESCINSS = (SALBRUTO - INSS).
           COMPUTE W-BASECALC = DESCINSS - W-AJIR
           IF W-BASECALC < ZEROS
              MOVE ZEROS TO W-BASECALC.
           PERFORM ROT-CONTA-DEP THRU ROT-CONTA-DEP-FIM
           MOVE 001 TO W-PARAMCOD
           PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
           COMPUTE W-ABATDEP = W-NDEPIR * W-PARAMVLR
           IF W-ABATDEP > W-BASECALC
              MOVE W-BASECALC TO W-ABATDEP.
           COMPUTE W-BASEIR = W-BASECALC - W-ABATDEP
           MOVE "R" TO W-TIPOFAIXA
           MOVE W-BASEIR TO CALC
           PERFORM ROT-BUSCA-FAIXA THRU ROT-BUSCA-FAIXA-FIM
              PERFORM ROT-GRAVA-CONSGMOV
                      THRU ROT-GRAVA-CONSGMOV-FIM
           END-IF
           PERFORM ROT-REEMB THRU ROT-REEMB-FIM
           IF W-REEMB > ZEROS
              ADD W-REEMB TO SALLIQ
              PERFORM ROT-GRAVA-REEMBMOV
                      THRU ROT-GRAVA-REEMBMOV-FIM
           END-IF
           COMPUTE W-BASECALC = SALBRUTO - W-AJFGTS
           IF W-BASECALC < ZEROS
              MOVE ZEROS TO W-BASECALC
           END-IF
           MOVE W-BASECALC TO W-BASEFGTS
           COMPUTE FGTS = W-BASECALC * (W-ALIQFGTSC / 100)
           PERFORM ROT-DET-MONTA THRU ROT-DET-MONTA-FIM

           DISPLAY TELAPAG

                MOVE EMPFUNC TO EMPPAG
                WRITE REGPAG
                IF ST-ERRO = "00" OR ST-ERRO = "02"
                   PERFORM ROT-GRAVA-DET THRU ROT-GRAVA-DET-FIM
                   MOVE "+"      TO W-ASINAL
                   MOVE SALBRUTO TO W-ABRUTO
                   MOVE INSS     TO W-AINSS
                   MOVE IR       TO W-AIR
                   MOVE FGTS     TO W-AFGTS
                   PERFORM ROT-ACUM-TIPO THRU ROT-ACUM-TIPO-FIM
                   PERFORM ROT-ACUM THRU ROT-ACUM-FIM
                   MOVE "P" TO W-NOVASITD
                   PERFORM ROT-BAIXA-REEMB THRU ROT-BAIXA-REEMB-FIM
                   MOVE "I" TO W-JACAO
                   MOVE CHAVEPGTO TO W-JCHAVE
                   PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM
                   GO TO R1.
                DELETE CADPAG RECORD
                IF ST-ERRO = "00" OR ST-ERRO = "02"
                   MOVE "-"      TO W-ASINAL
                   MOVE SALBRUTO TO W-ABRUTO
                   MOVE INSS     TO W-AINSS
                   MOVE IR       TO W-AIR
                   MOVE FGTS     TO W-AFGTS
                   PERFORM ROT-ACUM-TIPO THRU ROT-ACUM-TIPO-FIM
                   PERFORM ROT-ACUM THRU ROT-ACUM-FIM
                   PERFORM ROT-EXCL-DET THRU ROT-EXCL-DET-FIM
                   MOVE "G" TO W-NOVASITD
                   PERFORM ROT-BAIXA-REEMB THRU ROT-BAIXA-REEMB-FIM
                   MOVE "E" TO W-JACAO
                   MOVE CHAVEPGTO TO W-JCHAVE
                   PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM
                PERFORM ROT-GRAVA-HPAG
                REWRITE REGPAG
                IF ST-ERRO = "00" OR ST-ERRO = "02"
                   PERFORM ROT-GRAVA-DET THRU ROT-GRAVA-DET-FIM
                   PERFORM ROT-ACUM-ALT THRU ROT-ACUM-ALT-FIM
                   MOVE "P" TO W-NOVASITD
                   PERFORM ROT-BAIXA-REEMB THRU ROT-BAIXA-REEMB-FIM
                   MOVE "A" TO W-JACAO
                   MOVE CHAVEPGTO TO W-JCHAVE
                   PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM
           DISPLAY (23, 12)
             "2A APROVACAO -> SENHA DO OPERADOR   :".
           ACCEPT  (23, 50) W-2ASENHA
      *    SENHA CONFERIDA PELO CONFSENH (CONTA OS ERROS E
      *    BLOQUEIA), COM O CADOPER FECHADO DURANTE A CONFERENCIA
           CLOSE CADOPER
           CALL "CONFSENH" USING W-2ACOD W-2ASENHA W-2AMODO
                                 W-2ARET REGOPER
           OPEN INPUT CADOPER
           MOVE W-2ACOD TO OPER-COD
           READ CADOPER
           IF ST-ERRO4 NOT = "00" OR W-2ARET NOT = "S"
              MOVE "*** OPERADOR OU SENHA INVALIDOS ***" TO MENS
              IF W-2ARET = "B"
                 MOVE "*** OPERADOR BLOQUEADO - PROCURE O NIVEL 1 ***"
                                                    TO MENS
              END-IF
              IF W-2ARET = "V"
                 MOVE "*** SENHA VENCIDA - TROCAR NO LOGIN DO MENU ***"
                                                    TO MENS
              END-IF
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-2APROV-FIM.
           IF OPER-NIVEL NOT = 1
           EXIT.
      *
      *********************************************************
      * ALTERACAO DE FOLHA NOS ACUMULADOS: ESTORNA OS VALORES  *
      * ANTERIORES (W-OLD...) E SOMA OS NOVOS                  *
      *********************************************************
       ROT-ACUM-ALT.
           MOVE "-"             TO W-ASINAL
           MOVE W-OLDSALBRUTO   TO W-ABRUTO
           MOVE W-OLDINSS       TO W-AINSS
           MOVE W-OLDIR         TO W-AIR
           MOVE W-OLDFGTS       TO W-AFGTS
           PERFORM ROT-ACUM-TIPO THRU ROT-ACUM-TIPO-FIM
           PERFORM ROT-ACUM THRU ROT-ACUM-FIM
           MOVE "+"      TO W-ASINAL
           MOVE SALBRUTO TO W-ABRUTO
           MOVE INSS     TO W-AINSS
           MOVE IR       TO W-AIR
           MOVE FGTS     TO W-AFGTS
           PERFORM ROT-ACUM-TIPO THRU ROT-ACUM-TIPO-FIM
           PERFORM ROT-ACUM THRU ROT-ACUM-FIM.
       ROT-ACUM-ALT-FIM.
           EXIT.
      *
      *********************************************************
      * PARCELAS DE 13O E DE FERIAS DA FOLHA EM REGPAG: FOLHA  *
      * D E TODA 13O, FOLHA F E TODA FERIAS; NA RESCISAO (R)   *
      * VEM DAS LINHAS 130 (13O) E 120/121 (FERIAS + 1/3) DO   *
      * DETALHE CADPAGD                                        *
      *********************************************************
       ROT-ACUM-TIPO.
           MOVE ZEROS TO W-A13 W-AFER
           IF TIPOFOLHA = "D"
              MOVE W-ABRUTO TO W-A13.
           IF TIPOFOLHA = "F"
              MOVE W-ABRUTO TO W-AFER.
           IF TIPOFOLHA NOT = "R" OR W-TEMPAGD NOT = "S"
              GO TO ROT-ACUM-TIPO-FIM.
           MOVE CHAVEPGTO TO PAGD-CHAVEPGTO
           MOVE 130       TO PAGD-EVENTO
           READ CADPAGD
           IF ST-ERRO16 = "00"
              MOVE PAGD-VALOR TO W-A13.
           MOVE 120       TO PAGD-EVENTO
           READ CADPAGD
           IF ST-ERRO16 = "00"
              ADD PAGD-VALOR TO W-AFER.
           MOVE 121       TO PAGD-EVENTO
           READ CADPAGD
           IF ST-ERRO16 = "00"
              ADD PAGD-VALOR TO W-AFER.
       ROT-ACUM-TIPO-FIM.
           EXIT.
      *
      *********************************************************
      * ACUMULADOS DO ANO (CADACUM) DO FUNCIONARIO/EMPRESA DA  *
      * FOLHA EM REGPAG: SOMA (W-ASINAL = "+") OU ESTORNA      *
      * ("-") W-ABRUTO...W-AFER NO TOTAL DO ANO E NO MES DA    *
      * COMPETENCIA. A FOLHA "A" (ADIANTAMENTO) NAO ENTRA      *
      *********************************************************
       ROT-ACUM.
           IF W-TEMACUM NOT = "S" OR TIPOFOLHA = "A"
              GO TO ROT-ACUM-FIM.
           MOVE ANO      TO ACU-ANO
           MOVE FUNC-COD TO ACU-CODFUNC
           MOVE EMPPAG   TO ACU-EMP
           MOVE "S" TO W-ACUACH
           READ CADACUM
           IF ST-ERRO17 NOT = "00"
              MOVE "N" TO W-ACUACH
              MOVE ZEROS TO ACU-BRUTO ACU-INSS ACU-IR ACU-FGTS
                            ACU-13 ACU-FERIAS ACU-QTDFOL ACU-MESES
                            ACU-PLR ACU-IRPLR ACU-MESESPLR.
           IF W-ASINAL = "-"
              GO TO ROT-ACUM-EST.
           ADD W-ABRUTO TO ACU-BRUTO ACU-MREND (MES)
           ADD W-AINSS  TO ACU-INSS
           ADD W-AIR    TO ACU-IR ACU-MIR (MES)
           ADD W-AFGTS  TO ACU-FGTS
           ADD W-A13    TO ACU-13
           ADD W-AFER   TO ACU-FERIAS
           ADD 1        TO ACU-QTDFOL
           GO TO ROT-ACUM-WR.
       ROT-ACUM-EST.
           SUBTRACT W-ABRUTO FROM ACU-BRUTO ACU-MREND (MES)
           SUBTRACT W-AINSS  FROM ACU-INSS
           SUBTRACT W-AIR    FROM ACU-IR ACU-MIR (MES)
           SUBTRACT W-AFGTS  FROM ACU-FGTS
           SUBTRACT W-A13    FROM ACU-13
           SUBTRACT W-AFER   FROM ACU-FERIAS
           IF ACU-QTDFOL > ZEROS
              SUBTRACT 1 FROM ACU-QTDFOL.
       ROT-ACUM-WR.
           ACCEPT ACU-DTATU FROM DATE YYYYMMDD
           IF W-ACUACH = "S"
              REWRITE REGACUM
           ELSE
              WRITE REGACUM.
       ROT-ACUM-FIM.
           EXIT.
      *
      *********************************************************
      * PROCURA EM CADFAIXA A FAIXA CUJO VALOR INICIAL/FINAL   *
      * COBRE CALC, PARA O TIPOFAIXA (I=INSS  R=IR) JA MONTADO *
      * NA CHAVE. RETORNA A ALIQUOTA ENCONTRADA EM W-ALIQ.     *
      * SOMA OS LANCAMENTOS DE CADMOV DO FUNCIONARIO PARA O    *
      * ANO/MES DA FOLHA EM TELA:                              *
      *   W-MOVPROV  = PROVENTOS (SOMAM NO SALBRUTO)           *
      *   W-MOVDESCB = DESCONTOS SOBRE O BRUTO                 *
      *   W-MOVDESCL = DESCONTOS SOBRE O LIQUIDO               *
      * A NATUREZA E A INCIDENCIA VEM DO CATALOGO CADRUBR. EM  *
      * W-AJINSS/W-AJIR/W-AJFGTS FICA O QUE SE DESCONTA DO     *
      * SALBRUTO PARA CHEGAR A CADA BASE: PROVENTO SEM         *
      * INCIDENCIA SOMA, DESCONTO SOBRE O BRUTO SEM INCIDENCIA *
      * SUBTRAI E DESCONTO SOBRE O LIQUIDO COM INCIDENCIA      *
      * SOMA. EVENTO FORA DO CATALOGO (OU SEM CADRUBR) SEGUE A *
      * REGRA ANTIGA: MOV-TIPO E EVENTO < 550 = SOBRE O BRUTO. *
      *********************************************************
       ROT-SOMA-MOV.
           MOVE ZEROS TO W-MOVPROV W-MOVDESCB W-MOVDESCL
           MOVE ZEROS TO W-AJINSS W-AJIR W-AJFGTS
           IF W-TEMMOV NOT = "S"
              GO TO ROT-SOMA-MOV-FIM.
           MOVE FUNC-COD TO MOV-CODFUNC
           IF MOV-CODFUNC NOT = FUNC-COD
              OR MOV-ANO NOT = ANO OR MOV-MES NOT = MES
              GO TO ROT-SOMA-MOV-FIM.
      *    EVENTOS 570/575 (VT/VR) E 170 (REEMBOLSO) SAO
      *    RECALCULADOS A CADA FOLHA E APLICADOS DIRETO NO
      *    LIQUIDO - AQUI SO SE IGNORAM
           IF MOV-EVENTO = 570 OR MOV-EVENTO = 575
              OR MOV-EVENTO = 580 OR MOV-EVENTO = 170
              GO TO ROT-SOMA-MOV-RD.
           IF W-TEMRUBR = "S"
              MOVE MOV-EVENTO TO RUB-COD
              READ CADRUBR
              IF ST-ERRO15 = "00"
                 GO TO ROT-SOMA-MOV-RUB.
           IF MOV-TIPO = "P"
              ADD MOV-VALOR TO W-MOVPROV
           ELSE
              ELSE
                 ADD MOV-VALOR TO W-MOVDESCL.
           GO TO ROT-SOMA-MOV-RD.
       ROT-SOMA-MOV-RUB.
           IF RUB-NATUR = "P"
              ADD MOV-VALOR TO W-MOVPROV
              GO TO ROT-SOMA-MOV-PROV.
           IF RUB-NATUR = "B"
              ADD MOV-VALOR TO W-MOVDESCB
              GO TO ROT-SOMA-MOV-DESCB.
           ADD MOV-VALOR TO W-MOVDESCL
           IF RUB-INCINSS = "S"
              ADD MOV-VALOR TO W-AJINSS.
           IF RUB-INCIR = "S"
              ADD MOV-VALOR TO W-AJIR.
           IF RUB-INCFGTS = "S"
              ADD MOV-VALOR TO W-AJFGTS.
           GO TO ROT-SOMA-MOV-RD.
       ROT-SOMA-MOV-PROV.
           IF RUB-INCINSS = "N"
              ADD MOV-VALOR TO W-AJINSS.
           IF RUB-INCIR = "N"
              ADD MOV-VALOR TO W-AJIR.
           IF RUB-INCFGTS = "N"
              ADD MOV-VALOR TO W-AJFGTS.
           GO TO ROT-SOMA-MOV-RD.
       ROT-SOMA-MOV-DESCB.
           IF RUB-INCINSS = "N"
              SUBTRACT MOV-VALOR FROM W-AJINSS.
           IF RUB-INCIR = "N"
              SUBTRACT MOV-VALOR FROM W-AJIR.
           IF RUB-INCFGTS = "N"
              SUBTRACT MOV-VALOR FROM W-AJFGTS.
           GO TO ROT-SOMA-MOV-RD.
       ROT-SOMA-MOV-FIM.
           EXIT.
      *
      *
      *********************************************************
      * BUSCA O PARAMETRO W-PARAMCOD EM CADPARAM E DEVOLVE O   *
      * VALOR EM W-PARAMVLR (ZEROS QUANDO NAO CADASTRADO): O   *
      * DA MAIOR VIGENCIA QUE NAO ULTRAPASSE A COMPETENCIA EM  *
      * CALCULO (W-PARAMCOMP)                                  *
      *********************************************************
       ROT-BUSCA-PARAM.
           MOVE ZEROS TO W-PARAMVLR
           IF W-TEMPARAM NOT = "S"
              GO TO ROT-BUSCA-PARAM-FIM.
           COMPUTE W-PARAMCOMP = (ANO * 100) + MES
           MOVE W-PARAMCOD TO PARAM-COD
           MOVE ZEROS      TO PARAM-VIGEN
           START CADPARAM KEY IS NOT LESS CHAVEPARAM
                 INVALID KEY
                    GO TO ROT-BUSCA-PARAM-FIM.
       ROT-BUSCA-PARAM-RD.
           READ CADPARAM NEXT RECORD
                AT END
                   GO TO ROT-BUSCA-PARAM-FIM
           END-READ
           IF ST-ERRO9 NOT = "00" OR PARAM-COD NOT = W-PARAMCOD
              OR PARAM-VIGEN > W-PARAMCOMP
              GO TO ROT-BUSCA-PARAM-FIM.
           MOVE PARAM-VALOR TO W-PARAMVLR
           GO TO ROT-BUSCA-PARAM-RD.
       ROT-BUSCA-PARAM-FIM.
           EXIT.
      *
      *********************************************************
      * TIPO DE CONTRATO DO FUNCIONARIO (CADFCONT) E ALIQUOTA  *
      * DO FGTS QUE VALE PARA ELE: ESTAGIARIO (4) SEM INSS,    *
      * FGTS E SALARIO-FAMILIA, APRENDIZ (5) PELO PARAMETRO    *
      * 022 (PADRAO 2), OS DEMAIS COM OS 8% DE SEMPRE          *
      *********************************************************
       ROT-BUSCA-CONTRATO.
           MOVE 1 TO W-TPCONT
           MOVE W-ALIQFGTS TO W-ALIQFGTSC
           IF W-TEMFCONT NOT = "S"
              GO TO ROT-BUSCA-CONTRATO-FIM.
           MOVE FUNC-COD TO FCT-CODFUNC
           READ CADFCONT
           IF ST-FCONT NOT = "00"
              GO TO ROT-BUSCA-CONTRATO-FIM.
           MOVE FCT-TIPO TO W-TPCONT
           IF W-TPCONT = 4
              MOVE ZEROS TO W-ALIQFGTSC.
           IF W-TPCONT = 5
              MOVE 022 TO W-PARAMCOD
              PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
              IF W-PARAMVLR > 0
                 MOVE W-PARAMVLR TO W-ALIQFGTSC
              ELSE
                 MOVE 2 TO W-ALIQFGTSC.
       ROT-BUSCA-CONTRATO-FIM.
           EXIT.
      *
      *********************************************************
      * INSS PROGRESSIVO: CADA FATIA DO SALARIO (CALC) PAGA A  *
      * ALIQUOTA DA SUA PROPRIA FAIXA "I" DE CADFAIXA; O TOTAL *
      * RESPEITA O TETO DE CONTRIBUICAO (PARAMETRO 002 DE      *
      *********************************************************
       ROT-SALFAMILIA.
           MOVE ZEROS TO SALFAMILIA W-NDEPSF
           IF W-TPCONT = 4
              GO TO ROT-SALFAMILIA-FIM.
           MOVE 004 TO W-PARAMCOD
           PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
           IF W-PARAMVLR > 0 AND SALBRUTO > W-PARAMVLR
      * PERCENTUAL DO PARAMETRO 012 (PADRAO 20%) SOBRE O VALOR *
      * DA HORA DO CARGO. VALE PARA QUALQUER TIPO DE SALARIO - *
      * MENSALISTA TEM A HORA CALCULADA SOBRE 220. ENTRA NA    *
      * FOLHA COMO O EVENTO 062 DE CADMOV.                     *
      *********************************************************
       ROT-CALC-NOT.
           MOVE ZEROS TO W-VLRNOT
           EXIT.
      *
      *********************************************************
      * LANCA (OU RELANCA) O ADICIONAL NOTURNO COMO EVENTO 062 *
      * DE CADMOV - O ROT-SOMA-MOV O SOMA AO SALBRUTO JUNTO    *
      * COM OS DEMAIS LANCAMENTOS                              *
      *********************************************************
           MOVE FUNC-COD  TO MOV-CODFUNC
           MOVE W-ANOCALC TO MOV-ANO
           MOVE W-MESCALC TO MOV-MES
           MOVE 062       TO MOV-EVENTO
           MOVE "P"       TO MOV-TIPO
           MOVE "ADICIONAL NOTURNO  " TO MOV-DESCR
           MOVE W-VLRNOT  TO MOV-VALOR
           EXIT.
      *
      *********************************************************
      * O ADICIONAL NOTURNO JA FOI LANCADO COMO EVENTO 060,    *
      * HOJE RESERVADO PARA A COMISSAO. NA COMPETENCIA CALCU-  *
      * LADA NAQUELA EPOCA A LINHA 060 AUTOMATICA CONTINUA NO  *
      * CADMOV E SERIA SOMADA COMO COMISSAO JUNTO COM O NOVO   *
      * 062: EXCLUI A 060 QUE TIVER A DESCRICAO DO ADICIONAL   *
      * NOTURNO. COMISSAO (FPP014) E LANCAMENTO MANUAL NA 060  *
      * TEM OUTRA DESCRICAO E FICAM COMO ESTAO.                *
      *********************************************************
       ROT-LIMPA-NOT060.
           IF W-TEMMOV NOT = "S"
              GO TO ROT-LIMPA-NOT060-FIM.
           MOVE FUNC-COD  TO MOV-CODFUNC
           MOVE W-ANOCALC TO MOV-ANO
           MOVE W-MESCALC TO MOV-MES
           MOVE 060       TO MOV-EVENTO
           READ CADMOV
           IF ST-ERRO5 NOT = "00"
              GO TO ROT-LIMPA-NOT060-FIM.
           IF MOV-DESCR NOT = "ADICIONAL NOTURNO  "
              GO TO ROT-LIMPA-NOT060-FIM.
           DELETE CADMOV RECORD
           IF ST-ERRO5 NOT = "00"
              MOVE "ERRO NA EXCLUSAO DO EVENTO 060 ANTIGO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-LIMPA-NOT060-FIM.
           EXIT.
      *
      *********************************************************
      * DESCONTO DO CONSIGNADO: PARA CADA CONTRATO ATIVO DO    *
      * FUNCIONARIO COBRA A PARCELA DO MES (OU O SALDO, SE     *
      * MENOR), RESPEITANDO A MARGEM MAXIMA COMPROMETIVEL DO   *
      * NO PROPRIO CONTRATO E O CSG-ANOMESULT IMPEDE DUPLO     *
      * DESCONTO NO RECALCULO DA MESMA COMPETENCIA - NESSE     *
      * CASO O VALOR JA ESTA NO EVENTO 560 DE CADMOV.          *
      * A PARCELA DEVIDA E A DESCONTADA FICAM NO CONTRATO      *
      * (CSG-ANOMESREP); CORTE PELA MARGEM MARCA CSG-CORTE "M" *
      * PARA O REPASSE POR CREDOR DO REL073.                   *
      *********************************************************
       ROT-DESC-CONSG.
           MOVE ZEROS TO W-DESCONSG
           MOVE CSG-VLRPARC TO W-PARCCONSG
           IF W-PARCCONSG > CSG-SALDO
              MOVE CSG-SALDO TO W-PARCCONSG.
           MOVE W-ANOMESCALC TO CSG-ANOMESREP
           MOVE W-PARCCONSG  TO CSG-PARCDEV
           IF (W-DESCONSG + W-PARCCONSG) > W-LIMCONSG
              MOVE ZEROS TO CSG-VLRDESC
              MOVE "M"   TO CSG-CORTE
              REWRITE REGCONSG
              GO TO ROT-DESC-CONSG-RD.
           MOVE W-PARCCONSG TO CSG-VLRDESC
           MOVE SPACES      TO CSG-CORTE
           ADD W-PARCCONSG TO W-DESCONSG
           SUBTRACT W-PARCCONSG FROM CSG-SALDO
           ADD 1 TO CSG-PARCPAGAS
           EXIT.
      *
      *********************************************************
      * REEMBOLSO DE DESPESAS (CADDESP): SOMA AS DESPESAS DO   *
      * FUNCIONARIO APROVADAS (P) PARA PAGAMENTO EM FOLHA (F), *
      * MAIS AS JA BAIXADAS (G) NESTA MESMA COMPETENCIA, PARA  *
      * QUE A ALTERACAO DA FOLHA CHEGUE AO MESMO LIQUIDO       *
      *********************************************************
       ROT-REEMB.
           MOVE ZEROS TO W-REEMB
           IF W-TEMDESP NOT = "S"
              GO TO ROT-REEMB-FIM.
           COMPUTE W-ANOMESCALC = (ANO * 100) + MES
           MOVE FUNC-COD TO DESP-CODFUNC
           MOVE ZEROS    TO DESP-SEQ
           START CADDESP KEY IS NOT LESS CHAVEDESP
                 INVALID KEY
                    GO TO ROT-REEMB-FIM.
       ROT-REEMB-RD.
           READ CADDESP NEXT RECORD
                AT END
                   GO TO ROT-REEMB-FIM
           END-READ
           IF DESP-CODFUNC NOT = FUNC-COD
              GO TO ROT-REEMB-FIM.
           IF DESP-FORMA NOT = "F"
              GO TO ROT-REEMB-RD.
           IF DESP-SIT = "P"
              OR (DESP-SIT = "G" AND DESP-ANOMESPAG = W-ANOMESCALC)
              ADD DESP-VALOR TO W-REEMB.
           GO TO ROT-REEMB-RD.
       ROT-REEMB-FIM.
           EXIT.
      *
       ROT-GRAVA-REEMBMOV.
           IF W-TEMMOV NOT = "S"
              GO TO ROT-GRAVA-REEMBMOV-FIM.
           MOVE FUNC-COD  TO MOV-CODFUNC
           MOVE W-ANOCALC TO MOV-ANO
           MOVE W-MESCALC TO MOV-MES
           MOVE 170       TO MOV-EVENTO
           MOVE "P"       TO MOV-TIPO
           MOVE "REEMBOLSO DESPESAS" TO MOV-DESCR
           MOVE W-REEMB   TO MOV-VALOR
           WRITE REGMOV
           IF ST-ERRO5 = "22"
              MOVE W-REEMB TO MOV-VALOR
              REWRITE REGMOV.
       ROT-GRAVA-REEMBMOV-FIM.
           EXIT.
      *
      *    GRAVACAO/ALTERACAO DA FOLHA (W-NOVASITD = "P"): AS
      *    APROVADAS EM FOLHA PASSAM A PAGAS (G) NA COMPETENCIA.
      *    REVERSAO (W-NOVASITD = "G"): AS PAGAS NA COMPETENCIA
      *    VOLTAM A APROVADAS, PARA A PROXIMA FOLHA
       ROT-BAIXA-REEMB.
           IF W-TEMDESP NOT = "S"
              GO TO ROT-BAIXA-REEMB-FIM.
           COMPUTE W-ANOMESCALC = (ANO * 100) + MES
           MOVE FUNC-COD TO DESP-CODFUNC
           MOVE ZEROS    TO DESP-SEQ
           START CADDESP KEY IS NOT LESS CHAVEDESP
                 INVALID KEY
                    GO TO ROT-BAIXA-REEMB-FIM.
       ROT-BAIXA-REEMB-RD.
           READ CADDESP NEXT RECORD
                AT END
                   GO TO ROT-BAIXA-REEMB-FIM
           END-READ
           IF DESP-CODFUNC NOT = FUNC-COD
              GO TO ROT-BAIXA-REEMB-FIM.
           IF DESP-FORMA NOT = "F" OR DESP-SIT NOT = W-NOVASITD
              GO TO ROT-BAIXA-REEMB-RD.
           IF W-NOVASITD = "P"
              MOVE "G"          TO DESP-SIT
              MOVE W-ANOMESCALC TO DESP-ANOMESPAG
              ACCEPT DESP-DTPAG FROM DATE YYYYMMDD
              REWRITE REGDESP
              GO TO ROT-BAIXA-REEMB-RD.
           IF DESP-ANOMESPAG NOT = W-ANOMESCALC
              GO TO ROT-BAIXA-REEMB-RD.
           MOVE "P"   TO DESP-SIT
           MOVE ZEROS TO DESP-ANOMESPAG DESP-DTPAG
           REWRITE REGDESP
           GO TO ROT-BAIXA-REEMB-RD.
       ROT-BAIXA-REEMB-FIM.
           EXIT.
      *
      *********************************************************
      * DESCONTO DOS BENEFICIOS (CADBENEF):                    *
      *   VT = CUSTO DOS VALES, LIMITADO AO PERCENTUAL LEGAL   *
      *        SOBRE O SALARIO (PARAMETRO 010, PADRAO 6%)      *
           EXIT.
      *
      *********************************************************
      * DETALHE DA FOLHA (CADPAGD): MONTA EM TABDET CADA LINHA *
      * DO CALCULO - EVENTO, BASE, REFERENCIA (HORAS, DIAS OU  *
      * PERCENTUAL) E VALOR - PARA QUE HOLERITE, AUTOATENDI-   *
      * MENTO, CONTABILIZACAO E REVERSAO MOSTREM EXATAMENTE O  *
      * QUE FOI CALCULADO. NATUREZA P = PROVENTO, D = DESCONTO *
      * E I = INFORMATIVO (FGTS). OS VALORES CALCULADOS AQUI   *
      * ENTRAM PRIMEIRO; DE CADMOV SO VEM O QUE AINDA NAO ESTA *
      * NA TABELA, MENOS OS EVENTOS SO DE DISCRIMINACAO.       *
      *********************************************************
       ROT-DET-MONTA.
           MOVE ZEROS TO W-QTDDET
           MOVE W-DSALARIO TO W-DVALOR
           COMPUTE W-DBASE = CARGO-SALBASE * X
           MOVE X TO W-DREFSAL
           IF X = 1
              MOVE 30 TO W-DREFSAL.
      *    HORISTA COM PONTO: AS HORAS NORMAIS NO SALARIO E AS
      *    EXTRAS NUMA LINHA PROPRIA (EVENTO 056)
           IF W-APURACH = "S"
              MOVE APUR-HRNORM TO W-DREFSAL
              MOVE CARGO-SALBASE TO W-DBASE
              COMPUTE W-DVALOR = CARGO-SALBASE * APUR-HRNORM.
       ROT-DET-MONTA-SAL.
           MOVE 001 TO W-DEVENTO
           MOVE "P" TO W-DNATUR
           MOVE "SALARIO BASE" TO W-DDESCR
           MOVE W-DREFSAL TO W-DREF
           PERFORM ROT-DET-ADD THRU ROT-DET-ADD-FIM
           IF W-DSALARIO NOT > W-DVALOR
              GO TO ROT-DET-MONTA-AUT.
           MOVE 056 TO W-DEVENTO
           MOVE "HORAS EXTRAS PONTO" TO W-DDESCR
           MOVE CARGO-SALBASE TO W-DBASE
           COMPUTE W-DREF = APUR-HREX50 + APUR-HREX100
           IF W-DREF = ZEROS
              MOVE APUR-HREXTRA TO W-DREF.
           COMPUTE W-DVALOR = W-DSALARIO - W-DVALOR
           PERFORM ROT-DET-ADD THRU ROT-DET-ADD-FIM.
      *    EVENTOS AUTOMATICOS DO CALCULO
       ROT-DET-MONTA-AUT.
           MOVE 050 TO W-DEVENTO
           MOVE "ANUENIO TEMPO SERV." TO W-DDESCR
           MOVE W-DSALARIO TO W-DBASE
           MOVE W-ANOSSERV TO W-DREF
           MOVE W-VLRANU   TO W-DVALOR
           PERFORM ROT-DET-ADD THRU ROT-DET-ADD-FIM
           IF W-APURACH = "S"
              MOVE 055 TO W-DEVENTO
              MOVE "DSR S/HORAS EXTRAS" TO W-DDESCR
              MOVE W-VLRHEX     TO W-DBASE
              MOVE APUR-DIASDSR TO W-DREF
              MOVE W-VLRDSR     TO W-DVALOR
              PERFORM ROT-DET-ADD THRU ROT-DET-ADD-FIM.
           MOVE 062 TO W-DEVENTO
           MOVE "ADICIONAL NOTURNO" TO W-DDESCR
           MOVE W-VLRHORA TO W-DBASE
           MOVE APUR-HRNOT TO W-DREF
           MOVE W-VLRNOT  TO W-DVALOR
           PERFORM ROT-DET-ADD THRU ROT-DET-ADD-FIM
           MOVE 020 TO W-DEVENTO
           MOVE "SALARIO-FAMILIA" TO W-DDESCR
           MOVE W-VLRSF    TO W-DBASE
           MOVE W-NDEPSF   TO W-DREF
           MOVE SALFAMILIA TO W-DVALOR
           PERFORM ROT-DET-ADD THRU ROT-DET-ADD-FIM.
      *    DESCONTOS CALCULADOS SOBRE O LIQUIDO
           MOVE "D" TO W-DNATUR
           MOVE 900 TO W-DEVENTO
           MOVE "INSS" TO W-DDESCR
           MOVE W-BASEINSS TO W-DBASE
           MOVE ZEROS TO W-DREF
           IF W-BASEINSS > ZEROS
              COMPUTE W-DREF ROUNDED = INSS * 100 / W-BASEINSS.
           MOVE INSS TO W-DVALOR
           PERFORM ROT-DET-ADD THRU ROT-DET-ADD-FIM
           MOVE 910 TO W-DEVENTO
           MOVE "IMPOSTO DE RENDA" TO W-DDESCR
           MOVE W-BASEIR TO W-DBASE
           MOVE Z  TO W-DREF
           MOVE IR TO W-DVALOR
           PERFORM ROT-DET-ADD THRU ROT-DET-ADD-FIM
           MOVE 570 TO W-DEVENTO
           MOVE "VALE-TRANSPORTE" TO W-DDESCR
           MOVE W-CUSTOVT TO W-DBASE
           MOVE W-PCTVT   TO W-DREF
           MOVE W-DESCVT  TO W-DVALOR
           PERFORM ROT-DET-ADD THRU ROT-DET-ADD-FIM
           MOVE 575 TO W-DEVENTO
           MOVE "VALE-REFEICAO" TO W-DDESCR
           MOVE W-CUSTOVR TO W-DBASE
           MOVE W-PCTVR   TO W-DREF
           MOVE W-DESCVR  TO W-DVALOR
           PERFORM ROT-DET-ADD THRU ROT-DET-ADD-FIM
           MOVE ZEROS TO W-DBASE W-DREF
           MOVE 580 TO W-DEVENTO
           MOVE "PLANO DE SAUDE" TO W-DDESCR
           MOVE W-DESCPLSAU TO W-DVALOR
           PERFORM ROT-DET-ADD THRU ROT-DET-ADD-FIM
           MOVE 560 TO W-DEVENTO
           MOVE "EMPRESTIMO CONSIG." TO W-DDESCR
           MOVE W-LIMCONSG TO W-DBASE
           MOVE W-PCTCONSG TO W-DREF
           MOVE W-DESCONSG TO W-DVALOR
           PERFORM ROT-DET-ADD THRU ROT-DET-ADD-FIM
           MOVE ZEROS TO W-DBASE W-DREF
           MOVE 170 TO W-DEVENTO
           MOVE "P" TO W-DNATUR
           MOVE "REEMBOLSO DESPESAS" TO W-DDESCR
           MOVE W-REEMB TO W-DVALOR
           PERFORM ROT-DET-ADD THRU ROT-DET-ADD-FIM
           PERFORM ROT-DET-MOV THRU ROT-DET-MOV-FIM
           MOVE 950 TO W-DEVENTO
           MOVE "I" TO W-DNATUR
           MOVE "FGTS DO MES" TO W-DDESCR
           MOVE W-BASEFGTS TO W-DBASE
           MOVE W-ALIQFGTSC TO W-DREF
           MOVE FGTS TO W-DVALOR
           PERFORM ROT-DET-ADD THRU ROT-DET-ADD-FIM.
       ROT-DET-MONTA-FIM.
           EXIT.
      *
      *    LANCAMENTOS DE CADMOV DA COMPETENCIA AINDA FORA DA
      *    TABELA (MANUAIS, ADIANTAMENTO, CONSIGNADO JA BAIXADO
      *    NUM CALCULO ANTERIOR DO MES...)
       ROT-DET-MOV.
           IF W-TEMMOV NOT = "S"
              GO TO ROT-DET-MOV-FIM.
           MOVE CODFUNC   TO MOV-CODFUNC
           MOVE ANO       TO MOV-ANO
           MOVE MES       TO MOV-MES
           MOVE ZEROS     TO MOV-EVENTO
           START CADMOV KEY IS NOT LESS CHAVEMOV
                 INVALID KEY
                    GO TO ROT-DET-MOV-FIM.
       ROT-DET-MOV-RD.
           READ CADMOV NEXT RECORD
                AT END
                   GO TO ROT-DET-MOV-FIM
           END-READ
           IF MOV-CODFUNC NOT = CODFUNC
              OR MOV-ANO NOT = ANO OR MOV-MES NOT = MES
              GO TO ROT-DET-MOV-FIM.
           MOVE MOV-EVENTO TO W-DEVENTO
           MOVE MOV-DESCR  TO W-DDESCR
           MOVE ZEROS      TO W-DBASE W-DREF
           MOVE MOV-VALOR  TO W-DVALOR
           IF MOV-TIPO = "P"
              MOVE "P" TO W-DNATUR
           ELSE
              MOVE "D" TO W-DNATUR.
           IF W-TEMRUBR NOT = "S"
              GO TO ROT-DET-MOV-SEMCAT.
           MOVE MOV-EVENTO TO RUB-COD
           READ CADRUBR
           IF ST-ERRO15 NOT = "00"
              GO TO ROT-DET-MOV-SEMCAT.
           IF RUB-ORIGEM = "D"
              GO TO ROT-DET-MOV-RD.
           IF RUB-NATUR = "P"
              MOVE "P" TO W-DNATUR
           ELSE
              MOVE "D" TO W-DNATUR.
           IF W-DDESCR = SPACES
              MOVE RUB-DESC TO W-DDESCR.
           GO TO ROT-DET-MOV-ADD.
       ROT-DET-MOV-SEMCAT.
           IF MOV-EVENTO = 570 OR MOV-EVENTO = 575
              OR MOV-EVENTO = 580 OR MOV-EVENTO = 585
              OR MOV-EVENTO = 170
              GO TO ROT-DET-MOV-RD.
       ROT-DET-MOV-ADD.
           PERFORM ROT-DET-ADD THRU ROT-DET-ADD-FIM
           GO TO ROT-DET-MOV-RD.
       ROT-DET-MOV-FIM.
           EXIT.
      *
      *    INCLUI UMA LINHA (W-DEVENTO...W-DVALOR) NA TABDET; VALOR
      *    ZERO NAO ENTRA E O EVENTO JA PRESENTE PREVALECE
       ROT-DET-ADD.
           IF W-DVALOR = ZEROS
              GO TO ROT-DET-ADD-FIM.
           MOVE ZEROS TO W-IDXDACH
           PERFORM ROT-DET-ADD-VAR THRU ROT-DET-ADD-VAR-FIM
                   VARYING W-IDXD FROM 1 BY 1
                   UNTIL W-IDXD > W-QTDDET OR W-IDXDACH NOT = ZEROS.
           IF W-IDXDACH NOT = ZEROS
              GO TO ROT-DET-ADD-FIM.
           IF W-QTDDET NOT < 40
              GO TO ROT-DET-ADD-FIM.
           ADD 1 TO W-QTDDET
           MOVE W-DEVENTO TO TBD-EVENTO (W-QTDDET)
           MOVE W-DNATUR  TO TBD-NATUR  (W-QTDDET)
           MOVE W-DDESCR  TO TBD-DESCR  (W-QTDDET)
           MOVE W-DBASE   TO TBD-BASE   (W-QTDDET)
           MOVE W-DREF    TO TBD-REF    (W-QTDDET)
           MOVE W-DVALOR  TO TBD-VALOR  (W-QTDDET).
       ROT-DET-ADD-FIM.
           EXIT.
       ROT-DET-ADD-VAR.
           IF TBD-EVENTO (W-IDXD) = W-DEVENTO
              MOVE W-IDXD TO W-IDXDACH.
       ROT-DET-ADD-VAR-FIM.
           EXIT.
      *
      *********************************************************
      * GRAVA A TABDET EM CADPAGD SOB A CHAVEPGTO RECEM-GRAVADA*
      * (AS LINHAS DE UM CALCULO ANTERIOR SAO APAGADAS ANTES)  *
      *********************************************************
       ROT-GRAVA-DET.
           PERFORM ROT-EXCL-DET THRU ROT-EXCL-DET-FIM
           PERFORM ROT-GRAVA-DET-LIN THRU ROT-GRAVA-DET-LIN-FIM
                   VARYING W-IDXD FROM 1 BY 1
                   UNTIL W-IDXD > W-QTDDET.
       ROT-GRAVA-DET-FIM.
           EXIT.
      *
       ROT-GRAVA-DET-LIN.
           MOVE CHAVEPGTO           TO PAGD-CHAVEPGTO
           MOVE TBD-EVENTO (W-IDXD) TO PAGD-EVENTO
           MOVE TBD-NATUR  (W-IDXD) TO PAGD-NATUR
           MOVE TBD-DESCR  (W-IDXD) TO PAGD-DESCR
           MOVE TBD-BASE   (W-IDXD) TO PAGD-BASE
           MOVE TBD-REF    (W-IDXD) TO PAGD-REF
           MOVE TBD-VALOR  (W-IDXD) TO PAGD-VALOR
           WRITE REGPAGD
           IF ST-ERRO16 = "22"
              REWRITE REGPAGD.
       ROT-GRAVA-DET-LIN-FIM.
           EXIT.
      *
      *    APAGA AS LINHAS DE DETALHE DA CHAVEPGTO CORRENTE
       ROT-EXCL-DET.
           MOVE CHAVEPGTO TO PAGD-CHAVEPGTO
           MOVE ZEROS     TO PAGD-EVENTO
           START CADPAGD KEY IS NOT LESS CHAVEPAGD
                 INVALID KEY
                    GO TO ROT-EXCL-DET-FIM.
       ROT-EXCL-DET-RD.
           READ CADPAGD NEXT RECORD
                AT END
                   GO TO ROT-EXCL-DET-FIM
           END-READ
           IF PAGD-CHAVEPGTO NOT = CHAVEPGTO
              GO TO ROT-EXCL-DET-FIM.
           DELETE CADPAGD RECORD
           GO TO ROT-EXCL-DET-RD.
       ROT-EXCL-DET-FIM.
           EXIT.
      *
      *********************************************************
      * VERIFICA EM CADCOMP SE A COMPETENCIA DA FOLHA EM TELA  *
      * JA FOI APROVADA (P) OU PAGA (G). NESTE CASO A FOLHA    *
      * NAO PODE MAIS SER ALTERADA NEM REVERTIDA POR AQUI.     *
           EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           IF W-TEMPAGD = "S"
              CLOSE CADPAGD.
           IF W-TEMACUM = "S"
              CLOSE CADACUM.
           IF W-TEMPLSAU = "S"
              CLOSE CADPLSAU.
           IF W-TEMRUBR = "S"
              CLOSE CADRUBR.
           IF W-TEMBENEF = "S"
              CLOSE CADBENEF.
           IF W-TEMCONSG = "S"
              CLOSE CADCONSG.
           IF W-TEMDESP = "S"
              CLOSE CADDESP.
           IF W-TEMVINC = "S"
              CLOSE CADVINC.
           IF W-TEMDEP = "S"
              CLOSE CADDEP.
           IF W-TEMPARAM = "S"
              CLOSE CADPARAM.
           IF W-TEMFCONT = "S"
              CLOSE CADFCONT.
           IF W-TEMMOV = "S"
              CLOSE CADMOV.
           IF W-TEMSTEP = "S"
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
