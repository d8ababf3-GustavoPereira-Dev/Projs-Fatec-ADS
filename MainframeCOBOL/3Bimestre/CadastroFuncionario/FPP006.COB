      * COMO QUALQUER FOLHA - E O ACERTO RETROATIVO DE FAIXAS E     *
      * SALARIOS COM MEMORIA DE CALCULO, NO LUGAR DO LANCAMENTO     *
      * MANUAL AVULSO.                                              *
      *                                                             *
      * OS LANCAMENTOS DE CADMOV SAO CLASSIFICADOS PELO CATALOGO DE *
      * RUBRICAS (CADRUBR): NATUREZA P/B/L E INCIDENCIA EM INSS, IR *
      * E FGTS POR EVENTO, ACUMULADAS EM W-AJINSS/W-AJIR/W-AJFGTS.  *
      * SEM CATALOGO VALEM AS FAIXAS DE CODIGO (MOV-TIPO, <550).    *
      *                                                             *
      * CADA LINHA DO CALCULO (SALARIO, EVENTOS, INSS, IR, FGTS,    *
      * BENEFICIOS...) E GRAVADA EM CADPAGD SOB A CHAVEPGTO MAIS O  *
      * EVENTO, COM BASE, REFERENCIA E VALOR - E O QUE O HOLERITE,  *
      * O AUTOATENDIMENTO E A CONTABILIZACAO LEEM. OS VALORES DA    *
      * FOLHA GRAVADA (M OU A DIFERENCA C) SOMAM NOS ACUMULADOS DO  *
      * ANO POR FUNCIONARIO/EMPRESA (CADACUM).                      *
      *                                                             *
      * A CONTRIBUICAO A PREVIDENCIA PRIVADA DAS ADESOES ATIVAS     *
      * (CADFPREV) E DESCONTADA NO EVENTO 595, ABATE A BASE DO IR   *
      * ATE O LIMITE DO PARAMETRO 020 E A CONTRAPARTIDA DA EMPRESA  *
      * SAI COMO LINHA INFORMATIVA 955 PARA A CONTABILIZACAO.       *
      *                                                             *
      * AS DESPESAS APROVADAS (CADDESP SITUACAO P) PARA PAGAMENTO   *
      * EM FOLHA ENTRAM NO EVENTO 170, NAO TRIBUTAVEL: SOMAM DIRETO *
      * NO LIQUIDO, FORA DO BRUTO E DAS BASES, E SAO BAIXADAS COMO  *
      * PAGAS (G) COM A COMPETENCIA QUANDO A FOLHA E GRAVADA.       *
      *                                                             *
      * O TIPO DE CONTRATO (CADFCONT, SEM REGISTRO = PRAZO          *
      * INDETERMINADO) DEFINE OS ENCARGOS: ESTAGIARIO NAO TEM INSS, *
      * FGTS NEM SALARIO-FAMILIA; APRENDIZ RECOLHE O FGTS PELA      *
      * ALIQUOTA DO PARAMETRO 022 (PADRAO 2). CONTRATO A PRAZO JA   *
      * VENCIDO NA COMPETENCIA E AVISADO NO CONSOLE.                *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVEMOV
                      FILE STATUS  IS ST-ERRO5
                      ALTERNATE RECORD KEY IS MOV-ANOMES
                          WITH DUPLICATES.
      *
           SELECT CADAPUR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPARAM
                    FILE STATUS  IS ST-ERRO9.
      *
           SELECT CADMOTAF ASSIGN TO DISK
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
           SELECT CADSIND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FSIND-CODFUNC
                    FILE STATUS  IS ST-ERRO20.
      *
           SELECT CADFPREV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FPREV-CODFUNC
                    FILE STATUS  IS ST-ERRO24.
      *
           SELECT CADDESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEDESP
                    FILE STATUS  IS ST-ERRO25.
      *
           SELECT CADRUBR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RUB-COD
                    FILE STATUS  IS ST-ERRO21.
      *
           SELECT CADPAGD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPAGD
                    FILE STATUS  IS ST-ERRO22.
      *
           SELECT CADACUM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEACUM
                    FILE STATUS  IS ST-ERRO23.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
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
       FD CADMOTAF
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
       FD CADBENEF
               LABEL RECORD IS STANDARD
             05 PLS-SEQDEP    PIC 9(2).
          03 PLS-VLRMENS      PIC 9(6)V99.
          03 PLS-SIT          PIC X(1).
          03 PLS-VLREMPR      PIC 9(6)V99.
      *-----------------------------------------------------------------
       FD CADRUN
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
       FD CADSIND
               LABEL RECORD IS STANDARD
          03 FSIND-CODFUNC    PIC 9(5).
          03 FSIND-SIND       PIC 9(3).
          03 FSIND-OPT        PIC X(1).
      *-----------------------------------------------------------------
       FD CADFPREV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFPREV.DAT".
       01 REGFPREV.
          03 FPREV-CODFUNC    PIC 9(5).
          03 FPREV-PLANO      PIC 9(3).
          03 FPREV-TIPO       PIC X(1).
          03 FPREV-PCT        PIC 9(2)V99.
          03 FPREV-VALOR      PIC 9(6)V99.
          03 FPREV-TPPATR     PIC X(1).
          03 FPREV-PCTPATR    PIC 9(3)V99.
          03 FPREV-TETOPATR   PIC 9(2)V99.
          03 FPREV-SIT        PIC X(1).
          03 FPREV-ANOMESULT  PIC 9(6).
          03 FPREV-VLRULT     PIC 9(6)V99.
          03 FPREV-PATRULT    PIC 9(6)V99.
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-NDEPIR      PIC 9(02) VALUE ZEROS.
       01 W-PARAMCOD    PIC 9(03) VALUE ZEROS.
       01 W-PARAMVLR    PIC 9(08)V99 VALUE ZEROS.
       01 W-PARAMCOMP   PIC 9(06) VALUE ZEROS.
       01 W-ABATDEP     PIC 9(08)V99 VALUE ZEROS.
       01 W-BASEIR      PIC 9(06)V99 VALUE ZEROS.
       01 W-VALDED      PIC 9(06)V99 VALUE ZEROS.
       01 ST-STEP       PIC X(02) VALUE "00".
       01 ST-FSTEP      PIC X(02) VALUE "00".
       01 W-TEMSTEP     PIC X(01) VALUE "N".
       01 ST-FCONT      PIC X(02) VALUE "00".
       01 W-TEMFCONT    PIC X(01) VALUE "N".
       01 W-TPCONT      PIC 9(01) VALUE 1.
       01 W-ALIQFGTSC   PIC 9(02)V99 VALUE ZEROS.
       01 W-FCTAMD      PIC 9(08) VALUE ZEROS.
       01 W-FCTFIM.
          03 W-FCTDIA   PIC 9(02).
          03 W-FCTMES   PIC 9(02).
          03 W-FCTANO   PIC 9(04).
       01 ST-ERRO19     PIC X(02) VALUE "00".
       01 ST-ERRO20     PIC X(02) VALUE "00".
       01 W-TEMSIND     PIC X(01) VALUE "N".
       01 W-C-FAM       PIC 9(06)V99 VALUE ZEROS.
       01 W-C-LIQ       PIC 9(06)V99 VALUE ZEROS.
       01 W-C-FGTS      PIC 9(06)V99 VALUE ZEROS.
       01 ST-ERRO21     PIC X(02) VALUE "00".
       01 W-TEMRUBR     PIC X(01) VALUE "N".
       01 W-AJINSS      PIC S9(06)V99 VALUE ZEROS.
       01 W-AJIR        PIC S9(06)V99 VALUE ZEROS.
       01 W-AJFGTS      PIC S9(06)V99 VALUE ZEROS.
       01 W-BASECALC    PIC S9(07)V99 VALUE ZEROS.
       01 ST-ERRO22     PIC X(02) VALUE "00".
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
       01 ST-ERRO23      PIC X(02) VALUE "00".
       01 W-TEMACUM     PIC X(01) VALUE "N".
       01 W-ACUACH      PIC X(01) VALUE "N".
       01 W-ASINAL      PIC X(01) VALUE "+".
       01 W-ABRUTO      PIC 9(06)V99 VALUE ZEROS.
       01 W-AINSS       PIC 9(06)V99 VALUE ZEROS.
       01 W-AIR         PIC 9(06)V99 VALUE ZEROS.
       01 W-AFGTS       PIC 9(06)V99 VALUE ZEROS.
       01 W-A13         PIC 9(06)V99 VALUE ZEROS.
       01 W-AFER        PIC 9(06)V99 VALUE ZEROS.
       01 ST-ERRO24     PIC X(02) VALUE "00".
       01 W-TEMPREV     PIC X(01) VALUE "N".
       01 W-PREVACH     PIC X(01) VALUE "N".
       01 W-DESCPREV    PIC 9(06)V99 VALUE ZEROS.
       01 W-PATRPREV    PIC 9(06)V99 VALUE ZEROS.
       01 W-DEDPREV     PIC 9(06)V99 VALUE ZEROS.
       01 W-LIMPREV     PIC 9(06)V99 VALUE ZEROS.
       01 W-PCTLIMPREV  PIC 9(03)V99 VALUE ZEROS.
       01 ST-ERRO25     PIC X(02) VALUE "00".
       01 W-TEMDESP     PIC X(01) VALUE "N".
       01 W-REEMB       PIC 9(06)V99 VALUE ZEROS.
       01 TABDET.
          03 TB-DET OCCURS 40 TIMES.
             05 TBD-EVENTO   PIC 9(03).
             05 TBD-NATUR    PIC X(01).
             05 TBD-DESCR    PIC X(20).
             05 TBD-BASE     PIC 9(08)V99.
             05 TBD-REF      PIC 9(03)V99.
             05 TBD-VALOR    PIC 9(06)V99.

       01 LIN-LOG.
          03 LL-ANOMES     PIC 9(06).
              IF ST-FSTEP NOT = "00"
                 CLOSE CADSTEP
                 MOVE "N" TO W-TEMSTEP.
       R0E6B.
           MOVE "S" TO W-TEMFCONT
           OPEN INPUT CADFCONT
           IF ST-FCONT NOT = "00"
              MOVE "N" TO W-TEMFCONT.
       R0E7.
           MOVE "S" TO W-TEMSIND
           OPEN INPUT CADSIND
              IF ST-ERRO20 NOT = "00"
                 CLOSE CADSIND
                 MOVE "N" TO W-TEMSIND.
       R0E7A.
           MOVE "S" TO W-TEMPREV
           OPEN I-O CADFPREV
           IF ST-ERRO24 NOT = "00"
              MOVE "N" TO W-TEMPREV.
       R0E7B.
           MOVE "S" TO W-TEMDESP
           OPEN I-O CADDESP
           IF ST-ERRO25 NOT = "00"
              MOVE "N" TO W-TEMDESP.
       R0E8.
           MOVE "S" TO W-TEMRUBR
           OPEN INPUT CADRUBR
           IF ST-ERRO21 NOT = "00"
              MOVE "N" TO W-TEMRUBR.
       R0E9.
           OPEN I-O CADPAGD
           IF ST-ERRO22 NOT = "00"
              IF ST-ERRO22 = "30"
                 OPEN OUTPUT CADPAGD
                 CLOSE CADPAGD
                 OPEN I-O CADPAGD
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPAGD"
                 GO TO ROT-FIM-ERRO.
       R0E10.
           MOVE "S" TO W-TEMACUM
           OPEN I-O CADACUM
           IF ST-ERRO23 NOT = "00"
              IF ST-ERRO23 = "30"
                 OPEN OUTPUT CADACUM
                 CLOSE CADACUM
                 OPEN I-O CADACUM
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADACUM"
                 GO TO ROT-FIM-ERRO.
       R0F.
           MOVE "S" TO W-TEMAPUR
           OPEN INPUT CADAPUR
              DISPLAY "FUNCIONARIO " CODFUNC " COM CODCARGO "
                      CODCARGO " SEM CADASTRO EM ARQCARGO.DAT - PULADO"
              GO TO R2-FIM.
           PERFORM ROT-BUSCA-STEP THRU ROT-BUSCA-STEP-FIM
           PERFORM ROT-BUSCA-CONTRATO THRU ROT-BUSCA-CONTRATO-FIM.
      *
       R5A.
           IF CARGO-TPSAL = 1
              COMPUTE SALBRUTO = SALBRUTO / W-DIASMES
                               * W-DIASTRABPR.
       R5A1.
           MOVE SALBRUTO TO W-DSALARIO
           MOVE W-ANOPROC TO W-ANOCALC
           MOVE W-MESPROC TO W-MESCALC
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
      *    ESTAGIARIO NAO CONTRIBUI PARA O INSS
           IF W-TPCONT = 4
              MOVE ZEROS TO INSS W-BASEINSS
              GO TO R5C.
           COMPUTE W-BASECALC = SALBRUTO - W-AJINSS
           IF W-BASECALC < ZEROS
              MOVE ZEROS TO W-BASECALC.
           MOVE W-BASECALC TO CALC W-BASEINSS
           PERFORM ROT-CALC-INSS THRU ROT-CALC-INSS-FIM
           IF W-ALIQACH NOT = "S"
              ADD 1 TO W-TOTFAIXINV
              GO TO R2-FIM.
           MOVE W-INSSCALC TO INSS.
      *********************************************************
      * IR: BASE = SALARIO MENOS INSS MENOS AS RUBRICAS SEM    *
      * INCIDENCIA DE IR (W-AJIR) MENOS O ABATIMENTO POR       *
      * DEPENDENTE (PARAMETRO 001 X DEPENDENTES REAIS DO       *
      * CADDEP) E MENOS A CONTRIBUICAO A PREVIDENCIA PRIVADA   *
      * DEDUTIVEL (W-DEDPREV); DO RESULTADO DA ALIQUOTA        *
      * SUBTRAI-SE A PARCELA A DEDUZIR DA PROPRIA FAIXA        *
      *********************************************************
       R5C.
           COMPUTE DESCINSS = (SALBRUTO - INSS).
           COMPUTE W-BASECALC = DESCINSS - W-AJIR
           IF W-BASECALC < ZEROS
              MOVE ZEROS TO W-BASECALC.
           PERFORM ROT-CALC-PREV THRU ROT-CALC-PREV-FIM
           IF W-DEDPREV > W-BASECALC
              MOVE W-BASECALC TO W-DEDPREV.
           SUBTRACT W-DEDPREV FROM W-BASECALC
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
           IF W-MOVDESCL > SALLIQ
              MOVE SALLIQ TO W-MOVDESCL.
           SUBTRACT W-MOVDESCL FROM SALLIQ.
           IF W-DESCPREV > SALLIQ
              MOVE SALLIQ TO W-DESCPREV.
           PERFORM ROT-PATR-PREV THRU ROT-PATR-PREV-FIM
           IF W-DESCPREV > ZEROS
              SUBTRACT W-DESCPREV FROM SALLIQ
              PERFORM ROT-GRAVA-PREVMOV
                      THRU ROT-GRAVA-PREVMOV-FIM.
           PERFORM ROT-DESC-BENEF THRU ROT-DESC-BENEF-FIM
           IF (W-DESCVT + W-DESCVR) > SALLIQ
              MOVE ZEROS TO W-DESCVT W-DESCVR
              SUBTRACT W-DESCONSG FROM SALLIQ
              PERFORM ROT-GRAVA-CONSGMOV
                      THRU ROT-GRAVA-CONSGMOV-FIM.
           PERFORM ROT-REEMB THRU ROT-REEMB-FIM
           IF W-REEMB > ZEROS
              ADD W-REEMB TO SALLIQ
              PERFORM ROT-GRAVA-REEMBMOV
                      THRU ROT-GRAVA-REEMBMOV-FIM.
           COMPUTE W-BASECALC = SALBRUTO - W-AJFGTS
           IF W-BASECALC < ZEROS
              MOVE ZEROS TO W-BASECALC.
           MOVE W-BASECALC TO W-BASEFGTS
           COMPUTE FGTS = W-BASECALC * (W-ALIQFGTSC / 100).
      *
       R6.
           PERFORM ROT-DET-MONTA THRU ROT-DET-MONTA-FIM
           MOVE EMPFUNC TO EMPPAG
           IF W-COMPLEM = "S"
              PERFORM ROT-DIF-COMPL THRU ROT-DIF-COMPL-FIM
           WRITE REGPAG
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-TOTGRAV
              PERFORM ROT-GRAVA-DET THRU ROT-GRAVA-DET-FIM
              MOVE "+"      TO W-ASINAL
              MOVE SALBRUTO TO W-ABRUTO
              MOVE INSS     TO W-AINSS
              MOVE IR       TO W-AIR
              MOVE FGTS     TO W-AFGTS
              MOVE ZEROS    TO W-A13
              MOVE ZEROS    TO W-AFER
              PERFORM ROT-ACUM THRU ROT-ACUM-FIM
              PERFORM ROT-BAIXA-REEMB THRU ROT-BAIXA-REEMB-FIM
           ELSE
              DISPLAY "ERRO NA GRAVACAO DA FOLHA DO FUNCIONARIO "
                      CODFUNC " - FILE STATUS " ST-ERRO.
      * SOMA OS LANCAMENTOS DE CADMOV DO FUNCIONARIO PARA O    *
      * ANO/MES EM PROCESSAMENTO:                              *
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
           MOVE CODFUNC   TO MOV-CODFUNC
           IF MOV-CODFUNC NOT = CODFUNC
              OR MOV-ANO NOT = W-ANOPROC OR MOV-MES NOT = W-MESPROC
              GO TO ROT-SOMA-MOV-FIM.
           IF W-TEMRUBR = "S"
              MOVE MOV-EVENTO TO RUB-COD
              READ CADRUBR
              IF ST-ERRO21 = "00"
                 GO TO ROT-SOMA-MOV-RUB.
      *    EVENTOS 570/575 (VT/VR) E 170 (REEMBOLSO) SAO
      *    RECALCULADOS A CADA FOLHA E APLICADOS DIRETO NO
      *    LIQUIDO - AQUI SO SE IGNORAM
           IF MOV-EVENTO = 570 OR MOV-EVENTO = 575
              OR MOV-EVENTO = 580 OR MOV-EVENTO = 585
              OR MOV-EVENTO = 595 OR MOV-EVENTO = 170
              GO TO ROT-SOMA-MOV-RD.
           IF MOV-TIPO = "P"
              ADD MOV-VALOR TO W-MOVPROV
              ELSE
                 ADD MOV-VALOR TO W-MOVDESCL.
           GO TO ROT-SOMA-MOV-RD.
      *    ORIGEM D = RECALCULADO A CADA FOLHA E APLICADO DIRETO
      *    NO LIQUIDO - O LANCAMENTO E SO DISCRIMINACAO
       ROT-SOMA-MOV-RUB.
           IF RUB-ORIGEM = "D"
              GO TO ROT-SOMA-MOV-RD.
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
           COMPUTE W-PARAMCOMP = (W-ANOPROC * 100) + W-MESPROC
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
           MOVE CODFUNC   TO MOV-CODFUNC
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
           MOVE CODFUNC    TO MOV-CODFUNC
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
              DISPLAY "ERRO NA EXCLUSAO DO EVENTO 060 ANTIGO - FUNC "
                      CODFUNC.
       ROT-LIMPA-NOT060-FIM.
           EXIT.
      *
      *********************************************************
      * ADICIONAL DE PERICULOSIDADE/INSALUBRIDADE DO CARGO     *
      * (CADADIC):                                             *
      *   TIPO P = PERCENTUAL SOBRE O SALARIO BASE MENSAL DO   *
           EXIT.
      *
      *********************************************************
      * PREVIDENCIA PRIVADA (CADFPREV): ADESAO COM SITUACAO    *
      * "A" TEM A CONTRIBUICAO DO EMPREGADO CALCULADA SOBRE O  *
      * SALBRUTO (TIPO P) OU FIXA (TIPO V). A PARTE DEDUTIVEL  *
      * DA BASE DO IR (W-DEDPREV) E LIMITADA AO PERCENTUAL DO  *
      * PARAMETRO 020 (PADRAO 12%) SOBRE OS RENDIMENTOS        *
      * TRIBUTAVEIS DO MES. RECALCULADA A CADA FOLHA E LANCADA *
      * NO EVENTO 595 DE CADMOV SO PARA DISCRIMINACAO (O       *
      * ROT-SOMA-MOV A IGNORA).                                *
      *********************************************************
       ROT-CALC-PREV.
           MOVE ZEROS TO W-DESCPREV W-PATRPREV W-DEDPREV
           MOVE "N" TO W-PREVACH
           IF W-TEMPREV NOT = "S"
              GO TO ROT-CALC-PREV-FIM.
           MOVE CODFUNC TO FPREV-CODFUNC
           READ CADFPREV
           IF ST-ERRO24 NOT = "00"
              GO TO ROT-CALC-PREV-FIM.
           IF FPREV-SIT NOT = "A"
              GO TO ROT-CALC-PREV-FIM.
           MOVE "S" TO W-PREVACH
           IF FPREV-TIPO = "P"
              COMPUTE W-DESCPREV = SALBRUTO * FPREV-PCT / 100
           ELSE
              MOVE FPREV-VALOR TO W-DESCPREV.
           MOVE 020 TO W-PARAMCOD
           PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
           MOVE W-PARAMVLR TO W-PCTLIMPREV
           IF W-PCTLIMPREV = ZEROS
              MOVE 12 TO W-PCTLIMPREV.
           IF W-AJIR > SALBRUTO
              MOVE ZEROS TO W-LIMPREV
           ELSE
              COMPUTE W-LIMPREV = (SALBRUTO - W-AJIR) * W-PCTLIMPREV
                                  / 100.
           MOVE W-DESCPREV TO W-DEDPREV
           IF W-DEDPREV > W-LIMPREV
              MOVE W-LIMPREV TO W-DEDPREV.
       ROT-CALC-PREV-FIM.
           EXIT.
      *
      *    CONTRAPARTIDA DA EMPRESA SOBRE A CONTRIBUICAO EFETIVA:
      *    P = % DO SALBRUTO, C = % DA CONTRIBUICAO DO EMPREGADO,
      *    LIMITADA AO TETO EM % DO SALBRUTO QUANDO INFORMADO. OS
      *    VALORES DA FOLHA FICAM NA ADESAO PARA O REPASSE (REL072)
       ROT-PATR-PREV.
           IF W-PREVACH NOT = "S"
              GO TO ROT-PATR-PREV-FIM.
           MOVE ZEROS TO W-PATRPREV
           IF FPREV-TPPATR = "P"
              COMPUTE W-PATRPREV = SALBRUTO * FPREV-PCTPATR / 100.
           IF FPREV-TPPATR = "C"
              COMPUTE W-PATRPREV = W-DESCPREV * FPREV-PCTPATR / 100.
           IF FPREV-TETOPATR > ZEROS
              COMPUTE W-LIMPREV = SALBRUTO * FPREV-TETOPATR / 100
              IF W-PATRPREV > W-LIMPREV
                 MOVE W-LIMPREV TO W-PATRPREV.
           IF W-DESCPREV = ZEROS
              MOVE ZEROS TO W-PATRPREV.
           COMPUTE FPREV-ANOMESULT = (W-ANOCALC * 100) + W-MESCALC
           MOVE W-DESCPREV TO FPREV-VLRULT
           MOVE W-PATRPREV TO FPREV-PATRULT
           REWRITE REGFPREV.
       ROT-PATR-PREV-FIM.
           EXIT.
      *
       ROT-GRAVA-PREVMOV.
           IF W-TEMMOV NOT = "S"
              GO TO ROT-GRAVA-PREVMOV-FIM.
           MOVE CODFUNC   TO MOV-CODFUNC
           MOVE W-ANOCALC TO MOV-ANO
           MOVE W-MESCALC TO MOV-MES
           MOVE 595       TO MOV-EVENTO
           MOVE "D"       TO MOV-TIPO
           MOVE "PREVIDENCIA PRIVADA" TO MOV-DESCR
           MOVE W-DESCPREV TO MOV-VALOR
           WRITE REGMOV
           IF ST-ERRO5 = "22"
              MOVE W-DESCPREV TO MOV-VALOR
              REWRITE REGMOV.
       ROT-GRAVA-PREVMOV-FIM.
           EXIT.
      *
      *********************************************************
      * REEMBOLSO DE DESPESAS (CADDESP): SOMA AS DESPESAS DO   *
      * FUNCIONARIO APROVADAS (P) PARA PAGAMENTO EM FOLHA (F). *
      * AS JA BAIXADAS (G) NESTA MESMA COMPETENCIA TAMBEM      *
      * ENTRAM, PARA QUE O RECALCULO E A FOLHA COMPLEMENTAR    *
      * CHEGUEM AO MESMO LIQUIDO. A BAIXA SO ACONTECE DEPOIS   *
      * DA FOLHA GRAVADA (ROT-BAIXA-REEMB).                    *
      *********************************************************
       ROT-REEMB.
           MOVE ZEROS TO W-REEMB
           IF W-TEMDESP NOT = "S"
              GO TO ROT-REEMB-FIM.
           COMPUTE W-ANOMESCALC = (W-ANOPROC * 100) + W-MESPROC
           MOVE CODFUNC TO DESP-CODFUNC
           MOVE ZEROS   TO DESP-SEQ
           START CADDESP KEY IS NOT LESS CHAVEDESP
                 INVALID KEY
                    GO TO ROT-REEMB-FIM.
       ROT-REEMB-RD.
           READ CADDESP NEXT RECORD
                AT END
                   GO TO ROT-REEMB-FIM
           END-READ
           IF DESP-CODFUNC NOT = CODFUNC
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
           MOVE CODFUNC   TO MOV-CODFUNC
           MOVE W-ANOPROC TO MOV-ANO
           MOVE W-MESPROC TO MOV-MES
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
      *    FOLHA GRAVADA: AS DESPESAS APROVADAS PAGAS NELA PASSAM
      *    A G, COM A COMPETENCIA E A DATA DO PAGAMENTO
       ROT-BAIXA-REEMB.
           IF W-TEMDESP NOT = "S" OR W-REEMB = ZEROS
              GO TO ROT-BAIXA-REEMB-FIM.
           COMPUTE W-ANOMESCALC = (W-ANOPROC * 100) + W-MESPROC
           MOVE CODFUNC TO DESP-CODFUNC
           MOVE ZEROS   TO DESP-SEQ
           START CADDESP KEY IS NOT LESS CHAVEDESP
                 INVALID KEY
                    GO TO ROT-BAIXA-REEMB-FIM.
       ROT-BAIXA-REEMB-RD.
           READ CADDESP NEXT RECORD
                AT END
                   GO TO ROT-BAIXA-REEMB-FIM
           END-READ
           IF DESP-CODFUNC NOT = CODFUNC
              GO TO ROT-BAIXA-REEMB-FIM.
           IF DESP-FORMA NOT = "F" OR DESP-SIT NOT = "P"
              GO TO ROT-BAIXA-REEMB-RD.
           MOVE "G"          TO DESP-SIT
           MOVE W-ANOMESCALC TO DESP-ANOMESPAG
           ACCEPT DESP-DTPAG FROM DATE YYYYMMDD
           REWRITE REGDESP
           GO TO ROT-BAIXA-REEMB-RD.
       ROT-BAIXA-REEMB-FIM.
           EXIT.
      *
      *********************************************************
      * PENSAO ALIMENTICIA JUDICIAL (CADPENSAO): PARA CADA     *
      * DETERMINACAO ATIVA DO FUNCIONARIO DESCONTA O           *
      * PERCENTUAL SOBRE O RENDIMENTO LIQUIDO DA COMPETENCIA   *
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
           MOVE W-SALBASEM TO W-DBASE
           MOVE X TO W-DREFSAL
           IF X = 1
              MOVE 30 TO W-DREFSAL.
           IF W-AFASTTRAT = "P"
              MOVE W-DIASPAGAF TO W-DREFSAL
              GO TO ROT-DET-MONTA-SAL.
      *    HORISTA COM PONTO: AS HORAS NORMAIS NO SALARIO E AS
      *    EXTRAS NUMA LINHA PROPRIA (EVENTO 056)
           IF W-APURACH = "S"
              MOVE APUR-HRNORM TO W-DREFSAL
              MOVE CARGO-SALBASE TO W-DBASE
              COMPUTE W-DVALOR = CARGO-SALBASE * APUR-HRNORM
              GO TO ROT-DET-MONTA-SAL.
           MOVE DTADMISSAO TO W-DTADMPR
           IF W-ANOADMPR = W-ANOPROC AND W-MESADMPR = W-MESPROC
              AND W-DIAADMPR > 1
              MOVE W-DIASTRABPR TO W-DREFSAL.
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
           MOVE 065 TO W-DEVENTO
           IF ADIC-TIPO = "P"
              MOVE "ADIC PERICULOSIDADE" TO W-DDESCR
           ELSE
              MOVE "ADIC INSALUBRIDADE" TO W-DDESCR.
           MOVE W-BASEADIC TO W-DBASE
           MOVE ADIC-PCT   TO W-DREF
           MOVE W-VLRADIC  TO W-DVALOR
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
           MOVE 585 TO W-DEVENTO
           MOVE "MENSALIDADE SINDIC." TO W-DDESCR
           MOVE W-DESCSIND TO W-DVALOR
           PERFORM ROT-DET-ADD THRU ROT-DET-ADD-FIM
           MOVE 595 TO W-DEVENTO
           MOVE "PREVIDENCIA PRIVADA" TO W-DDESCR
           MOVE SALBRUTO TO W-DBASE
           MOVE FPREV-PCT TO W-DREF
           MOVE W-DESCPREV TO W-DVALOR
           PERFORM ROT-DET-ADD THRU ROT-DET-ADD-FIM
           MOVE ZEROS TO W-DBASE W-DREF
           MOVE 565 TO W-DEVENTO
           MOVE "PENSAO ALIMENTICIA" TO W-DDESCR
           MOVE W-BASEPEN TO W-DBASE
           MOVE W-DESCPEN TO W-DVALOR
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
           PERFORM ROT-DET-ADD THRU ROT-DET-ADD-FIM
           MOVE 955 TO W-DEVENTO
           MOVE "PREV PRIV EMPRESA" TO W-DDESCR
           MOVE SALBRUTO TO W-DBASE
           MOVE FPREV-PCTPATR TO W-DREF
           MOVE W-PATRPREV TO W-DVALOR
           PERFORM ROT-DET-ADD THRU ROT-DET-ADD-FIM.
       ROT-DET-MONTA-FIM.
           EXIT.
      *
      *    LANCAMENTOS DE CADMOV DA COMPETENCIA AINDA FORA DA
      *    TABELA (MANUAIS, ADIANTAMENTO, PENSAO/CONSIGNADO JA
      *    BAIXADOS NUM CALCULO ANTERIOR DO MES...)
       ROT-DET-MOV.
           IF W-TEMMOV NOT = "S"
              GO TO ROT-DET-MOV-FIM.
           MOVE CODFUNC   TO MOV-CODFUNC
           MOVE W-ANOPROC TO MOV-ANO
           MOVE W-MESPROC TO MOV-MES
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
              OR MOV-ANO NOT = W-ANOPROC OR MOV-MES NOT = W-MESPROC
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
           IF ST-ERRO21 NOT = "00"
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
              OR MOV-EVENTO = 595 OR MOV-EVENTO = 170
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
              DISPLAY "FUNCIONARIO " CODFUNC " COM MAIS DE 40 "
                      "LINHAS - EVENTO " W-DEVENTO " FORA DO DETALHE"
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
      * (AS LINHAS DE UM CALCULO ANTERIOR SAO APAGADAS ANTES). *
      * NA FOLHA COMPLEMENTAR CADA LINHA LEVA SO A DIFERENCA A *
      * MAIOR SOBRE A MESMA LINHA DA FOLHA ORIGINAL "M", COMO  *
      * O ROT-DIF-COMPL FAZ COM OS TOTAIS.                     *
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
           MOVE TBD-VALOR (W-IDXD) TO W-DIFV
           IF TIPOFOLHA NOT = "C"
              GO TO ROT-GRAVA-DET-LIN-WR.
           MOVE CHAVEPGTO TO PAGD-CHAVEPGTO
           MOVE "M"       TO PAGD-TIPOFOL
           MOVE TBD-EVENTO (W-IDXD) TO PAGD-EVENTO
           READ CADPAGD
           IF ST-ERRO22 = "00"
              COMPUTE W-DIFV = W-DIFV - PAGD-VALOR.
           IF W-DIFV NOT > ZEROS
              GO TO ROT-GRAVA-DET-LIN-FIM.
       ROT-GRAVA-DET-LIN-WR.
           MOVE CHAVEPGTO           TO PAGD-CHAVEPGTO
           MOVE TBD-EVENTO (W-IDXD) TO PAGD-EVENTO
           MOVE TBD-NATUR  (W-IDXD) TO PAGD-NATUR
           MOVE TBD-DESCR  (W-IDXD) TO PAGD-DESCR
           MOVE TBD-BASE   (W-IDXD) TO PAGD-BASE
           MOVE TBD-REF    (W-IDXD) TO PAGD-REF
           MOVE W-DIFV              TO PAGD-VALOR
           WRITE REGPAGD
           IF ST-ERRO22 = "22"
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
           IF ST-ERRO23 NOT = "00"
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
      * STEP SALARIAL DO FUNCIONARIO (CADFSTEP/CADSTEP): COM   *
      * STEP CADASTRADO PARA O CARGO ATUAL, O SALARIO DO STEP  *
      * SUBSTITUI O CARGO-SALBASE EM TODO O CALCULO            *
           EXIT.
      *
      *********************************************************
      * TIPO DE CONTRATO DO FUNCIONARIO (CADFCONT) E ALIQUOTA  *
      * DO FGTS QUE VALE PARA ELE: ESTAGIARIO (4) SEM FGTS,    *
      * APRENDIZ (5) PELO PARAMETRO 022 (PADRAO 2), OS DEMAIS  *
      * COM OS 8% DE SEMPRE. EXPERIENCIA (2) OU PRAZO          *
      * DETERMINADO (3) COM O FIM ANTES DA COMPETENCIA E       *
      * AVISADO - O CONTRATO VIROU INDETERMINADO SEM DECISAO   *
      *********************************************************
       ROT-BUSCA-CONTRATO.
           MOVE 1 TO W-TPCONT
           MOVE W-ALIQFGTS TO W-ALIQFGTSC
           IF W-TEMFCONT NOT = "S"
              GO TO ROT-BUSCA-CONTRATO-FIM.
           MOVE CODFUNC TO FCT-CODFUNC
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
           IF (W-TPCONT = 2 OR W-TPCONT = 3) AND FCT-DTFIM > ZEROS
              MOVE FCT-DTFIM TO W-FCTFIM
              COMPUTE W-FCTAMD = (W-FCTANO * 10000)
                               + (W-FCTMES * 100) + W-FCTDIA
              IF W-FCTAMD < (W-ANOPROC * 10000) + (W-MESPROC * 100)
                 DISPLAY "FUNCIONARIO " CODFUNC
                         " CONTRATO A PRAZO VENCIDO EM "
                         W-FCTDIA "/" W-FCTMES "/" W-FCTANO
                         " - VER REL079".
       ROT-BUSCA-CONTRATO-FIM.
           EXIT.
      *
      *********************************************************
      * BUSCA EM CADAPUR A APURACAO DE PONTO DO FUNCIONARIO    *
      * PARA O ANO/MES EM PROCESSAMENTO. W-APURACH = "S" SE    *
      * ENCONTROU.                                             *
              PERFORM ROT-MARCA-COMP THRU ROT-MARCA-COMP-FIM.
           IF W-TEMSTEP = "S"
              CLOSE CADSTEP CADFSTEP.
           IF W-TEMFCONT = "S"
              CLOSE CADFCONT.
           IF W-TEMSIND = "S"
              CLOSE CADSIND CADFSIND.
           IF W-TEMPREV = "S"
              CLOSE CADFPREV.
           IF W-TEMDESP = "S"
              CLOSE CADDESP.
           IF W-TEMRUBR = "S"
              CLOSE CADRUBR.
           IF W-TEMPEN = "S"
              CLOSE CADPENSAO.
           IF W-TEMADIC = "S"
              CLOSE CADMOV.
           IF W-TEMAPUR = "S"
              CLOSE CADAPUR.
           CLOSE CADCOMP CADPAGD CADACUM.
           CLOSE CADPAG CADFUNC CADCARGO CADFAIXA
           DISPLAY "*** GERACAO DE FOLHA EM LOTE CONCLUIDA ***"
           DISPLAY "FUNCIONARIOS ATIVOS ENCONTRADOS : " W-TOTATIVOS
