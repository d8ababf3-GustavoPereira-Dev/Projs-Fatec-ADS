       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL087.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CUSTO TOTAL DO EMPREGADO - PARA UMA COMPETENCIA OU PARA O    *
      * ANO INTEIRO (MES 00), SOMA POR FUNCIONARIO O QUE A EMPRESA   *
      * DE FATO GASTA COM ELE, MES A MES:                            *
      *   - SALARIO BRUTO DAS FOLHAS M, C E P DO CADPAG (AS FOLHAS   *
      *     DE FERIAS E 13O JA ESTAO NA PROVISAO; ADIANTAMENTO E     *
      *     PARTE DA MENSAL)                                         *
      *   - INSS PATRONAL + RAT + TERCEIROS (PARAMETROS 006 A 008)   *
      *     SOBRE O BRUTO DAS FOLHAS M E C, MAIS O FGTS DO CADPAG    *
      *   - PROVISAO MENSAL DE FERIAS + 1/3 E 13O COM OS ENCARGOS,   *
      *     NA MESMA REGRA DO FPP015 (1/12 DO SALARIO DO CARGO)      *
      *   - PARTE DA EMPRESA NO VT/VR (CUSTO DOS VALES MENOS O       *
      *     DESCONTO - LINHAS 570/575 DO CADPAGD; SEM DETALHE, PELA  *
      *     REGRA DO CADBENEF), NO PLANO DE SAUDE (PLS-VLREMPR DAS   *
      *     VIDAS ATIVAS) E NA PREVIDENCIA PRIVADA (LINHA 955; SEM   *
      *     DETALHE, O ULTIMO APORTE DO CADFPREV NA COMPETENCIA)     *
      * SO ENTRAM OS MESES COM FOLHA MENSAL PARA PROVISAO E          *
      * BENEFICIOS. HORAS TRABALHADAS: CADAPUR (NORMAIS + EXTRAS)    *
      * PARA O HORISTA; DEMAIS, 220 HORAS POR MES.                   *
      * O CUSTO DO MES VAI PARA A AREA DO CADFUNC OU, COM RATEIO     *
      * VIGENTE SOMANDO 100% (CADRATEIO), E DISTRIBUIDO ENTRE AS     *
      * AREAS DO RATEIO, COMO NO REL030. SAIDA EM RELCUSTO.TXT COM   *
      * DUAS LINHAS POR FUNCIONARIO E OS RESUMOS POR AREA E CARGO.   *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CODFUNC
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADCARGO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CARGO-COD
                      ALTERNATE RECORD KEY IS CARGO-DNMNC
                                   WITH DUPLICATES
                      ALTERNATE RECORD KEY IS CARGO-AREA
                                   WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO2.
      *
           SELECT CADPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPGTO
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS SALBRUTO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS ANOMES WITH DUPLICATES.
      *
           SELECT CADPAGD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPAGD
                    FILE STATUS  IS ST-ERRO4.
      *
           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPARAM
                    FILE STATUS  IS ST-ERRO5.
      *
           SELECT CADBENEF ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS BEN-CODFUNC
                      FILE STATUS  IS ST-ERRO6.
      *
           SELECT CADPLSAU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPLSAU
                    FILE STATUS  IS ST-ERRO7.
      *
           SELECT CADFPREV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FPREV-CODFUNC
                    FILE STATUS  IS ST-ERRO8.
      *
           SELECT CADAPUR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVEAPUR
                      FILE STATUS  IS ST-ERRO9.
      *
           SELECT CADRATEIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVERAT
                    FILE STATUS  IS ST-ERRO10.
      *
           SELECT RELCUSTO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO11.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADPARAM
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
      *
       FD CADBENEF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBENEF.DAT".
       01 REGBENEF.
          03 BEN-CODFUNC   PIC 9(5).
          03 BEN-OPTVT     PIC X(1).
          03 BEN-QTDVT     PIC 9(2).
          03 BEN-VLRVT     PIC 9(4)V99.
          03 BEN-OPTVR     PIC X(1).
          03 BEN-QTDVR     PIC 9(2).
          03 BEN-VLRVR     PIC 9(4)V99.
      *
       FD CADPLSAU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLSAU.DAT".
       01 REGPLSAU.
          03 CHAVEPLSAU.
             05 PLS-CODFUNC   PIC 9(5).
             05 PLS-SEQDEP    PIC 9(2).
          03 PLS-VLRMENS      PIC 9(6)V99.
          03 PLS-SIT          PIC X(1).
          03 PLS-VLREMPR      PIC 9(6)V99.
      *
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
      *
       FD CADAPUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPUR.DAT".
       01 REGAPUR.
          03 CHAVEAPUR.
             05 APUR-CODFUNC  PIC 9(5).
             05 APUR-ANOMES.
                07 APUR-ANO   PIC 9(4).
                07 APUR-MES   PIC 9(2).
          03 APUR-HRNORM      PIC 9(3)V99.
          03 APUR-HREXTRA     PIC 9(3)V99.
          03 APUR-DIASTRAB    PIC 9(2).
          03 APUR-DIASFALT    PIC 9(2).
          03 APUR-HREX50      PIC 9(3)V99.
          03 APUR-HREX100     PIC 9(3)V99.
          03 APUR-DIASDSR     PIC 9(2).
          03 APUR-HRNOT       PIC 9(3)V99.
      *
       FD CADRATEIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRATEIO.DAT".
       01 REGRAT.
          03 CHAVERAT.
             05 RAT-CODFUNC   PIC 9(5).
             05 RAT-SEQ       PIC 9(2).
          03 RAT-AREA         PIC 9(3).
          03 RAT-PCT          PIC 9(3).
          03 RAT-VIGINI       PIC 9(6).
          03 RAT-VIGFIM       PIC 9(6).
      *
       FD RELCUSTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCUSTO.TXT".
       01 LINHA-REL PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL087".
       01 W-SPARQ       PIC X(14) VALUE "RELCUSTO.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 ST-ERRO9      PIC X(02) VALUE "00".
       01 ST-ERRO10     PIC X(02) VALUE "00".
       01 ST-ERRO11     PIC X(02) VALUE "00".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-TEMPAGD     PIC X(01) VALUE "N".
       01 W-TEMPARAM    PIC X(01) VALUE "N".
       01 W-TEMBENEF    PIC X(01) VALUE "N".
       01 W-TEMPLS      PIC X(01) VALUE "N".
       01 W-TEMFPREV    PIC X(01) VALUE "N".
       01 W-TEMAPUR     PIC X(01) VALUE "N".
       01 W-TEMRAT      PIC X(01) VALUE "N".
       01 W-ACHOUBEN    PIC X(01) VALUE "N".
       01 W-ACHOUPREV   PIC X(01) VALUE "N".
       01 W-ACHOUDET    PIC X(01) VALUE "N".
       01 W-TEMMENSAL   PIC X(01) VALUE "N".
       01 W-ANOPROC     PIC 9(04) VALUE ZEROS.
       01 W-MESPROC     PIC 9(02) VALUE ZEROS.
       01 W-MESINI      PIC 9(02) VALUE ZEROS.
       01 W-MESFIM      PIC 9(02) VALUE ZEROS.
       01 W-MESCUR      PIC 9(02) VALUE ZEROS.
       01 W-PARAMVLR    PIC 9(08)V99 VALUE ZEROS.
       01 W-PARAMCOMP   PIC 9(06) VALUE ZEROS.
       01 W-PARAMCOD    PIC 9(03) VALUE ZEROS.
       01 W-ANOMESREF   PIC 9(06) VALUE ZEROS.
       01 W-TPSAL       PIC 9(01) VALUE ZEROS.
       01 W-SALMENS     PIC 9(08)V99 VALUE ZEROS.
       01 W-BRUTOM      PIC 9(06)V99 VALUE ZEROS.
       01 W-VLRSAUDE    PIC 9(06)V99 VALUE ZEROS.
       01 W-CUSTOVT     PIC 9(06)V99 VALUE ZEROS.
       01 W-DESCVT      PIC 9(06)V99 VALUE ZEROS.
       01 W-CUSTOVR     PIC 9(06)V99 VALUE ZEROS.
       01 W-AREABUSCA   PIC 9(03) VALUE ZEROS.
       01 W-IDXA        PIC 9(03) VALUE ZEROS.
       01 W-IDXACH      PIC 9(03) VALUE ZEROS.
       01 W-QTDAREAS    PIC 9(03) VALUE ZEROS.
       01 W-IDXC        PIC 9(03) VALUE ZEROS.
       01 W-IDXCCH      PIC 9(03) VALUE ZEROS.
       01 W-QTDCARGOS   PIC 9(03) VALUE ZEROS.
       01 W-QTDRAT      PIC 9(02) VALUE ZEROS.
       01 W-SOMARAT     PIC 9(05) VALUE ZEROS.
       01 W-IDXR        PIC 9(02) VALUE ZEROS.
       01 W-PCTR        PIC 9(03) VALUE ZEROS.
       01 W-TOTLIDOS    PIC 9(06) VALUE ZEROS.
       01 W-TOTFUNC     PIC 9(06) VALUE ZEROS.
       01 W-TOTSEMCARG  PIC 9(06) VALUE ZEROS.
       01 W-GTCUSTO     PIC 9(11)V99 VALUE ZEROS.
       01 W-GTHORAS     PIC 9(08)V99 VALUE ZEROS.
       01 W-CHORA       PIC 9(06)V99 VALUE ZEROS.
      *
      *    VALORES DO MES DA VEZ
       01 W-MES-CUSTO.
          03 M-BRUTO       PIC 9(07)V99.
          03 M-ENCARG      PIC 9(07)V99.
          03 M-FGTS        PIC 9(07)V99.
          03 M-PROV        PIC 9(07)V99.
          03 M-BENEF       PIC 9(07)V99.
          03 M-SAUDE       PIC 9(07)V99.
          03 M-PREV        PIC 9(07)V99.
          03 M-TOTAL       PIC 9(08)V99.
          03 M-HORAS       PIC 9(03)V99.
      *
      *    ACUMULADO DO FUNCIONARIO NO PERIODO
       01 W-FUN-CUSTO.
          03 F-BRUTO       PIC 9(09)V99.
          03 F-ENCARG      PIC 9(09)V99.
          03 F-FGTS        PIC 9(09)V99.
          03 F-PROV        PIC 9(09)V99.
          03 F-BENEF       PIC 9(09)V99.
          03 F-SAUDE       PIC 9(09)V99.
          03 F-PREV        PIC 9(09)V99.
          03 F-TOTAL       PIC 9(09)V99.
          03 F-HORAS       PIC 9(05)V99.
      *
      *    PERCENTUAIS DO CADPARAM POR MES DO PERIODO
       01 TABPCT.
          03 TB-PCT OCCURS 12 TIMES.
             05 TBP-PAT      PIC 9(03)V99.
             05 TBP-ENC      PIC 9(03)V99.
             05 TBP-VT       PIC 9(03)V99.
             05 TBP-VR       PIC 9(03)V99.

       01 TABRAT.
          03 TB-RAT OCCURS 10 TIMES.
             05 TBR-AREA     PIC 9(03).
             05 TBR-PCT      PIC 9(03).

       01 TABAREAS.
          03 TB-AREA OCCURS 100 TIMES.
             05 TBA-COD      PIC 9(03).
             05 TBA-CUSTO    PIC 9(11)V99.
             05 TBA-HORAS    PIC 9(08)V99.

       01 TABCARGOS.
          03 TB-CARGO OCCURS 200 TIMES.
             05 TBC-COD      PIC 9(03).
             05 TBC-DESC     PIC X(20).
             05 TBC-QTD      PIC 9(04).
             05 TBC-CUSTO    PIC 9(11)V99.
             05 TBC-HORAS    PIC 9(08)V99.

       01 LIN-TITULO.
          03 FILLER        PIC X(40) VALUE
             "*** CUSTO TOTAL DO EMPREGADO - ".
          03 LT-PERIODO    PIC X(12).
          03 FILLER        PIC X(04) VALUE " ***".
          03 FILLER        PIC X(44) VALUE SPACES.

       01 LT-PERMES.
          03 LTM-MES       PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LTM-ANO       PIC 9(4).
          03 FILLER        PIC X(05) VALUE SPACES.

       01 LT-PERANO.
          03 FILLER        PIC X(04) VALUE "ANO ".
          03 LTA-ANO       PIC 9(4).
          03 FILLER        PIC X(04) VALUE SPACES.

       01 LIN-SEP       PIC X(100) VALUE ALL "-".
       01 LIN-BRANCO    PIC X(100) VALUE SPACES.

       01 LIN-CAB1.
          03 FILLER        PIC X(06) VALUE "COD.".
          03 FILLER        PIC X(32) VALUE "NOME".
          03 FILLER        PIC X(05) VALUE "CRG".
          03 FILLER        PIC X(04) VALUE "AREA".
          03 FILLER        PIC X(12) VALUE "  SAL.BRUTO ".
          03 FILLER        PIC X(12) VALUE " ENC.PATRON ".
          03 FILLER        PIC X(12) VALUE "       FGTS ".
          03 FILLER        PIC X(11) VALUE "PROV.FER/13".
          03 FILLER        PIC X(06) VALUE SPACES.

       01 LIN-CAB2.
          03 FILLER        PIC X(07) VALUE SPACES.
          03 FILLER        PIC X(14) VALUE "VT/VR EMPR.".
          03 FILLER        PIC X(14) VALUE "  PL.SAUDE".
          03 FILLER        PIC X(14) VALUE " PREV.PRIV.".
          03 FILLER        PIC X(14) VALUE " CUSTO TOTAL".
          03 FILLER        PIC X(11) VALUE "    HORAS".
          03 FILLER        PIC X(09) VALUE "CUSTO/HR".
          03 FILLER        PIC X(17) VALUE SPACES.

       01 LIN-DET1.
          03 LD1-COD       PIC Z(4)9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD1-NOME      PIC X(30).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD1-CARGO     PIC ZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD1-AREA      PIC ZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD1-BRUTO     PIC Z(7)9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD1-ENCARG    PIC Z(7)9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD1-FGTS      PIC Z(7)9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD1-PROV      PIC Z(7)9,99.
          03 FILLER        PIC X(06) VALUE SPACES.

       01 LIN-DET2.
          03 FILLER        PIC X(07) VALUE SPACES.
          03 LD2-BENEF     PIC Z(7)9,99.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LD2-SAUDE     PIC Z(7)9,99.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LD2-PREV      PIC Z(7)9,99.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LD2-TOTAL     PIC Z(8)9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD2-HORAS     PIC Z(5)9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD2-CHORA     PIC Z(5)9,99.
          03 FILLER        PIC X(17) VALUE SPACES.

       01 LIN-RESAREA   PIC X(100) VALUE
          "*** RESUMO POR AREA (COM RATEIO DE CENTRO DE CUSTO) ***".
       01 LIN-RESCARGO  PIC X(100) VALUE
          "*** RESUMO POR CARGO ***".

       01 LIN-CABG.
          03 FILLER        PIC X(10) VALUE "GRUPO".
          03 FILLER        PIC X(22) VALUE "DESCRICAO".
          03 FILLER        PIC X(07) VALUE "FUNC.".
          03 FILLER        PIC X(16) VALUE "   CUSTO TOTAL".
          03 FILLER        PIC X(13) VALUE "      HORAS".
          03 FILLER        PIC X(09) VALUE "CUSTO/HR".
          03 FILLER        PIC X(23) VALUE SPACES.

       01 LIN-GRUPO.
          03 LG-TIPO       PIC X(06).
          03 LG-COD        PIC ZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LG-DESC       PIC X(20).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LG-QTD        PIC ZZZ9 BLANK WHEN ZERO.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LG-CUSTO      PIC Z(10)9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LG-HORAS      PIC Z(7)9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LG-CHORA      PIC Z(5)9,99.
          03 FILLER        PIC X(23) VALUE SPACES.

       01 LIN-TOTG.
          03 FILLER        PIC X(32) VALUE "TOTAL GERAL".
          03 LTG-QTD       PIC ZZZ9.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LTG-CUSTO     PIC Z(10)9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LTG-HORAS     PIC Z(7)9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LTG-CHORA     PIC Z(5)9,99.
          03 FILLER        PIC X(23) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** CUSTO TOTAL DO EMPREGADO ***"
           DISPLAY "INFORME O ANO (AAAA)             : "
                   WITH NO ADVANCING
           ACCEPT W-ANOPROC
           DISPLAY "INFORME O MES (MM, 00 = ANO TODO): "
                   WITH NO ADVANCING
           ACCEPT W-MESPROC
           IF W-ANOPROC = ZEROS OR W-MESPROC > 12
              DISPLAY "ANO/MES INVALIDO"
              GO TO ROT-FIM2.
           IF W-MESPROC = ZEROS
              MOVE 01 TO W-MESINI
              MOVE 12 TO W-MESFIM
           ELSE
              MOVE W-MESPROC TO W-MESINI W-MESFIM.
       R0A.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              GO TO ROT-FIM2.
       R0B.
           OPEN INPUT CADCARGO
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE CARGO"
              GO TO ROT-FIM2.
       R0C.
           OPEN INPUT CADPAG
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPAG"
              GO TO ROT-FIM2.
       R0D.
           MOVE "S" TO W-TEMPAGD
           OPEN INPUT CADPAGD
           IF ST-ERRO4 NOT = "00"
              MOVE "N" TO W-TEMPAGD.
           MOVE "S" TO W-TEMPARAM
           OPEN INPUT CADPARAM
           IF ST-ERRO5 NOT = "00"
              MOVE "N" TO W-TEMPARAM.
           MOVE "S" TO W-TEMBENEF
           OPEN INPUT CADBENEF
           IF ST-ERRO6 NOT = "00"
              MOVE "N" TO W-TEMBENEF.
           MOVE "S" TO W-TEMPLS
           OPEN INPUT CADPLSAU
           IF ST-ERRO7 NOT = "00"
              MOVE "N" TO W-TEMPLS.
           MOVE "S" TO W-TEMFPREV
           OPEN INPUT CADFPREV
           IF ST-ERRO8 NOT = "00"
              MOVE "N" TO W-TEMFPREV.
           MOVE "S" TO W-TEMAPUR
           OPEN INPUT CADAPUR
           IF ST-ERRO9 NOT = "00"
              MOVE "N" TO W-TEMAPUR.
           MOVE "S" TO W-TEMRAT
           OPEN INPUT CADRATEIO
           IF ST-ERRO10 NOT = "00"
              MOVE "N" TO W-TEMRAT.
       R0E.
           OPEN OUTPUT RELCUSTO
           IF ST-ERRO11 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO RELATORIO RELCUSTO.TXT"
              GO TO ROT-FIM2.
           IF W-MESPROC = ZEROS
              MOVE W-ANOPROC TO LTA-ANO
              MOVE LT-PERANO TO LT-PERIODO
           ELSE
              MOVE W-MESPROC TO LTM-MES
              MOVE W-ANOPROC TO LTM-ANO
              MOVE LT-PERMES TO LT-PERIODO.
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-SEP
           WRITE LINHA-REL FROM LIN-CAB1
           WRITE LINHA-REL FROM LIN-CAB2
           WRITE LINHA-REL FROM LIN-SEP.
      *    PERCENTUAIS DE CADA MES DO PERIODO, NA VIGENCIA DO MES
           PERFORM ROT-CARREGA-PCT THRU ROT-CARREGA-PCT-FIM
                   VARYING W-MESCUR FROM W-MESINI BY 1
                   UNTIL W-MESCUR > W-MESFIM.
      *
       R1.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
           GO TO R5.
      *
      *********************************************************
      * UM FUNCIONARIO: SALARIO MENSAL DO CARGO PARA A         *
      * PROVISAO, PLANO DE SAUDE DA EMPRESA E OS MESES DO      *
      * PERIODO; SEM CUSTO NO PERIODO, NAO SAI NO RELATORIO    *
      *********************************************************
       R2.
           READ CADFUNC NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           ADD 1 TO W-TOTLIDOS
           MOVE ZEROS TO F-BRUTO F-ENCARG F-FGTS F-PROV F-BENEF
           MOVE ZEROS TO F-SAUDE F-PREV F-TOTAL F-HORAS
           MOVE ZEROS TO W-SALMENS W-TPSAL
           MOVE SPACES TO CARGO-DNMNC
           MOVE CODCARGO TO CARGO-COD
           READ CADCARGO
           IF ST-ERRO2 NOT = "00"
              MOVE SPACES TO CARGO-DNMNC
              ADD 1 TO W-TOTSEMCARG
           ELSE
              MOVE CARGO-TPSAL TO W-TPSAL
              IF CARGO-TPSAL = 1
                 COMPUTE W-SALMENS = CARGO-SALBASE * 220
              ELSE IF CARGO-TPSAL = 2
                 COMPUTE W-SALMENS = CARGO-SALBASE * 30
              ELSE
                 MOVE CARGO-SALBASE TO W-SALMENS.
           PERFORM ROT-SOMA-SAUDE THRU ROT-SOMA-SAUDE-FIM
           MOVE "N" TO W-ACHOUBEN W-ACHOUPREV
           IF W-TEMBENEF = "S"
              MOVE CODFUNC TO BEN-CODFUNC
              READ CADBENEF
              IF ST-ERRO6 = "00"
                 MOVE "S" TO W-ACHOUBEN.
           IF W-TEMFPREV = "S"
              MOVE CODFUNC TO FPREV-CODFUNC
              READ CADFPREV
              IF ST-ERRO8 = "00"
                 MOVE "S" TO W-ACHOUPREV.
           PERFORM R3 THRU R3-FIM
                   VARYING W-MESCUR FROM W-MESINI BY 1
                   UNTIL W-MESCUR > W-MESFIM.
           IF F-TOTAL = ZEROS
              GO TO R2-FIM.
      *
       R4.
           ADD 1 TO W-TOTFUNC
           MOVE CODFUNC   TO LD1-COD
           MOVE NOME      TO LD1-NOME
           MOVE CODCARGO  TO LD1-CARGO
           MOVE CODAREA   TO LD1-AREA
           MOVE F-BRUTO   TO LD1-BRUTO
           MOVE F-ENCARG  TO LD1-ENCARG
           MOVE F-FGTS    TO LD1-FGTS
           MOVE F-PROV    TO LD1-PROV
           WRITE LINHA-REL FROM LIN-DET1
           MOVE F-BENEF   TO LD2-BENEF
           MOVE F-SAUDE   TO LD2-SAUDE
           MOVE F-PREV    TO LD2-PREV
           MOVE F-TOTAL   TO LD2-TOTAL
           MOVE F-HORAS   TO LD2-HORAS
           MOVE ZEROS TO W-CHORA
           IF F-HORAS > ZEROS
              COMPUTE W-CHORA = F-TOTAL / F-HORAS.
           MOVE W-CHORA   TO LD2-CHORA
           WRITE LINHA-REL FROM LIN-DET2
           ADD F-TOTAL TO W-GTCUSTO
           ADD F-HORAS TO W-GTHORAS
           PERFORM ROT-ACHA-CARGO THRU ROT-ACHA-CARGO-FIM
           IF W-IDXCCH = ZEROS
              GO TO R2-FIM.
           ADD 1       TO TBC-QTD (W-IDXCCH)
           ADD F-TOTAL TO TBC-CUSTO (W-IDXCCH)
           ADD F-HORAS TO TBC-HORAS (W-IDXCCH).
       R2-FIM.
           EXIT.
      *
      *********************************************************
      * UM MES DO PERIODO (W-MESCUR): FOLHAS C, P E M DO       *
      * CADPAG; COM FOLHA MENSAL, PROVISAO, BENEFICIOS, PLANO  *
      * DE SAUDE, PREVIDENCIA E HORAS DO MES                   *
      *********************************************************
       R3.
           MOVE ZEROS TO M-BRUTO M-ENCARG M-FGTS M-PROV M-BENEF
           MOVE ZEROS TO M-SAUDE M-PREV M-TOTAL M-HORAS W-BRUTOM
           MOVE "N" TO W-TEMMENSAL
           MOVE "C" TO TIPOFOLHA
           PERFORM ROT-LE-FOLHA THRU ROT-LE-FOLHA-FIM
           MOVE "P" TO TIPOFOLHA
           PERFORM ROT-LE-FOLHA THRU ROT-LE-FOLHA-FIM
           MOVE "M" TO TIPOFOLHA
           PERFORM ROT-LE-FOLHA THRU ROT-LE-FOLHA-FIM
           IF W-TEMMENSAL NOT = "S"
              GO TO R3-ACUM.
      *    PROVISAO DO MES: 1/12 DE FERIAS + 1/3 E 1/12 DE 13O,
      *    MAIS OS ENCARGOS SOBRE ELES (REGRA DO FPP015)
           COMPUTE M-PROV = (W-SALMENS / 12 * 4 / 3)
                  + (W-SALMENS / 12)
           COMPUTE M-PROV = M-PROV
                  + (M-PROV * TBP-ENC (W-MESCUR) / 100)
           PERFORM ROT-LE-DET THRU ROT-LE-DET-FIM
           MOVE W-VLRSAUDE TO M-SAUDE
      *    HORAS: APURACAO DO HORISTA; DEMAIS, 220 HORAS NO MES
           MOVE 220 TO M-HORAS
           IF W-TPSAL = 1 AND W-TEMAPUR = "S"
              MOVE CODFUNC   TO APUR-CODFUNC
              MOVE W-ANOPROC TO APUR-ANO
              MOVE W-MESCUR  TO APUR-MES
              READ CADAPUR
              IF ST-ERRO9 = "00"
                 COMPUTE M-HORAS = APUR-HRNORM + APUR-HREXTRA.
       R3-ACUM.
           COMPUTE M-TOTAL = M-BRUTO + M-ENCARG + M-FGTS + M-PROV
                  + M-BENEF + M-SAUDE + M-PREV
           IF M-TOTAL = ZEROS
              GO TO R3-FIM.
           ADD M-BRUTO  TO F-BRUTO
           ADD M-ENCARG TO F-ENCARG
           ADD M-FGTS   TO F-FGTS
           ADD M-PROV   TO F-PROV
           ADD M-BENEF  TO F-BENEF
           ADD M-SAUDE  TO F-SAUDE
           ADD M-PREV   TO F-PREV
           ADD M-TOTAL  TO F-TOTAL
           ADD M-HORAS  TO F-HORAS
      *    RATEIO DE CENTRO DE CUSTO (CADRATEIO): COM LINHAS
      *    VIGENTES NO MES SOMANDO 100%, O CUSTO E AS HORAS SAO
      *    DISTRIBUIDOS ENTRE AS AREAS DO RATEIO; FORA DISSO VALE
      *    A AREA UNICA DO CADFUNC, COMO NO REL030
           PERFORM ROT-BUSCA-RATEIO THRU ROT-BUSCA-RATEIO-FIM
           IF W-QTDRAT > ZEROS AND W-SOMARAT = 100
              PERFORM R3R THRU R3R-FIM
                      VARYING W-IDXR FROM 1 BY 1
                      UNTIL W-IDXR > W-QTDRAT
              GO TO R3-FIM.
           MOVE CODAREA TO W-AREABUSCA
           PERFORM ROT-ACHA-AREA THRU ROT-ACHA-AREA-FIM
           IF W-IDXACH = ZEROS
              GO TO R3-FIM.
           ADD M-TOTAL TO TBA-CUSTO (W-IDXACH)
           ADD M-HORAS TO TBA-HORAS (W-IDXACH).
       R3-FIM.
           EXIT.
      *
      *********************************************************
      * UMA LINHA DO RATEIO: ACUMULA NA AREA DA LINHA A        *
      * FRACAO PERCENTUAL DO CUSTO E DAS HORAS DO MES          *
      *********************************************************
       R3R.
           MOVE TBR-AREA (W-IDXR) TO W-AREABUSCA
           MOVE TBR-PCT (W-IDXR)  TO W-PCTR
           PERFORM ROT-ACHA-AREA THRU ROT-ACHA-AREA-FIM
           IF W-IDXACH = ZEROS
              GO TO R3R-FIM.
           COMPUTE TBA-CUSTO (W-IDXACH) = TBA-CUSTO (W-IDXACH)
                  + (M-TOTAL * W-PCTR / 100)
           COMPUTE TBA-HORAS (W-IDXACH) = TBA-HORAS (W-IDXACH)
                  + (M-HORAS * W-PCTR / 100).
       R3R-FIM.
           EXIT.
      *
      *********************************************************
      * RESUMOS POR AREA E POR CARGO E O TOTAL GERAL           *
      *********************************************************
       R5.
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-RESAREA
           WRITE LINHA-REL FROM LIN-CABG
           WRITE LINHA-REL FROM LIN-SEP
           PERFORM R6 THRU R6-FIM
                   VARYING W-IDXA FROM 1 BY 1
                   UNTIL W-IDXA > W-QTDAREAS.
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-RESCARGO
           WRITE LINHA-REL FROM LIN-CABG
           WRITE LINHA-REL FROM LIN-SEP
           PERFORM R7 THRU R7-FIM
                   VARYING W-IDXC FROM 1 BY 1
                   UNTIL W-IDXC > W-QTDCARGOS.
           WRITE LINHA-REL FROM LIN-SEP
           MOVE W-TOTFUNC TO LTG-QTD
           MOVE W-GTCUSTO TO LTG-CUSTO
           MOVE W-GTHORAS TO LTG-HORAS
           MOVE ZEROS TO W-CHORA
           IF W-GTHORAS > ZEROS
              COMPUTE W-CHORA = W-GTCUSTO / W-GTHORAS.
           MOVE W-CHORA TO LTG-CHORA
           WRITE LINHA-REL FROM LIN-TOTG
           GO TO ROT-FIM.
      *
       R6.
           MOVE "AREA  "            TO LG-TIPO
           MOVE TBA-COD (W-IDXA)    TO LG-COD
           MOVE SPACES              TO LG-DESC
           MOVE ZEROS               TO LG-QTD
           MOVE TBA-CUSTO (W-IDXA)  TO LG-CUSTO
           MOVE TBA-HORAS (W-IDXA)  TO LG-HORAS
           MOVE ZEROS TO W-CHORA
           IF TBA-HORAS (W-IDXA) > ZEROS
              COMPUTE W-CHORA = TBA-CUSTO (W-IDXA)
                                / TBA-HORAS (W-IDXA).
           MOVE W-CHORA TO LG-CHORA
           WRITE LINHA-REL FROM LIN-GRUPO.
       R6-FIM.
           EXIT.
      *
       R7.
           MOVE "CARGO "            TO LG-TIPO
           MOVE TBC-COD (W-IDXC)    TO LG-COD
           MOVE TBC-DESC (W-IDXC)   TO LG-DESC
           MOVE TBC-QTD (W-IDXC)    TO LG-QTD
           MOVE TBC-CUSTO (W-IDXC)  TO LG-CUSTO
           MOVE TBC-HORAS (W-IDXC)  TO LG-HORAS
           MOVE ZEROS TO W-CHORA
           IF TBC-HORAS (W-IDXC) > ZEROS
              COMPUTE W-CHORA = TBC-CUSTO (W-IDXC)
                                / TBC-HORAS (W-IDXC).
           MOVE W-CHORA TO LG-CHORA
           WRITE LINHA-REL FROM LIN-GRUPO.
       R7-FIM.
           EXIT.
      *
      *********************************************************
      * LE UMA FOLHA (TIPOFOLHA JA MOVIDO) DO MES DA VEZ: O    *
      * BRUTO ENTRA SEMPRE; INSS PATRONAL E FGTS SO NAS FOLHAS *
      * M E C (A PARTICIPACAO NOS LUCROS NAO TEM ENCARGOS)     *
      *********************************************************
       ROT-LE-FOLHA.
           MOVE CODFUNC   TO FUNC-COD
           MOVE W-ANOPROC TO ANO
           MOVE W-MESCUR  TO MES
           READ CADPAG
           IF ST-ERRO3 NOT = "00"
              GO TO ROT-LE-FOLHA-FIM.
           ADD SALBRUTO TO M-BRUTO
           IF TIPOFOLHA = "P"
              GO TO ROT-LE-FOLHA-FIM.
           COMPUTE M-ENCARG = M-ENCARG
                  + (SALBRUTO * TBP-PAT (W-MESCUR) / 100)
           ADD FGTS TO M-FGTS
           IF TIPOFOLHA = "M"
              MOVE "S" TO W-TEMMENSAL
              MOVE SALBRUTO TO W-BRUTOM.
       ROT-LE-FOLHA-FIM.
           EXIT.
      *
      *********************************************************
      * PARTE DA EMPRESA NO VT/VR E NA PREVIDENCIA PELAS       *
      * LINHAS DO DETALHE DA FOLHA MENSAL (CHAVEPGTO AINDA E A *
      * DA FOLHA M): 570/575 = BASE (CUSTO) MENOS O DESCONTO,  *
      * 955 = CONTRAPARTIDA. SEM DETALHE GRAVADO, RECALCULA    *
      * PELO CADBENEF (REGRA DO FPP006) E PELO ULTIMO APORTE   *
      * DO CADFPREV QUANDO FOR DA COMPETENCIA                  *
      *********************************************************
       ROT-LE-DET.
           MOVE "N" TO W-ACHOUDET
           IF W-TEMPAGD NOT = "S"
              GO TO ROT-LE-DET-CAD.
           MOVE CHAVEPGTO TO PAGD-CHAVEPGTO
           MOVE ZEROS     TO PAGD-EVENTO
           START CADPAGD KEY IS NOT LESS CHAVEPAGD
                 INVALID KEY
                    GO TO ROT-LE-DET-CAD.
       ROT-LE-DET-RD.
           READ CADPAGD NEXT RECORD
                AT END
                   GO TO ROT-LE-DET-CAD
           END-READ
           IF ST-ERRO4 NOT = "00" OR PAGD-CHAVEPGTO NOT = CHAVEPGTO
              GO TO ROT-LE-DET-CAD.
           MOVE "S" TO W-ACHOUDET
           IF (PAGD-EVENTO = 570 OR PAGD-EVENTO = 575)
              AND PAGD-BASE > PAGD-VALOR
              COMPUTE M-BENEF = M-BENEF + PAGD-BASE - PAGD-VALOR.
           IF PAGD-EVENTO = 955
              ADD PAGD-VALOR TO M-PREV.
           GO TO ROT-LE-DET-RD.
       ROT-LE-DET-CAD.
           IF W-ACHOUDET = "S"
              GO TO ROT-LE-DET-FIM.
           IF W-ACHOUPREV = "S"
              AND FPREV-ANOMESULT = (W-ANOPROC * 100) + W-MESCUR
              MOVE FPREV-PATRULT TO M-PREV.
           IF W-ACHOUBEN NOT = "S"
              GO TO ROT-LE-DET-FIM.
           IF BEN-OPTVT = "S"
              COMPUTE W-CUSTOVT = BEN-QTDVT * BEN-VLRVT
              COMPUTE W-DESCVT = W-BRUTOM * TBP-VT (W-MESCUR) / 100
              IF W-DESCVT > W-CUSTOVT
                 MOVE W-CUSTOVT TO W-DESCVT
              END-IF
              COMPUTE M-BENEF = M-BENEF + W-CUSTOVT - W-DESCVT.
           IF BEN-OPTVR = "S"
              COMPUTE W-CUSTOVR = BEN-QTDVR * BEN-VLRVR
              COMPUTE M-BENEF = M-BENEF
                     + (W-CUSTOVR * (100 - TBP-VR (W-MESCUR)) / 100).
       ROT-LE-DET-FIM.
           EXIT.
      *
      *********************************************************
      * PARTE DA EMPRESA NO PLANO DE SAUDE: SOMA DE            *
      * PLS-VLREMPR DAS VIDAS ATIVAS DO FUNCIONARIO            *
      *********************************************************
       ROT-SOMA-SAUDE.
           MOVE ZEROS TO W-VLRSAUDE
           IF W-TEMPLS NOT = "S"
              GO TO ROT-SOMA-SAUDE-FIM.
           MOVE CODFUNC TO PLS-CODFUNC
           MOVE ZEROS   TO PLS-SEQDEP
           START CADPLSAU KEY IS NOT LESS CHAVEPLSAU
                 INVALID KEY
                    GO TO ROT-SOMA-SAUDE-FIM.
       ROT-SOMA-SAUDE-RD.
           READ CADPLSAU NEXT RECORD
                AT END
                   GO TO ROT-SOMA-SAUDE-FIM
           END-READ
           IF ST-ERRO7 NOT = "00" OR PLS-CODFUNC NOT = CODFUNC
              GO TO ROT-SOMA-SAUDE-FIM.
           IF PLS-SIT = "A"
              ADD PLS-VLREMPR TO W-VLRSAUDE.
           GO TO ROT-SOMA-SAUDE-RD.
       ROT-SOMA-SAUDE-FIM.
           EXIT.
      *
      *********************************************************
      * CARREGA AS LINHAS DE RATEIO DO FUNCIONARIO VIGENTES NO *
      * MES DA VEZ (W-QTDRAT LINHAS, SOMA EM W-SOMARAT)        *
      *********************************************************
       ROT-BUSCA-RATEIO.
           MOVE ZEROS TO W-QTDRAT W-SOMARAT
           IF W-TEMRAT NOT = "S"
              GO TO ROT-BUSCA-RATEIO-FIM.
           COMPUTE W-ANOMESREF = (W-ANOPROC * 100) + W-MESCUR
           MOVE CODFUNC TO RAT-CODFUNC
           MOVE ZEROS   TO RAT-SEQ
           START CADRATEIO KEY IS NOT LESS CHAVERAT
                 INVALID KEY
                    GO TO ROT-BUSCA-RATEIO-FIM.
       ROT-BUSCA-RATEIO-RD.
           READ CADRATEIO NEXT RECORD
                AT END
                   GO TO ROT-BUSCA-RATEIO-FIM
           END-READ
           IF RAT-CODFUNC NOT = CODFUNC
              GO TO ROT-BUSCA-RATEIO-FIM.
           IF RAT-VIGINI > W-ANOMESREF
              GO TO ROT-BUSCA-RATEIO-RD.
           IF RAT-VIGFIM NOT = ZEROS AND RAT-VIGFIM < W-ANOMESREF
              GO TO ROT-BUSCA-RATEIO-RD.
           IF W-QTDRAT NOT < 10
              GO TO ROT-BUSCA-RATEIO-RD.
           ADD 1 TO W-QTDRAT
           MOVE RAT-AREA TO TBR-AREA (W-QTDRAT)
           MOVE RAT-PCT  TO TBR-PCT (W-QTDRAT)
           ADD RAT-PCT TO W-SOMARAT
           GO TO ROT-BUSCA-RATEIO-RD.
       ROT-BUSCA-RATEIO-FIM.
           EXIT.
      *
      *********************************************************
      * LOCALIZA (OU ABRE) A POSICAO DA AREA W-AREABUSCA NA    *
      * TABELA DE ACUMULADORES                                 *
      *********************************************************
       ROT-ACHA-AREA.
           MOVE ZEROS TO W-IDXACH
           PERFORM ROT-ACHA-AREA-VAR THRU ROT-ACHA-AREA-VAR-FIM
                   VARYING W-IDXA FROM 1 BY 1
                   UNTIL W-IDXA > W-QTDAREAS OR W-IDXACH NOT = ZEROS.
           IF W-IDXACH NOT = ZEROS
              GO TO ROT-ACHA-AREA-FIM.
           IF W-QTDAREAS NOT < 100
              DISPLAY "TABELA DE AREAS LOTADA - AREA " W-AREABUSCA
                      " FORA DO RESUMO"
              GO TO ROT-ACHA-AREA-FIM.
           ADD 1 TO W-QTDAREAS
           MOVE W-QTDAREAS TO W-IDXACH
           MOVE W-AREABUSCA TO TBA-COD (W-IDXACH)
           MOVE ZEROS TO TBA-CUSTO (W-IDXACH) TBA-HORAS (W-IDXACH).
       ROT-ACHA-AREA-FIM.
           EXIT.
       ROT-ACHA-AREA-VAR.
           IF TBA-COD (W-IDXA) = W-AREABUSCA
              MOVE W-IDXA TO W-IDXACH.
       ROT-ACHA-AREA-VAR-FIM.
           EXIT.
      *
      *********************************************************
      * LOCALIZA (OU ABRE) A POSICAO DO CARGO DO FUNCIONARIO   *
      * NA TABELA DE ACUMULADORES                              *
      *********************************************************
       ROT-ACHA-CARGO.
           MOVE ZEROS TO W-IDXCCH
           PERFORM ROT-ACHA-CARGO-VAR THRU ROT-ACHA-CARGO-VAR-FIM
                   VARYING W-IDXC FROM 1 BY 1
                   UNTIL W-IDXC > W-QTDCARGOS OR W-IDXCCH NOT = ZEROS.
           IF W-IDXCCH NOT = ZEROS
              GO TO ROT-ACHA-CARGO-FIM.
           IF W-QTDCARGOS NOT < 200
              DISPLAY "TABELA DE CARGOS LOTADA - CARGO " CODCARGO
                      " FORA DO RESUMO"
              GO TO ROT-ACHA-CARGO-FIM.
           ADD 1 TO W-QTDCARGOS
           MOVE W-QTDCARGOS TO W-IDXCCH
           MOVE CODCARGO    TO TBC-COD (W-IDXCCH)
           MOVE CARGO-DNMNC TO TBC-DESC (W-IDXCCH)
           MOVE ZEROS TO TBC-QTD (W-IDXCCH) TBC-CUSTO (W-IDXCCH)
           MOVE ZEROS TO TBC-HORAS (W-IDXCCH).
       ROT-ACHA-CARGO-FIM.
           EXIT.
       ROT-ACHA-CARGO-VAR.
           IF TBC-COD (W-IDXC) = CODCARGO
              MOVE W-IDXC TO W-IDXCCH.
       ROT-ACHA-CARGO-VAR-FIM.
           EXIT.
      *
      *********************************************************
      * PERCENTUAIS DO MES W-MESCUR: ENCARGOS PATRONAIS (006 + *
      * 007 + 008), ENCARGOS SOBRE PROVISAO (OS MESMOS MAIS    *
      * FGTS 8%, COMO NO FPP015) E DESCONTOS DE VT (010,       *
      * PADRAO 6%) E VR (011, PADRAO 20%)                      *
      *********************************************************
       ROT-CARREGA-PCT.
           MOVE ZEROS TO TBP-PAT (W-MESCUR)
           MOVE 006 TO W-PARAMCOD
           PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
           ADD W-PARAMVLR TO TBP-PAT (W-MESCUR)
           MOVE 007 TO W-PARAMCOD
           PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
           ADD W-PARAMVLR TO TBP-PAT (W-MESCUR)
           MOVE 008 TO W-PARAMCOD
           PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
           ADD W-PARAMVLR TO TBP-PAT (W-MESCUR)
           COMPUTE TBP-ENC (W-MESCUR) = TBP-PAT (W-MESCUR) + 8
           MOVE 010 TO W-PARAMCOD
           PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
           MOVE W-PARAMVLR TO TBP-VT (W-MESCUR)
           IF TBP-VT (W-MESCUR) = ZEROS
              MOVE 06 TO TBP-VT (W-MESCUR).
           MOVE 011 TO W-PARAMCOD
           PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
           MOVE W-PARAMVLR TO TBP-VR (W-MESCUR)
           IF TBP-VR (W-MESCUR) = ZEROS
              MOVE 20 TO TBP-VR (W-MESCUR).
       ROT-CARREGA-PCT-FIM.
           EXIT.
      *
      *********************************************************
      * BUSCA O PARAMETRO W-PARAMCOD EM CADPARAM E DEVOLVE O   *
      * VALOR EM W-PARAMVLR (ZEROS QUANDO NAO CADASTRADO): O   *
      * DA MAIOR VIGENCIA QUE NAO ULTRAPASSE O MES W-MESCUR    *
      *********************************************************
       ROT-BUSCA-PARAM.
           MOVE ZEROS TO W-PARAMVLR
           IF W-TEMPARAM NOT = "S"
              GO TO ROT-BUSCA-PARAM-FIM.
           COMPUTE W-PARAMCOMP = (W-ANOPROC * 100) + W-MESCUR
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
           IF ST-ERRO5 NOT = "00" OR PARAM-COD NOT = W-PARAMCOD
              OR PARAM-VIGEN > W-PARAMCOMP
              GO TO ROT-BUSCA-PARAM-FIM.
           MOVE PARAM-VALOR TO W-PARAMVLR
           GO TO ROT-BUSCA-PARAM-RD.
       ROT-BUSCA-PARAM-FIM.
           EXIT.
      *
       ROT-FIM.
           IF W-TEMPAGD = "S"
              CLOSE CADPAGD.
           IF W-TEMPARAM = "S"
              CLOSE CADPARAM.
           IF W-TEMBENEF = "S"
              CLOSE CADBENEF.
           IF W-TEMPLS = "S"
              CLOSE CADPLSAU.
           IF W-TEMFPREV = "S"
              CLOSE CADFPREV.
           IF W-TEMAPUR = "S"
              CLOSE CADAPUR.
           IF W-TEMRAT = "S"
              CLOSE CADRATEIO.
           CLOSE CADFUNC CADCARGO CADPAG RELCUSTO
           DISPLAY "*** CUSTO TOTAL DO EMPREGADO EM RELCUSTO.TXT ***"
           DISPLAY "FUNCIONARIOS LIDOS         : " W-TOTLIDOS
           DISPLAY "FUNCIONARIOS COM CUSTO     : " W-TOTFUNC
           DISPLAY "SEM CADASTRO DE CARGO      : " W-TOTSEMCARG
           DISPLAY "CUSTO TOTAL DO PERIODO     : " W-GTCUSTO.
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
