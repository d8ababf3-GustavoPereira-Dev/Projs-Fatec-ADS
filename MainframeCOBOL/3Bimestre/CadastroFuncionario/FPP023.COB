       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP023.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * PROPOSTA DE ORCAMENTO DE FOLHA DO ANO SEGUINTE - PROJETA O  *
      * CUSTO DE FOLHA POR AREA E COMPETENCIA E GRAVA NO CADORCAM   *
      * COMO VERSAO R (PROPOSTA), SUBSTITUINDO A PROPOSTA ANTERIOR  *
      * DO MESMO ANO. A PROJECAO PARTE DO QUADRO ATIVO DO CADFUNC   *
      * COM O SALARIO EFETIVO (STEP DO CADFSTEP, SENAO O            *
      * CARGO-SALBASE, MENSALIZADO PELO TIPO DE SALARIO) E SOMA:    *
      *   - AS REQUISICOES APROVADAS COM SALDO (CADREQV) A PARTIR   *
      *     DO MES PREVISTO DE ADMISSAO (SEM PREVISAO, JANEIRO)     *
      *   - O DISSIDIO INFORMADO A PARTIR DO MES DE VIGENCIA        *
      *   - O ANUENIO DE 1% POR ANO COMPLETO DE SERVICO (REGRA DO   *
      *     FPP006, COM OS VINCULOS ANTERIORES DO CADVINC), QUE     *
      *     SOBE NO MES DE ANIVERSARIO DA ADMISSAO                  *
      *   - O 13O, METADE EM NOVEMBRO E METADE EM DEZEMBRO          *
      *   - O 1/3 DE FERIAS NO MES DE INICIO DE CADA JANELA DO      *
      *     CADPLFER DENTRO DO ANO, PROPORCIONAL AOS DIAS           *
      *   - ENCARGOS PATRONAIS (PARAMETROS 006/007/008) MAIS O      *
      *     FGTS DE 8% SOBRE TUDO ISSO                              *
      * O FINANCEIRO REVISA A PROPOSTA NO RELORCP.TXT E NA TELA DO  *
      * CADORCAM (VERSAO R) E A PROMOVE A OFICIAL PELO FPP024.      *
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
           SELECT CADSTEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVESTEP
                    FILE STATUS  IS ST-STEP.
      *
           SELECT CADFSTEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FST-CODFUNC
                    FILE STATUS  IS ST-FSTEP.
      *
           SELECT CADVINC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVEVINC
                      FILE STATUS  IS ST-ERRO3.
      *
           SELECT CADREQV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REQV-NUM
                    FILE STATUS  IS ST-ERRO4.
      *
           SELECT CADPLFER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPLFER
                    FILE STATUS  IS ST-ERRO5.
      *
           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPARAM
                    FILE STATUS  IS ST-ERRO6.
      *
           SELECT CADAREA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AREA-COD
                    FILE STATUS  IS ST-ERRO7
                    ALTERNATE RECORD KEY IS AREA-NOME
                                   WITH DUPLICATES.
      *
           SELECT CADORCAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEORC
                    FILE STATUS  IS ST-ERRO8.
      *
           SELECT RELORCP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO9.
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
          03 DTADMISSAO.
             05 DIAADM     PIC 9(2).
             05 MESADM     PIC 9(2).
             05 ANOADM     PIC 9(4).
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
       FD CADSTEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSTEP.DAT".
       01 REGSTEP.
          03 CHAVESTEP.
             05 STEP-CARGO    PIC 9(5).
             05 STEP-COD      PIC 9(2).
          03 STEP-SALARIO     PIC 9(6)V99.
          03 STEP-MESESMIN    PIC 9(3).
      *
       FD CADFSTEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFSTEP.DAT".
       01 REGFSTEP.
          03 FST-CODFUNC      PIC 9(5).
          03 FST-STEP         PIC 9(2).
          03 FST-DTINI        PIC 9(8).
      *
       FD CADVINC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVINC.DAT".
       01 REGVINC.
          03 CHAVEVINC.
             05 CODFUNC-V     PIC 9(5).
             05 SEQVINC       PIC 9(2).
          03 DTADMISSAO-V     PIC 9(8).
          03 DTDEMISSAO-V     PIC 9(8).
          03 DTAFAST-V        PIC 9(8).
          03 SITFUNC-V        PIC X(1).
      *
       FD CADREQV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREQV.DAT".
       01 REGREQV.
          03 REQV-NUM      PIC 9(5).
          03 REQV-AREA     PIC 9(3).
          03 REQV-CARGO    PIC 9(3).
          03 REQV-QTD      PIC 9(2).
          03 REQV-QTDADM   PIC 9(2).
          03 REQV-JUSTIF   PIC X(40).
          03 REQV-OPER     PIC 9(3).
          03 REQV-SIT      PIC X(1).
          03 REQV-DTABERT  PIC 9(8).
          03 REQV-MESPREV.
             05 REQV-ANOPREV  PIC 9(4).
             05 REQV-MMPREV   PIC 9(2).
      *
       FD CADPLFER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLFER.DAT".
       01 REGPLFER.
          03 CHAVEPLFER.
             05 PLF-CODFUNC   PIC 9(5).
             05 PLF-SEQFERIAS PIC 9(2).
          03 PLF-DTINI.
             05 PLF-DIAINI    PIC 9(2).
             05 PLF-MESINI    PIC 9(2).
             05 PLF-ANOINI    PIC 9(4).
          03 PLF-DTFIM.
             05 PLF-DIAFIM    PIC 9(2).
             05 PLF-MESFIM    PIC 9(2).
             05 PLF-ANOFIM    PIC 9(4).
          03 PLF-SIT          PIC X(1).
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
       FD CADAREA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAREA.DAT".
       01 REGAREA.
                03 AREA-COD          PIC 9(03).
                03 AREA-NOME         PIC X(20).
                03 AREA-ESTRUTURA    PIC 9(1).
                03 AREA-QTDORCADA    PIC 9(04).
      *
       FD CADORCAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORCAM.DAT".
       01 REGORC.
          03 CHAVEORC.
             05 ORC-AREA      PIC 9(3).
             05 ORC-ANOMES.
                07 ORC-ANO    PIC 9(4).
                07 ORC-MES    PIC 9(2).
             05 ORC-VERSAO    PIC X(1).
          03 ORC-VALOR        PIC 9(10)V99.
      *
       FD RELORCP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELORCP.TXT".
       01 LINHA-REL PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "FPP023".
       01 W-SPARQ       PIC X(14) VALUE "RELORCP.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 ST-ERRO9      PIC X(02) VALUE "00".
       01 ST-STEP       PIC X(02) VALUE "00".
       01 ST-FSTEP      PIC X(02) VALUE "00".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-TEMSTEP     PIC X(01) VALUE "N".
       01 W-TEMVINC     PIC X(01) VALUE "N".
       01 W-TEMREQV     PIC X(01) VALUE "N".
       01 W-TEMPLFER    PIC X(01) VALUE "N".
       01 W-TEMPARAM    PIC X(01) VALUE "N".
       01 W-TEMAREA     PIC X(01) VALUE "N".
       01 W-OPCCONF     PIC X(01) VALUE SPACES.
       01 W-DATAHOJE.
          03 W-ANOHOJE  PIC 9(04).
          03 W-MMDDHOJE PIC 9(04).
       01 W-ANOORC      PIC 9(04) VALUE ZEROS.
       01 W-PCTDISS     PIC 9(03)V99 VALUE ZEROS.
       01 W-MESDISS     PIC 9(02) VALUE ZEROS.
       01 W-MESCUR      PIC 9(02) VALUE ZEROS.
       01 W-MESINI      PIC 9(02) VALUE ZEROS.
       01 W-PARAMVLR    PIC 9(08)V99 VALUE ZEROS.
       01 W-PARAMCOMP   PIC 9(06) VALUE ZEROS.
       01 W-PARAMCOD    PIC 9(03) VALUE ZEROS.
       01 W-SALMES      PIC 9(08)V99 VALUE ZEROS.
       01 W-SALM        PIC 9(08)V99 VALUE ZEROS.
       01 W-VLRANU      PIC 9(08)V99 VALUE ZEROS.
       01 W-QTDVAGA     PIC 9(02) VALUE ZEROS.
       01 W-MESESANT    PIC 9(04) VALUE ZEROS.
       01 W-MESESSERV   PIC S9(05) VALUE ZEROS.
       01 W-MESESSPELL  PIC S9(05) VALUE ZEROS.
       01 W-ANOSSERV    PIC 9(03) VALUE ZEROS.
       01 W-DIASPLF     PIC S9(05) VALUE ZEROS.
       01 W-DTADMAN.
          03 W-DIAADMAN PIC 9(02).
          03 W-MESADMAN PIC 9(02).
          03 W-ANOADMAN PIC 9(04).
       01 W-DTDEMAN.
          03 W-DIADEMAN PIC 9(02).
          03 W-MESDEMAN PIC 9(02).
          03 W-ANODEMAN PIC 9(04).
       01 W-AREABUSCA   PIC 9(03) VALUE ZEROS.
       01 W-IDXA        PIC 9(03) VALUE ZEROS.
       01 W-IDXACH      PIC 9(03) VALUE ZEROS.
       01 W-QTDAREAS    PIC 9(03) VALUE ZEROS.
       01 W-TOTFUNC     PIC 9(06) VALUE ZEROS.
       01 W-TOTSEMCARG  PIC 9(06) VALUE ZEROS.
       01 W-TOTREQV     PIC 9(06) VALUE ZEROS.
       01 W-TOTVAGAS    PIC 9(06) VALUE ZEROS.
       01 W-TOTAPAG     PIC 9(06) VALUE ZEROS.
       01 W-TOTGRAV     PIC 9(06) VALUE ZEROS.
       01 W-VLRMES      PIC 9(10)V99 VALUE ZEROS.
       01 W-X           PIC 9(03) VALUE ZEROS.
      *
      *    DIAS DE FERIAS PROGRAMADOS QUE COMECAM EM CADA MES
       01 TABDIASFER.
          03 TBF-DIAS OCCURS 12 TIMES PIC 9(03).
      *
      *    ENCARGOS (006 + 007 + 008 + FGTS 8%) POR MES DO ANO
       01 TABPCT.
          03 TBP-ENC OCCURS 12 TIMES PIC 9(03)V99.
      *
       01 TABAREAS.
          03 TB-AREA OCCURS 100 TIMES.
             05 TBA-COD      PIC 9(03).
             05 TB-MES OCCURS 12 TIMES.
                07 TBM-QTD   PIC 9(05).
                07 TBM-SAL   PIC 9(09)V99.
                07 TBM-13    PIC 9(09)V99.
                07 TBM-FER   PIC 9(09)V99.
                07 TBM-ENC   PIC 9(09)V99.
      *
      *    TOTAIS DA AREA DA VEZ E GERAIS
       01 W-TOTAIS.
          03 TA-SAL        PIC 9(11)V99.
          03 TA-13         PIC 9(11)V99.
          03 TA-FER        PIC 9(11)V99.
          03 TA-ENC        PIC 9(11)V99.
          03 TA-TOT        PIC 9(11)V99.
          03 TG-SAL        PIC 9(11)V99.
          03 TG-13         PIC 9(11)V99.
          03 TG-FER        PIC 9(11)V99.
          03 TG-ENC        PIC 9(11)V99.
          03 TG-TOT        PIC 9(11)V99.

       01 LIN-TITULO.
          03 FILLER        PIC X(41) VALUE
             "*** PROPOSTA DE ORCAMENTO DE FOLHA - ANO ".
          03 LT-ANO        PIC 9(4).
          03 FILLER        PIC X(16) VALUE " (VERSAO R) ***".
          03 FILLER        PIC X(39) VALUE SPACES.

       01 LIN-PARAM.
          03 FILLER        PIC X(12) VALUE "DISSIDIO DE ".
          03 LP-PCT        PIC ZZ9,99.
          03 FILLER        PIC X(19) VALUE " % A PARTIR DO MES ".
          03 LP-MES        PIC Z9.
          03 FILLER        PIC X(61) VALUE
             " - ENCARGOS PATRONAIS + FGTS 8% SOBRE SALARIO/13O/FERIAS".

       01 LIN-SEP       PIC X(100) VALUE ALL "-".
       01 LIN-BRANCO    PIC X(100) VALUE SPACES.

       01 LIN-AREA.
          03 FILLER        PIC X(05) VALUE "AREA ".
          03 LA-COD        PIC 9(03).
          03 FILLER        PIC X(03) VALUE " - ".
          03 LA-NOME       PIC X(20).
          03 FILLER        PIC X(69) VALUE SPACES.

       01 LIN-CAB.
          03 FILLER        PIC X(05) VALUE "AREA ".
          03 FILLER        PIC X(09) VALUE "COMPET.".
          03 FILLER        PIC X(06) VALUE "QTD.".
          03 FILLER        PIC X(13) VALUE "    SALARIOS ".
          03 FILLER        PIC X(13) VALUE "         13O ".
          03 FILLER        PIC X(13) VALUE "  1/3 FERIAS ".
          03 FILLER        PIC X(13) VALUE "    ENCARGOS ".
          03 FILLER        PIC X(13) VALUE "        TOTAL".
          03 FILLER        PIC X(15) VALUE SPACES.

       01 LIN-DET.
          03 LD-AREA       PIC 9(03).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-MES        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LD-ANO        PIC 9(4).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-QTD        PIC ZZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-SAL        PIC Z(8)9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-13         PIC Z(8)9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-FER        PIC Z(8)9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-ENC        PIC Z(8)9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-TOT        PIC Z(9)9,99.
          03 FILLER        PIC X(15) VALUE SPACES.

       01 LIN-TOT.
          03 LTT-DESC      PIC X(20).
          03 LTT-SAL       PIC Z(8)9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LTT-13        PIC Z(8)9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LTT-FER       PIC Z(8)9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LTT-ENC       PIC Z(8)9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LTT-TOT       PIC Z(9)9,99.
          03 FILLER        PIC X(15) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** PROPOSTA DE ORCAMENTO DE FOLHA ***"
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           DISPLAY "ANO DO ORCAMENTO (AAAA, 0000=PROXIMO ANO) : "
                   WITH NO ADVANCING
           ACCEPT W-ANOORC
           IF W-ANOORC = ZEROS
              COMPUTE W-ANOORC = W-ANOHOJE + 1.
           DISPLAY "PERCENTUAL DO DISSIDIO (EX. 005,50)       : "
                   WITH NO ADVANCING
           ACCEPT W-PCTDISS
           IF W-PCTDISS NOT = ZEROS
              DISPLAY "MES DE VIGENCIA DO DISSIDIO (MM)          : "
                      WITH NO ADVANCING
              ACCEPT W-MESDISS
              IF W-MESDISS < 1 OR W-MESDISS > 12
                 DISPLAY "MES DE VIGENCIA INVALIDO"
                 GO TO ROT-FIM2.
           DISPLAY "A PROPOSTA (VERSAO R) DE " W-ANOORC
                   " NO CADORCAM SERA SUBSTITUIDA"
           DISPLAY "CONFIRMA A GERACAO (S/N)                  : "
                   WITH NO ADVANCING
           ACCEPT W-OPCCONF
           IF W-OPCCONF NOT = "S" AND W-OPCCONF NOT = "s"
              DISPLAY "*** GERACAO CANCELADA ***"
              GO TO ROT-FIM2.
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
           MOVE "S" TO W-TEMSTEP
           OPEN INPUT CADSTEP
           IF ST-STEP NOT = "00"
              MOVE "N" TO W-TEMSTEP.
           IF W-TEMSTEP = "S"
              OPEN INPUT CADFSTEP
              IF ST-FSTEP NOT = "00"
                 CLOSE CADSTEP
                 MOVE "N" TO W-TEMSTEP.
           MOVE "S" TO W-TEMVINC
           OPEN INPUT CADVINC
           IF ST-ERRO3 NOT = "00"
              MOVE "N" TO W-TEMVINC.
           MOVE "S" TO W-TEMREQV
           OPEN INPUT CADREQV
           IF ST-ERRO4 NOT = "00"
              MOVE "N" TO W-TEMREQV.
           MOVE "S" TO W-TEMPLFER
           OPEN INPUT CADPLFER
           IF ST-ERRO5 NOT = "00"
              MOVE "N" TO W-TEMPLFER.
           MOVE "S" TO W-TEMPARAM
           OPEN INPUT CADPARAM
           IF ST-ERRO6 NOT = "00"
              MOVE "N" TO W-TEMPARAM.
           MOVE "S" TO W-TEMAREA
           OPEN INPUT CADAREA
           IF ST-ERRO7 NOT = "00"
              MOVE "N" TO W-TEMAREA.
       R0D.
           OPEN I-O CADORCAM
           IF ST-ERRO8 NOT = "00"
              IF ST-ERRO8 = "30"
                 OPEN OUTPUT CADORCAM
                 CLOSE CADORCAM
                 GO TO R0D
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADORCAM"
                 GO TO ROT-FIM2.
       R0E.
           OPEN OUTPUT RELORCP
           IF ST-ERRO9 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO RELATORIO RELORCP.TXT"
              GO TO ROT-FIM2.
           MOVE W-ANOORC TO LT-ANO
           MOVE W-PCTDISS TO LP-PCT
           MOVE W-MESDISS TO LP-MES
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-PARAM
           WRITE LINHA-REL FROM LIN-SEP.
      *    ENCARGOS DE CADA MES, NA VIGENCIA DO MES
           PERFORM ROT-CARREGA-PCT THRU ROT-CARREGA-PCT-FIM
                   VARYING W-MESCUR FROM 1 BY 1
                   UNTIL W-MESCUR > 12.
      *
       R1.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
           IF W-TEMREQV = "S"
              MOVE "N" TO W-FIM
              PERFORM R4 THRU R4-FIM UNTIL W-FIM = "S".
           PERFORM ROT-APAGA-PROP THRU ROT-APAGA-PROP-FIM
           MOVE ZEROS TO TG-SAL TG-13 TG-FER TG-ENC TG-TOT
           PERFORM R6 THRU R6-FIM
                   VARYING W-IDXA FROM 1 BY 1
                   UNTIL W-IDXA > W-QTDAREAS.
           WRITE LINHA-REL FROM LIN-SEP
           MOVE "TOTAL GERAL"   TO LTT-DESC
           MOVE TG-SAL TO LTT-SAL
           MOVE TG-13  TO LTT-13
           MOVE TG-FER TO LTT-FER
           MOVE TG-ENC TO LTT-ENC
           MOVE TG-TOT TO LTT-TOT
           WRITE LINHA-REL FROM LIN-TOT
           GO TO ROT-FIM.
      *
      *********************************************************
      * UM FUNCIONARIO ATIVO: SALARIO EFETIVO, TEMPO DE        *
      * SERVICO ANTERIOR (CADVINC), FERIAS PROGRAMADAS NO ANO  *
      * E OS DOZE MESES DA PROJECAO                            *
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
           IF SITFUNC NOT = "A"
              GO TO R2-FIM.
           MOVE CODCARGO TO CARGO-COD
           READ CADCARGO
           IF ST-ERRO2 NOT = "00"
              ADD 1 TO W-TOTSEMCARG
              GO TO R2-FIM.
           PERFORM ROT-BUSCA-STEP THRU ROT-BUSCA-STEP-FIM
           PERFORM ROT-MENSALIZA THRU ROT-MENSALIZA-FIM
           ADD 1 TO W-TOTFUNC
           PERFORM ROT-VINC-ANT THRU ROT-VINC-ANT-FIM
           PERFORM ROT-FERIAS-ANO THRU ROT-FERIAS-ANO-FIM
           MOVE CODAREA TO W-AREABUSCA
           PERFORM ROT-ACHA-AREA THRU ROT-ACHA-AREA-FIM
           IF W-IDXACH = ZEROS
              GO TO R2-FIM.
           PERFORM R3 THRU R3-FIM
                   VARYING W-MESCUR FROM 1 BY 1
                   UNTIL W-MESCUR > 12.
       R2-FIM.
           EXIT.
      *
      *********************************************************
      * UM MES DO FUNCIONARIO: SALARIO COM DISSIDIO E ANUENIO, *
      * METADE DO 13O EM NOV/DEZ E O 1/3 DAS FERIAS DO MES     *
      *********************************************************
       R3.
           MOVE W-SALMES TO W-SALM
           IF W-PCTDISS > ZEROS AND W-MESCUR NOT < W-MESDISS
              COMPUTE W-SALM = W-SALMES * (100 + W-PCTDISS) / 100.
           COMPUTE W-MESESSERV = ((W-ANOORC - ANOADM) * 12)
                  + W-MESCUR - MESADM
           IF DTADMISSAO = ZEROS OR W-MESESSERV < ZEROS
              MOVE ZEROS TO W-MESESSERV.
           ADD W-MESESANT TO W-MESESSERV
           COMPUTE W-ANOSSERV = W-MESESSERV / 12
           COMPUTE W-VLRANU = W-SALM * W-ANOSSERV / 100
           ADD W-VLRANU TO W-SALM
           ADD 1      TO TBM-QTD (W-IDXACH, W-MESCUR)
           ADD W-SALM TO TBM-SAL (W-IDXACH, W-MESCUR)
           IF W-MESCUR = 11 OR W-MESCUR = 12
              COMPUTE TBM-13 (W-IDXACH, W-MESCUR) =
                      TBM-13 (W-IDXACH, W-MESCUR) + (W-SALM / 2).
           IF TBF-DIAS (W-MESCUR) > ZEROS
              COMPUTE TBM-FER (W-IDXACH, W-MESCUR) =
                      TBM-FER (W-IDXACH, W-MESCUR)
                      + (W-SALM / 3 * TBF-DIAS (W-MESCUR) / 30).
       R3-FIM.
           EXIT.
      *
      *********************************************************
      * REQUISICAO APROVADA COM SALDO: AS VAGAS ENTRAM NA AREA *
      * DA REQUISICAO PELO SALARIO DO CARGO A PARTIR DO MES    *
      * PREVISTO, COM 13O PROPORCIONAL AOS MESES DO ANO (SEM   *
      * ANUENIO NEM FERIAS NO PRIMEIRO ANO)                    *
      *********************************************************
       R4.
           READ CADREQV NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R4-FIM
           END-READ
           IF ST-ERRO4 NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R4-FIM.
           IF REQV-SIT NOT = "P" OR REQV-QTDADM NOT < REQV-QTD
              GO TO R4-FIM.
           IF REQV-MESPREV = ZEROS OR REQV-ANOPREV < W-ANOORC
              MOVE 1 TO W-MESINI
           ELSE
              IF REQV-ANOPREV > W-ANOORC
                 GO TO R4-FIM
              ELSE
                 MOVE REQV-MMPREV TO W-MESINI.
           MOVE REQV-CARGO TO CARGO-COD
           READ CADCARGO
           IF ST-ERRO2 NOT = "00"
              ADD 1 TO W-TOTSEMCARG
              GO TO R4-FIM.
           PERFORM ROT-MENSALIZA THRU ROT-MENSALIZA-FIM
           COMPUTE W-QTDVAGA = REQV-QTD - REQV-QTDADM
           ADD 1 TO W-TOTREQV
           ADD W-QTDVAGA TO W-TOTVAGAS
           MOVE REQV-AREA TO W-AREABUSCA
           PERFORM ROT-ACHA-AREA THRU ROT-ACHA-AREA-FIM
           IF W-IDXACH = ZEROS
              GO TO R4-FIM.
           PERFORM R5 THRU R5-FIM
                   VARYING W-MESCUR FROM W-MESINI BY 1
                   UNTIL W-MESCUR > 12.
       R4-FIM.
           EXIT.
      *
       R5.
           MOVE W-SALMES TO W-SALM
           IF W-PCTDISS > ZEROS AND W-MESCUR NOT < W-MESDISS
              COMPUTE W-SALM = W-SALMES * (100 + W-PCTDISS) / 100.
           ADD W-QTDVAGA TO TBM-QTD (W-IDXACH, W-MESCUR)
           COMPUTE TBM-SAL (W-IDXACH, W-MESCUR) =
                   TBM-SAL (W-IDXACH, W-MESCUR) + (W-SALM * W-QTDVAGA)
           IF W-MESCUR = 11 OR W-MESCUR = 12
              COMPUTE TBM-13 (W-IDXACH, W-MESCUR) =
                      TBM-13 (W-IDXACH, W-MESCUR)
                      + (W-SALM * W-QTDVAGA / 2
                         * (13 - W-MESINI) / 12).
       R5-FIM.
           EXIT.
      *
      *********************************************************
      * UMA AREA: ENCARGOS DE CADA MES, GRAVACAO DA PROPOSTA   *
      * NO CADORCAM (VERSAO R) E AS LINHAS DO RELATORIO        *
      *********************************************************
       R6.
           MOVE TBA-COD (W-IDXA) TO LA-COD
           MOVE SPACES TO LA-NOME
           IF W-TEMAREA = "S"
              MOVE TBA-COD (W-IDXA) TO AREA-COD
              READ CADAREA
              IF ST-ERRO7 = "00"
                 MOVE AREA-NOME TO LA-NOME.
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-AREA
           WRITE LINHA-REL FROM LIN-CAB
           MOVE ZEROS TO TA-SAL TA-13 TA-FER TA-ENC TA-TOT
           PERFORM R7 THRU R7-FIM
                   VARYING W-MESCUR FROM 1 BY 1
                   UNTIL W-MESCUR > 12.
           MOVE "  TOTAL DA AREA" TO LTT-DESC
           MOVE TA-SAL TO LTT-SAL
           MOVE TA-13  TO LTT-13
           MOVE TA-FER TO LTT-FER
           MOVE TA-ENC TO LTT-ENC
           MOVE TA-TOT TO LTT-TOT
           WRITE LINHA-REL FROM LIN-TOT
           ADD TA-SAL TO TG-SAL
           ADD TA-13  TO TG-13
           ADD TA-FER TO TG-FER
           ADD TA-ENC TO TG-ENC
           ADD TA-TOT TO TG-TOT.
       R6-FIM.
           EXIT.
      *
       R7.
           COMPUTE TBM-ENC (W-IDXA, W-MESCUR) =
                   (TBM-SAL (W-IDXA, W-MESCUR)
                    + TBM-13 (W-IDXA, W-MESCUR)
                    + TBM-FER (W-IDXA, W-MESCUR))
                   * TBP-ENC (W-MESCUR) / 100
           COMPUTE W-VLRMES = TBM-SAL (W-IDXA, W-MESCUR)
                  + TBM-13 (W-IDXA, W-MESCUR)
                  + TBM-FER (W-IDXA, W-MESCUR)
                  + TBM-ENC (W-IDXA, W-MESCUR)
           MOVE TBA-COD (W-IDXA)           TO LD-AREA
           MOVE W-MESCUR                   TO LD-MES
           MOVE W-ANOORC                   TO LD-ANO
           MOVE TBM-QTD (W-IDXA, W-MESCUR) TO LD-QTD
           MOVE TBM-SAL (W-IDXA, W-MESCUR) TO LD-SAL
           MOVE TBM-13 (W-IDXA, W-MESCUR)  TO LD-13
           MOVE TBM-FER (W-IDXA, W-MESCUR) TO LD-FER
           MOVE TBM-ENC (W-IDXA, W-MESCUR) TO LD-ENC
           MOVE W-VLRMES                   TO LD-TOT
           WRITE LINHA-REL FROM LIN-DET
           ADD TBM-SAL (W-IDXA, W-MESCUR) TO TA-SAL
           ADD TBM-13 (W-IDXA, W-MESCUR)  TO TA-13
           ADD TBM-FER (W-IDXA, W-MESCUR) TO TA-FER
           ADD TBM-ENC (W-IDXA, W-MESCUR) TO TA-ENC
           ADD W-VLRMES                   TO TA-TOT
           IF W-VLRMES = ZEROS
              GO TO R7-FIM.
           MOVE TBA-COD (W-IDXA) TO ORC-AREA
           MOVE W-ANOORC         TO ORC-ANO
           MOVE W-MESCUR         TO ORC-MES
           MOVE "R"              TO ORC-VERSAO
           MOVE W-VLRMES         TO ORC-VALOR
           WRITE REGORC
           IF ST-ERRO8 = "22"
              REWRITE REGORC.
           IF ST-ERRO8 = "00" OR ST-ERRO8 = "02"
              ADD 1 TO W-TOTGRAV
           ELSE
              DISPLAY "ERRO " ST-ERRO8 " NA GRAVACAO DO CADORCAM - "
                      "AREA " ORC-AREA " COMPETENCIA " ORC-ANOMES.
       R7-FIM.
           EXIT.
      *
      *********************************************************
      * APAGA A PROPOSTA (VERSAO R) DO ANO QUE FICOU DE UMA    *
      * GERACAO ANTERIOR, PARA NAO SOBRAR AREA QUE SAIU DO     *
      * QUADRO                                                 *
      *********************************************************
       ROT-APAGA-PROP.
           MOVE ZEROS  TO ORC-AREA ORC-ANOMES
           MOVE SPACES TO ORC-VERSAO
           START CADORCAM KEY IS NOT LESS CHAVEORC
                 INVALID KEY
                    GO TO ROT-APAGA-PROP-FIM.
       ROT-APAGA-PROP-RD.
           READ CADORCAM NEXT RECORD
                AT END
                   GO TO ROT-APAGA-PROP-FIM
           END-READ
           IF ST-ERRO8 NOT = "00"
              GO TO ROT-APAGA-PROP-FIM.
           IF ORC-VERSAO NOT = "R" OR ORC-ANO NOT = W-ANOORC
              GO TO ROT-APAGA-PROP-RD.
           DELETE CADORCAM RECORD
           ADD 1 TO W-TOTAPAG
           GO TO ROT-APAGA-PROP-RD.
       ROT-APAGA-PROP-FIM.
           EXIT.
      *
      *********************************************************
      * STEP SALARIAL DO FUNCIONARIO (CADFSTEP/CADSTEP): COM   *
      * STEP CADASTRADO, O SALARIO DO STEP SUBSTITUI O         *
      * CARGO-SALBASE, COMO NA FOLHA                           *
      *********************************************************
       ROT-BUSCA-STEP.
           IF W-TEMSTEP NOT = "S"
              GO TO ROT-BUSCA-STEP-FIM.
           MOVE CODFUNC TO FST-CODFUNC
           READ CADFSTEP
           IF ST-FSTEP NOT = "00"
              GO TO ROT-BUSCA-STEP-FIM.
           MOVE CODCARGO TO STEP-CARGO
           MOVE FST-STEP TO STEP-COD
           READ CADSTEP
           IF ST-STEP NOT = "00"
              GO TO ROT-BUSCA-STEP-FIM.
           IF STEP-SALARIO > ZEROS
              MOVE STEP-SALARIO TO CARGO-SALBASE.
       ROT-BUSCA-STEP-FIM.
           EXIT.
      *
       ROT-MENSALIZA.
           IF CARGO-TPSAL = 1
               MOVE 220 TO W-X
           ELSE IF CARGO-TPSAL = 2
               MOVE 30 TO W-X
           ELSE
               MOVE 1 TO W-X.
           COMPUTE W-SALMES = CARGO-SALBASE * W-X.
       ROT-MENSALIZA-FIM.
           EXIT.
      *
      *********************************************************
      * MESES DE SERVICO DOS VINCULOS ANTERIORES ARQUIVADOS EM *
      * CADVINC (READMISSOES), QUE CONTAM PARA O ANUENIO       *
      *********************************************************
       ROT-VINC-ANT.
           MOVE ZEROS TO W-MESESANT
           IF W-TEMVINC NOT = "S"
              GO TO ROT-VINC-ANT-FIM.
           MOVE CODFUNC TO CODFUNC-V
           MOVE ZEROS   TO SEQVINC
           START CADVINC KEY IS NOT LESS CHAVEVINC
                 INVALID KEY
                    GO TO ROT-VINC-ANT-FIM.
       ROT-VINC-ANT-RD.
           READ CADVINC NEXT RECORD
                AT END
                   GO TO ROT-VINC-ANT-FIM
           END-READ
           IF ST-ERRO3 NOT = "00" OR CODFUNC-V NOT = CODFUNC
              GO TO ROT-VINC-ANT-FIM.
           IF DTADMISSAO-V = ZEROS OR DTDEMISSAO-V = ZEROS
              GO TO ROT-VINC-ANT-RD.
           MOVE DTADMISSAO-V TO W-DTADMAN
           MOVE DTDEMISSAO-V TO W-DTDEMAN
           COMPUTE W-MESESSPELL =
                  ((W-ANODEMAN - W-ANOADMAN) * 12)
                  + W-MESDEMAN - W-MESADMAN
           IF W-MESESSPELL > ZEROS
              ADD W-MESESSPELL TO W-MESESANT.
           GO TO ROT-VINC-ANT-RD.
       ROT-VINC-ANT-FIM.
           EXIT.
      *
      *********************************************************
      * JANELAS DO CADPLFER QUE COMECAM NO ANO DO ORCAMENTO:   *
      * DIAS (MES COMERCIAL DE 30, ATE 30 POR JANELA) NO MES   *
      * DE INICIO                                              *
      *********************************************************
       ROT-FERIAS-ANO.
           MOVE ZEROS TO TABDIASFER
           IF W-TEMPLFER NOT = "S"
              GO TO ROT-FERIAS-ANO-FIM.
           MOVE CODFUNC TO PLF-CODFUNC
           MOVE ZEROS   TO PLF-SEQFERIAS
           START CADPLFER KEY IS NOT LESS CHAVEPLFER
                 INVALID KEY
                    GO TO ROT-FERIAS-ANO-FIM.
       ROT-FERIAS-ANO-RD.
           READ CADPLFER NEXT RECORD
                AT END
                   GO TO ROT-FERIAS-ANO-FIM
           END-READ
           IF ST-ERRO5 NOT = "00" OR PLF-CODFUNC NOT = CODFUNC
              GO TO ROT-FERIAS-ANO-FIM.
           IF PLF-ANOINI NOT = W-ANOORC
              OR PLF-MESINI < 1 OR PLF-MESINI > 12
              GO TO ROT-FERIAS-ANO-RD.
           COMPUTE W-DIASPLF = ((PLF-ANOFIM - PLF-ANOINI) * 360)
                  + ((PLF-MESFIM - PLF-MESINI) * 30)
                  + PLF-DIAFIM - PLF-DIAINI + 1
           IF W-DIASPLF < 1
              GO TO ROT-FERIAS-ANO-RD.
           IF W-DIASPLF > 30
              MOVE 30 TO W-DIASPLF.
           ADD W-DIASPLF TO TBF-DIAS (PLF-MESINI)
           GO TO ROT-FERIAS-ANO-RD.
       ROT-FERIAS-ANO-FIM.
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
                      " FORA DA PROPOSTA"
              GO TO ROT-ACHA-AREA-FIM.
           ADD 1 TO W-QTDAREAS
           MOVE W-QTDAREAS TO W-IDXACH
           MOVE W-AREABUSCA TO TBA-COD (W-IDXACH)
           PERFORM ROT-ZERA-MES THRU ROT-ZERA-MES-FIM
                   VARYING W-MESCUR FROM 1 BY 1
                   UNTIL W-MESCUR > 12.
       ROT-ACHA-AREA-FIM.
           EXIT.
       ROT-ACHA-AREA-VAR.
           IF TBA-COD (W-IDXA) = W-AREABUSCA
              MOVE W-IDXA TO W-IDXACH.
       ROT-ACHA-AREA-VAR-FIM.
           EXIT.
       ROT-ZERA-MES.
           MOVE ZEROS TO TBM-QTD (W-IDXACH, W-MESCUR)
                         TBM-SAL (W-IDXACH, W-MESCUR)
                         TBM-13 (W-IDXACH, W-MESCUR)
                         TBM-FER (W-IDXACH, W-MESCUR)
                         TBM-ENC (W-IDXACH, W-MESCUR).
       ROT-ZERA-MES-FIM.
           EXIT.
      *
      *********************************************************
      * ENCARGOS DO MES W-MESCUR: INSS PATRONAL + RAT +        *
      * TERCEIROS (006/007/008) MAIS O FGTS DE 8%              *
      *********************************************************
       ROT-CARREGA-PCT.
           MOVE 8 TO TBP-ENC (W-MESCUR)
           MOVE 006 TO W-PARAMCOD
           PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
           ADD W-PARAMVLR TO TBP-ENC (W-MESCUR)
           MOVE 007 TO W-PARAMCOD
           PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
           ADD W-PARAMVLR TO TBP-ENC (W-MESCUR)
           MOVE 008 TO W-PARAMCOD
           PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
           ADD W-PARAMVLR TO TBP-ENC (W-MESCUR).
       ROT-CARREGA-PCT-FIM.
           EXIT.
      *
      *********************************************************
      * BUSCA O PARAMETRO W-PARAMCOD EM CADPARAM E DEVOLVE O   *
      * VALOR EM W-PARAMVLR (ZEROS QUANDO NAO CADASTRADO): O   *
      * DA MAIOR VIGENCIA QUE NAO ULTRAPASSE O MES W-MESCUR DO *
      * ANO DO ORCAMENTO                                       *
      *********************************************************
       ROT-BUSCA-PARAM.
           MOVE ZEROS TO W-PARAMVLR
           IF W-TEMPARAM NOT = "S"
              GO TO ROT-BUSCA-PARAM-FIM.
           COMPUTE W-PARAMCOMP = (W-ANOORC * 100) + W-MESCUR
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
           IF ST-ERRO6 NOT = "00" OR PARAM-COD NOT = W-PARAMCOD
              OR PARAM-VIGEN > W-PARAMCOMP
              GO TO ROT-BUSCA-PARAM-FIM.
           MOVE PARAM-VALOR TO W-PARAMVLR
           GO TO ROT-BUSCA-PARAM-RD.
       ROT-BUSCA-PARAM-FIM.
           EXIT.
      *
       ROT-FIM.
           IF W-TEMSTEP = "S"
              CLOSE CADSTEP CADFSTEP.
           IF W-TEMVINC = "S"
              CLOSE CADVINC.
           IF W-TEMREQV = "S"
              CLOSE CADREQV.
           IF W-TEMPLFER = "S"
              CLOSE CADPLFER.
           IF W-TEMPARAM = "S"
              CLOSE CADPARAM.
           IF W-TEMAREA = "S"
              CLOSE CADAREA.
           CLOSE CADFUNC CADCARGO CADORCAM RELORCP
           DISPLAY "*** PROPOSTA DE ORCAMENTO GERADA ***"
           DISPLAY "FUNCIONARIOS ATIVOS PROJETADOS : " W-TOTFUNC
           DISPLAY "SEM CADASTRO DE CARGO          : " W-TOTSEMCARG
           DISPLAY "REQUISICOES / VAGAS PROJETADAS : " W-TOTREQV
                   " / " W-TOTVAGAS
           DISPLAY "PROPOSTA ANTERIOR APAGADA      : " W-TOTAPAG
           DISPLAY "REGISTROS GRAVADOS (VERSAO R)  : " W-TOTGRAV
           DISPLAY "TOTAL PROPOSTO NO ANO          : " TG-TOT
           DISPLAY "REVISE EM RELORCP.TXT E PROMOVA PELO FPP024".
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
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
