      *   - FERIAS PROPORCIONAIS (SALDOFERIAS DE CADFERIAS) + 1/3    *
      *   - 13O PROPORCIONAL PELOS MESES TRABALHADOS NO ANO,         *
      *     CONTADOS DA DATA DE ADMISSAO (CADVINC/CADHFUNC)          *
      *   - AVISO PREVIO INDENIZADO (OPCIONAL, 30 DIAS MAIS 3 POR ANO*
      *     DE SERVICO QUANDO A CAUSA PREVE, ATE 90 DIAS)            *
      * AS VERBAS DEVIDAS SAO AS DA CAUSA DO DESLIGAMENTO (CADCAUSA),*
      * LIDA DO CHECKLIST CADDESLIG OU INFORMADA AQUI: SALDO, FERIAS *
      * VENCIDAS/PROPORCIONAIS, 13O, TIPO DE AVISO E O PERCENTUAL DA *
      * MULTA DO FGTS (EVENTO 956, SOBRE OS DEPOSITOS DO CADPAG MAIS *
      * O FGTS DA RESCISAO). AVISO NAO CUMPRIDO NO PEDIDO DE DEMISSAO*
      * E DESCONTADO (EVENTO 510).                                   *
      * APLICA INSS/IR PELAS FAIXAS, GRAVA O ACERTO EM CADPAG SOB O  *
      * TIPOFOLHA "R" E IMPRIME O TERMO DE RESCISAO (TERMRESC.TXT).  *
      * CADA VERBA CALCULADA VAI TAMBEM PARA O DETALHE CADPAGD E O   *
      * ACERTO SOMA NOS ACUMULADOS DO ANO (CADACUM); O 13O JA PAGO   *
      * NO ANO, LIDO DOS ACUMULADOS, E ABATIDO DO PROPORCIONAL.      *
      * O SALDO DO BANCO DE HORAS (CADBH) E ACERTADO AQUI: SALDO     *
      * CREDOR E PAGO COMO HORA EXTRA 50% (EVENTO 057) E SALDO       *
      * DEVEDOR E DESCONTADO DO BRUTO (EVENTO 505); O MOVIMENTO R    *
      * GRAVADO NO BANCO ZERA O SALDO.                               *
      * PELO TIPO DE CONTRATO (CADFCONT): ESTAGIARIO SEM INSS E SEM  *
      * FGTS, APRENDIZ COM O FGTS DO PARAMETRO 022.                  *
      * DISPENSA PELA EMPRESA SEM JUSTA CAUSA COM A DEMISSAO DENTRO  *
      * DE UM PERIODO DE ESTABILIDADE (CADESTAB) NAO LIBERADO SO E   *
      * CALCULADA COM A SENHA DE UM OPERADOR NIVEL 1 (CADOPER) E UMA *
      * JUSTIFICATIVA; O PERIODO FICA LIBERADO ("L") E A LIBERACAO   *
      * VAI PARA O JORNAL CADJORN.                                   *
      * SEM EXAME DEMISSIONAL (CADASO, TIPO D) DO VINCULO O CALCULO  *
      * SEGUE, MAS COM AVISO NA TELA E NO TERMO.                     *
      * BENS DE PATRIMONIO AINDA EM GUARDA (CADCUST) PODEM SER       *
      * DESCONTADOS PELO VALOR DO CADPATR (EVENTO 511); OS BENS      *
      * DESCONTADOS FICAM MARCADOS NA GUARDA (CUS-DESCONTO = "S").   *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPARAM
                    FILE STATUS  IS ST-ERRO9.
      *
           SELECT CADTRAVA ASSIGN TO DISK
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRAVA-COD
                    FILE STATUS  IS ST-TRAVA.
      *
           SELECT CADPAGD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPAGD
                    FILE STATUS  IS ST-ERRO10.
      *
           SELECT CADACUM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEACUM
                    FILE STATUS  IS ST-ERRO11.
      *
           SELECT CADBH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEBH
                    FILE STATUS  IS ST-ERRO12.
      *
           SELECT CADFCONT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FCT-CODFUNC
                    FILE STATUS  IS ST-FCONT.
      *
           SELECT CADESTAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEESTAB
                    FILE STATUS  IS ST-ESTAB.
      *
           SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPER-COD
                    FILE STATUS  IS ST-OPER
                    ALTERNATE RECORD KEY IS OPER-NOME
                                   WITH DUPLICATES.
      *
           SELECT CADCAUSA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAU-COD
                    FILE STATUS  IS ST-CAUSA.
      *
           SELECT CADDESLIG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEDESLIG
                    FILE STATUS  IS ST-DESLIG.
      *
           SELECT CADASO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEASO
                    FILE STATUS  IS ST-ASO.
      *
           SELECT CADCUST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECUST
                    FILE STATUS  IS ST-CUST
                    ALTERNATE RECORD KEY IS CUS-CODFUNC
                                   WITH DUPLICATES.
      *
           SELECT CADPATR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAT-TAG
                    FILE STATUS  IS ST-PATR.
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

      *
       FD CADTRAVA
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
      *
       FD CADBH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBH.DAT".
       01 REGBH.
          03 CHAVEBH.
             05 BH-CODFUNC    PIC 9(5).
             05 BH-ANOMES     PIC 9(6).
             05 BH-TIPO       PIC X(1).
          03 BH-HORAS         PIC S9(4)V99.
          03 BH-DTMOV         PIC 9(8).
          03 BH-HIST          PIC X(30).
      *
       FD CADFCONT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFCONT.DAT".
       01 REGFCONT.
          03 FCT-CODFUNC      PIC 9(5).
          03 FCT-TIPO         PIC 9(1).
          03 FCT-DTINI        PIC 9(8).
          03 FCT-DTFIM        PIC 9(8).
          03 FCT-PRORROG      PIC 9(1).
      *
       FD CADESTAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTAB.DAT".
       01 REGESTAB.
          03 CHAVEESTAB.
             05 EST-CODFUNC   PIC 9(5).
             05 EST-SEQ       PIC 9(2).
          03 EST-MOTIVO       PIC X(1).
          03 EST-NUMCAT       PIC X(15).
          03 EST-DTINI        PIC 9(8).
          03 EST-DTFIM        PIC 9(8).
          03 EST-OBS          PIC X(30).
          03 EST-SITLIB       PIC X(1).
          03 EST-OPERLIB      PIC 9(3).
          03 EST-DTLIB        PIC 9(8).
          03 EST-JUSTIF       PIC X(40).
      *
       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
       01 REGOPER.
                03 OPER-COD           PIC 9(03).
                03 OPER-NOME          PIC X(20).
                03 OPER-SENHA         PIC X(08).
                03 OPER-NIVEL         PIC 9(01).
                03 OPER-CODFUNC       PIC 9(05).
                03 OPER-PERFIL        PIC 9(02).
                03 OPER-TENTAT        PIC 9(02).
                03 OPER-BLOQ          PIC X(01).
                03 OPER-DTSENHA       PIC 9(08).
                03 OPER-TROCA         PIC X(01).
                03 OPER-SENHAANT      PIC X(08) OCCURS 3 TIMES.
      *
       FD CADCAUSA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAUSA.DAT".
       01 REGCAUSA.
          03 CAU-COD          PIC 9(02).
          03 CAU-DESCR        PIC X(30).
          03 CAU-SALDO        PIC X(01).
          03 CAU-FERVENC      PIC X(01).
          03 CAU-FERPROP      PIC X(01).
          03 CAU-13PROP       PIC X(01).
          03 CAU-AVISO        PIC X(01).
          03 CAU-AVPROP       PIC X(01).
          03 CAU-MULTA        PIC 9(02).
          03 CAU-ESTAB        PIC X(01).
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
       FD CADASO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADASO.DAT".
       01 REGASO.
          03 CHAVEASO.
             05 ASO-CODFUNC   PIC 9(5).
             05 ASO-SEQ       PIC 9(2).
          03 ASO-TIPO         PIC X(1).
          03 ASO-DTEXAME      PIC 9(8).
          03 ASO-RESULT       PIC X(1).
          03 ASO-CLINICA      PIC X(30).
          03 ASO-CARGO        PIC 9(5).
          03 ASO-PERIOD       PIC 9(2).
          03 ASO-DTPROX       PIC 9(8).
      *
       FD CADCUST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCUST.DAT".
       01 REGCUST.
          03 CHAVECUST.
             05 CUS-TAG       PIC X(10).
             05 CUS-DTENTR    PIC 9(8).
          03 CUS-CODFUNC      PIC 9(5).
          03 CUS-DTDEVOL      PIC 9(8).
          03 CUS-DESCONTO     PIC X(1).
      *
       FD CADPATR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPATR.DAT".
       01 REGPATR.
          03 PAT-TAG          PIC X(10).
          03 PAT-TIPO         PIC X(1).
          03 PAT-DESC         PIC X(30).
          03 PAT-SERIE        PIC X(20).
          03 PAT-VALOR        PIC 9(06)V99.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *    REGISTRO DO JORNAL, GRAVADO PELO JORNREG
       01 REGJORN.
          03 CHAVEJORN.
             05 JORN-DATA  PIC 9(8).
             05 JORN-HORA  PIC 9(6).
             05 JORN-SEQ   PIC 9(2).
          03 JORN-OPER     PIC 9(3).
          03 JORN-PROG     PIC X(8).
          03 JORN-ARQ      PIC X(8).
          03 JORN-ACAO     PIC X(1).
          03 JORN-CHREG    PIC X(14).
          03 JORN-RESUMO   PIC X(10).
       01 ST-TRAVA      PIC X(02) VALUE "00".
       01 W-TEMTRAVA    PIC X(01) VALUE "N".
       01 W-TRAVADO     PIC X(01) VALUE "N".
       01 W-TEMPARAM    PIC X(01) VALUE "N".
       01 W-PARAMCOD    PIC 9(03) VALUE ZEROS.
       01 W-PARAMVLR    PIC 9(08)V99 VALUE ZEROS.
       01 W-PARAMCOMP   PIC 9(06) VALUE ZEROS.
       01 W-INSSCALC    PIC 9(08)V99 VALUE ZEROS.
       01 W-FXPARC      PIC 9(08)V99 VALUE ZEROS.
       01 W-ANOMESCALC  PIC 9(06) VALUE ZEROS.
       01 W-TIPOFAIXA   PIC X(01) VALUE SPACES.
       01 W-VALDED      PIC 9(06)V99 VALUE ZEROS.
       01 W-ALIQFGTS    PIC 9(02) VALUE 08.
       01 ST-FCONT      PIC X(02) VALUE "00".
       01 W-TEMFCONT    PIC X(01) VALUE "N".
       01 W-TPCONT      PIC 9(01) VALUE 1.
       01 W-ALIQFGTSC   PIC 9(02)V99 VALUE ZEROS.
       01 W-SALMES      PIC 9(06)V99 VALUE ZEROS.
       01 W-SALDOSAL    PIC 9(06)V99 VALUE ZEROS.
       01 W-FERPROP     PIC 9(06)V99 VALUE ZEROS.
       01 W-AVISO       PIC 9(06)V99 VALUE ZEROS.
       01 W-SALDODIAS   PIC 9(03) VALUE ZEROS.
       01 W-MESES13     PIC 9(02) VALUE ZEROS.
       01 W-FERDIAS     PIC 9(03) VALUE ZEROS.
       01 ST-ERRO10     PIC X(02) VALUE "00".
       01 W-DEVENTO     PIC 9(03) VALUE ZEROS.
       01 W-DNATUR      PIC X(01) VALUE SPACES.
       01 W-DDESCR      PIC X(20) VALUE SPACES.
       01 W-DBASE       PIC 9(08)V99 VALUE ZEROS.
       01 W-DREF        PIC 9(03)V99 VALUE ZEROS.
       01 W-DVALOR      PIC 9(06)V99 VALUE ZEROS.
       01 ST-ERRO11      PIC X(02) VALUE "00".
       01 W-TEMACUM     PIC X(01) VALUE "N".
       01 W-ACUACH      PIC X(01) VALUE "N".
       01 W-ASINAL      PIC X(01) VALUE "+".
       01 W-ABRUTO      PIC 9(06)V99 VALUE ZEROS.
       01 W-AINSS       PIC 9(06)V99 VALUE ZEROS.
       01 W-AIR         PIC 9(06)V99 VALUE ZEROS.
       01 W-AFGTS       PIC 9(06)V99 VALUE ZEROS.
       01 W-A13         PIC 9(06)V99 VALUE ZEROS.
       01 W-AFER        PIC 9(06)V99 VALUE ZEROS.
       01 W-13PAGO      PIC 9(06)V99 VALUE ZEROS.
       01 W-DTADM       PIC 9(08) VALUE ZEROS.
       01 W-DTADM-R REDEFINES W-DTADM.
          03 W-DIAADM   PIC 9(02).
          03 W-MESADM   PIC 9(02).
          03 W-ANOADM   PIC 9(04).
       01 ST-ERRO12     PIC X(02) VALUE "00".
       01 W-TEMBH       PIC X(01) VALUE "N".
       01 W-BHSALDO     PIC S9(05)V99 VALUE ZEROS.
       01 W-BHHORAS     PIC 9(05)V99 VALUE ZEROS.
       01 W-BHVLRHORA   PIC 9(06)V99 VALUE ZEROS.
       01 W-BHPAGAR     PIC 9(06)V99 VALUE ZEROS.
       01 W-BHDESC      PIC 9(06)V99 VALUE ZEROS.
       01 ST-ESTAB      PIC X(02) VALUE "00".
       01 ST-OPER       PIC X(02) VALUE "00".
       01 ST-JORN       PIC X(02) VALUE "00".
       01 W-TEMESTAB    PIC X(01) VALUE "N".
       01 W-ESTACH      PIC X(01) VALUE "N".
       01 W-OPCLIB      PIC X(01) VALUE SPACES.
       01 W-ESTJUST     PIC X(40) VALUE SPACES.
       01 W-ESTDTINI    PIC 9(08) VALUE ZEROS.
       01 W-ESTDTFIM    PIC 9(08) VALUE ZEROS.
       01 W-ESTDTDEM    PIC 9(08) VALUE ZEROS.
       01 W-2ACOD       PIC 9(03) VALUE ZEROS.
       01 W-2ASENHA     PIC X(08) VALUE SPACES.
       01 W-2AMODO      PIC X(01) VALUE "A".
       01 W-2ARET       PIC X(01) VALUE SPACES.
       01 W-2AOK        PIC X(01) VALUE "N".
       01 W-JOPER       PIC 9(03) VALUE ZEROS.
       01 W-JHORA8      PIC 9(08) VALUE ZEROS.
       01 W-ESTDMA.
          03 W-ESTDIA   PIC 9(02).
          03 W-ESTMES   PIC 9(02).
          03 W-ESTANO   PIC 9(04).
       01 W-ESTDMA8 REDEFINES W-ESTDMA PIC 9(08).
       01 W-ESTAMD.
          03 W-ESTANOA  PIC 9(04).
          03 W-ESTMESA  PIC 9(02).
          03 W-ESTDIAA  PIC 9(02).
       01 W-ESTAMD8 REDEFINES W-ESTAMD PIC 9(08).
       01 W-ESTMOTIVO   PIC X(16) VALUE SPACES.
       01 W-DTFIMED     PIC 99/99/9999.
       01 ST-CAUSA      PIC X(02) VALUE "00".
       01 ST-DESLIG     PIC X(02) VALUE "00".
       01 W-TEMCAUSA    PIC X(01) VALUE "N".
       01 W-TEMDESLIG   PIC X(01) VALUE "N".
       01 W-CAUSA       PIC 9(02) VALUE ZEROS.
       01 W-SEQDESL     PIC 9(02) VALUE ZEROS.
       01 W-FERVENC     PIC 9(06)V99 VALUE ZEROS.
       01 W-FERVDIAS    PIC 9(03) VALUE ZEROS.
       01 W-AVDIAS      PIC 9(03) VALUE ZEROS.
       01 W-ANOSSERV    PIC 9(02) VALUE ZEROS.
       01 W-AVISODESC   PIC 9(06)V99 VALUE ZEROS.
       01 W-ANOMESADM   PIC 9(06) VALUE ZEROS.
       01 W-FGTSDEP     PIC 9(08)V99 VALUE ZEROS.
       01 W-FGTSBASE    PIC 9(08)V99 VALUE ZEROS.
       01 W-MULTAFGTS   PIC 9(06)V99 VALUE ZEROS.
       01 ST-ASO        PIC X(02) VALUE "00".
       01 W-TEMASO      PIC X(01) VALUE "N".
       01 W-ASODEM      PIC X(01) VALUE "N".
       01 W-ASOADM      PIC 9(08) VALUE ZEROS.
       01 ST-CUST       PIC X(02) VALUE "00".
       01 ST-PATR       PIC X(02) VALUE "00".
       01 W-TEMCUST     PIC X(01) VALUE "N".
       01 W-TEMPATR     PIC X(01) VALUE "N".
       01 W-QTDPATR     PIC 9(03) VALUE ZEROS.
       01 W-PATTOT      PIC 9(07)V99 VALUE ZEROS.
       01 W-PATDESC     PIC 9(06)V99 VALUE ZEROS.
       01 W-OPCPATR     PIC X(01) VALUE "N".
       01 W-PATBAIXA    PIC X(01) VALUE "N".

       01 LIN-TITULO    PIC X(80) VALUE
          "           *** TERMO DE RESCISAO DE CONTRATO DE TRABALHO ***"
          03 LD-DTDEM      PIC 99/99/9999.
          03 FILLER        PIC X(29) VALUE SPACES.

       01 LIN-CAUSA.
          03 FILLER        PIC X(13) VALUE "CAUSA      : ".
          03 LC-COD        PIC 9(02).
          03 FILLER        PIC X(03) VALUE " - ".
          03 LC-DESCR      PIC X(30).
          03 FILLER        PIC X(32) VALUE SPACES.

       01 LIN-SEMASO    PIC X(80) VALUE
          "*** ATENCAO: SEM EXAME DEMISSIONAL (ASO) NO CADASO ***".

       01 LIN-VERBA.
          03 LV-LABEL      PIC X(30) VALUE SPACES.
          03 LV-VALOR      PIC Z(6)9,99.
           OPEN INPUT CADPARAM
           IF ST-ERRO9 NOT = "00"
              MOVE "N" TO W-TEMPARAM.
           MOVE "S" TO W-TEMFCONT
           OPEN INPUT CADFCONT
           IF ST-FCONT NOT = "00"
              MOVE "N" TO W-TEMFCONT.
       R0I.
           OPEN I-O CADPAGD
           IF ST-ERRO10 NOT = "00"
              IF ST-ERRO10 = "30"
                 OPEN OUTPUT CADPAGD
                 CLOSE CADPAGD
                 OPEN I-O CADPAGD
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPAGD"
                 GO TO ROT-FIM-ERRO.
       R0J.
           MOVE "S" TO W-TEMACUM
           OPEN I-O CADACUM
           IF ST-ERRO11 NOT = "00"
              IF ST-ERRO11 = "30"
                 OPEN OUTPUT CADACUM
                 CLOSE CADACUM
                 OPEN I-O CADACUM
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADACUM"
                 GO TO ROT-FIM-ERRO.
       R0K.
           MOVE "S" TO W-TEMBH
           OPEN I-O CADBH
           IF ST-ERRO12 NOT = "00"
              MOVE "N" TO W-TEMBH.
       R0L.
           MOVE "S" TO W-TEMESTAB
           OPEN I-O CADESTAB
           IF ST-ESTAB NOT = "00"
              MOVE "N" TO W-TEMESTAB.
       R0M.
           OPEN INPUT CADCAUSA
           IF ST-CAUSA NOT = "00"
              DISPLAY "TABELA DE CAUSAS NAO CADASTRADA - RODE O "
                      "CADCAUSA"
              GO TO ROT-FIM.
           MOVE "S" TO W-TEMCAUSA
           MOVE "S" TO W-TEMDESLIG
           OPEN I-O CADDESLIG
           IF ST-DESLIG NOT = "00"
              MOVE "N" TO W-TEMDESLIG.
           MOVE "S" TO W-TEMASO
           OPEN INPUT CADASO
           IF ST-ASO NOT = "00"
              MOVE "N" TO W-TEMASO.
           MOVE "S" TO W-TEMCUST
           OPEN I-O CADCUST
           IF ST-CUST NOT = "00"
              MOVE "N" TO W-TEMCUST.
           MOVE "S" TO W-TEMPATR
           OPEN INPUT CADPATR
           IF ST-PATR NOT = "00"
              MOVE "N" TO W-TEMPATR.
      *
       R1.
           MOVE W-CODPROC TO CODFUNC
           IF ST-ERRO3 NOT = "00"
              DISPLAY "CARGO DO FUNCIONARIO SEM CADASTRO"
              GO TO ROT-FIM.
           PERFORM ROT-BUSCA-CONTRATO THRU ROT-BUSCA-CONTRATO-FIM.
      *
      *********************************************************
      * CAUSA DO DESLIGAMENTO (CADCAUSA): A DO CHECKLIST DA    *
      * DEMISSAO (CADDESLIG) OU, SEM ELA, INFORMADA AQUI       *
      *********************************************************
       R1B0.
           PERFORM ROT-BUSCA-CAUSA THRU ROT-BUSCA-CAUSA-FIM
           IF W-CAUSA = ZEROS
              DISPLAY "RESCISAO NAO CALCULADA - SEM CAUSA"
              GO TO ROT-FIM.
           DISPLAY "CAUSA DO DESLIGAMENTO : " CAU-COD " - " CAU-DESCR.
      *
      *********************************************************
      * ESTABILIDADE PROVISORIA (CADESTAB): DISPENSA POR CAUSA *
      * QUE RESPEITA A ESTABILIDADE (CAU-ESTAB) COM A DEMISSAO *
      * DENTRO DE UM PERIODO NAO LIBERADO SO SEGUE COM A       *
      * LIBERACAO DE UM OPERADOR NIVEL 1 E UMA JUSTIFICATIVA   *
      *********************************************************
       R1B1.
           IF W-TEMESTAB NOT = "S" OR CAU-ESTAB NOT = "S"
              GO TO R1C.
           PERFORM ROT-BUSCA-ESTAB THRU ROT-BUSCA-ESTAB-FIM
           IF W-ESTACH NOT = "S"
              GO TO R1C.
           MOVE EST-DTFIM TO W-DTFIMED
           DISPLAY "*** FUNCIONARIO COM ESTABILIDADE ATE " W-DTFIMED
                   " - " W-ESTMOTIVO
           DISPLAY "LIBERAR COM OPERADOR NIVEL 1 (S/N) : "
                   WITH NO ADVANCING
           ACCEPT W-OPCLIB
           IF W-OPCLIB NOT = "S" AND NOT = "s"
              DISPLAY "RESCISAO NAO CALCULADA - ESTABILIDADE"
              GO TO ROT-FIM.
           PERFORM ROT-2APROV THRU ROT-2APROV-FIM
           IF W-2AOK NOT = "S"
              DISPLAY "RESCISAO NAO CALCULADA - ESTABILIDADE"
              GO TO ROT-FIM.
       R1B2.
           DISPLAY "JUSTIFICATIVA : " WITH NO ADVANCING
           MOVE SPACES TO W-ESTJUST
           ACCEPT W-ESTJUST
           IF W-ESTJUST = SPACES
              DISPLAY "JUSTIFICATIVA OBRIGATORIA"
              GO TO R1B2.
           ACCEPT W-ESTAMD8 FROM DATE YYYYMMDD
           MOVE W-ESTDIAA TO W-ESTDIA
           MOVE W-ESTMESA TO W-ESTMES
           MOVE W-ESTANOA TO W-ESTANO
           MOVE "L"       TO EST-SITLIB
           MOVE W-2ACOD   TO EST-OPERLIB
           MOVE W-ESTDMA8 TO EST-DTLIB
           MOVE W-ESTJUST TO EST-JUSTIF
           REWRITE REGESTAB
           IF ST-ESTAB NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADESTAB"
              GO TO ROT-FIM.
           PERFORM ROT-GRAVA-JORNAL THRU ROT-GRAVA-JORNAL-FIM
           DISPLAY "ESTABILIDADE LIBERADA PELO OPERADOR " W-2ACOD.
       R1C.
           MOVE "N" TO W-OPCAVISO
           IF CAU-AVISO = "N"
              GO TO R2.
           IF CAU-AVISO = "D"
              DISPLAY "AVISO PREVIO CUMPRIDO PELO FUNCIONARIO (S/N) : "
                      WITH NO ADVANCING
           ELSE
              DISPLAY "AVISO PREVIO INDENIZADO (S/N) : "
                      WITH NO ADVANCING.
           ACCEPT W-OPCAVISO.
      *
      *********************************************************
      *********************************************************
       R2.
           MOVE DTADMISSAO TO W-DTADM
           PERFORM ROT-BUSCA-ADM THRU ROT-BUSCA-ADM-FIM
           PERFORM ROT-BUSCA-ASO THRU ROT-BUSCA-ASO-FIM
           IF W-ASODEM NOT = "S"
              DISPLAY "*** ATENCAO: SEM EXAME DEMISSIONAL (ASO) ***".
      *
      *********************************************************
      * SALDO DE SALARIO: DIAS TRABALHADOS NO MES DA DEMISSAO  *
           IF W-SALDODIAS > 30
              MOVE 30 TO W-SALDODIAS.
           COMPUTE W-SALDOSAL = W-SALMES / 30 * W-SALDODIAS.
           IF CAU-SALDO NOT = "S"
              MOVE ZEROS TO W-SALDOSAL W-SALDODIAS.
      *
      *********************************************************
      * FERIAS: SALDO DE DIAS DOS PERIODOS DE CADFERIAS AINDA  *
      * NAO GOZADOS, MAIS O TERCO. PERIODO AQUISITIVO ENCERRADO*
      * ATE A DEMISSAO = FERIAS VENCIDAS, SENAO PROPORCIONAIS; *
      * CADA PARTE SO ENTRA SE A CAUSA PREVE                   *
      *********************************************************
       R4.
           MOVE ZEROS TO W-FERPROP W-TERCOFER W-FERDIAS
           MOVE ZEROS TO W-FERVENC W-FERVDIAS
           IF W-TEMFER NOT = "S"
              GO TO R5.
           MOVE DTDEMISSAO TO W-ESTDMA
           PERFORM ROT-EST-AMD THRU ROT-EST-AMD-FIM
           MOVE W-ESTAMD8 TO W-ESTDTDEM
           MOVE W-CODPROC TO FER-CODFUNC
           MOVE ZEROS     TO SEQFERIAS
           START CADFERIAS KEY IS NOT LESS CHAVEFERIAS
           END-READ
           IF FER-CODFUNC NOT = W-CODPROC
              GO TO R4B.
           IF SALDOFERIAS = 0
              GO TO R4A.
           IF DTFIMPERAQ = ZEROS
              GO TO R4C.
           MOVE DTFIMPERAQ TO W-ESTDMA8
           PERFORM ROT-EST-AMD THRU ROT-EST-AMD-FIM
           IF W-ESTAMD8 > W-ESTDTDEM
              GO TO R4C.
           IF CAU-FERVENC = "S"
              ADD SALDOFERIAS TO W-FERVDIAS
              COMPUTE W-FERVENC = W-FERVENC
                     + (W-SALMES / 30 * SALDOFERIAS).
           GO TO R4A.
       R4C.
           IF CAU-FERPROP = "S"
              ADD SALDOFERIAS TO W-FERDIAS
              COMPUTE W-FERPROP = W-FERPROP
                     + (W-SALMES / 30 * SALDOFERIAS).
           GO TO R4A.
       R4B.
           COMPUTE W-TERCOFER = (W-FERVENC + W-FERPROP) / 3.
      *
      *********************************************************
      * 13O PROPORCIONAL: MESES TRABALHADOS NO ANO DA DEMISSAO *
      * (MES CONTA COM 15 DIAS OU MAIS TRABALHADOS), MENOS O   *
      * 13O JA PAGO NO ANO (ACUMULADOS CADACUM). SEM 13O NA    *
      * CAUSA DO DESLIGAMENTO, FICA ZERADO                     *
      *********************************************************
       R5.
           IF CAU-13PROP NOT = "S"
              MOVE ZEROS TO W-MESES13 W-13PROP W-13PAGO
              GO TO R6.
           MOVE MESDEM TO W-MESES13
           IF W-ANOADM = ANODEM
              COMPUTE W-MESES13 = MESDEM - W-MESADM + 1
           IF DIADEM < 15 AND W-MESES13 > 0
              SUBTRACT 1 FROM W-MESES13.
           COMPUTE W-13PROP = W-SALMES / 12 * W-MESES13.
           PERFORM ROT-13PAGO THRU ROT-13PAGO-FIM.
      *
      *********************************************************
      * AVISO PREVIO PELA CAUSA DO DESLIGAMENTO: INDENIZADO    *
      * (I) OU PELA METADE (M) COM 30 DIAS MAIS 3 POR ANO DE   *
      * SERVICO QUANDO PROPORCIONAL, ATE 90 DIAS; NO PEDIDO DE *
      * DEMISSAO (D) O AVISO NAO CUMPRIDO DESCONTA 30 DIAS     *
      *********************************************************
       R6.
           MOVE ZEROS TO W-AVISO W-AVISODESC W-AVDIAS
           IF CAU-AVISO = "N"
              GO TO R6A.
           IF CAU-AVISO = "D"
              IF W-OPCAVISO = "N" OR W-OPCAVISO = "n"
                 MOVE 30 TO W-AVDIAS
                 MOVE W-SALMES TO W-AVISODESC
                 GO TO R6A
              ELSE
                 GO TO R6A.
           IF W-OPCAVISO NOT = "S" AND W-OPCAVISO NOT = "s"
              GO TO R6A.
           MOVE 30 TO W-AVDIAS
           IF CAU-AVPROP = "S"
              PERFORM ROT-ANOS-SERV THRU ROT-ANOS-SERV-FIM
              COMPUTE W-AVDIAS = 30 + (3 * W-ANOSSERV)
              IF W-AVDIAS > 90
                 MOVE 90 TO W-AVDIAS.
           COMPUTE W-AVISO = W-SALMES / 30 * W-AVDIAS
           IF CAU-AVISO = "M"
              COMPUTE W-AVISO = W-AVISO / 2.
      *
      *********************************************************
      * BANCO DE HORAS: SALDO DO CADBH (DEPOIS DO ULTIMO       *
      * ACERTO R). CREDOR = HORAS EXTRAS 50% A PAGAR; DEVEDOR  *
      * = HORAS DESCONTADAS DO BRUTO, PELO VALOR DA HORA DO    *
      * CARGO COMO NA FOLHA                                    *
      *********************************************************
       R6A.
           MOVE ZEROS TO W-BHSALDO W-BHHORAS W-BHPAGAR W-BHDESC
           IF W-TEMBH NOT = "S"
              GO TO R6D.
           MOVE W-CODPROC TO BH-CODFUNC
           MOVE ZEROS     TO BH-ANOMES
           MOVE SPACES    TO BH-TIPO
           START CADBH KEY IS NOT LESS CHAVEBH
                 INVALID KEY GO TO R6D.
       R6B.
           READ CADBH NEXT RECORD
                AT END
                   GO TO R6C
           END-READ
           IF BH-CODFUNC NOT = W-CODPROC
              GO TO R6C.
           IF BH-TIPO = "R"
              MOVE ZEROS TO W-BHSALDO
           ELSE
              ADD BH-HORAS TO W-BHSALDO.
           GO TO R6B.
       R6C.
           IF W-BHSALDO = ZEROS
              GO TO R6D.
           IF CARGO-TPSAL = 1
              MOVE CARGO-SALBASE TO W-BHVLRHORA
           ELSE
              IF CARGO-TPSAL = 2
                 COMPUTE W-BHVLRHORA = CARGO-SALBASE / 8
              ELSE
                 COMPUTE W-BHVLRHORA = CARGO-SALBASE / 220.
           IF W-BHSALDO > ZEROS
              MOVE W-BHSALDO TO W-BHHORAS
              COMPUTE W-BHPAGAR ROUNDED = W-BHVLRHORA * W-BHHORAS
                                        * 1,5
           ELSE
              COMPUTE W-BHHORAS = 0 - W-BHSALDO
              COMPUTE W-BHDESC ROUNDED = W-BHVLRHORA * W-BHHORAS.
      *    O DESCONTO NAO PASSA DAS VERBAS DA RESCISAO
           IF W-BHDESC > (W-SALDOSAL + W-FERVENC + W-FERPROP
                          + W-TERCOFER + W-13PROP + W-AVISO)
              COMPUTE W-BHDESC = W-SALDOSAL + W-FERVENC + W-FERPROP
                               + W-TERCOFER + W-13PROP + W-AVISO.
      *    IDEM PARA O DESCONTO DO AVISO NAO CUMPRIDO, E O FGTS JA
      *    DEPOSITADO NO VINCULO E SOMADO ANTES DE MONTAR O REGPAG
       R6D.
           IF W-AVISODESC > (W-SALDOSAL + W-FERVENC + W-FERPROP
                             + W-TERCOFER + W-13PROP + W-BHPAGAR
                             - W-BHDESC)
              COMPUTE W-AVISODESC = W-SALDOSAL + W-FERVENC + W-FERPROP
                                  + W-TERCOFER + W-13PROP + W-BHPAGAR
                                  - W-BHDESC.
           PERFORM ROT-SOMA-FGTS THRU ROT-SOMA-FGTS-FIM.
      *
      *********************************************************
      * BENS DE PATRIMONIO AINDA EM GUARDA (CADCUST): LISTA    *
      * NA TELA E OFERECE O DESCONTO PELO VALOR DO CADPATR,    *
      * SEM PASSAR DO QUE SOBRA DAS VERBAS                     *
      *********************************************************
       R6E.
           MOVE ZEROS TO W-PATDESC
           MOVE "N" TO W-OPCPATR
           PERFORM ROT-SOMA-PATR THRU ROT-SOMA-PATR-FIM
           IF W-QTDPATR = ZEROS
              GO TO R7.
           DISPLAY "BENS NAO DEVOLVIDOS : " W-QTDPATR
                   "   VALOR : " W-PATTOT
           DISPLAY "DESCONTAR BENS NAO DEVOLVIDOS (S/N) : "
                   WITH NO ADVANCING
           ACCEPT W-OPCPATR
           IF W-OPCPATR NOT = "S" AND W-OPCPATR NOT = "s"
              MOVE "N" TO W-OPCPATR
              GO TO R7.
           MOVE "S" TO W-OPCPATR
           MOVE W-PATTOT TO W-PATDESC
           IF W-PATDESC > (W-SALDOSAL + W-FERVENC + W-FERPROP
                           + W-TERCOFER + W-13PROP + W-AVISO
                           + W-BHPAGAR - W-BHDESC - W-AVISODESC)
              COMPUTE W-PATDESC = W-SALDOSAL + W-FERVENC + W-FERPROP
                                + W-TERCOFER + W-13PROP + W-AVISO
                                + W-BHPAGAR - W-BHDESC - W-AVISODESC.
      *
      *********************************************************
      * TOTALIZA, APLICA INSS E IR E GRAVA O TIPOFOLHA "R"     *
      *********************************************************
       R7.
           COMPUTE SALBRUTO = W-SALDOSAL + W-FERVENC + W-FERPROP
                            + W-TERCOFER + W-13PROP + W-AVISO
                            + W-BHPAGAR - W-BHDESC - W-AVISODESC
                            - W-PATDESC.
       R7A.
           IF W-TPCONT = 4
              MOVE ZEROS TO INSS
              GO TO R7B.
           MOVE SALBRUTO TO CALC
           PERFORM ROT-CALC-INSS THRU ROT-CALC-INSS-FIM
           IF W-ALIQACH NOT = "S"
       R7C.
           MOVE ZEROS TO SALFAMILIA
           COMPUTE SALLIQ = DESCINSS - IR
           COMPUTE FGTS = SALBRUTO * (W-ALIQFGTSC / 100)
      *    MULTA RESCISORIA: PERCENTUAL DA CAUSA SOBRE OS DEPOSITOS
      *    DO VINCULO MAIS O FGTS DESTA RESCISAO (INFORMATIVA, PAGA
      *    PELA GUIA - NAO ENTRA NO LIQUIDO)
           COMPUTE W-FGTSBASE = W-FGTSDEP + FGTS
           COMPUTE W-MULTAFGTS ROUNDED = W-FGTSBASE * CAU-MULTA / 100
           MOVE W-CODPROC TO FUNC-COD
           MOVE ANODEM    TO ANO
           MOVE MESDEM    TO MES
              DISPLAY "ERRO NA GRAVACAO DA RESCISAO - FILE STATUS "
                      ST-ERRO
              GO TO ROT-FIM.
           PERFORM ROT-GRAVA-DET THRU ROT-GRAVA-DET-FIM
           MOVE "+"        TO W-ASINAL
           MOVE SALBRUTO   TO W-ABRUTO
           MOVE INSS       TO W-AINSS
           MOVE IR         TO W-AIR
           MOVE FGTS       TO W-AFGTS
           MOVE W-13PROP   TO W-A13
           COMPUTE W-AFER = W-FERVENC + W-FERPROP + W-TERCOFER
           PERFORM ROT-ACUM THRU ROT-ACUM-FIM
           PERFORM ROT-BH-ACERTO THRU ROT-BH-ACERTO-FIM
           IF W-OPCPATR = "S"
              MOVE "S" TO W-PATBAIXA
              PERFORM ROT-SOMA-PATR THRU ROT-SOMA-PATR-FIM.
      *
      *********************************************************
      * TERMO DE RESCISAO IMPRESSO                             *
           MOVE W-DTADM     TO LD-DTADM
           MOVE DTDEMISSAO  TO LD-DTDEM
           WRITE LINHA-REL FROM LIN-DATAS
           MOVE CAU-COD     TO LC-COD
           MOVE CAU-DESCR   TO LC-DESCR
           WRITE LINHA-REL FROM LIN-CAUSA
           IF W-ASODEM NOT = "S"
              WRITE LINHA-REL FROM LIN-SEMASO.
           WRITE LINHA-REL FROM LIN-SEP
           MOVE "SALDO DE SALARIO          : " TO LV-LABEL
           MOVE W-SALDOSAL TO LV-VALOR
           WRITE LINHA-REL FROM LIN-VERBA
           MOVE "FERIAS VENCIDAS           : " TO LV-LABEL
           MOVE W-FERVENC  TO LV-VALOR
           WRITE LINHA-REL FROM LIN-VERBA
           MOVE "FERIAS PROPORCIONAIS      : " TO LV-LABEL
           MOVE W-FERPROP  TO LV-VALOR
           WRITE LINHA-REL FROM LIN-VERBA
           MOVE "13O PROPORCIONAL          : " TO LV-LABEL
           MOVE W-13PROP   TO LV-VALOR
           WRITE LINHA-REL FROM LIN-VERBA
           IF W-13PAGO > ZEROS
              MOVE "  (ABATIDO 13O JA PAGO NO ANO:" TO LV-LABEL
              MOVE W-13PAGO   TO LV-VALOR
              WRITE LINHA-REL FROM LIN-VERBA.
           MOVE "AVISO PREVIO INDENIZADO   : " TO LV-LABEL
           MOVE W-AVISO    TO LV-VALOR
           WRITE LINHA-REL FROM LIN-VERBA
           IF W-AVISODESC > ZEROS
              MOVE "(-) AVISO PREVIO NAO CUMPR: " TO LV-LABEL
              MOVE W-AVISODESC TO LV-VALOR
              WRITE LINHA-REL FROM LIN-VERBA.
           IF W-BHPAGAR > ZEROS
              MOVE "BANCO DE HORAS (SALDO)    : " TO LV-LABEL
              MOVE W-BHPAGAR  TO LV-VALOR
              WRITE LINHA-REL FROM LIN-VERBA.
           IF W-BHDESC > ZEROS
              MOVE "(-) BANCO DE HORAS DEVEDOR: " TO LV-LABEL
              MOVE W-BHDESC   TO LV-VALOR
              WRITE LINHA-REL FROM LIN-VERBA.
           IF W-PATDESC > ZEROS
              MOVE "(-) BENS NAO DEVOLVIDOS   : " TO LV-LABEL
              MOVE W-PATDESC  TO LV-VALOR
              WRITE LINHA-REL FROM LIN-VERBA.
           WRITE LINHA-REL FROM LIN-SEP
           MOVE "TOTAL BRUTO               : " TO LV-LABEL
           MOVE SALBRUTO   TO LV-VALOR
           MOVE SALLIQ     TO LV-VALOR
           WRITE LINHA-REL FROM LIN-VERBA
           WRITE LINHA-REL FROM LIN-SEP
           MOVE "FGTS DO VINCULO + RESCISAO: " TO LV-LABEL
           MOVE W-FGTSBASE TO LV-VALOR
           WRITE LINHA-REL FROM LIN-VERBA
           MOVE "MULTA RESCISORIA DO FGTS  : " TO LV-LABEL
           MOVE W-MULTAFGTS TO LV-VALOR
           WRITE LINHA-REL FROM LIN-VERBA
           WRITE LINHA-REL FROM LIN-SEP
           WRITE LINHA-REL FROM LIN-BRANCO
           CLOSE TERMRESC
           DISPLAY "*** RESCISAO GRAVADA - TERMO EM TERMRESC.TXT ***"
           DISPLAY "LIQUIDO A RECEBER : " SALLIQ
           DISPLAY "MULTA DO FGTS     : " W-MULTAFGTS.
      *
       ROT-FIM.
           CLOSE CADPAG CADFUNC CADCARGO CADFAIXA CADPAGD CADACUM
           IF W-TEMBH = "S"
              CLOSE CADBH.
           IF W-TEMPARAM = "S"
              CLOSE CADPARAM.
           IF W-TEMFCONT = "S"
              CLOSE CADFCONT.
           IF W-TEMESTAB = "S"
              CLOSE CADESTAB.
           IF W-TEMCAUSA = "S"
              CLOSE CADCAUSA.
           IF W-TEMDESLIG = "S"
              CLOSE CADDESLIG.
           IF W-TEMASO = "S"
              CLOSE CADASO.
           IF W-TEMCUST = "S"
              CLOSE CADCUST.
           IF W-TEMPATR = "S"
              CLOSE CADPATR.
           IF W-TEMFER = "S"
              CLOSE CADFERIAS.
           IF W-TEMVINC = "S"
           STOP RUN.
      *
      *********************************************************
      * PERIODO DE ESTABILIDADE NAO LIBERADO QUE CONTEM A DATA *
      * DE DEMISSAO (DATAS COMPARADAS EM AAAAMMDD). ACHANDO,   *
      * O REGISTRO FICA LIDO EM REGESTAB PARA A LIBERACAO      *
      *********************************************************
       ROT-BUSCA-ESTAB.
           MOVE "N" TO W-ESTACH
           MOVE DTDEMISSAO TO W-ESTDMA
           PERFORM ROT-EST-AMD THRU ROT-EST-AMD-FIM
           MOVE W-ESTAMD8 TO W-ESTDTDEM
           MOVE W-CODPROC TO EST-CODFUNC
           MOVE ZEROS     TO EST-SEQ
           START CADESTAB KEY IS NOT LESS CHAVEESTAB
                 INVALID KEY GO TO ROT-BUSCA-ESTAB-FIM.
       ROT-BUSCA-ESTAB-RD.
           READ CADESTAB NEXT RECORD
                AT END
                   GO TO ROT-BUSCA-ESTAB-FIM
           END-READ
           IF ST-ESTAB NOT = "00" OR EST-CODFUNC NOT = W-CODPROC
              GO TO ROT-BUSCA-ESTAB-FIM.
           IF EST-SITLIB = "L"
              GO TO ROT-BUSCA-ESTAB-RD.
           MOVE EST-DTINI TO W-ESTDMA8
           PERFORM ROT-EST-AMD THRU ROT-EST-AMD-FIM
           MOVE W-ESTAMD8 TO W-ESTDTINI
           MOVE EST-DTFIM TO W-ESTDMA8
           PERFORM ROT-EST-AMD THRU ROT-EST-AMD-FIM
           MOVE W-ESTAMD8 TO W-ESTDTFIM
           IF W-ESTDTDEM < W-ESTDTINI OR W-ESTDTDEM > W-ESTDTFIM
              GO TO ROT-BUSCA-ESTAB-RD.
           MOVE "S" TO W-ESTACH
           EVALUATE EST-MOTIVO
              WHEN "G" MOVE "GESTANTE"         TO W-ESTMOTIVO
              WHEN "C" MOVE "CIPA"             TO W-ESTMOTIVO
              WHEN "A" MOVE "ACIDENTE TRAB."   TO W-ESTMOTIVO
              WHEN "S" MOVE "DIRIG. SINDICAL"  TO W-ESTMOTIVO
              WHEN OTHER MOVE SPACES           TO W-ESTMOTIVO
           END-EVALUATE.
       ROT-BUSCA-ESTAB-FIM.
           EXIT.
      *
      *********************************************************
      * EXAME DEMISSIONAL: UM ASO TIPO D DO FUNCIONARIO FEITO  *
      * DESDE A ADMISSAO DO VINCULO ENCERRADO (W-DTADM)        *
      *********************************************************
       ROT-BUSCA-ASO.
           MOVE "N" TO W-ASODEM
           IF W-TEMASO NOT = "S"
              GO TO ROT-BUSCA-ASO-FIM.
           MOVE W-DTADM TO W-ESTDMA8
           PERFORM ROT-EST-AMD THRU ROT-EST-AMD-FIM
           MOVE W-ESTAMD8 TO W-ASOADM
           MOVE W-CODPROC TO ASO-CODFUNC
           MOVE ZEROS     TO ASO-SEQ
           START CADASO KEY IS NOT LESS CHAVEASO
                 INVALID KEY GO TO ROT-BUSCA-ASO-FIM.
       ROT-BUSCA-ASO-RD.
           READ CADASO NEXT RECORD
                AT END
                   GO TO ROT-BUSCA-ASO-FIM
           END-READ
           IF ST-ASO NOT = "00" OR ASO-CODFUNC NOT = W-CODPROC
              GO TO ROT-BUSCA-ASO-FIM.
           IF ASO-TIPO NOT = "D"
              GO TO ROT-BUSCA-ASO-RD.
           MOVE ASO-DTEXAME TO W-ESTDMA8
           PERFORM ROT-EST-AMD THRU ROT-EST-AMD-FIM
           IF W-ESTAMD8 < W-ASOADM
              GO TO ROT-BUSCA-ASO-RD.
           MOVE "S" TO W-ASODEM.
       ROT-BUSCA-ASO-FIM.
           EXIT.
      *
      *********************************************************
      * BENS EM GUARDA DO FUNCIONARIO (CADCUST SEM DEVOLUCAO E *
      * SEM DESCONTO): CONTA EM W-QTDPATR E SOMA O VALOR DO    *
      * CADPATR EM W-PATTOT. COM W-PATBAIXA = "S" MARCA CADA   *
      * UM COMO DESCONTADO NA RESCISAO                         *
      *********************************************************
       ROT-SOMA-PATR.
           MOVE ZEROS TO W-QTDPATR W-PATTOT
           IF W-TEMCUST NOT = "S"
              GO TO ROT-SOMA-PATR-FIM.
           MOVE W-CODPROC TO CUS-CODFUNC
           START CADCUST KEY IS NOT LESS CUS-CODFUNC
                 INVALID KEY GO TO ROT-SOMA-PATR-FIM.
       ROT-SOMA-PATR-RD.
           READ CADCUST NEXT RECORD
                AT END
                   GO TO ROT-SOMA-PATR-FIM
           END-READ
           IF ST-CUST NOT = "00" OR CUS-CODFUNC NOT = W-CODPROC
              GO TO ROT-SOMA-PATR-FIM.
           IF CUS-DTDEVOL NOT = ZEROS OR CUS-DESCONTO = "S"
              GO TO ROT-SOMA-PATR-RD.
           ADD 1 TO W-QTDPATR
           MOVE CUS-TAG TO PAT-TAG
           MOVE ZEROS TO PAT-VALOR
           MOVE SPACES TO PAT-DESC
           IF W-TEMPATR = "S"
              READ CADPATR
              IF ST-PATR NOT = "00"
                 MOVE ZEROS TO PAT-VALOR
                 MOVE SPACES TO PAT-DESC.
           ADD PAT-VALOR TO W-PATTOT
           IF W-PATBAIXA NOT = "S"
              DISPLAY "BEM EM GUARDA : " CUS-TAG " " PAT-DESC
              GO TO ROT-SOMA-PATR-RD.
           MOVE "S" TO CUS-DESCONTO
           REWRITE REGCUST
           GO TO ROT-SOMA-PATR-RD.
       ROT-SOMA-PATR-FIM.
           EXIT.
      *
      *********************************************************
      * CAUSA DO DESLIGAMENTO: A DO REGISTRO DO CHECKLIST COM  *
      * A DATA DA DEMISSAO; SEM ELA PERGUNTA AO OPERADOR E     *
      * GUARDA A CAUSA INFORMADA NO CHECKLIST. ZERO = CANCELA  *
      *********************************************************
       ROT-BUSCA-CAUSA.
           MOVE ZEROS TO W-CAUSA W-SEQDESL
           IF W-TEMDESLIG NOT = "S"
              GO TO ROT-BUSCA-CAUSA-PERG.
           MOVE W-CODPROC TO CODFUNC-D
           MOVE ZEROS     TO SEQDESLIG
           START CADDESLIG KEY IS NOT LESS CHAVEDESLIG
                 INVALID KEY GO TO ROT-BUSCA-CAUSA-PERG.
       ROT-BUSCA-CAUSA-RD.
           READ CADDESLIG NEXT RECORD
                AT END
                   GO TO ROT-BUSCA-CAUSA-TAB
           END-READ
           IF ST-DESLIG NOT = "00" OR CODFUNC-D NOT = W-CODPROC
              GO TO ROT-BUSCA-CAUSA-TAB.
           IF DTDESLIG-D = DTDEMISSAO
              MOVE SEQDESLIG TO W-SEQDESL
              MOVE CAUSA-D   TO W-CAUSA.
           GO TO ROT-BUSCA-CAUSA-RD.
       ROT-BUSCA-CAUSA-TAB.
           IF W-CAUSA = ZEROS
              GO TO ROT-BUSCA-CAUSA-PERG.
           MOVE W-CAUSA TO CAU-COD
           READ CADCAUSA
           IF ST-CAUSA = "00"
              GO TO ROT-BUSCA-CAUSA-FIM.
           DISPLAY "CAUSA " W-CAUSA " DO CHECKLIST NAO CADASTRADA".
       ROT-BUSCA-CAUSA-PERG.
           DISPLAY "CAUSA DO DESLIGAMENTO (CADCAUSA) : "
                   WITH NO ADVANCING
           MOVE ZEROS TO W-CAUSA
           ACCEPT W-CAUSA
           IF W-CAUSA = ZEROS
              GO TO ROT-BUSCA-CAUSA-FIM.
           MOVE W-CAUSA TO CAU-COD
           READ CADCAUSA
           IF ST-CAUSA NOT = "00"
              DISPLAY "CAUSA NAO CADASTRADA"
              GO TO ROT-BUSCA-CAUSA-PERG.
           IF W-SEQDESL = ZEROS
              GO TO ROT-BUSCA-CAUSA-FIM.
           MOVE W-CODPROC TO CODFUNC-D
           MOVE W-SEQDESL TO SEQDESLIG
           READ CADDESLIG
           IF ST-DESLIG = "00"
              MOVE W-CAUSA TO CAUSA-D
              REWRITE REGDESLIG.
       ROT-BUSCA-CAUSA-FIM.
           EXIT.
      *
      *********************************************************
      * ANOS COMPLETOS DE SERVICO DA ADMISSAO (W-DTADM) ATE A  *
      * DEMISSAO - PARA O AVISO PREVIO PROPORCIONAL            *
      *********************************************************
       ROT-ANOS-SERV.
           MOVE ZEROS TO W-ANOSSERV
           IF W-DTADM = ZEROS OR W-ANOADM NOT < ANODEM
              GO TO ROT-ANOS-SERV-FIM.
           COMPUTE W-ANOSSERV = ANODEM - W-ANOADM
           IF MESDEM < W-MESADM
              SUBTRACT 1 FROM W-ANOSSERV
           ELSE
              IF MESDEM = W-MESADM AND DIADEM < W-DIAADM
                 SUBTRACT 1 FROM W-ANOSSERV.
       ROT-ANOS-SERV-FIM.
           EXIT.
      *
      *********************************************************
      * FGTS JA DEPOSITADO NO VINCULO: SOMA DO CADPAG DO       *
      * FUNCIONARIO NA EMPRESA A PARTIR DO MES DE ADMISSAO     *
      *********************************************************
       ROT-SOMA-FGTS.
           MOVE ZEROS TO W-FGTSDEP W-ANOMESADM
           IF W-DTADM NOT = ZEROS
              COMPUTE W-ANOMESADM = (W-ANOADM * 100) + W-MESADM.
           MOVE W-CODPROC TO FUNC-COD
           MOVE ZEROS     TO ANOMES
           MOVE SPACES    TO TIPOFOLHA
           START CADPAG KEY IS NOT LESS CHAVEPGTO
                 INVALID KEY GO TO ROT-SOMA-FGTS-FIM.
       ROT-SOMA-FGTS-RD.
           READ CADPAG NEXT RECORD
                AT END
                   GO TO ROT-SOMA-FGTS-FIM
           END-READ
           IF ST-ERRO NOT = "00" OR FUNC-COD NOT = W-CODPROC
              GO TO ROT-SOMA-FGTS-FIM.
           IF ANOMES < W-ANOMESADM OR EMPPAG NOT = EMPFUNC
              GO TO ROT-SOMA-FGTS-RD.
           ADD FGTS TO W-FGTSDEP
           GO TO ROT-SOMA-FGTS-RD.
       ROT-SOMA-FGTS-FIM.
           EXIT.
      *
      *    CONVERTE W-ESTDMA (DDMMAAAA) PARA W-ESTAMD (AAAAMMDD)
       ROT-EST-AMD.
           MOVE W-ESTDIA TO W-ESTDIAA
           MOVE W-ESTMES TO W-ESTMESA
           MOVE W-ESTANO TO W-ESTANOA.
       ROT-EST-AMD-FIM.
           EXIT.
      *
      *********************************************************
      * LIBERACAO - CODIGO E SENHA DE UM OPERADOR DE NIVEL 1   *
      * (ADMINISTRADOR) EM CADOPER, QUE NAO SEJA O PROPRIO     *
      * FUNCIONARIO. RETORNA "S" OU "N" EM W-2AOK              *
      *********************************************************
       ROT-2APROV.
           MOVE "N" TO W-2AOK
           MOVE ZEROS  TO W-2ACOD
           MOVE SPACES TO W-2ASENHA
           OPEN INPUT CADOPER
           IF ST-OPER NOT = "00"
              DISPLAY "SEM CADASTRO DE OPERADORES (CADOPER)"
              GO TO ROT-2APROV-FIM.
           DISPLAY "NIVEL 1 -> CODIGO DO OPERADOR : " WITH NO ADVANCING
           ACCEPT W-2ACOD
           DISPLAY "NIVEL 1 -> SENHA DO OPERADOR  : " WITH NO ADVANCING
           ACCEPT W-2ASENHA
      *    SENHA CONFERIDA PELO CONFSENH (CONTA OS ERROS E
      *    BLOQUEIA), COM O CADOPER FECHADO DURANTE A CONFERENCIA
           CLOSE CADOPER
           CALL "CONFSENH" USING W-2ACOD W-2ASENHA W-2AMODO
                                 W-2ARET REGOPER
           OPEN INPUT CADOPER
           MOVE W-2ACOD TO OPER-COD
           READ CADOPER
           IF ST-OPER NOT = "00" OR W-2ARET NOT = "S"
              IF W-2ARET = "B"
                 DISPLAY "OPERADOR BLOQUEADO - PROCURE O NIVEL 1"
              ELSE
              IF W-2ARET = "V"
                 DISPLAY "SENHA VENCIDA - TROCAR NO LOGIN DO MENU"
              ELSE
                 DISPLAY "OPERADOR OU SENHA INVALIDOS"
              END-IF
              END-IF
              GO TO ROT-2APROV-ENC.
           IF OPER-NIVEL NOT = 1
              DISPLAY "OPERADOR SEM NIVEL PARA LIBERAR"
              GO TO ROT-2APROV-ENC.
           IF OPER-CODFUNC = W-CODPROC
              DISPLAY "OPERADOR NAO LIBERA O PROPRIO CASO"
              GO TO ROT-2APROV-ENC.
           MOVE "S" TO W-2AOK.
       ROT-2APROV-ENC.
           CLOSE CADOPER.
       ROT-2APROV-FIM.
           EXIT.
      *
      *********************************************************
      * JORNALIZA A LIBERACAO DA ESTABILIDADE (ACAO L) COM O   *
      * OPERADOR DA SESSAO (CADTRAVA); A CHAVE E O PERIODO DO  *
      * CADESTAB E O RESUMO LEVA O OPERADOR QUE LIBEROU        *
      *********************************************************
       ROT-GRAVA-JORNAL.
           MOVE 1 TO TRAVA-COD
           READ CADTRAVA
           MOVE ZEROS TO W-JOPER
           IF ST-TRAVA = "00"
              MOVE TRAVA-OPERADOR TO W-JOPER.
           ACCEPT JORN-DATA FROM DATE YYYYMMDD
           ACCEPT W-JHORA8 FROM TIME
           MOVE W-JHORA8 (1:6) TO JORN-HORA
           MOVE ZEROS   TO JORN-SEQ
           MOVE W-JOPER TO JORN-OPER
           MOVE "FPP010  " TO JORN-PROG
           MOVE "CADESTAB" TO JORN-ARQ
           MOVE "L" TO JORN-ACAO
           MOVE SPACES TO JORN-CHREG
           MOVE CHAVEESTAB TO JORN-CHREG (1:7)
           MOVE SPACES TO JORN-RESUMO
           MOVE "LIBEST " TO JORN-RESUMO (1:7)
           MOVE W-2ACOD TO JORN-RESUMO (8:3).
      *    GRAVACAO ENCADEADA NO CADJORN (VER JORNREG)
           CALL "JORNREG" USING REGJORN ST-JORN.
       ROT-GRAVA-JORNAL-FIM.
           EXIT.
      *
      *********************************************************
      * DETALHE DA RESCISAO EM CADPAGD: UMA LINHA POR VERBA DO *
      * TERMO (SALDO, FERIAS, TERCO, 13O, AVISO), INSS, IR E O *
      * FGTS E A MULTA RESCISORIA INFORMATIVOS                 *
      *********************************************************
       ROT-GRAVA-DET.
           MOVE "P" TO W-DNATUR
           MOVE 001 TO W-DEVENTO
           MOVE "SALARIO BASE" TO W-DDESCR
           MOVE W-SALMES    TO W-DBASE
           MOVE W-SALDODIAS TO W-DREF
           MOVE W-SALDOSAL  TO W-DVALOR
           PERFORM ROT-DET-WR THRU ROT-DET-WR-FIM
           MOVE 120 TO W-DEVENTO
           MOVE "FERIAS VENC.+PROPORC" TO W-DDESCR
           COMPUTE W-DREF   = W-FERDIAS + W-FERVDIAS
           COMPUTE W-DVALOR = W-FERPROP + W-FERVENC
           PERFORM ROT-DET-WR THRU ROT-DET-WR-FIM
           MOVE 121 TO W-DEVENTO
           MOVE "1/3 CONST. FERIAS" TO W-DDESCR
           COMPUTE W-DBASE  = W-FERPROP + W-FERVENC
           MOVE 33,33       TO W-DREF
           MOVE W-TERCOFER  TO W-DVALOR
           PERFORM ROT-DET-WR THRU ROT-DET-WR-FIM
           MOVE 130 TO W-DEVENTO
           MOVE "13O SALARIO PROPORC." TO W-DDESCR
           MOVE W-SALMES    TO W-DBASE
           MOVE W-MESES13   TO W-DREF
           MOVE W-13PROP    TO W-DVALOR
           PERFORM ROT-DET-WR THRU ROT-DET-WR-FIM
           MOVE 140 TO W-DEVENTO
           MOVE "AVISO PREVIO INDENIZ" TO W-DDESCR
           MOVE W-AVDIAS    TO W-DREF
           IF CAU-AVISO = "M"
              COMPUTE W-DREF = W-AVDIAS / 2.
           MOVE W-AVISO     TO W-DVALOR
           PERFORM ROT-DET-WR THRU ROT-DET-WR-FIM
           MOVE 057 TO W-DEVENTO
           MOVE "BANCO HORAS RESCISAO" TO W-DDESCR
           MOVE W-BHVLRHORA TO W-DBASE
           MOVE ZEROS       TO W-DREF
           IF W-BHPAGAR > ZEROS
              MOVE W-BHHORAS TO W-DREF.
           MOVE W-BHPAGAR   TO W-DVALOR
           PERFORM ROT-DET-WR THRU ROT-DET-WR-FIM
           MOVE "B" TO W-DNATUR
           MOVE 505 TO W-DEVENTO
           MOVE "DESC BANCO DE HORAS" TO W-DDESCR
           MOVE ZEROS       TO W-DREF
           IF W-BHDESC > ZEROS
              MOVE W-BHHORAS TO W-DREF.
           MOVE W-BHDESC    TO W-DVALOR
           PERFORM ROT-DET-WR THRU ROT-DET-WR-FIM
           MOVE 510 TO W-DEVENTO
           MOVE "DESC AVISO PREVIO" TO W-DDESCR
           MOVE W-SALMES    TO W-DBASE
           MOVE W-AVDIAS    TO W-DREF
           MOVE W-AVISODESC TO W-DVALOR
           PERFORM ROT-DET-WR THRU ROT-DET-WR-FIM
           MOVE 511 TO W-DEVENTO
           MOVE "DESC BENS NAO DEVOLV" TO W-DDESCR
           MOVE W-PATTOT    TO W-DBASE
           MOVE W-QTDPATR   TO W-DREF
           MOVE W-PATDESC   TO W-DVALOR
           PERFORM ROT-DET-WR THRU ROT-DET-WR-FIM
           MOVE "D" TO W-DNATUR
           MOVE 900 TO W-DEVENTO
           MOVE "INSS" TO W-DDESCR
           MOVE SALBRUTO TO W-DBASE
           MOVE ZEROS TO W-DREF
           IF SALBRUTO > ZEROS
              COMPUTE W-DREF ROUNDED = INSS * 100 / SALBRUTO.
           MOVE INSS TO W-DVALOR
           PERFORM ROT-DET-WR THRU ROT-DET-WR-FIM
           MOVE 910 TO W-DEVENTO
           MOVE "IMPOSTO DE RENDA" TO W-DDESCR
           MOVE DESCINSS TO W-DBASE
           MOVE Z  TO W-DREF
           MOVE IR TO W-DVALOR
           PERFORM ROT-DET-WR THRU ROT-DET-WR-FIM
           MOVE "I" TO W-DNATUR
           MOVE 950 TO W-DEVENTO
           MOVE "FGTS DO MES" TO W-DDESCR
           MOVE SALBRUTO   TO W-DBASE
           MOVE W-ALIQFGTSC TO W-DREF
           MOVE FGTS TO W-DVALOR
           PERFORM ROT-DET-WR THRU ROT-DET-WR-FIM
           MOVE 956 TO W-DEVENTO
           MOVE "MULTA FGTS RESCISAO" TO W-DDESCR
           MOVE W-FGTSBASE  TO W-DBASE
           MOVE CAU-MULTA   TO W-DREF
           MOVE W-MULTAFGTS TO W-DVALOR
           PERFORM ROT-DET-WR THRU ROT-DET-WR-FIM.
       ROT-GRAVA-DET-FIM.
           EXIT.
      *
      *********************************************************
      * GRAVA UMA LINHA DE DETALHE (W-DEVENTO...W-DVALOR) EM   *
      * CADPAGD SOB A CHAVEPGTO CORRENTE; VALOR ZERO NAO GRAVA *
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
           IF ST-ERRO10 = "22"
              REWRITE REGPAGD.
       ROT-DET-WR-FIM.
           EXIT.
      *
      *********************************************************
      * 13O JA PAGO NO ANO DA DEMISSAO PARA A EMPRESA DO       *
      * FUNCIONARIO (ACUMULADO CADACUM) - ABATIDO DO 13O       *
      * PROPORCIONAL, SEM DEIXAR O PROPORCIONAL NEGATIVO       *
      *********************************************************
       ROT-13PAGO.
           MOVE ZEROS TO W-13PAGO
           MOVE ANODEM    TO ACU-ANO
           MOVE W-CODPROC TO ACU-CODFUNC
           MOVE EMPFUNC   TO ACU-EMP
           READ CADACUM
           IF ST-ERRO11 NOT = "00"
              GO TO ROT-13PAGO-FIM.
           IF ACU-13 > ZEROS
              MOVE ACU-13 TO W-13PAGO.
           IF W-13PAGO > W-13PROP
              MOVE W-13PROP TO W-13PAGO.
           SUBTRACT W-13PAGO FROM W-13PROP.
       ROT-13PAGO-FIM.
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
           IF ST-ERRO11 NOT = "00"
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
      * GRAVA NO BANCO DE HORAS O ACERTO R DA RESCISAO, COM O  *
      * SALDO INVERTIDO - O SALDO DO FUNCIONARIO FICA ZERADO   *
      *********************************************************
       ROT-BH-ACERTO.
           IF W-BHSALDO = ZEROS
              GO TO ROT-BH-ACERTO-FIM.
           MOVE W-CODPROC TO BH-CODFUNC
           COMPUTE BH-ANOMES = (ANODEM * 100) + MESDEM
           MOVE "R"       TO BH-TIPO
           COMPUTE BH-HORAS = 0 - W-BHSALDO
           ACCEPT BH-DTMOV FROM DATE YYYYMMDD
           IF W-BHSALDO > ZEROS
              MOVE "SALDO PAGO NA RESCISAO" TO BH-HIST
           ELSE
              MOVE "SALDO DESCONTADO NA RESCISAO" TO BH-HIST.
           WRITE REGBH
           IF ST-ERRO12 = "22"
              REWRITE REGBH.
           IF ST-ERRO12 NOT = "00" AND ST-ERRO12 NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO ACERTO DO BANCO DE HORAS"
                      " - FILE STATUS " ST-ERRO12.
       ROT-BH-ACERTO-FIM.
           EXIT.
      *
      *********************************************************
      * TRAVA DE JANELA DE BATCH (CADTRAVA): RECUSA A PARTIDA  *
      * COM UMA SESSAO ONLINE DE MANUTENCAO ABERTA OU OUTRO    *
      * BATCH NO AR; SEGURA A TRAVA ATE O FIM DA EXECUCAO      *
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
           COMPUTE W-PARAMCOMP = (ANODEM * 100) + MESDEM
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
      * DO FGTS QUE VALE PARA ELE: ESTAGIARIO (4) SEM INSS E   *
      * SEM FGTS, APRENDIZ (5) PELO PARAMETRO 022 (PADRAO 2),  *
      * OS DEMAIS COM OS 8% DE SEMPRE                          *
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
       ROT-BUSCA-CONTRATO-FIM.
           EXIT.
      *
      *********************************************************
      * INSS PROGRESSIVO: CADA FATIA DO SALARIO (CALC) PAGA A  *
      * ALIQUOTA DA SUA PROPRIA FAIXA "I" DE CADFAIXA; O TOTAL *
      * RESPEITA O TETO DE CONTRIBUICAO (PARAMETRO 002 DE      *
