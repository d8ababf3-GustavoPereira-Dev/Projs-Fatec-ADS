      * ACUMULAM EM APUR-HRNOT - BATIDA COM SAIDA MENOR QUE A        *
      * ENTRADA E TRATADA COMO VIRADA DE DIA, NAO MAIS REJEITADA.    *
      * O ADICIONAL NOTURNO SAI AUTOMATICO NA FOLHA (FPP005/FPP006,  *
      * EVENTO 062), SEM DEPENDER DE LANCAMENTO MANUAL EM CADMOVFO.  *
      *                                                              *
      * ATESTADOS MEDICOS (CADATEST): DIA UTIL COBERTO POR ATESTADO  *
      * E SEM BATIDA CONTA COMO DIA TRABALHADO DE 8 HORAS - A FALTA  *
      * CONTRA OS DIAS PREVISTOS DA ESCALA NO MES, NAO CONTRA OS     *
      * DIAS UTEIS DO CALENDARIO. SEM ESCALA, VALE A JORNADA         *
      * PADRAO DE 8 HORAS COMO SEMPRE.                               *
      *                                                              *
      * BANCO DE HORAS (CADBHREG/CADBH): FUNCIONARIO DE AREA OU      *
      * CARGO NO REGIME NAO RECEBE AS EXTRAS DE DIA UTIL - ELAS SAO  *
      * CREDITADAS NO BANCO, E AS HORAS QUE FALTAM PARA A JORNADA    *
      * NOS DIAS TRABALHADOS SAO DEBITADAS DELE (E COMPLETADAS NAS   *
      * HORAS NORMAIS). O CREDITO NAO COMPENSADO DENTRO DO PRAZO DO  *
      * ACORDO VENCE E VOLTA PARA O APUR-HREX50 DA COMPETENCIA, QUE  *
      * A FOLHA PAGA COMO HORA EXTRA. O TRABALHO EM DOMINGO/FERIADO  *
      * (100%) CONTINUA SENDO PAGO.                                  *
      *                                                              *
      * CONTROLE DE HORA EXTRA (CADAPRA, APRA-CTRLHE = S): NA AREA   *
      * COM CONTROLE, SO E PAGA (OU VAI PARA O BANCO) A EXTRA        *
      * AUTORIZADA PELO APROVADOR NO CADAUTHE PARA O FUNCIONARIO E   *
      * O DIA, ATE O MAXIMO DE HORAS AUTORIZADO. O EXCEDENTE VAI     *
      * PARA O TOTAL DE NAO AUTORIZADAS DO MES NO CADHENA, QUE O     *
      * APROVADOR LIBERA (L) OU REJEITA (R) NO PROPRIO CADHENA -     *
      * O LIBERADO ENTRA NA APURACAO COMO EXTRA PAGA.                *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEFESC
                    FILE STATUS  IS ST-FESC.
      *
           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFUNC
                    FILE STATUS  IS ST-FUNC.
      *
           SELECT CADBHREG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEBHR
                    FILE STATUS  IS ST-BHR.
      *
           SELECT CADBH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEBH
                    FILE STATUS  IS ST-BH.
      *
           SELECT CADAPRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APRA-AREA
                    FILE STATUS  IS ST-APRA.
      *
           SELECT CADAUTHE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEAUTHE
                    FILE STATUS  IS ST-AUTHE.
      *
           SELECT CADHENA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEHENA
                    FILE STATUS  IS ST-HENA.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                07 PONTO-DIA  PIC 9(2).
          03 PONTO-HRENT      PIC 9(4).
          03 PONTO-HRSAI      PIC 9(4).
          03 PONTO-INTINI     PIC 9(4).
          03 PONTO-INTFIM     PIC 9(4).
      *
       FD CADAPUR
               LABEL RECORD IS STANDARD
          03 FESC-ESCALA      PIC 9(3).
          03 FESC-VIGINI      PIC 9(6).
          03 FESC-VIGFIM      PIC 9(6).
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
       FD CADBHREG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBHREG.DAT".
       01 REGBHR.
          03 CHAVEBHR.
             05 BHR-TIPO      PIC X(1).
             05 BHR-COD       PIC 9(5).
          03 BHR-PRAZO        PIC 9(2).
          03 BHR-VIGINI       PIC 9(6).
      *
      *    MOVIMENTO DO BANCO DE HORAS, COM SINAL: C = CREDITO DE
      *    EXTRAS (+), D = DEBITO DE DIA CURTO (-), P = CREDITO
      *    VENCIDO PAGO NA FOLHA (-), R = ACERTO DO SALDO NA
      *    RESCISAO (FPP010). O SALDO E A SOMA DAS HORAS.
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
       FD CADAPRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPRA.DAT".
       01 REGAPRA.
          03 APRA-AREA        PIC 9(3).
          03 APRA-OPER        PIC 9(3).
          03 APRA-OPERSUB     PIC 9(3).
          03 APRA-CTRLHE      PIC X(1).
      *
      *    AUTORIZACAO PREVIA DE HORA EXTRA POR FUNCIONARIO E DIA
      *    (AAAAMMDD). SITUACAO: P=PENDENTE A=AUTORIZADA N=NEGADA
       FD CADAUTHE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUTHE.DAT".
       01 REGAUTHE.
          03 CHAVEAUTHE.
             05 AUTHE-CODFUNC PIC 9(5).
             05 AUTHE-DATA    PIC 9(8).
          03 AUTHE-HORAS      PIC 9(2)V99.
          03 AUTHE-MOTIVO     PIC X(30).
          03 AUTHE-SIT        PIC X(1).
          03 AUTHE-OPERLANC   PIC 9(3).
          03 AUTHE-DTLANC     PIC 9(8).
          03 AUTHE-OPERAPR    PIC 9(3).
          03 AUTHE-DTAPR      PIC 9(8).
      *
      *    EXTRAS NAO AUTORIZADAS DO MES POR FUNCIONARIO.
      *    SITUACAO: P=PENDENTE L=LIBERADA (PAGA) R=REJEITADA
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-TRAVA      PIC X(02) VALUE "00".
       01 W-MINSAIE     PIC 9(04) VALUE ZEROS.
       01 W-ESCDIAS.
          03 W-ESCDIA   PIC X(01) OCCURS 7 TIMES.
       01 ST-FUNC       PIC X(02) VALUE "00".
       01 ST-BHR        PIC X(02) VALUE "00".
       01 ST-BH         PIC X(02) VALUE "00".
       01 W-TEMBHR      PIC X(01) VALUE "N".
       01 W-TEMBH       PIC X(01) VALUE "N".
       01 W-EMBH        PIC X(01) VALUE "N".
       01 W-BHPRAZO     PIC 9(02) VALUE ZEROS.
       01 W-BHJORN      PIC 9(04) VALUE ZEROS.
       01 W-MINBHCRED   PIC 9(05) VALUE ZEROS.
       01 W-MINBHDEB    PIC 9(05) VALUE ZEROS.
       01 W-BHTOTM      PIC 9(06) VALUE ZEROS.
       01 W-BHLIMANO    PIC 9(04) VALUE ZEROS.
       01 W-BHLIMMES    PIC 9(02) VALUE ZEROS.
       01 W-BHLIMITE    PIC 9(06) VALUE ZEROS.
       01 W-BHTIPO      PIC X(01) VALUE SPACES.
       01 W-BHHORAS     PIC S9(04)V99 VALUE ZEROS.
       01 W-BHHIST      PIC X(30) VALUE SPACES.
       01 W-BHCREDV     PIC S9(05)V99 VALUE ZEROS.
       01 W-BHCONS      PIC S9(05)V99 VALUE ZEROS.
       01 W-BHVENC      PIC S9(05)V99 VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-TOTBH       PIC 9(06) VALUE ZEROS.
       01 W-TOTBHVENC   PIC 9(06)V99 VALUE ZEROS.
       01 W-TEMFUNC     PIC X(01) VALUE "N".
       01 W-HENAACH     PIC X(01) VALUE "N".
       01 ST-APRA       PIC X(02) VALUE "00".
       01 ST-AUTHE      PIC X(02) VALUE "00".
       01 ST-HENA       PIC X(02) VALUE "00".
       01 W-TEMHE       PIC X(01) VALUE "N".
       01 W-TEMAUTHE    PIC X(01) VALUE "N".
       01 W-CTRLHE      PIC X(01) VALUE "N".
       01 W-AREAHE      PIC 9(03) VALUE ZEROS.
       01 W-MINDIAEX    PIC 9(04) VALUE ZEROS.
       01 W-MINDIANA    PIC 9(04) VALUE ZEROS.
       01 W-MINAUT      PIC 9(04) VALUE ZEROS.
       01 W-MINNA50     PIC 9(05) VALUE ZEROS.
       01 W-MINNA100    PIC 9(05) VALUE ZEROS.
       01 W-NAHR50      PIC 9(03)V99 VALUE ZEROS.
       01 W-NAHR100     PIC 9(03)V99 VALUE ZEROS.
       01 W-TOTFUNCNA   PIC 9(06) VALUE ZEROS.
       01 W-TOTHRNA     PIC 9(06)V99 VALUE ZEROS.
       01 W-TOTHRLIB    PIC 9(06)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                 CLOSE CADESCALA
                 MOVE "N" TO W-TEMESC.
           COMPUTE W-ANOMESPROC = (W-ANOPROC * 100) + W-MESPROC.
      *    BANCO DE HORAS: SEM O CADBHREG (OU SEM O CADFUNC PARA
      *    ACHAR AREA/CARGO) NINGUEM ESTA NO REGIME, MAS O SALDO
      *    JA EXISTENTE NO CADBH CONTINUA VENCENDO
       R0B2.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE "S" TO W-TEMFUNC
           OPEN INPUT CADFUNC
           IF ST-FUNC NOT = "00"
              MOVE "N" TO W-TEMFUNC.
           MOVE W-TEMFUNC TO W-TEMBHR
           IF W-TEMBHR = "S"
              OPEN INPUT CADBHREG
              IF ST-BHR NOT = "00"
                 MOVE "N" TO W-TEMBHR.
           MOVE "S" TO W-TEMBH
           OPEN I-O CADBH
           IF ST-BH NOT = "00"
              IF ST-BH = "30" AND W-TEMBHR = "S"
                 OPEN OUTPUT CADBH
                 CLOSE CADBH
                 OPEN I-O CADBH
              ELSE
                 MOVE "N" TO W-TEMBH.
           IF W-TEMBH NOT = "S" AND W-TEMBHR = "S"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADBH - BANCO DE "
                      "HORAS FORA DESTE FECHAMENTO"
              CLOSE CADBHREG
              MOVE "N" TO W-TEMBHR.
      *    CONTROLE DE HORA EXTRA: SEM CADAPRA (OU SEM O CADFUNC
      *    PARA ACHAR A AREA) NENHUMA AREA TEM CONTROLE. AREA COM
      *    CONTROLE E SEM O CADAUTHE NAO TEM EXTRA AUTORIZADA.
       R0B3.
           MOVE "N" TO W-TEMHE W-TEMAUTHE
           IF W-TEMFUNC NOT = "S"
              GO TO R0B1.
           OPEN INPUT CADAPRA
           IF ST-APRA NOT = "00"
              GO TO R0B1.
           OPEN I-O CADHENA
           IF ST-HENA NOT = "00"
              IF ST-HENA = "30"
                 OPEN OUTPUT CADHENA
                 CLOSE CADHENA
                 OPEN I-O CADHENA.
           IF ST-HENA NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADHENA - CONTROLE "
                      "DE HORA EXTRA FORA DESTE FECHAMENTO"
              CLOSE CADAPRA
              GO TO R0B1.
           MOVE "S" TO W-TEMHE
           MOVE "S" TO W-TEMAUTHE
           OPEN INPUT CADAUTHE
           IF ST-AUTHE NOT = "00"
              MOVE "N" TO W-TEMAUTHE.
       R0B1.
           MOVE "S" TO W-TEMATEST
           OPEN INPUT CADATEST
              MOVE ZEROS TO W-MINNORM W-MINEXTRA W-DIASTRAB
              MOVE ZEROS TO W-MINEX50 W-MINEX100 W-MINNOT
              MOVE ALL "N" TO W-DIASBAT
              PERFORM ROT-BUSCA-ESC THRU ROT-BUSCA-ESC-FIM
              PERFORM ROT-BUSCA-BH THRU ROT-BUSCA-BH-FIM
              PERFORM ROT-BUSCA-HE THRU ROT-BUSCA-HE-FIM.
      *
       R4.
           ADD 1 TO W-TOTBATIDAS
                 ADD 1 TO W-DIASTRAB
                 IF W-MINDIA > W-ESCMIN
                    ADD W-ESCMIN TO W-MINNORM
                    COMPUTE W-MINDIAEX = W-MINDIA - W-ESCMIN
                    PERFORM ROT-AUT-HE THRU ROT-AUT-HE-FIM
                    ADD W-MINDIAEX TO W-MINEX50
                    ADD W-MINDIANA TO W-MINNA50
                 ELSE
                    ADD W-MINDIA TO W-MINNORM
                    MOVE W-ESCMIN TO W-BHJORN
                    PERFORM ROT-BH-CURTO THRU ROT-BH-CURTO-FIM
                 END-IF
                 GO TO R2-FIM
              ELSE
                 MOVE W-MINDIA TO W-MINDIAEX
                 PERFORM ROT-AUT-HE THRU ROT-AUT-HE-FIM
                 ADD W-MINDIAEX TO W-MINEX100
                 ADD W-MINDIANA TO W-MINNA100
                 GO TO R2-FIM.
           PERFORM ROT-E-DSR THRU ROT-E-DSR-FIM
           IF W-EHDSR = "S"
              MOVE W-MINDIA TO W-MINDIAEX
              PERFORM ROT-AUT-HE THRU ROT-AUT-HE-FIM
              ADD W-MINDIAEX TO W-MINEX100
              ADD W-MINDIANA TO W-MINNA100
              GO TO R2-FIM.
           IF PONTO-DIA NOT > 31
              MOVE "S" TO W-DIABAT (PONTO-DIA).
           ADD 1 TO W-DIASTRAB
           IF W-MINDIA > 480
              ADD 480 TO W-MINNORM
              COMPUTE W-MINDIAEX = W-MINDIA - 480
              PERFORM ROT-AUT-HE THRU ROT-AUT-HE-FIM
              ADD W-MINDIAEX TO W-MINEX50
              ADD W-MINDIANA TO W-MINNA50
           ELSE
              ADD W-MINDIA TO W-MINNORM
              MOVE 480 TO W-BHJORN
              PERFORM ROT-BH-CURTO THRU ROT-BH-CURTO-FIM.
       R2-FIM.
           EXIT.
      *
      *********************************************************
       ROT-GRAVA-APUR.
           PERFORM ROT-APLICA-ATEST THRU ROT-APLICA-ATEST-FIM
           IF W-EMBH NOT = "N"
              PERFORM ROT-BH-MES THRU ROT-BH-MES-FIM.
           MOVE W-FUNCANT  TO APUR-CODFUNC
           MOVE W-ANOPROC  TO APUR-ANO
           MOVE W-MESPROC  TO APUR-MES
           COMPUTE APUR-HREX50  = W-MINEX50  / 60
           COMPUTE APUR-HREX100 = W-MINEX100 / 60
           COMPUTE APUR-HRNOT   = W-MINNOT   / 60
      *    CREDITO VENCIDO DO BANCO SAI COMO EXTRA 50% DO MES
           IF W-BHVENC > ZEROS
              ADD W-BHVENC TO APUR-HREX50 APUR-HREXTRA.
           IF W-TEMHE = "S"
              PERFORM ROT-HE-NA THRU ROT-HE-NA-FIM.
           MOVE W-DIASDSR  TO APUR-DIASDSR
           MOVE W-DIASTRAB TO APUR-DIASTRAB
      *    COM ESCALA, AS FALTAS SAEM CONTRA OS DIAS PREVISTOS
           DIVIDE W-ZH BY 7 GIVING W-ZQ REMAINDER W-DIASEM.
       ROT-DIA-SEMANA-FIM.
           EXIT.
      *
      *********************************************************
      * REGIME DE BANCO DE HORAS DO FUNCIONARIO: W-EMBH = "S"  *
      * QUANDO A AREA (OU, SEM ELA, O CARGO) ESTA NO CADBHREG  *
      * COM INICIO ATE A COMPETENCIA; "V" QUANDO NAO ESTA MAIS *
      * NO REGIME MAS TEM MOVIMENTO NO CADBH (SO O VENCIMENTO  *
      * CONTINUA); "N" NOS DEMAIS CASOS                        *
      *********************************************************
       ROT-BUSCA-BH.
           MOVE "N" TO W-EMBH
           MOVE ZEROS TO W-MINBHDEB W-BHVENC
           MOVE 6 TO W-BHPRAZO
           IF W-TEMBH NOT = "S"
              GO TO ROT-BUSCA-BH-FIM.
           IF W-TEMBHR NOT = "S"
              GO TO ROT-BUSCA-BH-MOV.
           MOVE W-FUNCANT TO CODFUNC
           READ CADFUNC
           IF ST-FUNC NOT = "00"
              GO TO ROT-BUSCA-BH-MOV.
           MOVE "A"     TO BHR-TIPO
           MOVE CODAREA TO BHR-COD
           READ CADBHREG
           IF ST-BHR = "00" AND BHR-VIGINI NOT > W-ANOMESPROC
              GO TO ROT-BUSCA-BH-ACH.
           MOVE "C"      TO BHR-TIPO
           MOVE CODCARGO TO BHR-COD
           READ CADBHREG
           IF ST-BHR = "00" AND BHR-VIGINI NOT > W-ANOMESPROC
              GO TO ROT-BUSCA-BH-ACH.
       ROT-BUSCA-BH-MOV.
           MOVE W-FUNCANT TO BH-CODFUNC
           MOVE ZEROS     TO BH-ANOMES
           MOVE SPACES    TO BH-TIPO
           START CADBH KEY IS NOT LESS CHAVEBH
                 INVALID KEY
                    GO TO ROT-BUSCA-BH-FIM.
           READ CADBH NEXT RECORD
                AT END
                   GO TO ROT-BUSCA-BH-FIM
           END-READ
           IF BH-CODFUNC = W-FUNCANT
              MOVE "V" TO W-EMBH.
           GO TO ROT-BUSCA-BH-FIM.
       ROT-BUSCA-BH-ACH.
           MOVE "S" TO W-EMBH
           ADD 1 TO W-TOTBH
           IF BHR-PRAZO NOT = ZEROS
              MOVE BHR-PRAZO TO W-BHPRAZO.
       ROT-BUSCA-BH-FIM.
           EXIT.
      *
      *    DIA TRABALHADO ABAIXO DA JORNADA (W-BHJORN MINUTOS) NO
      *    REGIME: A DIFERENCA E DEBITADA DO BANCO E COMPLETA AS
      *    HORAS NORMAIS DO DIA
       ROT-BH-CURTO.
           IF W-EMBH NOT = "S" OR W-MINDIA NOT < W-BHJORN
              GO TO ROT-BH-CURTO-FIM.
           COMPUTE W-MINBHDEB = W-MINBHDEB + (W-BHJORN - W-MINDIA)
           COMPUTE W-MINNORM  = W-MINNORM  + (W-BHJORN - W-MINDIA).
       ROT-BH-CURTO-FIM.
           EXIT.
      *
      *********************************************************
      * MOVIMENTO DO MES NO BANCO: AS EXTRAS 50% VIRAM CREDITO *
      * (E SAEM DA APURACAO), OS DIAS CURTOS VIRAM DEBITO, E O *
      * CREDITO VENCIDO VIRA O MOVIMENTO P, PAGO NA FOLHA.     *
      * REFAZER O FECHAMENTO DO MES REGRAVA OS MESMOS TRES     *
      * MOVIMENTOS (CHAVE FUNC + COMPETENCIA + TIPO)           *
      *********************************************************
       ROT-BH-MES.
           IF W-EMBH NOT = "S"
              GO TO ROT-BH-MES-VENC.
           MOVE W-MINEX50 TO W-MINBHCRED
           MOVE ZEROS     TO W-MINEX50
           MOVE "C" TO W-BHTIPO
           COMPUTE W-BHHORAS ROUNDED = W-MINBHCRED / 60
           MOVE "EXTRAS CREDITADAS NO MES" TO W-BHHIST
           PERFORM ROT-BH-GRAVA THRU ROT-BH-GRAVA-FIM
           MOVE "D" TO W-BHTIPO
           COMPUTE W-BHHORAS ROUNDED = 0 - (W-MINBHDEB / 60)
           MOVE "HORAS A MENOS NOS DIAS CURTOS" TO W-BHHIST
           PERFORM ROT-BH-GRAVA THRU ROT-BH-GRAVA-FIM.
       ROT-BH-MES-VENC.
           PERFORM ROT-BH-VENCE THRU ROT-BH-VENCE-FIM
           MOVE "P" TO W-BHTIPO
           COMPUTE W-BHHORAS = 0 - W-BHVENC
           MOVE "CREDITO VENCIDO PAGO NA FOLHA" TO W-BHHIST
           PERFORM ROT-BH-GRAVA THRU ROT-BH-GRAVA-FIM
           ADD W-BHVENC TO W-TOTBHVENC.
       ROT-BH-MES-FIM.
           EXIT.
      *
      *    GRAVA (OU REGRAVA) O MOVIMENTO W-BHTIPO DA COMPETENCIA;
      *    MOVIMENTO ZERADO APAGA O QUE HOUVER DE UM FECHAMENTO
      *    ANTERIOR DO MESMO MES
       ROT-BH-GRAVA.
           MOVE W-FUNCANT    TO BH-CODFUNC
           MOVE W-ANOMESPROC TO BH-ANOMES
           MOVE W-BHTIPO     TO BH-TIPO
           IF W-BHHORAS = ZEROS
              DELETE CADBH RECORD
              GO TO ROT-BH-GRAVA-FIM.
           MOVE W-BHHORAS TO BH-HORAS
           MOVE W-HOJE    TO BH-DTMOV
           MOVE W-BHHIST  TO BH-HIST
           WRITE REGBH
           IF ST-BH = "22"
              REWRITE REGBH.
           IF ST-BH NOT = "00" AND ST-BH NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO BANCO DE HORAS DO FUNC "
                      W-FUNCANT " - FILE STATUS " ST-BH.
       ROT-BH-GRAVA-FIM.
           EXIT.
      *
      *********************************************************
      * CREDITO VENCIDO (W-BHVENC, HORAS): OS CREDITOS COM     *
      * COMPETENCIA ATE O LIMITE (COMPETENCIA MENOS O PRAZO),  *
      * ABATIDOS DE TODOS OS DEBITOS ATE O MES E DO QUE JA FOI *
      * PAGO ANTES DELE - OS DEBITOS CONSOMEM PRIMEIRO OS      *
      * CREDITOS MAIS ANTIGOS. UM ACERTO DE RESCISAO (R) ZERA  *
      * O QUE VEIO ANTES DELE.                                 *
      *********************************************************
       ROT-BH-VENCE.
           MOVE ZEROS TO W-BHVENC W-BHCREDV W-BHCONS
           COMPUTE W-BHTOTM = (W-ANOPROC * 12) + W-MESPROC - 1
                            - W-BHPRAZO
           DIVIDE W-BHTOTM BY 12 GIVING W-BHLIMANO
                  REMAINDER W-BHLIMMES
           ADD 1 TO W-BHLIMMES
           COMPUTE W-BHLIMITE = (W-BHLIMANO * 100) + W-BHLIMMES
           MOVE W-FUNCANT TO BH-CODFUNC
           MOVE ZEROS     TO BH-ANOMES
           MOVE SPACES    TO BH-TIPO
           START CADBH KEY IS NOT LESS CHAVEBH
                 INVALID KEY
                    GO TO ROT-BH-VENCE-FIM.
       ROT-BH-VENCE-RD.
           READ CADBH NEXT RECORD
                AT END
                   GO TO ROT-BH-VENCE-CALC
           END-READ
           IF BH-CODFUNC NOT = W-FUNCANT
              OR BH-ANOMES > W-ANOMESPROC
              GO TO ROT-BH-VENCE-CALC.
           IF BH-TIPO = "R"
              MOVE ZEROS TO W-BHCREDV W-BHCONS
              GO TO ROT-BH-VENCE-RD.
           IF BH-TIPO = "C" AND BH-ANOMES NOT > W-BHLIMITE
              ADD BH-HORAS TO W-BHCREDV.
           IF BH-TIPO = "D"
              ADD BH-HORAS TO W-BHCONS.
           IF BH-TIPO = "P" AND BH-ANOMES < W-ANOMESPROC
              ADD BH-HORAS TO W-BHCONS.
           GO TO ROT-BH-VENCE-RD.
       ROT-BH-VENCE-CALC.
           COMPUTE W-BHVENC = W-BHCREDV + W-BHCONS
           IF W-BHVENC < ZEROS
              MOVE ZEROS TO W-BHVENC.
       ROT-BH-VENCE-FIM.
           EXIT.
      *
      *********************************************************
      * AREA DO FUNCIONARIO COM CONTROLE DE HORA EXTRA:        *
      * W-CTRLHE = "S" QUANDO O APROVADOR DA AREA NO CADAPRA   *
      * EXIGE AUTORIZACAO PREVIA (APRA-CTRLHE = "S")           *
      *********************************************************
       ROT-BUSCA-HE.
           MOVE "N" TO W-CTRLHE
           MOVE ZEROS TO W-MINNA50 W-MINNA100 W-AREAHE
           IF W-TEMHE NOT = "S"
              GO TO ROT-BUSCA-HE-FIM.
           MOVE W-FUNCANT TO CODFUNC
           READ CADFUNC
           IF ST-FUNC NOT = "00"
              GO TO ROT-BUSCA-HE-FIM.
           MOVE CODAREA TO W-AREAHE
           MOVE CODAREA TO APRA-AREA
           READ CADAPRA
           IF ST-APRA = "00" AND APRA-CTRLHE = "S"
              MOVE "S" TO W-CTRLHE.
       ROT-BUSCA-HE-FIM.
           EXIT.
      *
      *    EXTRA DO DIA (W-MINDIAEX MINUTOS) NA AREA COM CONTROLE:
      *    FICA EM W-MINDIAEX SO O QUE A AUTORIZACAO DO DIA (SIT A)
      *    COBRE, E O EXCEDENTE VAI PARA W-MINDIANA
       ROT-AUT-HE.
           MOVE ZEROS TO W-MINDIANA W-MINAUT
           IF W-CTRLHE NOT = "S" OR W-MINDIAEX = ZEROS
              GO TO ROT-AUT-HE-FIM.
           IF W-TEMAUTHE = "S"
              MOVE W-FUNCANT  TO AUTHE-CODFUNC
              MOVE PONTO-DATA TO AUTHE-DATA
              READ CADAUTHE
              IF ST-AUTHE = "00" AND AUTHE-SIT = "A"
                 COMPUTE W-MINAUT = AUTHE-HORAS * 60.
           IF W-MINDIAEX > W-MINAUT
              COMPUTE W-MINDIANA = W-MINDIAEX - W-MINAUT
              MOVE W-MINAUT TO W-MINDIAEX.
       ROT-AUT-HE-FIM.
           EXIT.
      *
      *********************************************************
      * TOTAL DE EXTRAS NAO AUTORIZADAS DO MES (CADHENA): UM   *
      * NOVO FECHAMENTO COM AS MESMAS HORAS MANTEM A DECISAO   *
      * DO APROVADOR; HORAS DIFERENTES VOLTAM A PENDENTE (P).  *
      * O LIBERADO (L) ENTRA NA APURACAO COMO EXTRA PAGA.      *
      *********************************************************
       ROT-HE-NA.
           COMPUTE W-NAHR50  ROUNDED = W-MINNA50  / 60
           COMPUTE W-NAHR100 ROUNDED = W-MINNA100 / 60
           MOVE W-FUNCANT    TO HENA-CODFUNC
           MOVE W-ANOMESPROC TO HENA-ANOMES
           MOVE "S" TO W-HENAACH
           READ CADHENA
           IF ST-HENA NOT = "00"
              MOVE "N"   TO W-HENAACH
              MOVE "P"   TO HENA-SIT
              MOVE ZEROS TO HENA-OPERDEC HENA-DTDEC
              MOVE ZEROS TO HENA-HR50 HENA-HR100.
           IF W-NAHR50 = ZEROS AND W-NAHR100 = ZEROS
              IF W-HENAACH = "S"
                 DELETE CADHENA RECORD
                 GO TO ROT-HE-NA-FIM
              ELSE
                 GO TO ROT-HE-NA-FIM.
           IF HENA-HR50 NOT = W-NAHR50 OR HENA-HR100 NOT = W-NAHR100
              MOVE "P"   TO HENA-SIT
              MOVE ZEROS TO HENA-OPERDEC HENA-DTDEC.
           MOVE W-AREAHE  TO HENA-CODAREA
           MOVE W-NAHR50  TO HENA-HR50
           MOVE W-NAHR100 TO HENA-HR100
           ADD 1 TO W-TOTFUNCNA
           ADD W-NAHR50 W-NAHR100 TO W-TOTHRNA
           IF HENA-SIT = "L"
              ADD HENA-HR50  TO APUR-HREX50  APUR-HREXTRA
              ADD HENA-HR100 TO APUR-HREX100 APUR-HREXTRA
              ADD HENA-HR50 HENA-HR100 TO W-TOTHRLIB.
           IF W-HENAACH = "S"
              REWRITE REGHENA
           ELSE
              WRITE REGHENA.
           IF ST-HENA NOT = "00" AND ST-HENA NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DAS EXTRAS NAO AUTORIZADAS "
                      "DO FUNC " W-FUNCANT " - FILE STATUS " ST-HENA.
       ROT-HE-NA-FIM.
           EXIT.
      *
       ROT-FIM.
           IF W-TEMESC = "S"
              CLOSE CADESCALA CADFESC.
           IF W-TEMBHR = "S"
              CLOSE CADBHREG.
           IF W-TEMHE = "S"
              CLOSE CADAPRA CADHENA.
           IF W-TEMAUTHE = "S"
              CLOSE CADAUTHE.
           IF W-TEMFUNC = "S"
              CLOSE CADFUNC.
           IF W-TEMBH = "S"
              CLOSE CADBH.
           IF W-TEMATEST = "S"
              CLOSE CADATEST.
           CLOSE CADPONTO CADAPUR
           DISPLAY "*** FECHAMENTO DO PONTO CONCLUIDO ***"
           DISPLAY "BATIDAS PROCESSADAS       : " W-TOTBATIDAS
           DISPLAY "FUNCIONARIOS APURADOS     : " W-TOTFUNC
           DISPLAY "DIAS COBERTOS P/ATESTADO  : " W-TOTDIASAT
           DISPLAY "FUNCS NO BANCO DE HORAS   : " W-TOTBH
           DISPLAY "HORAS VENCIDAS PAGAS      : " W-TOTBHVENC
           DISPLAY "FUNCS C/EXTRA NAO AUTORIZ.: " W-TOTFUNCNA
           DISPLAY "HORAS NAO AUTORIZADAS     : " W-TOTHRNA
           DISPLAY "HORAS NAO AUTORIZ. LIBER. : " W-TOTHRLIB.
      *    SAIDA DE ERRO APOS A TOMADA DA TRAVA: DEVOLVE A TRAVA
      *    DE BATCH ANTES DE ENCERRAR, SENAO O MENU FICA
      *    BLOQUEADO ATE ALGUEM LIMPAR O CADTRAVA NA MAO
