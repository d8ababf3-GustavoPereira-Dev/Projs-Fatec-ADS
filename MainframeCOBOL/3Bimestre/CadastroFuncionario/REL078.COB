       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL078.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CONFERENCIA LEGAL DA JORNADA (RELJORN.TXT) - PERCORRE AS     *
      * BATIDAS DE CADPONTO DE UMA COMPETENCIA E APONTA, POR         *
      * FUNCIONARIO E POR DIA, AS OCORRENCIAS QUE UMA FISCALIZACAO   *
      * OU RECLAMATORIA TRABALHISTA PROCURA PRIMEIRO:                *
      *   INTERJ = MENOS DE 11 HORAS DE DESCANSO DESDE A SAIDA DA    *
      *            JORNADA ANTERIOR                                  *
      *   INTRA  = JORNADA ACIMA DE 6 HORAS SEM INTERVALO DE         *
      *            REFEICAO DE PELO MENOS 1 HORA REGISTRADO          *
      *   EXTRA  = MAIS DE 2 HORAS ALEM DA JORNADA DO DIA (8H OU A   *
      *            DURACAO DA ESCALA, MESMA MEDIDA DO FPP007)        *
      *   7DIAS  = SETIMO (OU MAIS) DIA SEGUIDO TRABALHADO SEM       *
      *            DESCANSO SEMANAL                                  *
      *   ESCALA = ENTRADA FORA DO HORARIO DA ESCALA (CADESCALA/     *
      *            CADFESC) ALEM DA TOLERANCIA - PARAMETRO 021 DE    *
      *            CADPARAM, PADRAO 10 MINUTOS; SO NOS DIAS          *
      *            PREVISTOS NA ESCALA                               *
      * AS BATIDAS DO MES ANTERIOR ENTRAM SO PARA O DESCANSO DA      *
      * PRIMEIRA JORNADA E PARA A CONTAGEM DE DIAS SEGUIDOS. NO FIM  *
      * SAI O RESUMO DAS OCORRENCIAS POR AREA DO FUNCIONARIO.        *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPONTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPONTO
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFUNC
                    FILE STATUS  IS ST-ERRO3.
      *
           SELECT CADAREA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AREA-COD
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS AREA-NOME
                                   WITH DUPLICATES.
      *
           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPARAM
                    FILE STATUS  IS ST-ERRO5.
      *
           SELECT CADESCALA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ESC-COD
                    FILE STATUS  IS ST-ESC.
      *
           SELECT CADFESC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEFESC
                    FILE STATUS  IS ST-FESC.
      *
           SELECT RELJORN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPONTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPONTO.DAT".
       01 REGPONTO.
          03 CHAVEPONTO.
             05 PONTO-CODFUNC PIC 9(5).
             05 PONTO-DATA.
                07 PONTO-ANO  PIC 9(4).
                07 PONTO-MES  PIC 9(2).
                07 PONTO-DIA  PIC 9(2).
          03 PONTO-HRENT      PIC 9(4).
          03 PONTO-HRSAI      PIC 9(4).
          03 PONTO-INTINI     PIC 9(4).
          03 PONTO-INTFIM     PIC 9(4).
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
       FD CADAREA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAREA.DAT".
       01 REGAREA.
                03 AREA-COD          PIC 9(03).
                03 AREA-NOME         PIC X(20).
                03 AREA-ESTRUTURA    PIC 9(1).
                03 AREA-QTDORCADA    PIC 9(04).
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
       FD CADESCALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESCALA.DAT".
       01 REGESC.
          03 ESC-COD          PIC 9(3).
          03 ESC-DESC         PIC X(20).
          03 ESC-HRENT        PIC 9(4).
          03 ESC-HRSAI        PIC 9(4).
          03 ESC-DIAS.
             05 ESC-DIA       PIC X(1) OCCURS 7 TIMES.
      *
       FD CADFESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFESC.DAT".
       01 REGFESC.
          03 CHAVEFESC.
             05 FESC-CODFUNC  PIC 9(5).
             05 FESC-SEQ      PIC 9(2).
          03 FESC-ESCALA      PIC 9(3).
          03 FESC-VIGINI      PIC 9(6).
          03 FESC-VIGFIM      PIC 9(6).
      *
       FD RELJORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELJORN.TXT".
       01 LINHA-REL PIC X(90).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL078".
       01 W-SPARQ       PIC X(14) VALUE "RELJORN.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ESC        PIC X(02) VALUE "00".
       01 ST-FESC       PIC X(02) VALUE "00".
       01 W-TEMAREA     PIC X(01) VALUE "N".
       01 W-TEMPARAM    PIC X(01) VALUE "N".
       01 W-TEMESC      PIC X(01) VALUE "N".
       01 W-TEMESCF     PIC X(01) VALUE "N".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-PARAMCOD    PIC 9(03) VALUE ZEROS.
       01 W-PARAMVLR    PIC 9(08)V99 VALUE ZEROS.
       01 W-PARAMCOMP   PIC 9(06) VALUE ZEROS.
       01 W-TOLER       PIC 9(03) VALUE 10.
       01 W-ANOPROC     PIC 9(04) VALUE ZEROS.
       01 W-MESPROC     PIC 9(02) VALUE ZEROS.
       01 W-ANOMESPROC  PIC 9(06) VALUE ZEROS.
       01 W-ANOANT      PIC 9(04) VALUE ZEROS.
       01 W-MESANT      PIC 9(02) VALUE ZEROS.
       01 W-ANOMESANT   PIC 9(06) VALUE ZEROS.
       01 W-ANOMESBAT   PIC 9(06) VALUE ZEROS.
       01 W-DIASMESANT  PIC 9(02) VALUE ZEROS.
       01 W-DMANO       PIC 9(04) VALUE ZEROS.
       01 W-DMMES       PIC 9(02) VALUE ZEROS.
       01 W-DIASMES     PIC 9(02) VALUE ZEROS.
       01 W-RESTO4      PIC 9(04) VALUE ZEROS.
       01 W-QUOC4       PIC 9(04) VALUE ZEROS.
       01 W-FUNCANT     PIC 9(05) VALUE ZEROS.
       01 W-AREAFUNC    PIC 9(03) VALUE ZEROS.
       01 W-FUNCOCOR    PIC X(01) VALUE "N".
       01 W-DIASOCOR    PIC 9(03) VALUE ZEROS.
       01 W-TEMANT      PIC X(01) VALUE "N".
       01 W-FIMANT      PIC 9(07) VALUE ZEROS.
       01 W-SERANT      PIC 9(03) VALUE ZEROS.
       01 W-SEQDIAS     PIC 9(03) VALUE ZEROS.
       01 W-SERIAL      PIC 9(03) VALUE ZEROS.
       01 W-INIABS      PIC 9(07) VALUE ZEROS.
       01 W-FIMABS      PIC 9(07) VALUE ZEROS.
       01 W-DESCANSO    PIC S9(07) VALUE ZEROS.
       01 W-HH          PIC 9(02) VALUE ZEROS.
       01 W-MM          PIC 9(02) VALUE ZEROS.
       01 W-MINENT      PIC 9(04) VALUE ZEROS.
       01 W-MINSAI      PIC 9(04) VALUE ZEROS.
       01 W-MININI      PIC 9(04) VALUE ZEROS.
       01 W-MINFIM      PIC 9(04) VALUE ZEROS.
       01 W-MINDIA      PIC 9(04) VALUE ZEROS.
       01 W-MININT      PIC 9(04) VALUE ZEROS.
       01 W-JORNADA     PIC 9(04) VALUE ZEROS.
       01 W-DIFESC      PIC 9(04) VALUE ZEROS.
       01 W-HORAS       PIC 9(02)V99 VALUE ZEROS.
       01 W-HRDESC      PIC S9(04)V99 VALUE ZEROS.
       01 W-DATADMA     PIC 9(08) VALUE ZEROS.
       01 W-OCORR.
          03 W-OINTERJ  PIC X(01) VALUE "N".
          03 W-OINTRA   PIC X(01) VALUE "N".
          03 W-OEXTRA   PIC X(01) VALUE "N".
          03 W-O7DIAS   PIC X(01) VALUE "N".
          03 W-OESCALA  PIC X(01) VALUE "N".
       01 W-ESCMIN      PIC 9(04) VALUE ZEROS.
       01 W-ESCACH      PIC 9(03) VALUE ZEROS.
       01 W-MINENTE     PIC 9(04) VALUE ZEROS.
       01 W-MINSAIE     PIC 9(04) VALUE ZEROS.
       01 W-ESCDIAS.
          03 W-ESCDIA   PIC X(01) OCCURS 7 TIMES.
       01 W-EHPREV      PIC X(01) VALUE "N".
       01 W-IDXDIA      PIC 9(01) VALUE ZEROS.
       01 W-DIASEM      PIC 9(01) VALUE ZEROS.
       01 W-ZDIA        PIC 9(02) VALUE ZEROS.
       01 W-ZMES        PIC 9(02) VALUE ZEROS.
       01 W-ZANO        PIC 9(04) VALUE ZEROS.
       01 W-ZMESA       PIC 9(02) VALUE ZEROS.
       01 W-ZANOA       PIC 9(04) VALUE ZEROS.
       01 W-ZJ          PIC 9(02) VALUE ZEROS.
       01 W-ZK          PIC 9(02) VALUE ZEROS.
       01 W-ZT1         PIC 9(03) VALUE ZEROS.
       01 W-ZT2         PIC 9(02) VALUE ZEROS.
       01 W-ZT3         PIC 9(02) VALUE ZEROS.
       01 W-ZH          PIC 9(04) VALUE ZEROS.
       01 W-ZQ          PIC 9(04) VALUE ZEROS.
       01 W-IDX         PIC 9(04) VALUE ZEROS.
       01 W-TOTBATIDAS  PIC 9(06) VALUE ZEROS.
       01 W-TOTFUNC     PIC 9(05) VALUE ZEROS.
       01 W-TOTINTERJ   PIC 9(05) VALUE ZEROS.
       01 W-TOTINTRA    PIC 9(05) VALUE ZEROS.
       01 W-TOTEXTRA    PIC 9(05) VALUE ZEROS.
       01 W-TOT7DIAS    PIC 9(05) VALUE ZEROS.
       01 W-TOTESCALA   PIC 9(05) VALUE ZEROS.
      *    OCORRENCIAS POR AREA, NA POSICAO CODIGO DA AREA + 1
       01 TABAREA.
          03 TB-AREA OCCURS 1000 TIMES.
             05 TBA-QTD      PIC 9(05).
             05 TBA-INTERJ   PIC 9(05).
             05 TBA-INTRA    PIC 9(05).
             05 TBA-EXTRA    PIC 9(05).
             05 TBA-7DIAS    PIC 9(05).
             05 TBA-ESCALA   PIC 9(05).

       01 LIN-TITULO.
          03 FILLER        PIC X(47) VALUE
             "*** CONFERENCIA LEGAL DA JORNADA - COMPETENCIA ".
          03 LT-MES        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LT-ANO        PIC 9999.
          03 FILLER        PIC X(04) VALUE " ***".
          03 FILLER        PIC X(32) VALUE SPACES.
       01 LIN-TITULO2   PIC X(90) VALUE
          "*** OCORRENCIAS DA JORNADA POR AREA ***".
       01 LIN-BRANCO    PIC X(90) VALUE SPACES.
       01 LIN-SEP       PIC X(90) VALUE ALL "-".
       01 LIN-LEG1      PIC X(90) VALUE
          "INTERJ = MENOS DE 11H DE DESCANSO ENTRE JORNADAS".
       01 LIN-LEG2      PIC X(90) VALUE
          "INTRA  = JORNADA ACIMA DE 6H SEM INTERVALO DE 1H".
       01 LIN-LEG3      PIC X(90) VALUE
          "EXTRA  = MAIS DE 2H ALEM DA JORNADA DO DIA".
       01 LIN-LEG4      PIC X(90) VALUE
          "7DIAS  = 7 OU MAIS DIAS SEGUIDOS SEM DESCANSO SEMANAL".
       01 LIN-LEG5.
          03 FILLER        PIC X(43) VALUE
             "ESCALA = ENTRADA FORA DA ESCALA ALEM DE ".
          03 LL-TOLER      PIC ZZ9.
          03 FILLER        PIC X(44) VALUE " MINUTOS".

       01 LIN-FUNC.
          03 FILLER        PIC X(13) VALUE "FUNCIONARIO: ".
          03 LF-COD        PIC Z(4)9.
          03 FILLER        PIC X(03) VALUE " - ".
          03 LF-NOME       PIC X(35).
          03 FILLER        PIC X(08) VALUE "  AREA: ".
          03 LF-AREA       PIC ZZ9.
          03 FILLER        PIC X(23) VALUE SPACES.

       01 LIN-CAB1.
          03 FILLER        PIC X(15) VALUE "   DATA".
          03 FILLER        PIC X(06) VALUE "ENT".
          03 FILLER        PIC X(06) VALUE "SAI".
          03 FILLER        PIC X(05) VALUE "INT".
          03 FILLER        PIC X(07) VALUE "HORAS".
          03 FILLER        PIC X(10) VALUE "DESCANSO".
          03 FILLER        PIC X(41) VALUE "OCORRENCIAS".

       01 LIN-DET.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LD-DATA       PIC 99/99/9999.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-ENT        PIC 9(04).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-SAI        PIC 9(04).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-INT        PIC ZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-HORAS      PIC Z9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-DESC       PIC -ZZZ9,99 BLANK WHEN ZERO.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-OINTERJ    PIC X(07).
          03 LD-OINTRA     PIC X(06).
          03 LD-OEXTRA     PIC X(06).
          03 LD-O7DIAS     PIC X(07).
          03 LD-OESCALA    PIC X(06).
          03 FILLER        PIC X(09) VALUE SPACES.

       01 LIN-TOTF.
          03 FILLER        PIC X(25) VALUE
             "   DIAS COM OCORRENCIA: ".
          03 LTF-DIAS      PIC ZZ9.
          03 FILLER        PIC X(62) VALUE SPACES.

       01 LIN-CABA.
          03 FILLER        PIC X(05) VALUE "AREA ".
          03 FILLER        PIC X(21) VALUE "NOME DA AREA".
          03 FILLER        PIC X(07) VALUE "FUNCS".
          03 FILLER        PIC X(08) VALUE "  INTERJ".
          03 FILLER        PIC X(08) VALUE "   INTRA".
          03 FILLER        PIC X(08) VALUE "   EXTRA".
          03 FILLER        PIC X(08) VALUE "   7DIAS".
          03 FILLER        PIC X(08) VALUE "  ESCALA".
          03 FILLER        PIC X(17) VALUE SPACES.

       01 LIN-AREA.
          03 LA-AREA       PIC ZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LA-NOME       PIC X(20).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LA-QTD        PIC ZZZZ9.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 LA-INTERJ     PIC ZZZZ9.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LA-INTRA      PIC ZZZZ9.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LA-EXTRA      PIC ZZZZ9.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LA-7DIAS      PIC ZZZZ9.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LA-ESCALA     PIC ZZZZ9.
          03 FILLER        PIC X(17) VALUE SPACES.

       01 LIN-TOTA.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 FILLER        PIC X(21) VALUE "TOTAL GERAL".
          03 LTA-QTD       PIC ZZZZ9.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 LTA-INTERJ    PIC ZZZZ9.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LTA-INTRA     PIC ZZZZ9.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LTA-EXTRA     PIC ZZZZ9.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LTA-7DIAS     PIC ZZZZ9.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LTA-ESCALA    PIC ZZZZ9.
          03 FILLER        PIC X(17) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** CONFERENCIA LEGAL DA JORNADA ***"
           DISPLAY "INFORME O ANO (AAAA) : " WITH NO ADVANCING
           ACCEPT W-ANOPROC
           DISPLAY "INFORME O MES (MM)   : " WITH NO ADVANCING
           ACCEPT W-MESPROC
           IF W-ANOPROC = ZEROS OR W-MESPROC < 1 OR W-MESPROC > 12
              DISPLAY "ANO/MES INVALIDO"
              GO TO ROT-FIM2.
           COMPUTE W-ANOMESPROC = (W-ANOPROC * 100) + W-MESPROC
      *    MES ANTERIOR: SO PARA O DESCANSO E OS DIAS SEGUIDOS
           MOVE W-ANOPROC TO W-ANOANT
           COMPUTE W-MESANT = W-MESPROC - 1
           IF W-MESPROC = 1
              MOVE 12 TO W-MESANT
              SUBTRACT 1 FROM W-ANOANT.
           COMPUTE W-ANOMESANT = (W-ANOANT * 100) + W-MESANT
           MOVE W-ANOANT TO W-DMANO
           MOVE W-MESANT TO W-DMMES
           PERFORM ROT-DIAS-MES THRU ROT-DIAS-MES-FIM
           MOVE W-DIASMES TO W-DIASMESANT.
       R0A.
           OPEN INPUT CADPONTO
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPONTO"
              GO TO ROT-FIM2.
           OPEN INPUT CADFUNC
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              CLOSE CADPONTO
              GO TO ROT-FIM2.
           MOVE "S" TO W-TEMAREA
           OPEN INPUT CADAREA
           IF ST-ERRO4 NOT = "00"
              MOVE "N" TO W-TEMAREA.
           MOVE "S" TO W-TEMESC
           OPEN INPUT CADESCALA
           IF ST-ESC NOT = "00"
              MOVE "N" TO W-TEMESC.
           IF W-TEMESC = "S"
              OPEN INPUT CADFESC
              IF ST-FESC NOT = "00"
                 CLOSE CADESCALA
                 MOVE "N" TO W-TEMESC.
      *    TOLERANCIA DA ENTRADA PELO PARAMETRO 021 (PADRAO 10)
           MOVE "S" TO W-TEMPARAM
           OPEN INPUT CADPARAM
           IF ST-ERRO5 NOT = "00"
              MOVE "N" TO W-TEMPARAM.
           IF W-TEMPARAM = "S"
              MOVE 021 TO W-PARAMCOD
              MOVE W-ANOMESPROC TO W-PARAMCOMP
              PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
              IF W-PARAMVLR > 0
                 MOVE W-PARAMVLR TO W-TOLER
              END-IF
              CLOSE CADPARAM.
       R0B.
           OPEN OUTPUT RELJORN
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO RELATORIO RELJORN.TXT"
              CLOSE CADPONTO CADFUNC
              GO TO ROT-FIM2.
           MOVE ZEROS TO TABAREA
           MOVE W-MESPROC TO LT-MES
           MOVE W-ANOPROC TO LT-ANO
           MOVE W-TOLER   TO LL-TOLER
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-LEG1
           WRITE LINHA-REL FROM LIN-LEG2
           WRITE LINHA-REL FROM LIN-LEG3
           WRITE LINHA-REL FROM LIN-LEG4
           WRITE LINHA-REL FROM LIN-LEG5
           WRITE LINHA-REL FROM LIN-BRANCO.
      *
      *********************************************************
      * UMA PASSADA NO CADPONTO (ORDEM FUNCIONARIO/DATA): AS   *
      * BATIDAS DO MES ANTERIOR SO ALIMENTAM O DESCANSO E OS   *
      * DIAS SEGUIDOS; AS DA COMPETENCIA SAO CONFERIDAS        *
      *********************************************************
       R1.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
           IF W-FUNCANT NOT = ZEROS
              PERFORM ROT-QUEBRA THRU ROT-QUEBRA-FIM.
       R5.
           IF W-TOTFUNC = ZEROS
              MOVE "     NENHUMA OCORRENCIA NA COMPETENCIA"
                   TO LINHA-REL
              WRITE LINHA-REL.
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-TITULO2
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-CABA
           WRITE LINHA-REL FROM LIN-SEP
           PERFORM R6 THRU R6-FIM
                   VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > 1000.
           WRITE LINHA-REL FROM LIN-SEP
           MOVE W-TOTFUNC   TO LTA-QTD
           MOVE W-TOTINTERJ TO LTA-INTERJ
           MOVE W-TOTINTRA  TO LTA-INTRA
           MOVE W-TOTEXTRA  TO LTA-EXTRA
           MOVE W-TOT7DIAS  TO LTA-7DIAS
           MOVE W-TOTESCALA TO LTA-ESCALA
           WRITE LINHA-REL FROM LIN-TOTA
           GO TO ROT-FIM.
      *
       R2.
           READ CADPONTO NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADPONTO"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           COMPUTE W-ANOMESBAT = (PONTO-ANO * 100) + PONTO-MES
           IF W-ANOMESBAT NOT = W-ANOMESPROC
              AND W-ANOMESBAT NOT = W-ANOMESANT
              GO TO R2-FIM.
           IF PONTO-CODFUNC NOT = W-FUNCANT
              IF W-FUNCANT NOT = ZEROS
                 PERFORM ROT-QUEBRA THRU ROT-QUEBRA-FIM.
           IF PONTO-CODFUNC NOT = W-FUNCANT
              PERFORM ROT-NOVO-FUNC THRU ROT-NOVO-FUNC-FIM.
      *
       R3.
           DIVIDE PONTO-HRENT BY 100 GIVING W-HH REMAINDER W-MM
           COMPUTE W-MINENT = (W-HH * 60) + W-MM
           DIVIDE PONTO-HRSAI BY 100 GIVING W-HH REMAINDER W-MM
           COMPUTE W-MINSAI = (W-HH * 60) + W-MM
           IF W-MINSAI = W-MINENT
              GO TO R2-FIM.
      *    SAIDA MENOR QUE A ENTRADA = TURNO QUE VIROU O DIA
           IF W-MINSAI < W-MINENT
              ADD 1440 TO W-MINSAI.
           COMPUTE W-MINDIA = W-MINSAI - W-MINENT
      *    DIA CORRIDO A PARTIR DO INICIO DO MES ANTERIOR, PARA
      *    MEDIR O DESCANSO E OS DIAS SEGUIDOS ENTRE OS DOIS MESES
           IF W-ANOMESBAT = W-ANOMESANT
              MOVE PONTO-DIA TO W-SERIAL
           ELSE
              COMPUTE W-SERIAL = W-DIASMESANT + PONTO-DIA.
           COMPUTE W-INIABS = (W-SERIAL * 1440) + W-MINENT
           COMPUTE W-FIMABS = (W-SERIAL * 1440) + W-MINSAI
           MOVE "NNNNN" TO W-OCORR
           MOVE ZEROS TO W-DESCANSO
           IF W-TEMANT = "S"
              COMPUTE W-DESCANSO = W-INIABS - W-FIMANT
              IF W-DESCANSO < 660
                 MOVE "S" TO W-OINTERJ.
           IF W-TEMANT = "S" AND W-SERIAL = W-SERANT + 1
              ADD 1 TO W-SEQDIAS
           ELSE
              MOVE 1 TO W-SEQDIAS.
           IF W-SEQDIAS NOT < 7
              MOVE "S" TO W-O7DIAS.
           MOVE "S"      TO W-TEMANT
           MOVE W-FIMABS TO W-FIMANT
           MOVE W-SERIAL TO W-SERANT
           IF W-ANOMESBAT NOT = W-ANOMESPROC
              GO TO R2-FIM.
           ADD 1 TO W-TOTBATIDAS.
      *
      *    INTERVALO DE REFEICAO REGISTRADO (ZEROS = NAO HOUVE)
       R3A.
           MOVE ZEROS TO W-MININT
           IF PONTO-INTINI = ZEROS AND PONTO-INTFIM = ZEROS
              GO TO R3B.
           DIVIDE PONTO-INTINI BY 100 GIVING W-HH REMAINDER W-MM
           COMPUTE W-MININI = (W-HH * 60) + W-MM
           DIVIDE PONTO-INTFIM BY 100 GIVING W-HH REMAINDER W-MM
           COMPUTE W-MINFIM = (W-HH * 60) + W-MM
           IF W-MINFIM < W-MININI
              ADD 1440 TO W-MINFIM.
           COMPUTE W-MININT = W-MINFIM - W-MININI.
       R3B.
           IF W-MINDIA > 360 AND W-MININT < 60
              MOVE "S" TO W-OINTRA.
           MOVE 480 TO W-JORNADA
           IF W-TEMESCF = "S"
              MOVE W-ESCMIN TO W-JORNADA.
           IF W-MINDIA > W-JORNADA + 120
              MOVE "S" TO W-OEXTRA.
      *    ENTRADA X ESCALA, SO EM DIA PREVISTO NA ESCALA
           IF W-TEMESCF NOT = "S"
              GO TO R4.
           MOVE PONTO-DIA TO W-ZDIA
           PERFORM ROT-DIA-PREVISTO THRU ROT-DIA-PREVISTO-FIM
           IF W-EHPREV NOT = "S"
              GO TO R4.
           IF W-MINENT > W-MINENTE
              COMPUTE W-DIFESC = W-MINENT - W-MINENTE
           ELSE
              COMPUTE W-DIFESC = W-MINENTE - W-MINENT.
      *    ESCALA NOTURNA: 23:55 CONTRA 00:05 SAO 10 MINUTOS
           IF W-DIFESC > 720
              COMPUTE W-DIFESC = 1440 - W-DIFESC.
           IF W-DIFESC > W-TOLER
              MOVE "S" TO W-OESCALA.
      *
       R4.
           IF W-OCORR = "NNNNN"
              GO TO R2-FIM.
           IF W-FUNCOCOR NOT = "S"
              PERFORM ROT-CAB-FUNC THRU ROT-CAB-FUNC-FIM.
           ADD 1 TO W-DIASOCOR
           COMPUTE W-IDX = W-AREAFUNC + 1
           MOVE SPACES TO LD-OINTERJ LD-OINTRA LD-OEXTRA
           MOVE SPACES TO LD-O7DIAS LD-OESCALA
           IF W-OINTERJ = "S"
              MOVE "INTERJ" TO LD-OINTERJ
              ADD 1 TO TBA-INTERJ (W-IDX).
           IF W-OINTRA = "S"
              MOVE "INTRA" TO LD-OINTRA
              ADD 1 TO TBA-INTRA (W-IDX).
           IF W-OEXTRA = "S"
              MOVE "EXTRA" TO LD-OEXTRA
              ADD 1 TO TBA-EXTRA (W-IDX).
           IF W-O7DIAS = "S"
              MOVE "7DIAS" TO LD-O7DIAS
              ADD 1 TO TBA-7DIAS (W-IDX).
           IF W-OESCALA = "S"
              MOVE "ESCALA" TO LD-OESCALA
              ADD 1 TO TBA-ESCALA (W-IDX).
           COMPUTE W-DATADMA = (PONTO-DIA * 1000000)
                             + (PONTO-MES * 10000) + PONTO-ANO
           MOVE W-DATADMA   TO LD-DATA
           MOVE PONTO-HRENT TO LD-ENT
           MOVE PONTO-HRSAI TO LD-SAI
           MOVE W-MININT    TO LD-INT
           COMPUTE W-HORAS = W-MINDIA / 60
           MOVE W-HORAS     TO LD-HORAS
           COMPUTE W-HRDESC = W-DESCANSO / 60
           MOVE W-HRDESC    TO LD-DESC
           WRITE LINHA-REL FROM LIN-DET.
       R2-FIM.
           EXIT.
      *
      *    UMA LINHA POR AREA COM OCORRENCIA
       R6.
           IF TBA-QTD (W-IDX) = ZEROS
              GO TO R6-FIM.
           COMPUTE LA-AREA = W-IDX - 1
           MOVE SPACES TO LA-NOME
           IF W-TEMAREA = "S"
              COMPUTE AREA-COD = W-IDX - 1
              READ CADAREA
              IF ST-ERRO4 = "00"
                 MOVE AREA-NOME TO LA-NOME.
           MOVE TBA-QTD (W-IDX)    TO LA-QTD
           MOVE TBA-INTERJ (W-IDX) TO LA-INTERJ
           MOVE TBA-INTRA (W-IDX)  TO LA-INTRA
           MOVE TBA-EXTRA (W-IDX)  TO LA-EXTRA
           MOVE TBA-7DIAS (W-IDX)  TO LA-7DIAS
           MOVE TBA-ESCALA (W-IDX) TO LA-ESCALA
           WRITE LINHA-REL FROM LIN-AREA
           ADD TBA-QTD (W-IDX)    TO W-TOTFUNC
           ADD TBA-INTERJ (W-IDX) TO W-TOTINTERJ
           ADD TBA-INTRA (W-IDX)  TO W-TOTINTRA
           ADD TBA-EXTRA (W-IDX)  TO W-TOTEXTRA
           ADD TBA-7DIAS (W-IDX)  TO W-TOT7DIAS
           ADD TBA-ESCALA (W-IDX) TO W-TOTESCALA.
       R6-FIM.
           EXIT.
      *
      *********************************************************
      * INICIO DE FUNCIONARIO: AREA DO CADFUNC, ESCALA VIGENTE *
      * NA COMPETENCIA E ZERA O DESCANSO E OS DIAS SEGUIDOS    *
      *********************************************************
       ROT-NOVO-FUNC.
           MOVE PONTO-CODFUNC TO W-FUNCANT
           MOVE ZEROS TO W-AREAFUNC W-DIASOCOR W-SEQDIAS
           MOVE ZEROS TO W-FIMANT W-SERANT
           MOVE "N" TO W-FUNCOCOR W-TEMANT
           MOVE SPACES TO NOME
           MOVE PONTO-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO3 = "00"
              MOVE CODAREA TO W-AREAFUNC
           ELSE
              MOVE SPACES TO NOME.
           PERFORM ROT-BUSCA-ESC THRU ROT-BUSCA-ESC-FIM.
       ROT-NOVO-FUNC-FIM.
           EXIT.
      *
      *    PRIMEIRA OCORRENCIA DO FUNCIONARIO: CABECALHO E CONTAGEM
      *    DELE NA AREA
       ROT-CAB-FUNC.
           MOVE "S" TO W-FUNCOCOR
           MOVE W-FUNCANT  TO LF-COD
           MOVE NOME       TO LF-NOME
           MOVE W-AREAFUNC TO LF-AREA
           WRITE LINHA-REL FROM LIN-FUNC
           WRITE LINHA-REL FROM LIN-CAB1
           WRITE LINHA-REL FROM LIN-SEP
           COMPUTE W-IDX = W-AREAFUNC + 1
           ADD 1 TO TBA-QTD (W-IDX).
       ROT-CAB-FUNC-FIM.
           EXIT.
      *
      *    FIM DO FUNCIONARIO: DIAS COM OCORRENCIA
       ROT-QUEBRA.
           IF W-FUNCOCOR NOT = "S"
              GO TO ROT-QUEBRA-FIM.
           MOVE W-DIASOCOR TO LTF-DIAS
           WRITE LINHA-REL FROM LIN-SEP
           WRITE LINHA-REL FROM LIN-TOTF
           WRITE LINHA-REL FROM LIN-BRANCO.
       ROT-QUEBRA-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADPONTO CADFUNC RELJORN
           IF W-TEMAREA = "S"
              CLOSE CADAREA.
           IF W-TEMESC = "S"
              CLOSE CADESCALA CADFESC.
           DISPLAY "*** RELATORIO GERADO EM RELJORN.TXT ***"
           DISPLAY "BATIDAS CONFERIDAS       : " W-TOTBATIDAS
           DISPLAY "FUNCIONARIOS C/ OCORR.   : " W-TOTFUNC.
      *    GUARDA A GERACAO NO SPOOL (VER SPOOLREG/CONSPOOL)
       ROT-SPOOL.
           CALL "SPOOLREG" USING W-SPRELID W-SPARQ.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *
      *********************************************************
      * ESCALA VIGENTE DO FUNCIONARIO NA COMPETENCIA (CADFESC  *
      * -> CADESCALA): W-TEMESCF = "S" COM A JORNADA EM        *
      * W-ESCMIN, A ENTRADA EM W-MINENTE (MINUTOS) E O PADRAO  *
      * DE DIAS EM W-ESCDIA (DOM..SAB) - MESMA BUSCA DO FPP007 *
      *********************************************************
       ROT-BUSCA-ESC.
           MOVE "N" TO W-TEMESCF
           MOVE ZEROS TO W-ESCACH
           IF W-TEMESC NOT = "S"
              GO TO ROT-BUSCA-ESC-FIM.
           MOVE W-FUNCANT TO FESC-CODFUNC
           MOVE ZEROS     TO FESC-SEQ
           START CADFESC KEY IS NOT LESS CHAVEFESC
                 INVALID KEY
                    GO TO ROT-BUSCA-ESC-FIM.
       ROT-BUSCA-ESC-RD.
           READ CADFESC NEXT RECORD
                AT END
                   GO TO ROT-BUSCA-ESC-ACH
           END-READ
           IF FESC-CODFUNC NOT = W-FUNCANT
              GO TO ROT-BUSCA-ESC-ACH.
           IF FESC-VIGINI > W-ANOMESPROC
              GO TO ROT-BUSCA-ESC-RD.
           IF FESC-VIGFIM NOT = ZEROS
              AND FESC-VIGFIM < W-ANOMESPROC
              GO TO ROT-BUSCA-ESC-RD.
           MOVE FESC-ESCALA TO W-ESCACH
           GO TO ROT-BUSCA-ESC-RD.
       ROT-BUSCA-ESC-ACH.
           IF W-ESCACH = ZEROS
              GO TO ROT-BUSCA-ESC-FIM.
           MOVE W-ESCACH TO ESC-COD
           READ CADESCALA
           IF ST-ESC NOT = "00"
              GO TO ROT-BUSCA-ESC-FIM.
           MOVE "S" TO W-TEMESCF
           MOVE ESC-DIAS TO W-ESCDIAS
           DIVIDE ESC-HRENT BY 100 GIVING W-HH REMAINDER W-MM
           COMPUTE W-MINENTE = (W-HH * 60) + W-MM
           DIVIDE ESC-HRSAI BY 100 GIVING W-HH REMAINDER W-MM
           COMPUTE W-MINSAIE = (W-HH * 60) + W-MM
           IF W-MINSAIE NOT > W-MINENTE
              ADD 1440 TO W-MINSAIE.
           COMPUTE W-ESCMIN = W-MINSAIE - W-MINENTE.
       ROT-BUSCA-ESC-FIM.
           EXIT.
      *
      *********************************************************
      * W-EHPREV = "S" QUANDO O DIA W-ZDIA DA COMPETENCIA E    *
      * DIA PREVISTO NO PADRAO DA ESCALA (DOM..SAB)            *
      *********************************************************
       ROT-DIA-PREVISTO.
           MOVE "N" TO W-EHPREV
           MOVE W-MESPROC TO W-ZMES
           MOVE W-ANOPROC TO W-ZANO
           PERFORM ROT-DIA-SEMANA THRU ROT-DIA-SEMANA-FIM
           IF W-DIASEM = 0
              MOVE 7 TO W-IDXDIA
           ELSE
              MOVE W-DIASEM TO W-IDXDIA.
           IF W-ESCDIA (W-IDXDIA) = "S"
              MOVE "S" TO W-EHPREV.
       ROT-DIA-PREVISTO-FIM.
           EXIT.
      *
      *********************************************************
      * DIA DA SEMANA (CONGRUENCIA DE ZELLER) DE W-ZDIA/W-ZMES/ *
      * W-ZANO EM W-DIASEM: 0=SABADO 1=DOMINGO ... 6=SEXTA     *
      *********************************************************
       ROT-DIA-SEMANA.
           MOVE W-ZANO TO W-ZANOA
           MOVE W-ZMES TO W-ZMESA
           IF W-ZMESA < 3
              ADD 12 TO W-ZMESA
              SUBTRACT 1 FROM W-ZANOA.
           DIVIDE W-ZANOA BY 100 GIVING W-ZJ REMAINDER W-ZK
           COMPUTE W-ZT1 = 13 * (W-ZMESA + 1)
           DIVIDE W-ZT1 BY 5 GIVING W-ZT1
           DIVIDE W-ZK BY 4 GIVING W-ZT2
           DIVIDE W-ZJ BY 4 GIVING W-ZT3
           COMPUTE W-ZH = W-ZDIA + W-ZT1 + W-ZK + W-ZT2 + W-ZT3
                        + (5 * W-ZJ)
           DIVIDE W-ZH BY 7 GIVING W-ZQ REMAINDER W-DIASEM.
       ROT-DIA-SEMANA-FIM.
           EXIT.
      *
      *********************************************************
      * QUANTIDADE DE DIAS CORRIDOS DO MES W-DMMES/W-DMANO     *
      *********************************************************
       ROT-DIAS-MES.
           EVALUATE W-DMMES
              WHEN 01 MOVE 31 TO W-DIASMES
              WHEN 03 MOVE 31 TO W-DIASMES
              WHEN 05 MOVE 31 TO W-DIASMES
              WHEN 07 MOVE 31 TO W-DIASMES
              WHEN 08 MOVE 31 TO W-DIASMES
              WHEN 10 MOVE 31 TO W-DIASMES
              WHEN 12 MOVE 31 TO W-DIASMES
              WHEN 02
                 DIVIDE W-DMANO BY 4 GIVING W-QUOC4
                        REMAINDER W-RESTO4
                 IF W-RESTO4 = ZEROS
                    MOVE 29 TO W-DIASMES
                 ELSE
                    MOVE 28 TO W-DIASMES
                 END-IF
              WHEN OTHER MOVE 30 TO W-DIASMES
           END-EVALUATE.
       ROT-DIAS-MES-FIM.
           EXIT.
      *
      *********************************************************
      * BUSCA O PARAMETRO W-PARAMCOD EM CADPARAM E DEVOLVE O   *
      * VALOR EM W-PARAMVLR (ZEROS QUANDO NAO CADASTRADO): O   *
      * DA MAIOR VIGENCIA QUE NAO ULTRAPASSE A COMPETENCIA     *
      * W-PARAMCOMP                                            *
      *********************************************************
       ROT-BUSCA-PARAM.
           MOVE ZEROS TO W-PARAMVLR
           IF W-TEMPARAM NOT = "S"
              GO TO ROT-BUSCA-PARAM-FIM.
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

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    10 = FIM DE ARQUIVO (SEQUENCIAL)
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
