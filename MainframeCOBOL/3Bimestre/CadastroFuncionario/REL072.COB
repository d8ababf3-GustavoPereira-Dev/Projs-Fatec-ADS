       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL072.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * REPASSE DA PREVIDENCIA PRIVADA - PARA UM ANO/MES DE FOLHA,  *
      * VARRE AS ADESOES (CADFPREV) E SOMA POR PLANO A CONTRIBUICAO *
      * DO EMPREGADO E A CONTRAPARTIDA DA EMPRESA EFETIVADAS PELO   *
      * FPP006 NA COMPETENCIA (VALORES DA ULTIMA FOLHA GRAVADOS NA  *
      * PROPRIA ADESAO), IMPRIMINDO POR PLANO AS DUAS PARTES E O    *
      * TOTAL A REPASSAR COM CNPJ E DADOS BANCARIOS DO CADPREV - E  *
      * O DOCUMENTO QUE SUPORTA A TRANSFERENCIA E A CONCILIACAO COM *
      * OS EVENTOS 16 E 17 DO REL030.                               *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFPREV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS FPREV-CODFUNC
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADPREV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PREV-COD
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT REPPREV ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADPREV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPREV.DAT".
       01 REGPREV.
          03 PREV-COD         PIC 9(3).
          03 PREV-NOME        PIC X(30).
          03 PREV-CNPJ        PIC 9(14).
          03 PREV-BANCO       PIC 9(3).
          03 PREV-AGENCIA     PIC 9(4).
          03 PREV-CONTA       PIC X(10).
      *
       FD REPPREV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REPPREV.TXT".
       01 LINHA-REL PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL072".
       01 W-SPARQ       PIC X(14) VALUE "REPPREV.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-ANOPROC     PIC 9(04) VALUE ZEROS.
       01 W-MESPROC     PIC 9(02) VALUE ZEROS.
       01 W-ANOMESPROC  PIC 9(06) VALUE ZEROS.
       01 W-IDXP        PIC 9(02) VALUE ZEROS.
       01 W-IDXACH      PIC 9(02) VALUE ZEROS.
       01 W-QTDPLANO    PIC 9(02) VALUE ZEROS.
       01 W-TOTEMPREG   PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTEMPRESA  PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTGERAL    PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTADESOES  PIC 9(06) VALUE ZEROS.

       01 TABPLANO.
          03 TB-PLANO OCCURS 50 TIMES.
             05 TBP-COD      PIC 9(03).
             05 TBP-QTD      PIC 9(05).
             05 TBP-EMPREG   PIC 9(09)V99.
             05 TBP-EMPRESA  PIC 9(09)V99.

       01 LIN-TITULO.
          03 FILLER        PIC X(42) VALUE
             "*** REPASSE DE PREVIDENCIA PRIVADA - ".
          03 LT-MES        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LT-ANO        PIC 9(4).
          03 FILLER        PIC X(04) VALUE " ***".
          03 FILLER        PIC X(27) VALUE SPACES.

       01 LIN-PLANO.
          03 LP-COD        PIC ZZ9.
          03 FILLER        PIC X(03) VALUE " - ".
          03 LP-NOME       PIC X(30).
          03 FILLER        PIC X(07) VALUE " CNPJ ".
          03 LP-CNPJ       PIC 9(14).
          03 FILLER        PIC X(08) VALUE "  ADES:".
          03 LP-QTD        PIC ZZZZ9.
          03 FILLER        PIC X(10) VALUE SPACES.

       01 LIN-VALORES.
          03 FILLER        PIC X(14) VALUE "      EMPREG.:".
          03 LV-EMPREG     PIC Z(8)9,99.
          03 FILLER        PIC X(09) VALUE "  EMPRES:".
          03 LV-EMPRESA    PIC Z(8)9,99.
          03 FILLER        PIC X(09) VALUE "  TOTAL:".
          03 LV-TOTAL      PIC Z(8)9,99.
          03 FILLER        PIC X(12) VALUE SPACES.

       01 LIN-BANCO.
          03 FILLER        PIC X(14) VALUE "      BANCO ".
          03 LB-BANCO      PIC 9(03).
          03 FILLER        PIC X(05) VALUE " AG ".
          03 LB-AGENCIA    PIC 9(04).
          03 FILLER        PIC X(07) VALUE " CONTA ".
          03 LB-CONTA      PIC X(10).
          03 FILLER        PIC X(37) VALUE SPACES.

       01 LIN-TOTEMPREG.
          03 FILLER        PIC X(22) VALUE "TOTAL DOS EMPREGADOS: ".
          03 LTE-VALOR     PIC Z(8)9,99.
          03 FILLER        PIC X(46) VALUE SPACES.

       01 LIN-TOTEMPRESA.
          03 FILLER        PIC X(22) VALUE "TOTAL DA EMPRESA    : ".
          03 LTP-VALOR     PIC Z(8)9,99.
          03 FILLER        PIC X(46) VALUE SPACES.

       01 LIN-TOT.
          03 FILLER        PIC X(22) VALUE "TOTAL A REPASSAR    : ".
          03 LTO-VALOR     PIC Z(8)9,99.
          03 FILLER        PIC X(46) VALUE SPACES.

       01 LIN-SEP       PIC X(80) VALUE ALL "-".
       01 LIN-BRANCO    PIC X(80) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** REPASSE DE PREVIDENCIA PRIVADA ***"
           DISPLAY "INFORME O ANO (AAAA) : " WITH NO ADVANCING
           ACCEPT W-ANOPROC
           DISPLAY "INFORME O MES (MM)   : " WITH NO ADVANCING
           ACCEPT W-MESPROC
           IF W-ANOPROC = ZEROS OR W-MESPROC = ZEROS
              OR W-MESPROC < 1 OR W-MESPROC > 12
              DISPLAY "ANO/MES INVALIDO"
              GO TO ROT-FIM2.
           COMPUTE W-ANOMESPROC = (W-ANOPROC * 100) + W-MESPROC.
       R0A.
           OPEN INPUT CADFPREV
           IF ST-ERRO NOT = "00"
              DISPLAY "SEM ADESOES A PREVIDENCIA PRIVADA (CADFPREV)"
              GO TO ROT-FIM2.
       R0B.
           OPEN INPUT CADPREV
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPREV"
              GO TO ROT-FIM2.
       R0D.
           OPEN OUTPUT REPPREV
           IF ST-ERRO4 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ARQUIVO REPPREV.TXT"
              GO TO ROT-FIM2.
           MOVE W-MESPROC TO LT-MES
           MOVE W-ANOPROC TO LT-ANO
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-SEP.
      *
       R1.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
           PERFORM R4 THRU R4-FIM
                   VARYING W-IDXP FROM 1 BY 1
                   UNTIL W-IDXP > W-QTDPLANO.
           GO TO R5.
      *
       R2.
           READ CADFPREV NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
      *    SO ENTRA O DESCONTO EFETIVADO PELA FOLHA DA COMPETENCIA
      *    (O FPP006 GRAVA NA ADESAO OS VALORES DA ULTIMA FOLHA)
           IF FPREV-ANOMESULT NOT = W-ANOMESPROC
              GO TO R2-FIM.
           IF FPREV-VLRULT = ZEROS AND FPREV-PATRULT = ZEROS
              GO TO R2-FIM.
       R3.
           PERFORM ROT-ACHA-PLANO THRU ROT-ACHA-PLANO-FIM
           IF W-IDXACH = ZEROS
              GO TO R2-FIM.
           ADD 1 TO TBP-QTD (W-IDXACH)
           ADD 1 TO W-TOTADESOES
           ADD FPREV-VLRULT  TO TBP-EMPREG (W-IDXACH)
           ADD FPREV-PATRULT TO TBP-EMPRESA (W-IDXACH)
           ADD FPREV-VLRULT  TO W-TOTEMPREG
           ADD FPREV-PATRULT TO W-TOTEMPRESA.
       R2-FIM.
           EXIT.
      *
       R4.
           MOVE TBP-COD (W-IDXP) TO PREV-COD
           READ CADPREV
           IF ST-ERRO2 NOT = "00"
              MOVE SPACES TO PREV-NOME
              MOVE ZEROS TO PREV-CNPJ PREV-BANCO PREV-AGENCIA
              MOVE SPACES TO PREV-CONTA.
           MOVE TBP-COD (W-IDXP)   TO LP-COD
           MOVE PREV-NOME          TO LP-NOME
           MOVE PREV-CNPJ          TO LP-CNPJ
           MOVE TBP-QTD (W-IDXP)   TO LP-QTD
           WRITE LINHA-REL FROM LIN-PLANO
           MOVE TBP-EMPREG (W-IDXP)  TO LV-EMPREG
           MOVE TBP-EMPRESA (W-IDXP) TO LV-EMPRESA
           COMPUTE LV-TOTAL = TBP-EMPREG (W-IDXP)
                            + TBP-EMPRESA (W-IDXP)
           WRITE LINHA-REL FROM LIN-VALORES
           MOVE PREV-BANCO   TO LB-BANCO
           MOVE PREV-AGENCIA TO LB-AGENCIA
           MOVE PREV-CONTA   TO LB-CONTA
           WRITE LINHA-REL FROM LIN-BANCO
           WRITE LINHA-REL FROM LIN-BRANCO.
       R4-FIM.
           EXIT.
      *
       R5.
           WRITE LINHA-REL FROM LIN-SEP
           MOVE W-TOTEMPREG TO LTE-VALOR
           WRITE LINHA-REL FROM LIN-TOTEMPREG
           MOVE W-TOTEMPRESA TO LTP-VALOR
           WRITE LINHA-REL FROM LIN-TOTEMPRESA
           COMPUTE W-TOTGERAL = W-TOTEMPREG + W-TOTEMPRESA
           MOVE W-TOTGERAL TO LTO-VALOR
           WRITE LINHA-REL FROM LIN-TOT
           GO TO ROT-FIM.
      *
      *********************************************************
      * LOCALIZA (OU ABRE) A POSICAO DO PLANO NA TABELA DE     *
      * ACUMULADORES                                           *
      *********************************************************
       ROT-ACHA-PLANO.
           MOVE ZEROS TO W-IDXACH
           PERFORM ROT-ACHA-PLANO-VAR THRU ROT-ACHA-PLANO-VAR-FIM
                   VARYING W-IDXP FROM 1 BY 1
                   UNTIL W-IDXP > W-QTDPLANO OR W-IDXACH NOT = ZEROS.
           IF W-IDXACH NOT = ZEROS
              GO TO ROT-ACHA-PLANO-FIM.
           IF W-QTDPLANO NOT < 50
              DISPLAY "TABELA DE PLANOS LOTADA - PLANO "
                      FPREV-PLANO " FORA DO REPASSE"
              GO TO ROT-ACHA-PLANO-FIM.
           ADD 1 TO W-QTDPLANO
           MOVE W-QTDPLANO TO W-IDXACH
           MOVE FPREV-PLANO TO TBP-COD (W-IDXACH)
           MOVE ZEROS TO TBP-QTD (W-IDXACH) TBP-EMPREG (W-IDXACH)
           MOVE ZEROS TO TBP-EMPRESA (W-IDXACH).
       ROT-ACHA-PLANO-FIM.
           EXIT.
       ROT-ACHA-PLANO-VAR.
           IF TBP-COD (W-IDXP) = FPREV-PLANO
              MOVE W-IDXP TO W-IDXACH.
       ROT-ACHA-PLANO-VAR-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADFPREV CADPREV REPPREV
           DISPLAY "*** REPASSE GERADO EM REPPREV.TXT ***"
           DISPLAY "ADESOES DESCONTADAS  : " W-TOTADESOES
           DISPLAY "TOTAL A REPASSAR     : " W-TOTGERAL.
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
