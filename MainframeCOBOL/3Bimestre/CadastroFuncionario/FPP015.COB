      *     OU ANIVERSARIO DA ADMISSAO) / 12, ACRESCIDA DO TERCO    *
      *     CONSTITUCIONAL                                          *
      *   - PROVISAO DE 13O: SALARIO BASE MENSAL X MESES            *
      *     TRABALHADOS NO ANO / 12, MENOS O 13O JA PAGO NO ANO     *
      *     (ACUMULADOS CADACUM)                                    *
      *   - ENCARGOS SOBRE AS PROVISOES: INSS PATRONAL + RAT +      *
      *     TERCEIROS (PARAMETROS 006/007/008) + FGTS 8%            *
      * ACUMULA POR AREA, GUARDA O SALDO PROVISIONADO DO MES EM     *
           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPARAM
                    FILE STATUS  IS ST-ERRO4.
      *
           SELECT CADCTA ASSIGN TO DISK
           SELECT LANCCTB ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
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
       FD CADCTA
               LABEL RECORD IS STANDARD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LANCCTB.TXT".
       01 LINHA-LAN PIC X(50).
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
       01 W-PROVENC     PIC 9(08)V99 VALUE ZEROS.
       01 W-PCTENC      PIC 9(03)V99 VALUE ZEROS.
       01 W-PARAMVLR    PIC 9(08)V99 VALUE ZEROS.
       01 W-PARAMCOMP   PIC 9(06) VALUE ZEROS.
       01 W-PARAMCOD    PIC 9(03) VALUE ZEROS.
       01 W-ANOAQ       PIC 9(04) VALUE ZEROS.
       01 W-MESAQ       PIC 9(02) VALUE ZEROS.
       01 W-GTFER       PIC 9(10)V99 VALUE ZEROS.
       01 W-GT13        PIC 9(10)V99 VALUE ZEROS.
       01 W-GTENC       PIC 9(10)V99 VALUE ZEROS.
       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 W-TEMACUM     PIC X(01) VALUE "N".

       01 TABAREAS.
          03 TB-AREA OCCURS 100 TIMES.
              IF ST-ERRO7 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO LANCCTB.TXT"
                 GO TO ROT-FIM2.
       R0H.
           MOVE "S" TO W-TEMACUM
           OPEN INPUT CADACUM
           IF ST-ERRO8 NOT = "00"
              MOVE "N" TO W-TEMACUM.
      *
       R1.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
      *
      *********************************************************
      * MESES DO 13O: DO MAIOR ENTRE JANEIRO E A ADMISSAO ATE  *
      * A COMPETENCIA, MENOS O 13O JA PAGO NO ANO (CADACUM)    *
      *********************************************************
       R4.
           IF ANOADM = W-ANOPROC
           IF W-MESES13 > 12
              MOVE 12 TO W-MESES13.
           COMPUTE W-PROV13 = W-SALMENS * W-MESES13 / 12.
           IF W-TEMACUM = "S"
              MOVE W-ANOPROC TO ACU-ANO
              MOVE CODFUNC   TO ACU-CODFUNC
              MOVE EMPFUNC   TO ACU-EMP
              READ CADACUM
              IF ST-ERRO8 = "00" AND ACU-13 > ZEROS
                 IF ACU-13 > W-PROV13
                    MOVE ZEROS TO W-PROV13
                 ELSE
                    SUBTRACT ACU-13 FROM W-PROV13.
      *
      *********************************************************
      * MESES DE FERIAS: DO INICIO DO PERIODO AQUISITIVO EM    *
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
           IF ST-ERRO4 NOT = "00" OR PARAM-COD NOT = W-PARAMCOD
              OR PARAM-VIGEN > W-PARAMCOMP
              GO TO ROT-BUSCA-PARAM-FIM.
           MOVE PARAM-VALOR TO W-PARAMVLR
           GO TO ROT-BUSCA-PARAM-RD.
       ROT-BUSCA-PARAM-FIM.
           EXIT.
      *
              CLOSE CADFERIAS.
           IF W-TEMPARAM = "S"
              CLOSE CADPARAM.
           IF W-TEMACUM = "S"
              CLOSE CADACUM.
           CLOSE CADFUNC CADCARGO CADCTA CADPROV LANCCTB
           DISPLAY "*** PROVISAO MENSAL CONCLUIDA ***"
           DISPLAY "FUNCIONARIOS PROVISIONADOS : " W-TOTATIVOS
