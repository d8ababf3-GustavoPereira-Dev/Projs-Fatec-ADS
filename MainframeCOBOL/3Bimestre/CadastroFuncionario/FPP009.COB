      * INSS E IR PELAS FAIXAS DE CADFAIXA E GRAVA O REGISTRO EM     *
      * CADPAG SOB O TIPOFOLHA "F" - QUE SEGUE PARA O RELATORIO      *
      * (REL004), A REMESSA BANCARIA (REL009) E O HOLERITE (REL011)  *
      * COMO QUALQUER OUTRO PAGAMENTO. AS LINHAS DO CALCULO (FERIAS, *
      * TERCO, INSS, IR, FGTS) VAO PARA O DETALHE CADPAGD E OS      *
      * VALORES SOMAM NOS ACUMULADOS DO ANO (CADACUM) COMO FERIAS.  *
      * PELO TIPO DE CONTRATO (CADFCONT): ESTAGIARIO SEM INSS E SEM *
      * FGTS, APRENDIZ COM O FGTS DO PARAMETRO 022.                 *
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
                    FILE STATUS  IS ST-ERRO7.
      *
           SELECT CADACUM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEACUM
                    FILE STATUS  IS ST-ERRO8.
      *
           SELECT CADFCONT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FCT-CODFUNC
                    FILE STATUS  IS ST-FCONT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 SITCOMP       PIC X(1).
          03 DTSITCOMP     PIC 9(8).
          03 CONFCONTA     PIC X(1).
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
       FD CADTRAVA
               LABEL RECORD IS STANDARD
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
       01 W-TIPOFAIXA   PIC X(01) VALUE SPACES.
       01 W-VALDED      PIC 9(06)V99 VALUE ZEROS.
       01 W-ALIQFGTS    PIC 9(02) VALUE 08.
       01 ST-FCONT      PIC X(02) VALUE "00".
       01 W-TEMFCONT    PIC X(01) VALUE "N".
       01 W-TPCONT      PIC 9(01) VALUE 1.
       01 W-ALIQFGTSC   PIC 9(02)V99 VALUE ZEROS.
       01 W-SALMES      PIC 9(06)V99 VALUE ZEROS.
       01 W-REMFERIAS   PIC 9(06)V99 VALUE ZEROS.
       01 W-TOTPER      PIC 9(06) VALUE ZEROS.
       01 W-TEMPARAM    PIC X(01) VALUE "N".
       01 W-PARAMCOD    PIC 9(03) VALUE ZEROS.
       01 W-PARAMVLR    PIC 9(08)V99 VALUE ZEROS.
       01 W-PARAMCOMP   PIC 9(06) VALUE ZEROS.
       01 W-INSSCALC    PIC 9(08)V99 VALUE ZEROS.
       01 W-FXPARC      PIC 9(08)V99 VALUE ZEROS.
       01 W-ANOMESCALC  PIC 9(06) VALUE ZEROS.
       01 W-VIGUSAR     PIC 9(06) VALUE ZEROS.
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 W-DEVENTO     PIC 9(03) VALUE ZEROS.
       01 W-DNATUR      PIC X(01) VALUE SPACES.
       01 W-DDESCR      PIC X(20) VALUE SPACES.
       01 W-DBASE       PIC 9(08)V99 VALUE ZEROS.
       01 W-DREF        PIC 9(03)V99 VALUE ZEROS.
       01 W-DVALOR      PIC 9(06)V99 VALUE ZEROS.
       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 W-TEMACUM     PIC X(01) VALUE "N".
       01 W-ACUACH      PIC X(01) VALUE "N".
       01 W-ASINAL      PIC X(01) VALUE "+".
       01 W-ABRUTO      PIC 9(06)V99 VALUE ZEROS.
       01 W-AINSS       PIC 9(06)V99 VALUE ZEROS.
       01 W-AIR         PIC 9(06)V99 VALUE ZEROS.
       01 W-AFGTS       PIC 9(06)V99 VALUE ZEROS.
       01 W-A13         PIC 9(06)V99 VALUE ZEROS.
       01 W-AFER        PIC 9(06)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
           OPEN INPUT CADPARAM
           IF ST-ERRO9 NOT = "00"
              MOVE "N" TO W-TEMPARAM.
           MOVE "S" TO W-TEMFCONT
           OPEN INPUT CADFCONT
           IF ST-FCONT NOT = "00"
              MOVE "N" TO W-TEMFCONT.
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
              DISPLAY "FUNCIONARIO " FER-CODFUNC " COM CODCARGO "
                      CODCARGO " SEM CADASTRO EM ARQCARGO.DAT - PULADO"
              GO TO R2-FIM.
           PERFORM ROT-BUSCA-CONTRATO THRU ROT-BUSCA-CONTRATO-FIM.
      *
      *********************************************************
      * REMUNERACAO DE FERIAS = SALARIO MENSAL / 30 X DIAS     *
           COMPUTE W-REMFERIAS = W-SALMES / 30 * DIASGOZADOS
           COMPUTE SALBRUTO = W-REMFERIAS + (W-REMFERIAS / 3).
       R5B.
           IF W-TPCONT = 4
              MOVE ZEROS TO INSS
              GO TO R5C.
           MOVE SALBRUTO TO CALC
           PERFORM ROT-CALC-INSS THRU ROT-CALC-INSS-FIM
           IF W-ALIQACH NOT = "S"
       R5D.
           MOVE ZEROS TO SALFAMILIA
           COMPUTE SALLIQ = DESCINSS - IR
           COMPUTE FGTS = SALBRUTO * (W-ALIQFGTSC / 100).
      *
       R6.
           MOVE FER-CODFUNC TO FUNC-COD
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
              MOVE SALBRUTO TO W-AFER
              PERFORM ROT-ACUM THRU ROT-ACUM-FIM
           ELSE
              DISPLAY "ERRO NA GRAVACAO DAS FERIAS DO FUNCIONARIO "
                      FER-CODFUNC " - FILE STATUS " ST-ERRO.
           EXIT.
      *
      *********************************************************
      * DETALHE DAS FERIAS EM CADPAGD: REMUNERACAO (BASE =     *
      * SALARIO MENSAL, REFERENCIA = DIAS GOZADOS), TERCO      *
      * CONSTITUCIONAL, INSS, IR E O FGTS INFORMATIVO          *
      *********************************************************
       ROT-GRAVA-DET.
           MOVE "P" TO W-DNATUR
           MOVE 120 TO W-DEVENTO
           MOVE "FERIAS GOZADAS" TO W-DDESCR
           MOVE W-SALMES    TO W-DBASE
           MOVE DIASGOZADOS TO W-DREF
           MOVE W-REMFERIAS TO W-DVALOR
           PERFORM ROT-DET-WR THRU ROT-DET-WR-FIM
           MOVE 121 TO W-DEVENTO
           MOVE "1/3 CONST. FERIAS" TO W-DDESCR
           MOVE W-REMFERIAS TO W-DBASE
           MOVE 33,33       TO W-DREF
           COMPUTE W-DVALOR = SALBRUTO - W-REMFERIAS
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
           IF ST-ERRO7 = "22"
              REWRITE REGPAGD.
       ROT-DET-WR-FIM.
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
           IF ST-ERRO8 NOT = "00"
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
           MOVE FER-CODFUNC TO FCT-CODFUNC
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
           EXIT.
      *
       ROT-FIM.
           CLOSE CADPAG CADFERIAS CADFUNC CADCARGO CADFAIXA CADPAGD
                 CADACUM
           IF W-TEMPARAM = "S"
              CLOSE CADPARAM.
           IF W-TEMFCONT = "S"
              CLOSE CADFCONT.
           IF W-TEMCOMP = "S"
              CLOSE CADCOMP.
           DISPLAY "*** PAGAMENTO DE FERIAS CONCLUIDO ***"
