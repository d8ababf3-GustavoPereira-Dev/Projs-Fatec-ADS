      **************************************************************
      * ENCARGOS PATRONAIS DO INSS E GUIA DE RECOLHIMENTO (GPS) -    *
      * PERCORRE OS REGISTROS DE CADPAG DE UMA COMPETENCIA (TIPOS    *
      * M, F, D E R - O ADIANTAMENTO "A" E A PLR "P" NAO SAO BASE)   *
      * E CALCULA SOBRE O SALBRUTO OS ENCARGOS DA EMPRESA COM        *
      * ALIQUOTAS MANTIDAS EM CADPARAM:                              *
      *   006 = INSS PATRONAL %  (PADRAO 20)                         *
      *   007 = RAT %                                                *
      *   008 = TERCEIROS %                                          *
      * IMPRIME A GUIA COM OS TOTAIS DA EMPRESA POR TIPO DE          *
      * CONTRIBUICAO, MAIS O INSS RETIDO DOS EMPREGADOS, EM          *
      * RELGPS.TXT.                                                  *
      * OS PAGAMENTOS A AUTONOMOS DA COMPETENCIA (CADRPA) ENTRAM     *
      * NA GUIA COM O INSS PATRONAL CALCULADO EM CADA RPA            *
      * (PARAMETRO 018) E O INSS RETIDO DOS PRESTADORES.             *
      * AS FOLHAS DE ESTAGIARIOS (TIPO DE CONTRATO 4 NO CADFCONT)     *
      * NAO ENTRAM NA BASE PATRONAL; O TOTAL DELAS SAI INFORMATIVO.  *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT CADPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPGTO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS SALBRUTO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS ANOMES WITH DUPLICATES.
      *
           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPARAM
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT RELGPS ASSIGN TO DISK
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECALEN
                    FILE STATUS  IS ST-CALOB.
      *
           SELECT CADRPA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVERPA
                    FILE STATUS  IS ST-RPA
                    ALTERNATE RECORD KEY IS RPA-ANOMES WITH DUPLICATES.
      *
           SELECT CADFCONT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FCT-CODFUNC
                    FILE STATUS  IS ST-FCONT.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD RELGPS
               LABEL RECORD IS STANDARD
          03 CAL-DTPAGTO   PIC 9(8).
          03 CAL-FERIADOS.
             05 CAL-FERIADO PIC 9(2) OCCURS 10 TIMES.
      *
       FD CADRPA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRPA.DAT".
       01 REGRPA.
          03 CHAVERPA.
             05 RPA-CODAUT    PIC 9(05).
             05 RPA-ANOMES.
                07 RPA-ANO    PIC 9(04).
                07 RPA-MES    PIC 9(02).
             05 RPA-SEQ       PIC 9(02).
          03 RPA-DESCR        PIC X(30).
          03 RPA-DTSERV       PIC 9(08).
          03 RPA-VALOR        PIC 9(06)V99.
          03 RPA-INSS         PIC 9(06)V99.
          03 RPA-INSSPAT      PIC 9(06)V99.
          03 RPA-BASEIR       PIC 9(06)V99.
          03 RPA-ALIQIR       PIC 9(02).
          03 RPA-IR           PIC 9(06)V99.
          03 RPA-LIQ          PIC 9(06)V99.
          03 RPA-EMP          PIC 9(02).
          03 RPA-SIT          PIC X(01).
          03 RPA-DTLANC       PIC 9(08).
          03 RPA-OPER         PIC 9(03).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL026".
       01 W-ANOPROC     PIC 9(04) VALUE ZEROS.
       01 W-MESPROC     PIC 9(02) VALUE ZEROS.
       01 W-TEMPARAM    PIC X(01) VALUE "N".
       01 W-PARAMCOD    PIC 9(03) VALUE ZEROS.
       01 W-PARAMVLR    PIC 9(08)V99 VALUE ZEROS.
       01 W-PARAMCOMP   PIC 9(06) VALUE ZEROS.
       01 W-ALIQPATR    PIC 9(03)V99 VALUE ZEROS.
       01 W-ALIQRAT     PIC 9(03)V99 VALUE ZEROS.
       01 W-ALIQTERC    PIC 9(03)V99 VALUE ZEROS.
       01 W-VLRRAT      PIC 9(10)V99 VALUE ZEROS.
       01 W-VLRTERC     PIC 9(10)V99 VALUE ZEROS.
       01 W-VLRGUIA     PIC 9(10)V99 VALUE ZEROS.
       01 ST-RPA        PIC X(02) VALUE "00".
       01 W-TOTRPA      PIC 9(06) VALUE ZEROS.
       01 W-ALIQAUT     PIC 9(03)V99 VALUE ZEROS.
       01 W-BASERPA     PIC 9(10)V99 VALUE ZEROS.
       01 W-VLRPATRRPA  PIC 9(10)V99 VALUE ZEROS.
       01 W-INSSAUT     PIC 9(10)V99 VALUE ZEROS.
       01 ST-FCONT      PIC X(02) VALUE "00".
       01 W-TEMFCONT    PIC X(01) VALUE "N".
       01 W-TOTEST      PIC 9(06) VALUE ZEROS.
       01 W-BASEEST     PIC 9(10)V99 VALUE ZEROS.

       01 LIN-TITULO.
          03 FILLER        PIC X(42) VALUE
           OPEN INPUT CADPARAM
           IF ST-ERRO2 NOT = "00"
              MOVE "N" TO W-TEMPARAM.
           MOVE "S" TO W-TEMFCONT
           OPEN INPUT CADFCONT
           IF ST-FCONT NOT = "00"
              MOVE "N" TO W-TEMFCONT.
       R0C.
           MOVE 20 TO W-ALIQPATR
           MOVE ZEROS TO W-ALIQRAT W-ALIQTERC
           COMPUTE W-PARAMCOMP = (W-ANOPROC * 100) + W-MESPROC
           MOVE 006 TO W-PARAMCOD
           PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
           IF W-PARAMVLR > 0
              MOVE W-PARAMVLR TO W-ALIQPATR.
           MOVE 007 TO W-PARAMCOD
           PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
           MOVE W-PARAMVLR TO W-ALIQRAT
           MOVE 008 TO W-PARAMCOD
           PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
           MOVE W-PARAMVLR TO W-ALIQTERC.
           MOVE 20 TO W-ALIQAUT
           MOVE 018 TO W-PARAMCOD
           PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
           IF W-PARAMVLR > 0
              MOVE W-PARAMVLR TO W-ALIQAUT.
       R0D.
           OPEN OUTPUT RELGPS
           IF ST-ERRO3 NOT = "00"
              GO TO ROT-FIM2.
      *
       R1.
           MOVE W-ANOPROC TO ANO
           MOVE W-MESPROC TO MES
           START CADPAG KEY IS EQUAL ANOMES
                 INVALID KEY
                    MOVE "S" TO W-FIM.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
           PERFORM ROT-SOMA-RPA THRU ROT-SOMA-RPA-FIM.
           GO TO R3.
      *
       R2.
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF ANO NOT = W-ANOPROC OR MES NOT = W-MESPROC
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF TIPOFOLHA = "A" OR TIPOFOLHA = "P"
              GO TO R2-FIM.
      *    ESTAGIARIO NAO E SEGURADO EMPREGADO: FORA DA BASE
           IF W-TEMFCONT = "S"
              MOVE FUNC-COD TO FCT-CODFUNC
              READ CADFCONT
              IF ST-FCONT = "00" AND FCT-TIPO = 4
                 ADD 1 TO W-TOTEST
                 ADD SALBRUTO TO W-BASEEST
                 ADD INSS     TO W-TOTINSSEMP
                 GO TO R2-FIM.
           ADD 1 TO W-TOTFOLHAS
           ADD SALBRUTO TO W-TOTBASE
           ADD INSS     TO W-TOTINSSEMP.
           COMPUTE W-VLRRAT  = W-TOTBASE * W-ALIQRAT  / 100
           COMPUTE W-VLRTERC = W-TOTBASE * W-ALIQTERC / 100
           COMPUTE W-VLRGUIA = W-VLRPATR + W-VLRRAT + W-VLRTERC
                             + W-TOTINSSEMP
                             + W-VLRPATRRPA + W-INSSAUT.
       R4.
           MOVE W-MESPROC TO LT-MES
           MOVE W-ANOPROC TO LT-ANO
           MOVE "BASE DE CALCULO (SALARIOS BRUTOS):" TO LV2-LABEL
           MOVE W-TOTBASE TO LV2-VALOR
           WRITE LINHA-REL FROM LIN-VLR2
           IF W-TOTEST > ZEROS
              MOVE "ESTAGIARIOS (FORA DA BASE)       :" TO LV2-LABEL
              MOVE W-BASEEST TO LV2-VALOR
              WRITE LINHA-REL FROM LIN-VLR2.
           WRITE LINHA-REL FROM LIN-BRANCO
           MOVE "INSS PATRONAL                    :" TO LV-LABEL
           MOVE W-ALIQPATR TO LV-ALIQ
           MOVE "INSS RETIDO DOS EMPREGADOS       :" TO LV2-LABEL
           MOVE W-TOTINSSEMP TO LV2-VALOR
           WRITE LINHA-REL FROM LIN-VLR2
           IF W-TOTRPA > ZEROS
              WRITE LINHA-REL FROM LIN-BRANCO
              MOVE "BASE DE CALCULO (AUTONOMOS - RPA):" TO LV2-LABEL
              MOVE W-BASERPA TO LV2-VALOR
              WRITE LINHA-REL FROM LIN-VLR2
              MOVE "INSS PATRONAL S/ AUTONOMOS       :" TO LV-LABEL
              MOVE W-ALIQAUT    TO LV-ALIQ
              MOVE W-VLRPATRRPA TO LV-VALOR
              WRITE LINHA-REL FROM LIN-VLR
              MOVE "INSS RETIDO DOS AUTONOMOS        :" TO LV2-LABEL
              MOVE W-INSSAUT TO LV2-VALOR
              WRITE LINHA-REL FROM LIN-VLR2.
           WRITE LINHA-REL FROM LIN-SEP
           MOVE "TOTAL DA GUIA A RECOLHER         :" TO LV2-LABEL
           MOVE W-VLRGUIA TO LV2-VALOR
       ROT-FIM.
           IF W-TEMPARAM = "S"
              CLOSE CADPARAM.
           IF W-TEMFCONT = "S"
              CLOSE CADFCONT.
           CLOSE CADPAG RELGPS
           DISPLAY "*** GUIA GERADA EM RELGPS.TXT ***"
           DISPLAY "FOLHAS NA BASE          : " W-TOTFOLHAS
           DISPLAY "FOLHAS DE ESTAGIARIOS   : " W-TOTEST
           DISPLAY "RPA DE AUTONOMOS        : " W-TOTRPA
           DISPLAY "TOTAL DA GUIA           : " W-VLRGUIA.
           PERFORM ROT-GRAVA-OBRIG THRU ROT-GRAVA-OBRIG-FIM.
      *    GUARDA A GERACAO NO SPOOL (VER SPOOLREG/CONSPOOL)
       ROT-FIM3.
           STOP RUN.

      *********************************************************
      * PAGAMENTOS A AUTONOMOS DA COMPETENCIA (CADRPA, TODAS   *
      * AS EMPRESAS): BASE, INSS PATRONAL GRAVADO EM CADA RPA  *
      * E INSS RETIDO DO PRESTADOR. SEM O CADRPA NADA SOMA.    *
      *********************************************************
       ROT-SOMA-RPA.
           OPEN INPUT CADRPA
           IF ST-RPA NOT = "00"
              GO TO ROT-SOMA-RPA-FIM.
           MOVE W-ANOPROC TO RPA-ANO
           MOVE W-MESPROC TO RPA-MES
           START CADRPA KEY IS EQUAL RPA-ANOMES
                 INVALID KEY
                    GO TO ROT-SOMA-RPA-ENC.
       ROT-SOMA-RPA-RD.
           READ CADRPA NEXT RECORD
                AT END
                   GO TO ROT-SOMA-RPA-ENC
           END-READ
           IF ST-RPA NOT = "00"
              OR RPA-ANO NOT = W-ANOPROC OR RPA-MES NOT = W-MESPROC
              GO TO ROT-SOMA-RPA-ENC.
           ADD 1           TO W-TOTRPA
           ADD RPA-VALOR   TO W-BASERPA
           ADD RPA-INSSPAT TO W-VLRPATRRPA
           ADD RPA-INSS    TO W-INSSAUT
           GO TO ROT-SOMA-RPA-RD.
       ROT-SOMA-RPA-ENC.
           CLOSE CADRPA.
       ROT-SOMA-RPA-FIM.
           EXIT.
      *
      *********************************************************
      * AGENDA DE OBRIGACOES (CADOBRIG): REGISTRA/ATUALIZA A   *
      * OBRIGACAO DA COMPETENCIA COMO PENDENTE, COM O VALOR DA *
           EXIT.
       ROT-OBRIG-FERIADO-FIM.
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
           IF ST-ERRO2 NOT = "00" OR PARAM-COD NOT = W-PARAMCOD
              OR PARAM-VIGEN > W-PARAMCOMP
              GO TO ROT-BUSCA-PARAM-FIM.
           MOVE PARAM-VALOR TO W-PARAMVLR
           GO TO ROT-BUSCA-PARAM-RD.
       ROT-BUSCA-PARAM-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
