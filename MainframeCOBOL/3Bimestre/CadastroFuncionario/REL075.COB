       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL075.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * RELATORIO DE REEMBOLSO DE DESPESAS (CADDESP), EM RELDESP.TXT:*
      * 1) QUANTIDADE E VALOR DAS DESPESAS POR AREA DO FUNCIONARIO   *
      *    E CATEGORIA, COM O APROVADO/PAGO E O AGUARDANDO, PARA O   *
      *    ANO/MES DA DESPESA INFORMADO (ZEROS = TODAS);             *
      * 2) DESPESAS AGUARDANDO APROVACAO HA MAIS DE N DIAS DESDE O   *
      *    LANCAMENTO (IDADE EM DIAS DO ANO COMERCIAL, COMO NO       *
      *    REL036), DE QUALQUER COMPETENCIA.                         *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADDESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEDESP
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
           SELECT RELDESP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADDESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDESP.DAT".
       01 REGDESP.
          03 CHAVEDESP.
             05 DESP-CODFUNC  PIC 9(5).
             05 DESP-SEQ      PIC 9(3).
          03 DESP-DATA.
             05 DIADESP       PIC 9(2).
             05 MESDESP       PIC 9(2).
             05 ANODESP       PIC 9(4).
          03 DESP-CATEG       PIC X(1).
          03 DESP-VALOR       PIC 9(6)V99.
          03 DESP-COMPROV     PIC X(15).
          03 DESP-HIST        PIC X(30).
          03 DESP-FORMA       PIC X(1).
          03 DESP-SIT         PIC X(1).
          03 DESP-OPERLANC    PIC 9(3).
          03 DESP-DTLANC.
             05 ANOLANC       PIC 9(4).
             05 MESLANC       PIC 9(2).
             05 DIALANC       PIC 9(2).
          03 DESP-OPERAPR     PIC 9(3).
          03 DESP-DTAPR       PIC 9(8).
          03 DESP-ANOMESPAG   PIC 9(6).
          03 DESP-DTPAG       PIC 9(8).
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
       FD RELDESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELDESP.TXT".
       01 LINHA-REL PIC X(90).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL075".
       01 W-SPARQ       PIC X(14) VALUE "RELDESP.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 W-TEMAREA     PIC X(01) VALUE "N".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-ANOPROC     PIC 9(04) VALUE ZEROS.
       01 W-MESPROC     PIC 9(02) VALUE ZEROS.
       01 W-DIASLIM     PIC 9(03) VALUE ZEROS.
       01 W-HOJE.
          03 W-ANOHOJE  PIC 9(4).
          03 W-MESHOJE  PIC 9(2).
          03 W-DIAHOJE  PIC 9(2).
       01 W-IDADE       PIC S9(05) VALUE ZEROS.
       01 W-DESCCATEG   PIC X(13) VALUE SPACES.
       01 W-AREAFUNC    PIC 9(03) VALUE ZEROS.
       01 W-AREAANT     PIC 9(03) VALUE ZEROS.
       01 W-CHAVEAC.
          03 W-CHAREA   PIC 9(03).
          03 W-CHCATEG  PIC X(01).
       01 W-QTDAC       PIC 9(03) VALUE ZEROS.
       01 W-IDX         PIC 9(03) VALUE ZEROS.
       01 W-IDXM        PIC 9(03) VALUE ZEROS.
       01 W-IDXACH      PIC 9(03) VALUE ZEROS.
       01 W-SUBQTD      PIC 9(05) VALUE ZEROS.
       01 W-SUBVALOR    PIC 9(09)V99 VALUE ZEROS.
       01 W-SUBAPR      PIC 9(09)V99 VALUE ZEROS.
       01 W-SUBPEND     PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTQTD      PIC 9(05) VALUE ZEROS.
       01 W-TOTVALOR    PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTAPR      PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTPEND     PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTATRASO   PIC 9(05) VALUE ZEROS.
       01 W-VLRATRASO   PIC 9(09)V99 VALUE ZEROS.
       01 TABAC.
          03 TB-AC OCCURS 300 TIMES.
             05 TBA-CHAVE.
                07 TBA-AREA  PIC 9(03).
                07 TBA-CATEG PIC X(01).
             05 TBA-QTD      PIC 9(05).
             05 TBA-VALOR    PIC 9(09)V99.
             05 TBA-APR      PIC 9(09)V99.
             05 TBA-PEND     PIC 9(09)V99.

       01 LIN-TITULO.
          03 FILLER        PIC X(40) VALUE
             "*** REEMBOLSO DE DESPESAS - COMPETENCIA ".
          03 LTI-MES       PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LTI-ANO       PIC 9999.
          03 FILLER        PIC X(04) VALUE " ***".
          03 FILLER        PIC X(39) VALUE SPACES.
       01 LIN-TITULO2   PIC X(90) VALUE
          "*** REEMBOLSO DE DESPESAS - TODAS AS COMPETENCIAS ***".
       01 LIN-BRANCO    PIC X(90) VALUE SPACES.
       01 LIN-SEP       PIC X(90) VALUE ALL "-".

       01 LIN-CAB1.
          03 FILLER        PIC X(05) VALUE "AREA ".
          03 FILLER        PIC X(21) VALUE "NOME DA AREA".
          03 FILLER        PIC X(14) VALUE "CATEGORIA".
          03 FILLER        PIC X(05) VALUE " QTD ".
          03 FILLER        PIC X(15) VALUE "    VALOR TOTAL".
          03 FILLER        PIC X(15) VALUE "    APROV./PAGO".
          03 FILLER        PIC X(15) VALUE "     AGUARDANDO".

       01 LIN-AREA.
          03 LA-AREA       PIC ZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LA-NOME       PIC X(20).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LA-CATEG      PIC X(13).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LA-QTD        PIC ZZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LA-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LA-APR        PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LA-PEND       PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.

       01 LIN-TOTA.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 LTA-TITULO    PIC X(35).
          03 LTA-QTD       PIC ZZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LTA-VALOR     PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LTA-APR       PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LTA-PEND      PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.

       01 LIN-TITATR.
          03 FILLER        PIC X(44) VALUE
             "*** DESPESAS AGUARDANDO APROVACAO HA MAIS DE".
          03 LTT-DIAS      PIC ZZ9.
          03 FILLER        PIC X(10) VALUE " DIAS ***".
          03 FILLER        PIC X(33) VALUE SPACES.

       01 LIN-CAB2.
          03 FILLER        PIC X(06) VALUE "FUNC  ".
          03 FILLER        PIC X(31) VALUE "NOME".
          03 FILLER        PIC X(04) VALUE "SEQ ".
          03 FILLER        PIC X(11) VALUE "DATA DESP.".
          03 FILLER        PIC X(02) VALUE "C ".
          03 FILLER        PIC X(11) VALUE "     VALOR ".
          03 FILLER        PIC X(11) VALUE "LANCADA EM ".
          03 FILLER        PIC X(06) VALUE "IDADE ".
          03 FILLER        PIC X(08) VALUE "AREA".

       01 LIN-ATR.
          03 LR-FUNC       PIC Z(4)9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LR-NOME       PIC X(30).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LR-SEQ        PIC ZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LR-DATA       PIC 99/99/9999.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LR-CATEG      PIC X(01).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LR-VALOR      PIC ZZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LR-DTLANC     PIC 9999/99/99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LR-IDADE      PIC ZZZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LR-AREA       PIC ZZ9.
          03 FILLER        PIC X(05) VALUE SPACES.

       01 LIN-TOTATR.
          03 FILLER        PIC X(22) VALUE "DESPESAS EM ATRASO : ".
          03 LTR-QTD       PIC ZZZZ9.
          03 FILLER        PIC X(12) VALUE "   VALOR : ".
          03 LTR-VALOR     PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(37) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** RELATORIO DE REEMBOLSO DE DESPESAS ***"
           DISPLAY "ANO DA DESPESA (AAAA, ZEROS = TODOS) : "
                   WITH NO ADVANCING
           ACCEPT W-ANOPROC
           MOVE ZEROS TO W-MESPROC
           IF W-ANOPROC NOT = ZEROS
              DISPLAY "MES DA DESPESA (MM)                  : "
                      WITH NO ADVANCING
              ACCEPT W-MESPROC
              IF W-MESPROC < 1 OR W-MESPROC > 12
                 DISPLAY "ANO/MES INVALIDO"
                 GO TO ROT-FIM2.
           DISPLAY "AGUARDANDO HA MAIS DE QUANTOS DIAS (PADRAO 10) : "
                   WITH NO ADVANCING
           ACCEPT W-DIASLIM
           IF W-DIASLIM = ZEROS
              MOVE 10 TO W-DIASLIM.
       R0A.
           OPEN INPUT CADDESP
           IF ST-ERRO NOT = "00"
              DISPLAY "ARQUIVO CADDESP NAO ENCONTRADO - NENHUMA "
                      "DESPESA LANCADA AINDA"
              GO TO ROT-FIM2.
           OPEN INPUT CADFUNC
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              CLOSE CADDESP
              GO TO ROT-FIM2.
           MOVE "S" TO W-TEMAREA
           OPEN INPUT CADAREA
           IF ST-ERRO4 NOT = "00"
              MOVE "N" TO W-TEMAREA.
       R0B.
           OPEN OUTPUT RELDESP
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO RELATORIO RELDESP.TXT"
              CLOSE CADDESP CADFUNC
              GO TO ROT-FIM2.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           IF W-ANOPROC = ZEROS
              WRITE LINHA-REL FROM LIN-TITULO2
           ELSE
              MOVE W-MESPROC TO LTI-MES
              MOVE W-ANOPROC TO LTI-ANO
              WRITE LINHA-REL FROM LIN-TITULO.
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-CAB1
           WRITE LINHA-REL FROM LIN-SEP.
      *
      *********************************************************
      * 1A PASSADA: ACUMULA POR AREA/CATEGORIA NA TABAC,       *
      * MANTIDA EM ORDEM DE AREA E CATEGORIA                   *
      *********************************************************
       R1.
           MOVE ZEROS TO CHAVEDESP
           START CADDESP KEY IS NOT LESS CHAVEDESP
                 INVALID KEY
                    GO TO R3.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
       R3.
           MOVE ZEROS TO W-AREAANT
           PERFORM R4 THRU R4-FIM
                   VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-QTDAC.
           IF W-QTDAC > ZEROS
              PERFORM ROT-SUBTOTAL THRU ROT-SUBTOTAL-FIM.
           WRITE LINHA-REL FROM LIN-SEP
           MOVE "TOTAL GERAL" TO LTA-TITULO
           MOVE W-TOTQTD    TO LTA-QTD
           MOVE W-TOTVALOR  TO LTA-VALOR
           MOVE W-TOTAPR    TO LTA-APR
           MOVE W-TOTPEND   TO LTA-PEND
           WRITE LINHA-REL FROM LIN-TOTA.
      *
      *********************************************************
      * 2A PASSADA: AGUARDANDO APROVACAO HA MAIS DE N DIAS     *
      *********************************************************
       R5.
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-BRANCO
           MOVE W-DIASLIM TO LTT-DIAS
           WRITE LINHA-REL FROM LIN-TITATR
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-CAB2
           WRITE LINHA-REL FROM LIN-SEP
           MOVE "N" TO W-FIM
           MOVE ZEROS TO CHAVEDESP
           START CADDESP KEY IS NOT LESS CHAVEDESP
                 INVALID KEY
                    GO TO R7.
           PERFORM R6 THRU R6-FIM UNTIL W-FIM = "S".
       R7.
           WRITE LINHA-REL FROM LIN-SEP
           MOVE W-TOTATRASO TO LTR-QTD
           MOVE W-VLRATRASO TO LTR-VALOR
           WRITE LINHA-REL FROM LIN-TOTATR
           GO TO ROT-FIM.
      *
       R2.
           READ CADDESP NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF W-ANOPROC NOT = ZEROS
              IF ANODESP NOT = W-ANOPROC OR MESDESP NOT = W-MESPROC
                 GO TO R2-FIM.
           PERFORM ROT-AREA-FUNC THRU ROT-AREA-FUNC-FIM
           MOVE W-AREAFUNC TO W-CHAREA
           MOVE DESP-CATEG TO W-CHCATEG
           PERFORM ROT-ACHA-AC THRU ROT-ACHA-AC-FIM
           IF W-IDXACH = ZEROS
              GO TO R2-FIM.
           ADD 1          TO TBA-QTD (W-IDXACH)
           ADD DESP-VALOR TO TBA-VALOR (W-IDXACH)
           IF DESP-SIT = "P" OR DESP-SIT = "G"
              ADD DESP-VALOR TO TBA-APR (W-IDXACH).
           IF DESP-SIT = "A"
              ADD DESP-VALOR TO TBA-PEND (W-IDXACH).
       R2-FIM.
           EXIT.
      *
      *    UMA LINHA AREA/CATEGORIA, COM SUBTOTAL NA QUEBRA DE AREA
       R4.
           IF W-IDX > 1 AND TBA-AREA (W-IDX) NOT = W-AREAANT
              PERFORM ROT-SUBTOTAL THRU ROT-SUBTOTAL-FIM.
           MOVE SPACES TO LA-NOME
           IF W-IDX = 1 OR TBA-AREA (W-IDX) NOT = W-AREAANT
              MOVE TBA-AREA (W-IDX) TO W-AREAANT
              PERFORM ROT-NOME-AREA THRU ROT-NOME-AREA-FIM.
           MOVE TBA-AREA (W-IDX)  TO LA-AREA
           MOVE TBA-CATEG (W-IDX) TO DESP-CATEG
           PERFORM ROT-DESCCATEG THRU ROT-DESCCATEG-FIM
           MOVE W-DESCCATEG       TO LA-CATEG
           MOVE TBA-QTD (W-IDX)   TO LA-QTD
           MOVE TBA-VALOR (W-IDX) TO LA-VALOR
           MOVE TBA-APR (W-IDX)   TO LA-APR
           MOVE TBA-PEND (W-IDX)  TO LA-PEND
           WRITE LINHA-REL FROM LIN-AREA
           ADD TBA-QTD (W-IDX)   TO W-SUBQTD W-TOTQTD
           ADD TBA-VALOR (W-IDX) TO W-SUBVALOR W-TOTVALOR
           ADD TBA-APR (W-IDX)   TO W-SUBAPR W-TOTAPR
           ADD TBA-PEND (W-IDX)  TO W-SUBPEND W-TOTPEND.
       R4-FIM.
           EXIT.
      *
       R6.
           READ CADDESP NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R6-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R6-FIM.
           IF DESP-SIT NOT = "A"
              GO TO R6-FIM.
           COMPUTE W-IDADE = ((W-ANOHOJE - ANOLANC) * 360)
                           + ((W-MESHOJE - MESLANC) * 30)
                           + (W-DIAHOJE - DIALANC)
           IF W-IDADE < ZEROS
              MOVE ZEROS TO W-IDADE.
           IF W-IDADE NOT > W-DIASLIM
              GO TO R6-FIM.
           PERFORM ROT-AREA-FUNC THRU ROT-AREA-FUNC-FIM
           MOVE DESP-CODFUNC TO LR-FUNC
           MOVE NOME         TO LR-NOME
           MOVE DESP-SEQ     TO LR-SEQ
           MOVE DESP-DATA    TO LR-DATA
           MOVE DESP-CATEG   TO LR-CATEG
           MOVE DESP-VALOR   TO LR-VALOR
           MOVE DESP-DTLANC  TO LR-DTLANC
           MOVE W-IDADE      TO LR-IDADE
           MOVE W-AREAFUNC   TO LR-AREA
           WRITE LINHA-REL FROM LIN-ATR
           ADD 1 TO W-TOTATRASO
           ADD DESP-VALOR TO W-VLRATRASO.
       R6-FIM.
           EXIT.
      *
      *    AREA DO FUNCIONARIO DA DESPESA (SEM CADASTRO = 000)
       ROT-AREA-FUNC.
           MOVE ZEROS  TO W-AREAFUNC
           MOVE SPACES TO NOME
           MOVE DESP-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO3 = "00"
              MOVE CODAREA TO W-AREAFUNC.
       ROT-AREA-FUNC-FIM.
           EXIT.
      *
      *********************************************************
      * LOCALIZA A AREA/CATEGORIA NA TABAC; NAO ACHANDO, ABRE  *
      * A POSICAO NO LUGAR CERTO DESLOCANDO AS SEGUINTES       *
      *********************************************************
       ROT-ACHA-AC.
           MOVE ZEROS TO W-IDXACH
           PERFORM ROT-ACHA-AC-VAR THRU ROT-ACHA-AC-VAR-FIM
                   VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-QTDAC OR W-IDXACH NOT = ZEROS.
           IF W-IDXACH NOT = ZEROS
              IF TBA-CHAVE (W-IDXACH) = W-CHAVEAC
                 GO TO ROT-ACHA-AC-FIM.
           IF W-QTDAC NOT < 300
              DISPLAY "TABELA DE AREAS/CATEGORIAS LOTADA - AREA "
                      W-CHAREA " FORA DO RELATORIO"
              MOVE ZEROS TO W-IDXACH
              GO TO ROT-ACHA-AC-FIM.
           IF W-IDXACH = ZEROS
              COMPUTE W-IDXACH = W-QTDAC + 1
           ELSE
              PERFORM ROT-DESLOCA THRU ROT-DESLOCA-FIM
                      VARYING W-IDXM FROM W-QTDAC BY -1
                      UNTIL W-IDXM < W-IDXACH.
           ADD 1 TO W-QTDAC
           MOVE W-CHAVEAC TO TBA-CHAVE (W-IDXACH)
           MOVE ZEROS TO TBA-QTD (W-IDXACH) TBA-VALOR (W-IDXACH)
           MOVE ZEROS TO TBA-APR (W-IDXACH) TBA-PEND (W-IDXACH).
       ROT-ACHA-AC-FIM.
           EXIT.
       ROT-ACHA-AC-VAR.
           IF TBA-CHAVE (W-IDX) NOT < W-CHAVEAC
              MOVE W-IDX TO W-IDXACH.
       ROT-ACHA-AC-VAR-FIM.
           EXIT.
       ROT-DESLOCA.
           MOVE TB-AC (W-IDXM) TO TB-AC (W-IDXM + 1).
       ROT-DESLOCA-FIM.
           EXIT.
      *
      *    SUBTOTAL DA AREA ANTERIOR
       ROT-SUBTOTAL.
           MOVE "  TOTAL DA AREA" TO LTA-TITULO
           MOVE W-SUBQTD   TO LTA-QTD
           MOVE W-SUBVALOR TO LTA-VALOR
           MOVE W-SUBAPR   TO LTA-APR
           MOVE W-SUBPEND  TO LTA-PEND
           WRITE LINHA-REL FROM LIN-TOTA
           WRITE LINHA-REL FROM LIN-BRANCO
           MOVE ZEROS TO W-SUBQTD W-SUBVALOR W-SUBAPR W-SUBPEND.
       ROT-SUBTOTAL-FIM.
           EXIT.
      *
       ROT-NOME-AREA.
           MOVE SPACES TO LA-NOME
           IF W-TEMAREA NOT = "S"
              GO TO ROT-NOME-AREA-FIM.
           MOVE W-AREAANT TO AREA-COD
           READ CADAREA
           IF ST-ERRO4 = "00"
              MOVE AREA-NOME TO LA-NOME.
       ROT-NOME-AREA-FIM.
           EXIT.
      *
       ROT-DESCCATEG.
           MOVE "OUTRAS" TO W-DESCCATEG
           IF DESP-CATEG = "V"
              MOVE "VIAGEM" TO W-DESCCATEG.
           IF DESP-CATEG = "K"
              MOVE "QUILOMETRAGEM" TO W-DESCCATEG.
           IF DESP-CATEG = "R"
              MOVE "REFEICAO" TO W-DESCCATEG.
       ROT-DESCCATEG-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADDESP CADFUNC RELDESP
           IF W-TEMAREA = "S"
              CLOSE CADAREA.
           DISPLAY "*** RELATORIO GERADO EM RELDESP.TXT ***"
           DISPLAY "DESPESAS NO PERIODO      : " W-TOTQTD
           DISPLAY "VALOR NO PERIODO         : " W-TOTVALOR
           DISPLAY "AGUARDANDO EM ATRASO     : " W-TOTATRASO.
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
      *    30 = ARQUIVO NAO ENCONTRADO
