      * LANCAMENTOS LANCCTB.TXT E O RELATORIO DE CONFERENCIA         *
      * RELCTB.TXT QUE PROVA DEBITOS = CREDITOS ANTES DA             *
      * IMPORTACAO PELA CONTABILIDADE.                               *
      * OS DESCONTOS DE CADMOV LEVADOS AO EVENTO CONTABIL 08         *
      * (SINDICATO) SAO OS DAS RUBRICAS DO CADRUBR COM EVENTO        *
      * CONTABIL 08; SEM CATALOGO, O EVENTO 585. SAO LIDOS DAS       *
      * LINHAS DO DETALHE CADPAGD DE CADA FOLHA (CADMOV SO QUANDO A   *
      * FOLHA MENSAL NAO TEM DETALHE GRAVADO).                       *
      * OS RPA DE AUTONOMOS DA COMPETENCIA (CADRPA) ENTRAM NA AREA   *
      * DO CADAUTON PELOS EVENTOS 13 (SERVICOS), 02 (INSS), 03       *
      * (IR), 14 (LIQUIDO A PAGAR) E 15 (INSS PATRONAL).             *
      * A PREVIDENCIA PRIVADA SAI DAS MESMAS LINHAS DO DETALHE:      *
      * A CONTRIBUICAO DO EMPREGADO (EVENTO CONTABIL 16, SEM         *
      * CATALOGO O EVENTO 595) NO CREDITO A REPASSAR E A             *
      * CONTRAPARTIDA DA EMPRESA (LINHA INFORMATIVA 955, EVENTO      *
      * CONTABIL 17) EM DEBITO E CREDITO PROPRIOS.                   *
      * O REEMBOLSO DE DESPESAS PAGO NA FOLHA (EVENTO CONTABIL 18,   *
      * SEM CATALOGO O EVENTO 170) VAI A DEBITO DE DESPESA DA AREA;  *
      * O VALOR JA ESTA DENTRO DO LIQUIDO A PAGAR.                   *
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
           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMOV
                    FILE STATUS  IS ST-ERRO6
                    ALTERNATE RECORD KEY IS MOV-ANOMES WITH DUPLICATES.
      *
           SELECT CADRATEIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVERAT
                    FILE STATUS  IS ST-ERRO7.
      *
           SELECT CADRUBR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RUB-COD
                    FILE STATUS  IS ST-ERRO8.
      *
           SELECT CADPAGD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPAGD
                    FILE STATUS  IS ST-ERRO9.
      *
           SELECT CADRPA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVERPA
                    FILE STATUS  IS ST-RPA
                    ALTERNATE RECORD KEY IS RPA-ANOMES WITH DUPLICATES.
      *
           SELECT CADAUTON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AUT-COD
                    FILE STATUS  IS ST-AUT
                    ALTERNATE RECORD KEY IS AUT-CPF.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 RAT-PCT          PIC 9(3).
          03 RAT-VIGINI       PIC 9(6).
          03 RAT-VIGFIM       PIC 9(6).
      *
       FD CADRUBR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRUBR.DAT".
       01 REGRUBR.
          03 RUB-COD          PIC 9(3).
          03 RUB-DESC         PIC X(20).
          03 RUB-NATUR        PIC X(1).
          03 RUB-INCINSS      PIC X(1).
          03 RUB-INCIR        PIC X(1).
          03 RUB-INCFGTS      PIC X(1).
          03 RUB-CTAEVEN      PIC 9(2).
          03 RUB-ORIGEM       PIC X(1).
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
       FD CADAUTON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUTON.DAT".
       01 REGAUT.
          03 AUT-COD          PIC 9(05).
          03 AUT-NOME         PIC X(35).
          03 AUT-CPF          PIC 9(11).
          03 AUT-NIT          PIC 9(11).
          03 AUT-ATIVID       PIC X(20).
          03 AUT-CODAREA      PIC 9(03).
          03 AUT-EMP          PIC 9(02).
          03 AUT-DADOSBANC.
             05 AUT-BANCO     PIC 9(03).
             05 AUT-AGENCIA   PIC 9(04).
             05 AUT-CONTA     PIC X(10).
          03 AUT-TPCHAVE      PIC X(01).
          03 AUT-CHAVE        PIC X(35).
          03 AUT-USARCHV      PIC X(01).
          03 AUT-SIT          PIC X(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL030".
       01 W-TEMMOV      PIC X(01) VALUE "N".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 W-TEMRAT      PIC X(01) VALUE "N".
       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 W-TEMRUBR     PIC X(01) VALUE "N".
       01 ST-ERRO9      PIC X(02) VALUE "00".
       01 W-TEMPAGD     PIC X(01) VALUE "N".
       01 W-QTDLIN      PIC 9(03) VALUE ZEROS.
       01 W-QTDRAT      PIC 9(02) VALUE ZEROS.
       01 W-SOMARAT     PIC 9(05) VALUE ZEROS.
       01 W-IDXR        PIC 9(02) VALUE ZEROS.
       01 W-VLRSIND     PIC 9(06)V99 VALUE ZEROS.
       01 W-VLRPREV     PIC 9(06)V99 VALUE ZEROS.
       01 W-VLRPREVP    PIC 9(06)V99 VALUE ZEROS.
       01 W-VLRREEMB    PIC 9(06)V99 VALUE ZEROS.
       01 W-ANOMESREF   PIC 9(06) VALUE ZEROS.
       01 W-PCTR        PIC 9(03) VALUE ZEROS.
       01 ST-RPA        PIC X(02) VALUE "00".
       01 ST-AUT        PIC X(02) VALUE "00".
       01 W-TEMAUT      PIC X(01) VALUE "N".
       01 W-TOTRPA      PIC 9(06) VALUE ZEROS.
       01 TABRAT.
          03 TB-RAT OCCURS 10 TIMES.
             05 TBR-AREA     PIC 9(03).
             05 TBA-LIQ      PIC 9(10)V99.
             05 TBA-FGTS     PIC 9(10)V99.
             05 TBA-SIND     PIC 9(10)V99.
             05 TBA-RPA      PIC 9(10)V99.
             05 TBA-RPAINSS  PIC 9(10)V99.
             05 TBA-RPAIR    PIC 9(10)V99.
             05 TBA-RPALIQ   PIC 9(10)V99.
             05 TBA-RPAPAT   PIC 9(10)V99.
             05 TBA-PREV     PIC 9(10)V99.
             05 TBA-PREVEMP  PIC 9(10)V99.
             05 TBA-REEMB    PIC 9(10)V99.

       01 LIN-LANC.
          03 LL-AREA       PIC 9(03).
           OPEN INPUT CADRATEIO
           IF ST-ERRO7 NOT = "00"
              MOVE "N" TO W-TEMRAT.
       R0D3.
           MOVE "S" TO W-TEMRUBR
           OPEN INPUT CADRUBR
           IF ST-ERRO8 NOT = "00"
              MOVE "N" TO W-TEMRUBR.
       R0D4.
           MOVE "S" TO W-TEMPAGD
           OPEN INPUT CADPAGD
           IF ST-ERRO9 NOT = "00"
              MOVE "N" TO W-TEMPAGD.
       R0E.
           OPEN OUTPUT RELCTB
           IF ST-ERRO5 NOT = "00"
           WRITE LINHA-REL FROM LIN-SEP.
      *
       R1.
           MOVE W-ANOPROC TO ANO
           MOVE W-MESPROC TO MES
           START CADPAG KEY IS EQUAL ANOMES
                 INVALID KEY
                    MOVE "S" TO W-FIM.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
           PERFORM ROT-LE-RPA THRU ROT-LE-RPA-FIM.
           PERFORM R4 THRU R4-FIM
                   VARYING W-IDXA FROM 1 BY 1
                   UNTIL W-IDXA > W-QTDAREAS.
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF ANO NOT = W-ANOPROC OR MES NOT = W-MESPROC
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF TIPOFOLHA = "A"
              GO TO R2-FIM.
      *
       R3.
           ADD SALFAMILIA TO TBA-FAM   (W-IDXACH)
           ADD SALLIQ     TO TBA-LIQ   (W-IDXACH)
           ADD FGTS       TO TBA-FGTS  (W-IDXACH)
           ADD W-VLRSIND  TO TBA-SIND  (W-IDXACH)
           ADD W-VLRPREV  TO TBA-PREV  (W-IDXACH)
           ADD W-VLRPREVP TO TBA-PREVEMP (W-IDXACH)
           ADD W-VLRREEMB TO TBA-REEMB (W-IDXACH).
       R2-FIM.
           EXIT.
      *
           COMPUTE TBA-FGTS (W-IDXACH) = TBA-FGTS (W-IDXACH)
                  + (FGTS * W-PCTR / 100)
           COMPUTE TBA-SIND (W-IDXACH) = TBA-SIND (W-IDXACH)
                  + (W-VLRSIND * W-PCTR / 100)
           COMPUTE TBA-PREV (W-IDXACH) = TBA-PREV (W-IDXACH)
                  + (W-VLRPREV * W-PCTR / 100)
           COMPUTE TBA-PREVEMP (W-IDXACH) = TBA-PREVEMP (W-IDXACH)
                  + (W-VLRPREVP * W-PCTR / 100)
           COMPUTE TBA-REEMB (W-IDXACH) = TBA-REEMB (W-IDXACH)
                  + (W-VLRREEMB * W-PCTR / 100).
       R3R-FIM.
           EXIT.
      *
      *   C INSS (02) + C IR (03) + C SAL FAMILIA (04)         *
      *   C LIQUIDO A PAGAR (05) + C MENSALID SINDICAL (08)    *
      *   C OUTROS DESCONTOS (07) + C FGTS A RECOLHER (06)     *
      *   C PREVIDENCIA PRIVADA (16); D+C PARTE EMPRESA (17)   *
      *   D REEMBOLSO DE DESPESAS (18), PAGO NO LIQUIDO        *
      *   AUTONOMOS: D SERVICOS (13) / C INSS (02) + C IR (03) *
      *   + C LIQUIDO A PAGAR (14); D+C INSS PATRONAL (15)     *
      *********************************************************
       R4.
           MOVE TBA-COD (W-IDXA) TO W-AREABUSCA
           MOVE TBA-SIND (W-IDXA) TO LL-VALOR
           MOVE "C" TO LL-DC
           PERFORM ROT-GRAVA-LANC THRU ROT-GRAVA-LANC-FIM
           MOVE 16 TO W-EVBUSCA
           MOVE TBA-PREV (W-IDXA) TO LL-VALOR
           MOVE "C" TO LL-DC
           PERFORM ROT-GRAVA-LANC THRU ROT-GRAVA-LANC-FIM
           MOVE 18 TO W-EVBUSCA
           MOVE TBA-REEMB (W-IDXA) TO LL-VALOR
           MOVE "D" TO LL-DC
           PERFORM ROT-GRAVA-LANC THRU ROT-GRAVA-LANC-FIM
      *    OUTROS DESCONTOS RETIDOS = O QUE FALTA PARA FECHAR O
      *    DEBITO DO BRUTO E DO REEMBOLSO COM OS CREDITOS ACIMA
           COMPUTE W-RESIDUO = TBA-BRUTO (W-IDXA) + TBA-REEMB (W-IDXA)
                  - TBA-INSS (W-IDXA) - TBA-IR (W-IDXA)
                  - TBA-FAM (W-IDXA) - TBA-LIQ (W-IDXA)
                  - TBA-SIND (W-IDXA) - TBA-PREV (W-IDXA)
           IF W-RESIDUO > ZEROS
              MOVE 07 TO W-EVBUSCA
              MOVE W-RESIDUO TO LL-VALOR
           MOVE 06 TO W-EVBUSCA
           MOVE TBA-FGTS (W-IDXA) TO LL-VALOR
           MOVE "C" TO LL-DC
           PERFORM ROT-GRAVA-LANC THRU ROT-GRAVA-LANC-FIM
           MOVE 17 TO W-EVBUSCA
           MOVE TBA-PREVEMP (W-IDXA) TO LL-VALOR
           MOVE "D" TO LL-DC
           PERFORM ROT-GRAVA-LANC THRU ROT-GRAVA-LANC-FIM
           MOVE 17 TO W-EVBUSCA
           MOVE TBA-PREVEMP (W-IDXA) TO LL-VALOR
           MOVE "C" TO LL-DC
           PERFORM ROT-GRAVA-LANC THRU ROT-GRAVA-LANC-FIM
           MOVE 13 TO W-EVBUSCA
           MOVE TBA-RPA (W-IDXA) TO LL-VALOR
           MOVE "D" TO LL-DC
           PERFORM ROT-GRAVA-LANC THRU ROT-GRAVA-LANC-FIM
           MOVE 02 TO W-EVBUSCA
           MOVE TBA-RPAINSS (W-IDXA) TO LL-VALOR
           MOVE "C" TO LL-DC
           PERFORM ROT-GRAVA-LANC THRU ROT-GRAVA-LANC-FIM
           MOVE 03 TO W-EVBUSCA
           MOVE TBA-RPAIR (W-IDXA) TO LL-VALOR
           MOVE "C" TO LL-DC
           PERFORM ROT-GRAVA-LANC THRU ROT-GRAVA-LANC-FIM
           MOVE 14 TO W-EVBUSCA
           MOVE TBA-RPALIQ (W-IDXA) TO LL-VALOR
           MOVE "C" TO LL-DC
           PERFORM ROT-GRAVA-LANC THRU ROT-GRAVA-LANC-FIM
           MOVE 15 TO W-EVBUSCA
           MOVE TBA-RPAPAT (W-IDXA) TO LL-VALOR
           MOVE "D" TO LL-DC
           PERFORM ROT-GRAVA-LANC THRU ROT-GRAVA-LANC-FIM
           MOVE 15 TO W-EVBUSCA
           MOVE TBA-RPAPAT (W-IDXA) TO LL-VALOR
           MOVE "C" TO LL-DC
           PERFORM ROT-GRAVA-LANC THRU ROT-GRAVA-LANC-FIM.
       R4-FIM.
           EXIT.
           MOVE ZEROS TO TBA-BRUTO (W-IDXACH) TBA-INSS (W-IDXACH)
           MOVE ZEROS TO TBA-IR (W-IDXACH) TBA-FAM (W-IDXACH)
           MOVE ZEROS TO TBA-LIQ (W-IDXACH) TBA-FGTS (W-IDXACH)
           MOVE ZEROS TO TBA-SIND (W-IDXACH) TBA-RPA (W-IDXACH)
           MOVE ZEROS TO TBA-RPAINSS (W-IDXACH) TBA-RPAIR (W-IDXACH)
           MOVE ZEROS TO TBA-RPALIQ (W-IDXACH) TBA-RPAPAT (W-IDXACH)
           MOVE ZEROS TO TBA-PREV (W-IDXACH) TBA-PREVEMP (W-IDXACH)
           MOVE ZEROS TO TBA-REEMB (W-IDXACH).
       ROT-ACHA-AREA-FIM.
           EXIT.
       ROT-ACHA-AREA-VAR.
      * MENSALIDADE SINDICAL DA FOLHA EM PROCESSAMENTO (EVENTO *
      * 585 DE CADMOV) - LIDA A PARTE PARA SAIR NO CREDITO     *
      * PROPRIO (EVENTO CONTABIL 08) EM VEZ DE DILUIDA NOS     *
      * OUTROS DESCONTOS. VEM DAS LINHAS DO DETALHE CADPAGD DA *
      * PROPRIA CHAVEPGTO; CADMOV SO NA FOLHA MENSAL SEM       *
      * DETALHE GRAVADO. NA MESMA LEITURA SAEM A PREVIDENCIA   *
      * PRIVADA DO EMPREGADO (EVENTO CONTABIL 16 OU 595) E A   *
      * CONTRAPARTIDA DA EMPRESA (EVENTO CONTABIL 17 OU 955)   *
      * E O REEMBOLSO DE DESPESAS (EVENTO CONTABIL 18 OU 170)  *
      *********************************************************
       ROT-LE-SIND.
           MOVE ZEROS TO W-VLRSIND W-QTDLIN
           MOVE ZEROS TO W-VLRPREV W-VLRPREVP W-VLRREEMB
           IF W-TEMPAGD NOT = "S"
              GO TO ROT-LE-SIND-MOV.
           MOVE CHAVEPGTO TO PAGD-CHAVEPGTO
           MOVE ZEROS     TO PAGD-EVENTO
           START CADPAGD KEY IS NOT LESS CHAVEPAGD
                 INVALID KEY
                    GO TO ROT-LE-SIND-MOV.
       ROT-LE-SIND-DET.
           READ CADPAGD NEXT RECORD
                AT END
                   GO TO ROT-LE-SIND-MOV
           END-READ
           IF PAGD-CHAVEPGTO NOT = CHAVEPGTO
              GO TO ROT-LE-SIND-MOV.
           ADD 1 TO W-QTDLIN
           IF PAGD-NATUR NOT = "D" AND PAGD-NATUR NOT = "I"
              AND PAGD-NATUR NOT = "P"
              GO TO ROT-LE-SIND-DET.
           IF W-TEMRUBR NOT = "S"
              GO TO ROT-LE-SIND-SEMCAT.
           MOVE PAGD-EVENTO TO RUB-COD
           READ CADRUBR
           IF ST-ERRO8 NOT = "00"
              GO TO ROT-LE-SIND-SEMCAT.
           IF PAGD-NATUR = "D" AND RUB-CTAEVEN = 08
              ADD PAGD-VALOR TO W-VLRSIND.
           IF PAGD-NATUR = "D" AND RUB-CTAEVEN = 16
              ADD PAGD-VALOR TO W-VLRPREV.
           IF PAGD-NATUR = "I" AND RUB-CTAEVEN = 17
              ADD PAGD-VALOR TO W-VLRPREVP.
           IF PAGD-NATUR = "P" AND RUB-CTAEVEN = 18
              ADD PAGD-VALOR TO W-VLRREEMB.
           GO TO ROT-LE-SIND-DET.
      *    EVENTO FORA DO CATALOGO (OU SEM CADRUBR): PELO CODIGO
       ROT-LE-SIND-SEMCAT.
           IF PAGD-NATUR = "D" AND PAGD-EVENTO = 585
              ADD PAGD-VALOR TO W-VLRSIND.
           IF PAGD-NATUR = "D" AND PAGD-EVENTO = 595
              ADD PAGD-VALOR TO W-VLRPREV.
           IF PAGD-NATUR = "I" AND PAGD-EVENTO = 955
              ADD PAGD-VALOR TO W-VLRPREVP.
           IF PAGD-NATUR = "P" AND PAGD-EVENTO = 170
              ADD PAGD-VALOR TO W-VLRREEMB.
           GO TO ROT-LE-SIND-DET.
       ROT-LE-SIND-MOV.
           IF W-QTDLIN NOT = ZEROS OR TIPOFOLHA NOT = "M"
              GO TO ROT-LE-SIND-FIM.
           IF W-TEMMOV NOT = "S"
              GO TO ROT-LE-SIND-FIM.
           MOVE FUNC-COD  TO MOV-CODFUNC
           MOVE W-ANOPROC TO MOV-ANO
           MOVE W-MESPROC TO MOV-MES
           IF W-TEMRUBR = "S"
              GO TO ROT-LE-SIND-CAT.
           MOVE 585       TO MOV-EVENTO
           READ CADMOV
           IF ST-ERRO6 = "00"
              MOVE MOV-VALOR TO W-VLRSIND.
           MOVE 595       TO MOV-EVENTO
           READ CADMOV
           IF ST-ERRO6 = "00"
              MOVE MOV-VALOR TO W-VLRPREV.
           MOVE 170       TO MOV-EVENTO
           READ CADMOV
           IF ST-ERRO6 = "00"
              MOVE MOV-VALOR TO W-VLRREEMB.
           GO TO ROT-LE-SIND-FIM.
      *    COM CATALOGO: SOMA TODAS AS RUBRICAS DA COMPETENCIA
      *    CUJO EVENTO CONTABIL E 08 (SINDICATO)
       ROT-LE-SIND-CAT.
           MOVE ZEROS     TO MOV-EVENTO
           START CADMOV KEY IS NOT LESS CHAVEMOV
                 INVALID KEY
                    GO TO ROT-LE-SIND-FIM.
       ROT-LE-SIND-RD.
           READ CADMOV NEXT RECORD
                AT END
                   GO TO ROT-LE-SIND-FIM
           END-READ
           IF MOV-CODFUNC NOT = FUNC-COD
              OR MOV-ANO NOT = W-ANOPROC OR MOV-MES NOT = W-MESPROC
              GO TO ROT-LE-SIND-FIM.
           MOVE MOV-EVENTO TO RUB-COD
           READ CADRUBR
           IF ST-ERRO8 = "00" AND RUB-CTAEVEN = 08
              ADD MOV-VALOR TO W-VLRSIND.
           IF ST-ERRO8 = "00" AND RUB-CTAEVEN = 16
              ADD MOV-VALOR TO W-VLRPREV.
           IF ST-ERRO8 = "00" AND RUB-CTAEVEN = 18
              ADD MOV-VALOR TO W-VLRREEMB.
           GO TO ROT-LE-SIND-RD.
       ROT-LE-SIND-FIM.
           EXIT.
      *
      * RPA DE AUTONOMOS DA COMPETENCIA (CADRPA): ACUMULA NA   *
      * AREA DO CADASTRO DO AUTONOMO (CADAUTON); SEM CADASTRO, *
      * NA AREA 000 (DE-PARA PADRAO)                           *
       ROT-LE-RPA.
           OPEN INPUT CADRPA
           IF ST-RPA NOT = "00"
              GO TO ROT-LE-RPA-FIM.
           MOVE "S" TO W-TEMAUT
           OPEN INPUT CADAUTON
           IF ST-AUT NOT = "00"
              MOVE "N" TO W-TEMAUT.
           MOVE W-ANOPROC TO RPA-ANO
           MOVE W-MESPROC TO RPA-MES
           START CADRPA KEY IS EQUAL RPA-ANOMES
                 INVALID KEY
                    GO TO ROT-LE-RPA-ENC.
       ROT-LE-RPA-RD.
           READ CADRPA NEXT RECORD
                AT END
                   GO TO ROT-LE-RPA-ENC
           END-READ
           IF ST-RPA NOT = "00"
              OR RPA-ANO NOT = W-ANOPROC OR RPA-MES NOT = W-MESPROC
              GO TO ROT-LE-RPA-ENC.
           MOVE ZEROS TO CODAREA
           IF W-TEMAUT = "S"
              MOVE RPA-CODAUT TO AUT-COD
              READ CADAUTON
              IF ST-AUT = "00"
                 MOVE AUT-CODAREA TO CODAREA.
           PERFORM ROT-ACHA-AREA THRU ROT-ACHA-AREA-FIM
           IF W-IDXACH = ZEROS
              GO TO ROT-LE-RPA-RD.
           ADD 1           TO W-TOTRPA
           ADD RPA-VALOR   TO TBA-RPA     (W-IDXACH)
           ADD RPA-INSS    TO TBA-RPAINSS (W-IDXACH)
           ADD RPA-IR      TO TBA-RPAIR   (W-IDXACH)
           ADD RPA-LIQ     TO TBA-RPALIQ  (W-IDXACH)
           ADD RPA-INSSPAT TO TBA-RPAPAT  (W-IDXACH)
           GO TO ROT-LE-RPA-RD.
       ROT-LE-RPA-ENC.
           IF W-TEMAUT = "S"
              CLOSE CADAUTON.
           CLOSE CADRPA.
       ROT-LE-RPA-FIM.
           EXIT.
      *
       ROT-BUSCA-CONTA.
           MOVE ZEROS TO W-CONTAACH
       ROT-FIM.
           IF W-TEMRAT = "S"
              CLOSE CADRATEIO.
           IF W-TEMRUBR = "S"
              CLOSE CADRUBR.
           IF W-TEMMOV = "S"
              CLOSE CADMOV.
           IF W-TEMPAGD = "S"
              CLOSE CADPAGD.
           CLOSE CADPAG CADFUNC CADCTA LANCCTB RELCTB
           DISPLAY "*** LANCAMENTOS EM LANCCTB.TXT - CONFERENCIA "
                   "EM RELCTB.TXT ***"
           DISPLAY "TOTAL DEBITOS  : " W-TOTDEB
           DISPLAY "TOTAL CREDITOS : " W-TOTCRED
           DISPLAY "SEM CADASTRO EM CADFUNC : " W-SEMAREA
           DISPLAY "RPA DE AUTONOMOS        : " W-TOTRPA.
      *    GUARDA A GERACAO NO SPOOL (VER SPOOLREG/CONSPOOL)
       ROT-SPOOL.
           CALL "SPOOLREG" USING W-SPRELID W-SPARQ.
