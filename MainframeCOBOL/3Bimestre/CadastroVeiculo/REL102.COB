       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL102.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CUSTO TOTAL DA FROTA POR VEICULO NO ANO - PARA CADA PLACA   *
      * DO CADCAR SOMA, NO EXERCICIO INFORMADO:                     *
      *   DEPRECIACAO (CUSTO CADAQUIS X TAXA CADDEPTX, COMO NO      *
      *     FPP019; ACUMULADO REAL DO CADDEPRE QUANDO A ULTIMA      *
      *     RODADA JA ALCANCA O FIM DO ANO, ESTIMADO MES A MES DA   *
      *     COMPRA QUANDO NAO)                                      *
      *   COMBUSTIVEL (CADABAST)                                    *
      *   MANUTENCAO (CADMANUT, COM AS PECAS DO ESTOQUE) - MENOS A  *
      *     REVISAO LIGADA A SINISTRO, QUE JA ENTRA NO SINISTRO     *
      *   TAXAS E IMPOSTOS DO EXERCICIO (CADTAXAS)                  *
      *   PREMIO DAS APOLICES COM INICIO NO ANO (CADAPOL)           *
      *   SINISTROS (CADSINIS, FRANQUIA + VALOR FINAL - REEMBOLSO,  *
      *     COMO NO REL044)                                         *
      *   MULTAS NAO COBRADAS DO CONDUTOR (CADMULTA)                *
      * E DIVIDE PELO KM RODADO NO ANO (LINHA DO TEMPO DE ODOMETRO  *
      * DO REL064: MAIOR LEITURA DO ANO MENOS A MAIOR ANTERIOR, OU  *
      * A MENOR DO ANO). LISTA DO MAIOR PARA O MENOR CUSTO POR KM E *
      * MARCA COMO CANDIDATO A SUBSTITUICAO O VEICULO CUJA          *
      * MANUTENCAO + SINISTROS DO ANO PASSA DO PERCENTUAL INFORMADO *
      * (PADRAO 30%) DO VALOR CONTABIL NO FIM DO ANO. SAIDA EM      *
      * CUSTOKM.TXT.                                                *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PLACA-CAR
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADAQUIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AQ-PLACA
                    FILE STATUS  IS ST-AQ.
      *
           SELECT CADDEPTX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DTX-MARCA
                    FILE STATUS  IS ST-DTX.
      *
           SELECT CADDEPRE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEP-PLACA
                    FILE STATUS  IS ST-DEP.
      *
           SELECT CADABAST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEABAST
                    FILE STATUS  IS ST-ABA.
      *
           SELECT CADMANUT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMANUT
                    FILE STATUS  IS ST-MNT.
      *
           SELECT CADTAXAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVETAXAS
                    FILE STATUS  IS ST-TAX.
      *
           SELECT CADAPOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEAPOL
                    FILE STATUS  IS ST-APO.
      *
           SELECT CADSINIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVESINIS
                    FILE STATUS  IS ST-SIN.
      *
           SELECT CADMULTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMULTA
                    FILE STATUS  IS ST-MUL.
      *
           SELECT CUSTOKM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAR.DAT".
       01 REGCAR.
          03 PLACA-CAR     PIC X(7).
          03 NOMEPROP-CAR  PIC X(30).
          03 MARCA-CAR     PIC X(2).
          03 ANOFABC-CAR   PIC 9(4).
          03 COR-CAR       PIC 9(1).
          03 DTLICENC-CAR  PIC 9(8).
          03 DTSEGURO-CAR  PIC 9(8).
          03 MODELO-CAR    PIC 9(3).
          03 CHASSI-CAR    PIC X(17).
          03 RENAVAM-CAR   PIC 9(11).
          03 SIT-CAR       PIC X(1).
      *
       FD CADAQUIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAQUIS.DAT".
       01 REGAQUIS.
          03 AQ-PLACA      PIC X(7).
          03 AQ-DTCOMPRA.
             05 AQ-CMPDIA  PIC 9(2).
             05 AQ-CMPMES  PIC 9(2).
             05 AQ-CMPANO  PIC 9(4).
          03 AQ-VLRCOMPRA  PIC 9(8)V99.
          03 AQ-ORIGEM     PIC X(20).
          03 AQ-VLRPREP    PIC 9(6)V99.
      *
       FD CADDEPTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDEPTX.DAT".
       01 REGDTX.
          03 DTX-MARCA     PIC X(2).
          03 DTX-TAXA      PIC 9(3)V99.
          03 DTX-RESIDUAL  PIC 9(3)V99.
      *
       FD CADDEPRE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDEPRE.DAT".
       01 REGDEP.
          03 DEP-PLACA     PIC X(7).
          03 DEP-ACUM      PIC 9(10)V99.
          03 DEP-ANOMESULT PIC 9(6).
      *
       FD CADABAST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADABAST.DAT".
       01 REGABAST.
          03 CHAVEABAST.
             05 ABA-PLACA     PIC X(7).
             05 ABA-DATA.
                07 ABA-ANO    PIC 9(4).
                07 ABA-MES    PIC 9(2).
                07 ABA-DIA    PIC 9(2).
          03 ABA-LITROS       PIC 9(3)V99.
          03 ABA-VALOR        PIC 9(5)V99.
          03 ABA-KM           PIC 9(7).
          03 ABA-POSTO        PIC X(20).
          03 ABA-CONCIL       PIC X(1).
          03 ABA-CODFORN      PIC 9(5).
      *
       FD CADMANUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMANUT.DAT".
       01 REGMANUT.
          03 CHAVEMANUT.
             05 PLACA-M       PIC X(7).
             05 DTMANUT.
                07 MNT-DIA    PIC 9(2).
                07 MNT-MES    PIC 9(2).
                07 MNT-ANO    PIC 9(4).
          03 KMMANUT          PIC 9(7).
          03 DESCMANUT        PIC X(40).
          03 OFICINA          PIC X(30).
          03 VALORMANUT       PIC 9(6)V99.
          03 MNT-AUTSEQ       PIC 9(3).
          03 MNT-CODFORN      PIC 9(5).
      *
       FD CADTAXAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTAXAS.DAT".
       01 REGTAXAS.
          03 CHAVETAXAS.
             05 TAX-PLACA     PIC X(7).
             05 TAX-ANO       PIC 9(4).
             05 TAX-SEQ       PIC 9(2).
          03 TAX-TIPO         PIC X(1).
          03 TAX-DTVENC       PIC 9(8).
          03 TAX-VALOR        PIC 9(6)V99.
          03 TAX-DTPAGTO      PIC 9(8).
      *
       FD CADAPOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPOL.DAT".
       01 REGAPOL.
          03 CHAVEAPOL.
             05 APO-PLACA     PIC X(7).
             05 APO-DTINI.
                07 APO-DIAINI PIC 9(2).
                07 APO-MESINI PIC 9(2).
                07 APO-ANOINI PIC 9(4).
          03 APO-SEGURADORA   PIC X(20).
          03 APO-NUMERO       PIC X(15).
          03 APO-PREMIO       PIC 9(8)V99.
          03 APO-DTFIM        PIC 9(8).
          03 APO-QTDPARC      PIC 9(2).
          03 APO-CODFORN      PIC 9(5).
      *
       FD CADSINIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSINIS.DAT".
       01 REGSINIS.
          03 CHAVESINIS.
             05 SIN-PLACA     PIC X(7).
             05 SIN-DTOCOR.
                07 SIN-DIAOC  PIC 9(2).
                07 SIN-MESOC  PIC 9(2).
                07 SIN-ANOOC  PIC 9(4).
          03 SIN-NUMSIN       PIC X(15).
          03 SIN-SIT          PIC X(1).
          03 SIN-VLRESTIM     PIC 9(8)V99.
          03 SIN-VLRFINAL     PIC 9(8)V99.
          03 SIN-FRANQUIA     PIC 9(6)V99.
          03 SIN-REEMBOLSO    PIC 9(8)V99.
          03 SIN-DTMANUT      PIC 9(8).
      *
       FD CADMULTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMULTA.DAT".
       01 REGMULTA.
          03 CHAVEMULTA.
             05 MUL-PLACA     PIC X(7).
             05 MUL-DTINF.
                07 MUL-DIAINF PIC 9(2).
                07 MUL-MESINF PIC 9(2).
                07 MUL-ANOINF PIC 9(4).
             05 MUL-HRINF     PIC 9(4).
          03 MUL-VALOR        PIC 9(6)V99.
          03 MUL-PONTOS       PIC 9(2).
          03 MUL-DTVENC       PIC 9(8).
          03 MUL-CODFUNC      PIC 9(5).
          03 MUL-COBRADA      PIC X(1).
      *
       FD CUSTOKM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CUSTOKM.TXT".
       01 LINHA-REL PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL102".
       01 W-SPARQ       PIC X(14) VALUE "CUSTOKM.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-AQ         PIC X(02) VALUE "00".
       01 ST-DTX        PIC X(02) VALUE "00".
       01 ST-DEP        PIC X(02) VALUE "00".
       01 ST-ABA        PIC X(02) VALUE "00".
       01 ST-MNT        PIC X(02) VALUE "00".
       01 ST-TAX        PIC X(02) VALUE "00".
       01 ST-APO        PIC X(02) VALUE "00".
       01 ST-SIN        PIC X(02) VALUE "00".
       01 ST-MUL        PIC X(02) VALUE "00".
       01 W-TEMAQ       PIC X(01) VALUE "N".
       01 W-TEMDTX      PIC X(01) VALUE "N".
       01 W-TEMDEP      PIC X(01) VALUE "N".
       01 W-TEMABA      PIC X(01) VALUE "N".
       01 W-TEMMNT      PIC X(01) VALUE "N".
       01 W-TEMTAX      PIC X(01) VALUE "N".
       01 W-TEMAPO      PIC X(01) VALUE "N".
       01 W-TEMSIN      PIC X(01) VALUE "N".
       01 W-TEMMUL      PIC X(01) VALUE "N".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-ANOPROC     PIC 9(04) VALUE ZEROS.
       01 W-PERC        PIC 9(03) VALUE ZEROS.
       01 W-DTINI8      PIC 9(08) VALUE ZEROS.
       01 W-DTFIM8      PIC 9(08) VALUE ZEROS.
       01 W-DATA8       PIC 9(08) VALUE ZEROS.
       01 W-KMLEIT      PIC 9(07) VALUE ZEROS.
       01 W-KMANT       PIC 9(07) VALUE ZEROS.
       01 W-KMMIN       PIC 9(07) VALUE ZEROS.
       01 W-KMMAX       PIC 9(07) VALUE ZEROS.
       01 W-KMANO       PIC 9(07) VALUE ZEROS.
      *    ACUMULADORES DA PLACA
       01 W-VLRDEPR     PIC 9(08)V99 VALUE ZEROS.
       01 W-VLRCOMB     PIC 9(08)V99 VALUE ZEROS.
       01 W-VLRMANUT    PIC 9(08)V99 VALUE ZEROS.
       01 W-VLRTAXAS    PIC 9(08)V99 VALUE ZEROS.
       01 W-VLRSEGURO   PIC 9(08)V99 VALUE ZEROS.
       01 W-VLRSINIS    PIC S9(08)V99 VALUE ZEROS.
       01 W-VLRMULTAS   PIC 9(08)V99 VALUE ZEROS.
       01 W-VLRTOTAL    PIC S9(09)V99 VALUE ZEROS.
       01 W-VLRCONT     PIC 9(09)V99 VALUE ZEROS.
       01 W-VLRRISCO    PIC S9(09)V99 VALUE ZEROS.
       01 W-LIMITE      PIC 9(09)V99 VALUE ZEROS.
       01 W-CUSTOKM     PIC 9(04)V999 VALUE ZEROS.
      *    DEPRECIACAO
       01 W-CUSTO       PIC 9(08)V99 VALUE ZEROS.
       01 W-TETODEPR    PIC 9(10)V99 VALUE ZEROS.
       01 W-PARCELA     PIC 9(08)V99 VALUE ZEROS.
       01 W-ANOREF      PIC 9(04) VALUE ZEROS.
       01 W-MESES       PIC S9(05) VALUE ZEROS.
       01 W-ACUMREF     PIC 9(10)V99 VALUE ZEROS.
       01 W-ACUMANO     PIC 9(10)V99 VALUE ZEROS.
       01 W-ACUMANT     PIC 9(10)V99 VALUE ZEROS.
      *    REVISOES LIGADAS A SINISTRO DA PLACA (DDMMAAAA)
       01 W-QTDLIG      PIC 9(03) VALUE ZEROS.
       01 W-LIGADA      PIC X(01) VALUE "N".
       01 TABLIG.
          03 TBL-DTMANUT PIC 9(08) OCCURS 50 TIMES.
      *    VEICULOS DO ANO EM MEMORIA, NA ORDEM DO CADCAR
       01 W-QTDV        PIC 9(03) VALUE ZEROS.
       01 W-IDX1        PIC 9(03) VALUE ZEROS.
       01 W-IDXMAX      PIC 9(03) VALUE ZEROS.
       01 W-RANK        PIC 9(03) VALUE ZEROS.
       01 W-VLRMAX      PIC S9(04)V999 VALUE ZEROS.
       01 W-FORA        PIC 9(05) VALUE ZEROS.
       01 TABVEIC.
          03 TB-VEIC OCCURS 500 TIMES.
             05 TBV-PLACA     PIC X(07).
             05 TBV-KM        PIC 9(07).
             05 TBV-DEPR      PIC 9(08)V99.
             05 TBV-COMB      PIC 9(08)V99.
             05 TBV-MANUT     PIC 9(08)V99.
             05 TBV-TAXAS     PIC 9(08)V99.
             05 TBV-SEGURO    PIC 9(08)V99.
             05 TBV-SINIS     PIC S9(08)V99.
             05 TBV-MULTAS    PIC 9(08)V99.
             05 TBV-TOTAL     PIC S9(09)V99.
             05 TBV-CUSTOKM   PIC 9(04)V999.
             05 TBV-VLRCONT   PIC 9(09)V99.
             05 TBV-CAND      PIC X(01).
             05 TBV-LISTADO   PIC X(01).
      *    TOTAIS DA FROTA
       01 W-TOTDEPR     PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTCOMB     PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTMANUT    PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTTAXAS    PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTSEGURO   PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTSINIS    PIC S9(10)V99 VALUE ZEROS.
       01 W-TOTMULTAS   PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTGERAL    PIC S9(11)V99 VALUE ZEROS.
       01 W-TOTKM       PIC 9(09) VALUE ZEROS.
       01 W-TOTCOMKM    PIC S9(11)V99 VALUE ZEROS.
       01 W-MEDIAKM     PIC 9(04)V999 VALUE ZEROS.
       01 W-TOTCAND     PIC 9(03) VALUE ZEROS.
       01 W-PERCRISCO   PIC 9(05)V9 VALUE ZEROS.

       01 LIN-TITULO.
          03 FILLER        PIC X(50) VALUE
             "*** CUSTO TOTAL DA FROTA POR VEICULO E POR KM ***".
          03 FILLER        PIC X(11) VALUE "EXERCICIO: ".
          03 LT-ANO        PIC 9999.
          03 FILLER        PIC X(25) VALUE
             "   LIMITE SUBSTITUICAO: ".
          03 LT-PERC       PIC ZZ9.
          03 FILLER        PIC X(27) VALUE
             "% DO VALOR CONTABIL".

       01 LIN-DET.
          03 LD-RANK       PIC ZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-PLACA      PIC X(07).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-KM         PIC ZZZ.ZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-DEPR       PIC ZZZ.ZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-COMB       PIC ZZZ.ZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-MANUT      PIC ZZZ.ZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-TAXAS      PIC ZZZ.ZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-SEGURO     PIC ZZZ.ZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-SINIS      PIC ZZZ.ZZ9-.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-MULTAS     PIC ZZZ.ZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-TOTAL      PIC Z.ZZZ.ZZ9-.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-CUSTOKM    PIC Z.ZZ9,999.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-VLRCONT    PIC Z.ZZZ.ZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-CAND       PIC X(03).
          03 FILLER        PIC X(09) VALUE SPACES.

       01 LIN-CAB.
          03 FILLER        PIC X(40) VALUE
             "ORD PLACA    KM ANO DEPREC. COMBUST  MAN".
          03 FILLER        PIC X(40) VALUE
             "UT.   TAXAS  SEGURO SINISTR.  MULTAS  TO".
          03 FILLER        PIC X(40) VALUE
             "TAL ANO  CUSTO/KM VLR.CONT. SUB         ".

       01 LIN-CAB2      PIC X(120) VALUE
          "VALORES EM R$ INTEIROS - SUB = *** CANDIDATO A SUBSTITUICAO".

       01 LIN-TOT.
          03 LTT-DESC      PIC X(35).
          03 LTT-VLR       PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
          03 FILLER        PIC X(67) VALUE SPACES.

       01 LIN-CANDCAB.
          03 FILLER        PIC X(50) VALUE
             "CANDIDATOS A SUBSTITUICAO (MANUTENCAO + SINISTROS ".
          03 FILLER        PIC X(50) VALUE
             "ACIMA DO LIMITE SOBRE O VALOR CONTABIL)".
          03 FILLER        PIC X(20) VALUE SPACES.
       01 LIN-CANDCAB2.
          03 FILLER        PIC X(50) VALUE
             "PLACA    MANUT.+SINISTROS  VALOR CONTABIL   % DO V".
          03 FILLER        PIC X(50) VALUE
             "ALOR  CUSTO/KM".
          03 FILLER        PIC X(20) VALUE SPACES.
       01 LIN-CAND.
          03 LC-PLACA      PIC X(07).
          03 FILLER        PIC X(04) VALUE SPACES.
          03 LC-RISCO      PIC ZZ.ZZZ.ZZ9,99-.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LC-VLRCONT    PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 LC-PERC       PIC ZZ.ZZ9,9.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LC-CUSTOKM    PIC Z.ZZ9,999.
          03 FILLER        PIC X(54) VALUE SPACES.

       01 LIN-BRANCO    PIC X(120) VALUE SPACES.
       01 LIN-SEP       PIC X(120) VALUE ALL "-".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** CUSTO TOTAL DA FROTA POR VEICULO ***"
           DISPLAY "EXERCICIO (AAAA) : " WITH NO ADVANCING
           ACCEPT W-ANOPROC
           IF W-ANOPROC = ZEROS
              DISPLAY "ANO INVALIDO"
              GO TO ROT-FIM2.
           DISPLAY "% DO VALOR CONTABIL P/ SUBSTITUICAO (0 = 30) : "
                   WITH NO ADVANCING
           ACCEPT W-PERC
           IF W-PERC = ZEROS
              MOVE 30 TO W-PERC.
           COMPUTE W-DTINI8 = (W-ANOPROC * 10000) + 0101
           COMPUTE W-DTFIM8 = (W-ANOPROC * 10000) + 1231.
       R0A.
           OPEN INPUT CADCAR
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCAR"
              GO TO ROT-FIM2.
      *    CADA ORIGEM DE CUSTO QUE NAO EXISTE SO FICA ZERADA
           MOVE "S" TO W-TEMAQ W-TEMDTX W-TEMDEP W-TEMABA W-TEMMNT
           MOVE "S" TO W-TEMTAX W-TEMAPO W-TEMSIN W-TEMMUL
           OPEN INPUT CADAQUIS
           IF ST-AQ NOT = "00"
              MOVE "N" TO W-TEMAQ.
           OPEN INPUT CADDEPTX
           IF ST-DTX NOT = "00"
              MOVE "N" TO W-TEMDTX.
           OPEN INPUT CADDEPRE
           IF ST-DEP NOT = "00"
              MOVE "N" TO W-TEMDEP.
           OPEN INPUT CADABAST
           IF ST-ABA NOT = "00"
              MOVE "N" TO W-TEMABA.
           OPEN INPUT CADMANUT
           IF ST-MNT NOT = "00"
              MOVE "N" TO W-TEMMNT.
           OPEN INPUT CADTAXAS
           IF ST-TAX NOT = "00"
              MOVE "N" TO W-TEMTAX.
           OPEN INPUT CADAPOL
           IF ST-APO NOT = "00"
              MOVE "N" TO W-TEMAPO.
           OPEN INPUT CADSINIS
           IF ST-SIN NOT = "00"
              MOVE "N" TO W-TEMSIN.
           OPEN INPUT CADMULTA
           IF ST-MUL NOT = "00"
              MOVE "N" TO W-TEMMUL.
       R0B.
           OPEN OUTPUT CUSTOKM
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ARQUIVO CUSTOKM.TXT"
              GO TO ROT-FIM.
           MOVE W-ANOPROC TO LT-ANO
           MOVE W-PERC    TO LT-PERC
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-SEP
           WRITE LINHA-REL FROM LIN-CAB
           WRITE LINHA-REL FROM LIN-SEP.
      *
       R1.
           MOVE ZEROS TO W-QTDV
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
      *    DO MAIOR PARA O MENOR CUSTO POR KM
           MOVE ZEROS TO W-RANK.
       R1A.
           PERFORM R20 THRU R20-FIM
           IF W-IDXMAX NOT = ZEROS
              PERFORM R21 THRU R21-FIM
              GO TO R1A.
           PERFORM R25 THRU R25-FIM
           PERFORM R30 THRU R30-FIM
           GO TO ROT-FIM.
      *
      *********************************************************
      * UMA PLACA DO CADCAR: SOMA OS CUSTOS DO ANO E GUARDA NA *
      * TABELA QUANDO TEVE CUSTO OU KM NO ANO                  *
      *********************************************************
       R2.
           READ CADCAR NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           MOVE ZEROS TO W-VLRDEPR W-VLRCOMB W-VLRMANUT W-VLRTAXAS
           MOVE ZEROS TO W-VLRSEGURO W-VLRSINIS W-VLRMULTAS W-VLRCONT
           MOVE ZEROS TO W-KMANT W-KMMIN W-KMMAX W-KMANO W-CUSTO
           MOVE ZEROS TO W-QTDLIG
           PERFORM R3 THRU R3-FIM
           PERFORM R4 THRU R4-FIM
           PERFORM R5 THRU R5-FIM
           PERFORM R6 THRU R6-FIM
           PERFORM R7 THRU R7-FIM
           PERFORM R8 THRU R8-FIM
           PERFORM R9 THRU R9-FIM
      *    KM DO ANO PELA LINHA DO TEMPO DO ODOMETRO
           IF W-KMMAX > ZEROS
              IF W-KMANT > ZEROS AND W-KMANT < W-KMMAX
                 COMPUTE W-KMANO = W-KMMAX - W-KMANT
              ELSE
                 COMPUTE W-KMANO = W-KMMAX - W-KMMIN.
           COMPUTE W-VLRTOTAL = W-VLRDEPR + W-VLRCOMB + W-VLRMANUT
                  + W-VLRTAXAS + W-VLRSEGURO + W-VLRSINIS
                  + W-VLRMULTAS
           IF W-VLRTOTAL = ZEROS AND W-KMANO = ZEROS
              GO TO R2-FIM.
           IF W-QTDV NOT < 500
              ADD 1 TO W-FORA
              GO TO R2-FIM.
           MOVE ZEROS TO W-CUSTOKM
           IF W-KMANO > ZEROS AND W-VLRTOTAL > ZEROS
              COMPUTE W-CUSTOKM ROUNDED = W-VLRTOTAL / W-KMANO
                 ON SIZE ERROR
                    MOVE 9999,999 TO W-CUSTOKM.
           ADD 1 TO W-QTDV
           MOVE PLACA-CAR   TO TBV-PLACA (W-QTDV)
           MOVE W-KMANO     TO TBV-KM (W-QTDV)
           MOVE W-VLRDEPR   TO TBV-DEPR (W-QTDV)
           MOVE W-VLRCOMB   TO TBV-COMB (W-QTDV)
           MOVE W-VLRMANUT  TO TBV-MANUT (W-QTDV)
           MOVE W-VLRTAXAS  TO TBV-TAXAS (W-QTDV)
           MOVE W-VLRSEGURO TO TBV-SEGURO (W-QTDV)
           MOVE W-VLRSINIS  TO TBV-SINIS (W-QTDV)
           MOVE W-VLRMULTAS TO TBV-MULTAS (W-QTDV)
           MOVE W-VLRTOTAL  TO TBV-TOTAL (W-QTDV)
           MOVE W-CUSTOKM   TO TBV-CUSTOKM (W-QTDV)
           MOVE W-VLRCONT   TO TBV-VLRCONT (W-QTDV)
           MOVE "N"         TO TBV-LISTADO (W-QTDV)
      *    CANDIDATO: MANUTENCAO + SINISTROS ACIMA DO PERCENTUAL DO
      *    VALOR CONTABIL (SO QUEM TEM CUSTO DE AQUISICAO)
           MOVE "N" TO TBV-CAND (W-QTDV)
           COMPUTE W-VLRRISCO = W-VLRMANUT + W-VLRSINIS
           COMPUTE W-LIMITE = W-VLRCONT * W-PERC / 100
           IF W-CUSTO > ZEROS AND W-VLRRISCO > W-LIMITE
              MOVE "S" TO TBV-CAND (W-QTDV)
              ADD 1 TO W-TOTCAND.
       R2-FIM.
           EXIT.
      *
      *********************************************************
      * COMBUSTIVEL DO ANO E LEITURAS DE KM DOS ABASTECIMENTOS *
      *********************************************************
       R3.
           IF W-TEMABA NOT = "S"
              GO TO R3-FIM.
           MOVE PLACA-CAR TO ABA-PLACA
           MOVE ZEROS     TO ABA-DATA
           START CADABAST KEY IS NOT LESS CHAVEABAST
                 INVALID KEY
                    GO TO R3-FIM.
       R3-RD.
           READ CADABAST NEXT RECORD
                AT END
                   GO TO R3-FIM
           END-READ
           IF ST-ABA NOT = "00" OR ABA-PLACA NOT = PLACA-CAR
              GO TO R3-FIM.
           MOVE ABA-DATA TO W-DATA8
           MOVE ABA-KM   TO W-KMLEIT
           PERFORM ROT-KM THRU ROT-KM-FIM
           IF ABA-ANO = W-ANOPROC
              ADD ABA-VALOR TO W-VLRCOMB.
           GO TO R3-RD.
       R3-FIM.
           EXIT.
      *
      *********************************************************
      * SINISTROS OCORRIDOS NO ANO (CUSTO DA EMPRESA DO REL044)*
      * E AS REVISOES LIGADAS A QUALQUER SINISTRO DA PLACA     *
      *********************************************************
       R4.
           IF W-TEMSIN NOT = "S"
              GO TO R4-FIM.
           MOVE PLACA-CAR TO SIN-PLACA
           MOVE ZEROS     TO SIN-DTOCOR
           START CADSINIS KEY IS NOT LESS CHAVESINIS
                 INVALID KEY
                    GO TO R4-FIM.
       R4-RD.
           READ CADSINIS NEXT RECORD
                AT END
                   GO TO R4-FIM
           END-READ
           IF ST-SIN NOT = "00" OR SIN-PLACA NOT = PLACA-CAR
              GO TO R4-FIM.
           IF SIN-DTMANUT NOT = ZEROS AND W-QTDLIG < 50
              ADD 1 TO W-QTDLIG
              MOVE SIN-DTMANUT TO TBL-DTMANUT (W-QTDLIG).
           IF SIN-ANOOC = W-ANOPROC
              COMPUTE W-VLRSINIS = W-VLRSINIS + SIN-FRANQUIA
                                 + SIN-VLRFINAL - SIN-REEMBOLSO.
           GO TO R4-RD.
       R4-FIM.
           EXIT.
      *
      *********************************************************
      * MANUTENCOES DO ANO (FORA AS LIGADAS A SINISTRO) E AS   *
      * LEITURAS DE KM DAS REVISOES                            *
      *********************************************************
       R5.
           IF W-TEMMNT NOT = "S"
              GO TO R5-FIM.
           MOVE PLACA-CAR TO PLACA-M
           MOVE ZEROS     TO DTMANUT
           START CADMANUT KEY IS NOT LESS CHAVEMANUT
                 INVALID KEY
                    GO TO R5-FIM.
       R5-RD.
           READ CADMANUT NEXT RECORD
                AT END
                   GO TO R5-FIM
           END-READ
           IF ST-MNT NOT = "00" OR PLACA-M NOT = PLACA-CAR
              GO TO R5-FIM.
           COMPUTE W-DATA8 = (MNT-ANO * 10000) + (MNT-MES * 100)
                           + MNT-DIA
           MOVE KMMANUT TO W-KMLEIT
           PERFORM ROT-KM THRU ROT-KM-FIM
           IF MNT-ANO NOT = W-ANOPROC
              GO TO R5-RD.
           MOVE "N" TO W-LIGADA
           PERFORM R5A THRU R5A-FIM
                   VARYING W-IDX1 FROM 1 BY 1
                   UNTIL W-IDX1 > W-QTDLIG OR W-LIGADA = "S"
           IF W-LIGADA NOT = "S"
              ADD VALORMANUT TO W-VLRMANUT.
           GO TO R5-RD.
       R5-FIM.
           EXIT.
       R5A.
           IF TBL-DTMANUT (W-IDX1) = DTMANUT
              MOVE "S" TO W-LIGADA.
       R5A-FIM.
           EXIT.
      *
      *********************************************************
      * TAXAS E IMPOSTOS DO EXERCICIO                          *
      *********************************************************
       R6.
           IF W-TEMTAX NOT = "S"
              GO TO R6-FIM.
           MOVE PLACA-CAR TO TAX-PLACA
           MOVE W-ANOPROC TO TAX-ANO
           MOVE ZEROS     TO TAX-SEQ
           START CADTAXAS KEY IS NOT LESS CHAVETAXAS
                 INVALID KEY
                    GO TO R6-FIM.
       R6-RD.
           READ CADTAXAS NEXT RECORD
                AT END
                   GO TO R6-FIM
           END-READ
           IF ST-TAX NOT = "00" OR TAX-PLACA NOT = PLACA-CAR
              OR TAX-ANO NOT = W-ANOPROC
              GO TO R6-FIM.
           ADD TAX-VALOR TO W-VLRTAXAS
           GO TO R6-RD.
       R6-FIM.
           EXIT.
      *
      *********************************************************
      * PREMIO DAS APOLICES COM INICIO DE VIGENCIA NO ANO      *
      * (MESMO CRITERIO DO REL062)                             *
      *********************************************************
       R7.
           IF W-TEMAPO NOT = "S"
              GO TO R7-FIM.
           MOVE PLACA-CAR TO APO-PLACA
           MOVE ZEROS     TO APO-DTINI
           START CADAPOL KEY IS NOT LESS CHAVEAPOL
                 INVALID KEY
                    GO TO R7-FIM.
       R7-RD.
           READ CADAPOL NEXT RECORD
                AT END
                   GO TO R7-FIM
           END-READ
           IF ST-APO NOT = "00" OR APO-PLACA NOT = PLACA-CAR
              GO TO R7-FIM.
           IF APO-ANOINI = W-ANOPROC
              ADD APO-PREMIO TO W-VLRSEGURO.
           GO TO R7-RD.
       R7-FIM.
           EXIT.
      *
      *********************************************************
      * MULTAS DO ANO NAO COBRADAS DO CONDUTOR EM FOLHA        *
      *********************************************************
       R8.
           IF W-TEMMUL NOT = "S"
              GO TO R8-FIM.
           MOVE PLACA-CAR TO MUL-PLACA
           MOVE ZEROS     TO MUL-DTINF MUL-HRINF
           START CADMULTA KEY IS NOT LESS CHAVEMULTA
                 INVALID KEY
                    GO TO R8-FIM.
       R8-RD.
           READ CADMULTA NEXT RECORD
                AT END
                   GO TO R8-FIM
           END-READ
           IF ST-MUL NOT = "00" OR MUL-PLACA NOT = PLACA-CAR
              GO TO R8-FIM.
           IF MUL-ANOINF = W-ANOPROC AND MUL-COBRADA NOT = "S"
              ADD MUL-VALOR TO W-VLRMULTAS.
           GO TO R8-RD.
       R8-FIM.
           EXIT.
      *
      *********************************************************
      * DEPRECIACAO DO ANO = ACUMULADO NO FIM DO ANO MENOS O   *
      * DO FIM DO ANO ANTERIOR; VALOR CONTABIL = CUSTO MENOS O *
      * ACUMULADO NO FIM DO ANO                                *
      *********************************************************
       R9.
           IF W-TEMAQ NOT = "S"
              GO TO R9-FIM.
           MOVE PLACA-CAR TO AQ-PLACA
           READ CADAQUIS
           IF ST-AQ NOT = "00"
              GO TO R9-FIM.
           MOVE AQ-VLRCOMPRA TO W-CUSTO
           MOVE W-CUSTO TO W-VLRCONT
           IF W-TEMDTX NOT = "S"
              GO TO R9-FIM.
           MOVE MARCA-CAR TO DTX-MARCA
           READ CADDEPTX
           IF ST-DTX NOT = "00"
              MOVE SPACES TO DTX-MARCA
              READ CADDEPTX
              IF ST-DTX NOT = "00"
                 GO TO R9-FIM.
           COMPUTE W-TETODEPR = W-CUSTO * (100 - DTX-RESIDUAL) / 100
           COMPUTE W-PARCELA = W-CUSTO * DTX-TAXA / 100 / 12
           MOVE ZEROS TO DEP-ACUM DEP-ANOMESULT
           IF W-TEMDEP = "S"
              MOVE PLACA-CAR TO DEP-PLACA
              READ CADDEPRE
              IF ST-DEP NOT = "00"
                 MOVE ZEROS TO DEP-ACUM DEP-ANOMESULT.
           MOVE W-ANOPROC TO W-ANOREF
           PERFORM ROT-ACUM THRU ROT-ACUM-FIM
           MOVE W-ACUMREF TO W-ACUMANO
           COMPUTE W-ANOREF = W-ANOPROC - 1
           PERFORM ROT-ACUM THRU ROT-ACUM-FIM
           MOVE W-ACUMREF TO W-ACUMANT
           IF W-ACUMANO > W-ACUMANT
              COMPUTE W-VLRDEPR = W-ACUMANO - W-ACUMANT.
           IF W-ACUMANO < W-CUSTO
              COMPUTE W-VLRCONT = W-CUSTO - W-ACUMANO
           ELSE
              MOVE ZEROS TO W-VLRCONT.
       R9-FIM.
           EXIT.
      *
      *********************************************************
      * ACUMULADO DE DEPRECIACAO NO FIM DO ANO W-ANOREF: O DO  *
      * CADDEPRE QUANDO A ULTIMA RODADA DO FPP019 E DESSE ANO  *
      * OU ANTERIOR; SENAO PARCELA X MESES DESDE A COMPRA,     *
      * LIMITADO AO TETO E AO QUE JA FOI LANCADO               *
      *********************************************************
       ROT-ACUM.
           MOVE ZEROS TO W-ACUMREF
           IF DEP-ANOMESULT NOT = ZEROS
              AND DEP-ANOMESULT NOT > (W-ANOREF * 100) + 12
              MOVE DEP-ACUM TO W-ACUMREF
              GO TO ROT-ACUM-FIM.
           COMPUTE W-MESES = ((W-ANOREF - AQ-CMPANO) * 12)
                           + 12 - AQ-CMPMES + 1
           IF W-MESES NOT > ZEROS
              GO TO ROT-ACUM-FIM.
           COMPUTE W-ACUMREF = W-PARCELA * W-MESES
              ON SIZE ERROR
                 MOVE W-TETODEPR TO W-ACUMREF.
           IF W-ACUMREF > W-TETODEPR
              MOVE W-TETODEPR TO W-ACUMREF.
           IF DEP-ANOMESULT NOT = ZEROS AND W-ACUMREF > DEP-ACUM
              MOVE DEP-ACUM TO W-ACUMREF.
       ROT-ACUM-FIM.
           EXIT.
      *
      *********************************************************
      * UMA LEITURA DE ODOMETRO (W-DATA8 AAAAMMDD, W-KMLEIT):  *
      * MAIOR ANTES DO ANO, MENOR E MAIOR DENTRO DO ANO        *
      *********************************************************
       ROT-KM.
           IF W-KMLEIT = ZEROS OR W-DATA8 > W-DTFIM8
              GO TO ROT-KM-FIM.
           IF W-DATA8 < W-DTINI8
              IF W-KMLEIT > W-KMANT
                 MOVE W-KMLEIT TO W-KMANT
              END-IF
              GO TO ROT-KM-FIM.
           IF W-KMLEIT > W-KMMAX
              MOVE W-KMLEIT TO W-KMMAX.
           IF W-KMMIN = ZEROS OR W-KMLEIT < W-KMMIN
              MOVE W-KMLEIT TO W-KMMIN.
       ROT-KM-FIM.
           EXIT.
      *
      *********************************************************
      * PROXIMO VEICULO A LISTAR: O DE MAIOR CUSTO POR KM AINDA*
      * NAO LISTADO (W-IDXMAX = ZERO QUANDO ACABAR). SEM KM NO *
      * ANO O CUSTO POR KM E ZERO E O VEICULO VAI PARA O FIM   *
      *********************************************************
       R20.
           MOVE ZEROS TO W-IDXMAX
           MOVE -1 TO W-VLRMAX
           PERFORM R20A THRU R20A-FIM
                   VARYING W-IDX1 FROM 1 BY 1
                   UNTIL W-IDX1 > W-QTDV.
       R20-FIM.
           EXIT.
       R20A.
           IF TBV-LISTADO (W-IDX1) = "S"
              GO TO R20A-FIM.
           IF TBV-CUSTOKM (W-IDX1) > W-VLRMAX
              MOVE TBV-CUSTOKM (W-IDX1) TO W-VLRMAX
              MOVE W-IDX1 TO W-IDXMAX.
       R20A-FIM.
           EXIT.
      *
      *********************************************************
      * LINHA DO VEICULO W-IDXMAX                              *
      *********************************************************
       R21.
           MOVE "S" TO TBV-LISTADO (W-IDXMAX)
           ADD 1 TO W-RANK
           MOVE W-RANK                 TO LD-RANK
           MOVE TBV-PLACA (W-IDXMAX)   TO LD-PLACA
           MOVE TBV-KM (W-IDXMAX)      TO LD-KM
           MOVE TBV-DEPR (W-IDXMAX)    TO LD-DEPR
           MOVE TBV-COMB (W-IDXMAX)    TO LD-COMB
           MOVE TBV-MANUT (W-IDXMAX)   TO LD-MANUT
           MOVE TBV-TAXAS (W-IDXMAX)   TO LD-TAXAS
           MOVE TBV-SEGURO (W-IDXMAX)  TO LD-SEGURO
           MOVE TBV-SINIS (W-IDXMAX)   TO LD-SINIS
           MOVE TBV-MULTAS (W-IDXMAX)  TO LD-MULTAS
           MOVE TBV-TOTAL (W-IDXMAX)   TO LD-TOTAL
           MOVE TBV-CUSTOKM (W-IDXMAX) TO LD-CUSTOKM
           MOVE TBV-VLRCONT (W-IDXMAX) TO LD-VLRCONT
           MOVE SPACES TO LD-CAND
           IF TBV-CAND (W-IDXMAX) = "S"
              MOVE "***" TO LD-CAND.
           WRITE LINHA-REL FROM LIN-DET
           ADD TBV-DEPR (W-IDXMAX)   TO W-TOTDEPR
           ADD TBV-COMB (W-IDXMAX)   TO W-TOTCOMB
           ADD TBV-MANUT (W-IDXMAX)  TO W-TOTMANUT
           ADD TBV-TAXAS (W-IDXMAX)  TO W-TOTTAXAS
           ADD TBV-SEGURO (W-IDXMAX) TO W-TOTSEGURO
           ADD TBV-SINIS (W-IDXMAX)  TO W-TOTSINIS
           ADD TBV-MULTAS (W-IDXMAX) TO W-TOTMULTAS
           ADD TBV-TOTAL (W-IDXMAX)  TO W-TOTGERAL
      *    MEDIA POR KM SO COM OS VEICULOS QUE TEM KM NO ANO
           IF TBV-KM (W-IDXMAX) > ZEROS
              ADD TBV-KM (W-IDXMAX)    TO W-TOTKM
              ADD TBV-TOTAL (W-IDXMAX) TO W-TOTCOMKM.
       R21-FIM.
           EXIT.
      *
      *********************************************************
      * TOTAIS DA FROTA                                        *
      *********************************************************
       R25.
           WRITE LINHA-REL FROM LIN-SEP
           WRITE LINHA-REL FROM LIN-CAB2
           WRITE LINHA-REL FROM LIN-BRANCO
           MOVE "DEPRECIACAO                      : " TO LTT-DESC
           MOVE W-TOTDEPR TO LTT-VLR
           WRITE LINHA-REL FROM LIN-TOT
           MOVE "COMBUSTIVEL                      : " TO LTT-DESC
           MOVE W-TOTCOMB TO LTT-VLR
           WRITE LINHA-REL FROM LIN-TOT
           MOVE "MANUTENCAO                       : " TO LTT-DESC
           MOVE W-TOTMANUT TO LTT-VLR
           WRITE LINHA-REL FROM LIN-TOT
           MOVE "TAXAS E IMPOSTOS                 : " TO LTT-DESC
           MOVE W-TOTTAXAS TO LTT-VLR
           WRITE LINHA-REL FROM LIN-TOT
           MOVE "PREMIOS DE SEGURO                : " TO LTT-DESC
           MOVE W-TOTSEGURO TO LTT-VLR
           WRITE LINHA-REL FROM LIN-TOT
           MOVE "SINISTROS                        : " TO LTT-DESC
           MOVE W-TOTSINIS TO LTT-VLR
           WRITE LINHA-REL FROM LIN-TOT
           MOVE "MULTAS NAO COBRADAS              : " TO LTT-DESC
           MOVE W-TOTMULTAS TO LTT-VLR
           WRITE LINHA-REL FROM LIN-TOT
           MOVE "CUSTO TOTAL DA FROTA             : " TO LTT-DESC
           MOVE W-TOTGERAL TO LTT-VLR
           WRITE LINHA-REL FROM LIN-TOT
           MOVE "KM RODADOS NO ANO                : " TO LTT-DESC
           MOVE W-TOTKM TO LTT-VLR
           WRITE LINHA-REL FROM LIN-TOT
           MOVE ZEROS TO W-MEDIAKM
           IF W-TOTKM > ZEROS AND W-TOTCOMKM > ZEROS
              COMPUTE W-MEDIAKM ROUNDED = W-TOTCOMKM / W-TOTKM.
           MOVE "CUSTO MEDIO POR KM (COM KM)      : " TO LTT-DESC
           MOVE W-MEDIAKM TO LTT-VLR
           WRITE LINHA-REL FROM LIN-TOT
           MOVE "VEICULOS LISTADOS                : " TO LTT-DESC
           MOVE W-QTDV TO LTT-VLR
           WRITE LINHA-REL FROM LIN-TOT
           IF W-FORA > ZEROS
              MOVE "VEICULOS FORA (TABELA CHEIA)     : " TO LTT-DESC
              MOVE W-FORA TO LTT-VLR
              WRITE LINHA-REL FROM LIN-TOT.
       R25-FIM.
           EXIT.
      *
      *********************************************************
      * QUADRO DOS CANDIDATOS A SUBSTITUICAO, NA ORDEM DO      *
      * CADCAR                                                 *
      *********************************************************
       R30.
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-CANDCAB
           WRITE LINHA-REL FROM LIN-SEP
           WRITE LINHA-REL FROM LIN-CANDCAB2
           PERFORM R31 THRU R31-FIM
                   VARYING W-IDX1 FROM 1 BY 1
                   UNTIL W-IDX1 > W-QTDV
           WRITE LINHA-REL FROM LIN-SEP
           MOVE "CANDIDATOS A SUBSTITUICAO        : " TO LTT-DESC
           MOVE W-TOTCAND TO LTT-VLR
           WRITE LINHA-REL FROM LIN-TOT.
       R30-FIM.
           EXIT.
       R31.
           IF TBV-CAND (W-IDX1) NOT = "S"
              GO TO R31-FIM.
           COMPUTE W-VLRRISCO = TBV-MANUT (W-IDX1) + TBV-SINIS (W-IDX1)
           MOVE 99999,9 TO W-PERCRISCO
           IF TBV-VLRCONT (W-IDX1) > ZEROS
              COMPUTE W-PERCRISCO ROUNDED = W-VLRRISCO * 100
                                          / TBV-VLRCONT (W-IDX1)
                 ON SIZE ERROR
                    MOVE 99999,9 TO W-PERCRISCO.
           MOVE TBV-PLACA (W-IDX1)   TO LC-PLACA
           MOVE W-VLRRISCO           TO LC-RISCO
           MOVE TBV-VLRCONT (W-IDX1) TO LC-VLRCONT
           MOVE W-PERCRISCO          TO LC-PERC
           MOVE TBV-CUSTOKM (W-IDX1) TO LC-CUSTOKM
           WRITE LINHA-REL FROM LIN-CAND.
       R31-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADCAR CUSTOKM
           IF W-TEMAQ = "S"
              CLOSE CADAQUIS.
           IF W-TEMDTX = "S"
              CLOSE CADDEPTX.
           IF W-TEMDEP = "S"
              CLOSE CADDEPRE.
           IF W-TEMABA = "S"
              CLOSE CADABAST.
           IF W-TEMMNT = "S"
              CLOSE CADMANUT.
           IF W-TEMTAX = "S"
              CLOSE CADTAXAS.
           IF W-TEMAPO = "S"
              CLOSE CADAPOL.
           IF W-TEMSIN = "S"
              CLOSE CADSINIS.
           IF W-TEMMUL = "S"
              CLOSE CADMULTA.
           IF ST-ERRO2 NOT = "00"
              GO TO ROT-FIM2.
           DISPLAY "*** RELATORIO GERADO EM CUSTOKM.TXT ***"
           DISPLAY "VEICULOS LISTADOS        : " W-QTDV
           DISPLAY "CANDIDATOS A SUBSTITUICAO: " W-TOTCAND.
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
