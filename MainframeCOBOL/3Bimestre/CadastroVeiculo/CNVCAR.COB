       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVCAR.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CONVERSAO DO CADCAR PARA O LEIAUTE COM MODELO (CADMODV),    *
      * CHASSI, RENAVAM E SITUACAO - LE O VEICULO NO LEIAUTE ANTIGO *
      * (ATE A DATA DO SEGURO), RENOMEADO PARA CADCAR.OLD, E GRAVA  *
      * O NOVO CADCAR.DAT COM OS MESMOS DADOS, MODELO 000 (SEM      *
      * MODELO), CHASSI EM BRANCO E RENAVAM ZERADO. OS NUMEROS SAO  *
      * COMPLETADOS PELO CADVEN; O REL088 LISTA OS QUE FALTAM.      *
      * A SITUACAO (SIT-CAR) SAI DOS MOVIMENTOS JA GRAVADOS, NESTA  *
      * ORDEM:                                                      *
      *   V = TEM VENDA (CADVDA) E NAO FOI RECOMPRADO DEPOIS DA     *
      *       ULTIMA VENDA (CADAQUIS - VOLTA NA TROCA)              *
      *   M = SINISTRO ABERTO OU EM REPARO (CADSINIS)               *
      *   F = ATRIBUICAO A FUNCIONARIO EM ABERTO (CADATRIB)         *
      *   R = RESERVA ATIVA (CADRESRV)                              *
      *   E = NENHUM DOS ANTERIORES (ESTOQUE)                       *
      * ARQUIVO DE MOVIMENTO AUSENTE E SIMPLESMENTE IGNORADO.       *
      * RODAR UMA UNICA VEZ NA VIRADA, MESMO PROCEDIMENTO DO        *
      * CNVVEIC.                                                    *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAROLD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PLACA-CAR-O
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADCAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLACA-CAR
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT CADVDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEVENDA
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS PLACA WITH DUPLICATES.
      *
           SELECT CADAQUIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AQ-PLACA
                    FILE STATUS  IS ST-ERRO4.
      *
           SELECT CADSINIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVESINIS
                    FILE STATUS  IS ST-ERRO5.
      *
           SELECT CADATRIB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEATRIB
                    FILE STATUS  IS ST-ERRO6.
      *
           SELECT CADRESRV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RSV-PLACA
                    FILE STATUS  IS ST-ERRO7.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CAROLD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAR.OLD".
       01 REGCAR-O.
          03 PLACA-CAR-O   PIC X(7).
          03 DADOSCAR-O    PIC X(53).
      *
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
       FD CADVDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVDA.DAT".
       01 REGVENDA.
          03 CHAVEVENDA.
             05 PLACA         PIC X(7).
             05 DTAVENDA.
                07 VDA-DIA    PIC 9(2).
                07 VDA-MES    PIC 9(2).
                07 VDA-ANO    PIC 9(4).
          03 COMPRADOR        PIC X(30).
          03 VALORVENDA       PIC 9(8)V99.
          03 VENDEDOR         PIC 9(5).
          03 VDA-CODCLI       PIC 9(5).
          03 VDA-PLACATROCA   PIC X(7).
          03 VDA-VLRTROCA     PIC 9(8)V99.
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
       FD CADSINIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSINIS.DAT".
       01 REGSINIS.
          03 CHAVESINIS.
             05 SIN-PLACA     PIC X(7).
             05 SIN-DTOCOR    PIC 9(8).
          03 SIN-NUMSIN       PIC X(15).
          03 SIN-SIT          PIC X(1).
          03 SIN-VLRESTIM     PIC 9(8)V99.
          03 SIN-VLRFINAL     PIC 9(8)V99.
          03 SIN-FRANQUIA     PIC 9(6)V99.
          03 SIN-REEMBOLSO    PIC 9(8)V99.
          03 SIN-DTMANUT      PIC 9(8).
      *
       FD CADATRIB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATRIB.DAT".
       01 REGATRIB.
          03 CHAVEATRIB.
             05 ATR-PLACA     PIC X(7).
             05 ATR-DTINI     PIC 9(8).
          03 ATR-CODFUNC      PIC 9(5).
          03 ATR-DTFIM        PIC 9(8).
          03 ATR-KMENTREGA    PIC 9(7).
      *
       FD CADRESRV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESRV.DAT".
       01 REGRESRV.
          03 RSV-PLACA        PIC X(7).
          03 RSV-CODCLI       PIC 9(5).
          03 RSV-DEPOSITO     PIC 9(8)V99.
          03 RSV-DTEXPIRA     PIC 9(8).
          03 RSV-SIT          PIC X(1).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 W-TEMVDA      PIC X(01) VALUE "N".
       01 W-TEMAQUIS    PIC X(01) VALUE "N".
       01 W-TEMSINIS    PIC X(01) VALUE "N".
       01 W-TEMATRIB    PIC X(01) VALUE "N".
       01 W-TEMRESRV    PIC X(01) VALUE "N".
       01 W-ULTVDA      PIC 9(08) VALUE ZEROS.
       01 W-DTVDA8      PIC 9(08) VALUE ZEROS.
       01 W-DTCMP8      PIC 9(08) VALUE ZEROS.
       01 W-TOTCAR      PIC 9(06) VALUE ZEROS.
       01 W-TOTSITE     PIC 9(06) VALUE ZEROS.
       01 W-TOTSITR     PIC 9(06) VALUE ZEROS.
       01 W-TOTSITV     PIC 9(06) VALUE ZEROS.
       01 W-TOTSITF     PIC 9(06) VALUE ZEROS.
       01 W-TOTSITM     PIC 9(06) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** CONVERSAO DO CADCAR ***".
       R1.
           OPEN INPUT CAROLD
           IF ST-ERRO NOT = "00"
              DISPLAY "CADCAR.OLD NAO ENCONTRADO - RENOMEIE O "
              DISPLAY "CADCAR.DAT ANTIGO PARA CADCAR.OLD ANTES"
              GO TO ROT-FIM.
           OPEN OUTPUT CADCAR
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO NOVO CADCAR.DAT"
              CLOSE CAROLD
              GO TO ROT-FIM.
      *    MOVIMENTOS DE ONDE SAI A SITUACAO - TODOS OPCIONAIS
       R1A.
           MOVE "S" TO W-TEMVDA W-TEMAQUIS W-TEMSINIS W-TEMATRIB
                       W-TEMRESRV
           OPEN INPUT CADVDA
           IF ST-ERRO3 NOT = "00"
              MOVE "N" TO W-TEMVDA.
           OPEN INPUT CADAQUIS
           IF ST-ERRO4 NOT = "00"
              MOVE "N" TO W-TEMAQUIS.
           OPEN INPUT CADSINIS
           IF ST-ERRO5 NOT = "00"
              MOVE "N" TO W-TEMSINIS.
           OPEN INPUT CADATRIB
           IF ST-ERRO6 NOT = "00"
              MOVE "N" TO W-TEMATRIB.
           OPEN INPUT CADRESRV
           IF ST-ERRO7 NOT = "00"
              MOVE "N" TO W-TEMRESRV.
       R2.
           READ CAROLD NEXT RECORD
               AT END
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              GO TO R2-FIM.
           MOVE PLACA-CAR-O TO PLACA-CAR
           MOVE DADOSCAR-O  TO REGCAR (8:53)
           MOVE ZEROS       TO MODELO-CAR RENAVAM-CAR
           MOVE SPACES      TO CHASSI-CAR
           PERFORM ROT-SIT THRU ROT-SIT-FIM
           WRITE REGCAR
           IF ST-ERRO2 = "00" OR "02"
              ADD 1 TO W-TOTCAR
           ELSE
              DISPLAY "ERRO NA CONVERSAO DO VEICULO " PLACA-CAR-O
                      " - FILE STATUS " ST-ERRO2.
           GO TO R2.
       R2-FIM.
           CLOSE CAROLD CADCAR
           IF W-TEMVDA = "S"
              CLOSE CADVDA.
           IF W-TEMAQUIS = "S"
              CLOSE CADAQUIS.
           IF W-TEMSINIS = "S"
              CLOSE CADSINIS.
           IF W-TEMATRIB = "S"
              CLOSE CADATRIB.
           IF W-TEMRESRV = "S"
              CLOSE CADRESRV.
           DISPLAY "VEICULOS CONVERTIDOS       : " W-TOTCAR
           DISPLAY "  EM ESTOQUE (E)           : " W-TOTSITE
           DISPLAY "  RESERVADOS (R)           : " W-TOTSITR
           DISPLAY "  VENDIDOS (V)             : " W-TOTSITV
           DISPLAY "  NA FROTA (F)             : " W-TOTSITF
           DISPLAY "  EM REPARO (M)            : " W-TOTSITM
           GO TO ROT-FIM.
      *
      *********************************************************
      * SITUACAO INICIAL DO VEICULO A PARTIR DOS MOVIMENTOS    *
      *********************************************************
       ROT-SIT.
           MOVE ZEROS TO W-ULTVDA
           IF W-TEMVDA NOT = "S"
              GO TO ROT-SIT-SIN.
           MOVE PLACA-CAR TO PLACA
           START CADVDA KEY IS EQUAL PLACA
                 INVALID KEY
                    GO TO ROT-SIT-SIN.
       ROT-SIT-VDA.
           READ CADVDA NEXT RECORD
                AT END
                   GO TO ROT-SIT-AQ
           END-READ
           IF ST-ERRO3 NOT = "00" OR PLACA NOT = PLACA-CAR
              GO TO ROT-SIT-AQ.
           COMPUTE W-DTVDA8 = (VDA-ANO * 10000) + (VDA-MES * 100)
                            + VDA-DIA
           IF W-DTVDA8 > W-ULTVDA
              MOVE W-DTVDA8 TO W-ULTVDA.
           GO TO ROT-SIT-VDA.
      *    VENDIDO, A MENOS QUE TENHA VOLTADO (COMPRA DEPOIS DA VENDA)
       ROT-SIT-AQ.
           IF W-ULTVDA = ZEROS
              GO TO ROT-SIT-SIN.
           MOVE ZEROS TO W-DTCMP8
           IF W-TEMAQUIS = "S"
              MOVE PLACA-CAR TO AQ-PLACA
              READ CADAQUIS
              IF ST-ERRO4 = "00"
                 COMPUTE W-DTCMP8 = (AQ-CMPANO * 10000)
                                  + (AQ-CMPMES * 100) + AQ-CMPDIA.
           IF W-DTCMP8 NOT > W-ULTVDA
              MOVE "V" TO SIT-CAR
              ADD 1 TO W-TOTSITV
              GO TO ROT-SIT-FIM.
       ROT-SIT-SIN.
           IF W-TEMSINIS NOT = "S"
              GO TO ROT-SIT-ATR.
           MOVE PLACA-CAR TO SIN-PLACA
           MOVE ZEROS TO SIN-DTOCOR
           START CADSINIS KEY IS NOT LESS CHAVESINIS
                 INVALID KEY
                    GO TO ROT-SIT-ATR.
       ROT-SIT-SINRD.
           READ CADSINIS NEXT RECORD
                AT END
                   GO TO ROT-SIT-ATR
           END-READ
           IF ST-ERRO5 NOT = "00" OR SIN-PLACA NOT = PLACA-CAR
              GO TO ROT-SIT-ATR.
           IF SIN-SIT = "A" OR SIN-SIT = "R"
              MOVE "M" TO SIT-CAR
              ADD 1 TO W-TOTSITM
              GO TO ROT-SIT-FIM.
           GO TO ROT-SIT-SINRD.
       ROT-SIT-ATR.
           IF W-TEMATRIB NOT = "S"
              GO TO ROT-SIT-RSV.
           MOVE PLACA-CAR TO ATR-PLACA
           MOVE ZEROS TO ATR-DTINI
           START CADATRIB KEY IS NOT LESS CHAVEATRIB
                 INVALID KEY
                    GO TO ROT-SIT-RSV.
       ROT-SIT-ATRRD.
           READ CADATRIB NEXT RECORD
                AT END
                   GO TO ROT-SIT-RSV
           END-READ
           IF ST-ERRO6 NOT = "00" OR ATR-PLACA NOT = PLACA-CAR
              GO TO ROT-SIT-RSV.
           IF ATR-DTFIM = ZEROS
              MOVE "F" TO SIT-CAR
              ADD 1 TO W-TOTSITF
              GO TO ROT-SIT-FIM.
           GO TO ROT-SIT-ATRRD.
       ROT-SIT-RSV.
           IF W-TEMRESRV = "S"
              MOVE PLACA-CAR TO RSV-PLACA
              READ CADRESRV
              IF ST-ERRO7 = "00" AND RSV-SIT = "A"
                 MOVE "R" TO SIT-CAR
                 ADD 1 TO W-TOTSITR
                 GO TO ROT-SIT-FIM.
           MOVE "E" TO SIT-CAR
           ADD 1 TO W-TOTSITE.
       ROT-SIT-FIM.
           EXIT.
      *
       ROT-FIM.
           DISPLAY "*** CONVERSAO CONCLUIDA ***".
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    10 = FIM DE ARQUIVO (SEQUENCIAL)
      *    30 = ARQUIVO NAO ENCONTRADO
