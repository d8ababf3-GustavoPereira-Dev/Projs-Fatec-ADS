       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL097.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * ACORDOS DE RENEGOCIACAO DE PARCELAS - PARA CADA ACORDO DO   *
      * CADACORD (TODOS OU OS DE UM MES/ANO) MOSTRA A VENDA, AS     *
      * PARCELAS DO CARNE QUE FORAM RENEGOCIADAS (SITUACAO R, LIGA- *
      * DAS PELO REC-ACORDOREN), O VALOR ORIGINAL, A MULTA E OS     *
      * JUROS DE MORA SOMADOS, E O PLANO NOVO (PARCELAS LIGADAS     *
      * PELO REC-ACORDO) COM A SITUACAO DE CADA PARCELA E OS        *
      * ENCARGOS JA RECEBIDOS. SAIDA EM RELACORD.TXT.               *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADACORD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ACO-NUM
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADRECEB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVERECEB
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT RELACORD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADACORD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADACORD.DAT".
       01 REGACORD.
          03 ACO-NUM          PIC 9(6).
          03 ACO-PLACA        PIC X(7).
          03 ACO-DTAVENDA     PIC 9(8).
          03 ACO-CODCLI       PIC 9(5).
          03 ACO-COMPRADOR    PIC X(30).
          03 ACO-DTACORDO.
             05 ACO-ANOACO    PIC 9(4).
             05 ACO-MESACO    PIC 9(2).
             05 ACO-DIAACO    PIC 9(2).
          03 ACO-QTDORIG      PIC 9(2).
          03 ACO-VLRORIG      PIC 9(8)V99.
          03 ACO-VLRMULTA     PIC 9(6)V99.
          03 ACO-VLRJUROS     PIC 9(6)V99.
          03 ACO-VLRBASE      PIC 9(8)V99.
          03 ACO-PCTJUROS     PIC 9(2)V99.
          03 ACO-QTDPARC      PIC 9(2).
          03 ACO-PARCINI      PIC 9(2).
          03 ACO-DTPRIVENC    PIC 9(8).
          03 ACO-VLRPARC      PIC 9(8)V99.
          03 ACO-VLRTOTAL     PIC 9(8)V99.
          03 ACO-OPER         PIC 9(3).
          03 ACO-OBS          PIC X(40).
      *
       FD CADRECEB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECEB.DAT".
       01 REGRECEB.
          03 CHAVERECEB.
             05 REC-PLACA     PIC X(7).
             05 REC-DTAVENDA  PIC 9(8).
             05 REC-PARC      PIC 9(2).
          03 REC-COMPRADOR    PIC X(30).
          03 REC-DTVENC       PIC 9(8).
          03 REC-VALOR        PIC 9(8)V99.
          03 REC-DTRECEB      PIC 9(8).
          03 REC-CODCLI       PIC 9(5).
          03 REC-REMESSA      PIC X(1).
          03 REC-VLRMULTA     PIC 9(6)V99.
          03 REC-VLRJUROS     PIC 9(6)V99.
          03 REC-SIT          PIC X(1).
          03 REC-ACORDO       PIC 9(6).
          03 REC-ACORDOREN    PIC 9(6).
      *
       FD RELACORD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELACORD.TXT".
       01 LINHA-REL PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL097".
       01 W-SPARQ       PIC X(14) VALUE "RELACORD.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-TEMRECEB    PIC X(01) VALUE "N".
       01 W-MODO        PIC X(01) VALUE SPACES.
       01 W-MESANO      PIC 9(06) VALUE ZEROS.
       01 W-MESANO-R REDEFINES W-MESANO.
          03 W-MESPROC  PIC 9(02).
          03 W-ANOPROC  PIC 9(04).
       01 W-ENCARGO     PIC 9(07)V99 VALUE ZEROS.
       01 W-TOTACORDOS  PIC 9(06) VALUE ZEROS.
       01 W-TOTORIG     PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTMULTA    PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTJUROS    PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTBASE     PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTPLANO    PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTPAGO     PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTABERTO   PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTENCREC   PIC 9(10)V99 VALUE ZEROS.
       01 W-DTACO-DMA.
          03 W-DIAACO   PIC 9(02).
          03 W-MESACO   PIC 9(02).
          03 W-ANOACO   PIC 9(04).
       01 W-DTACO8 REDEFINES W-DTACO-DMA PIC 9(08).

       01 LIN-TITULO.
          03 FILLER        PIC X(50) VALUE
             "*** ACORDOS DE RENEGOCIACAO DE PARCELAS ***".
          03 FILLER        PIC X(08) VALUE "PERIODO ".
          03 LT-PERIODO    PIC X(07).
          03 FILLER        PIC X(35) VALUE SPACES.

       01 LIN-ACORDO.
          03 FILLER        PIC X(07) VALUE "ACORDO ".
          03 LA-NUM        PIC 9(06).
          03 FILLER        PIC X(04) VALUE " DE ".
          03 LA-DTACORDO   PIC 99/99/9999.
          03 FILLER        PIC X(08) VALUE " - VDA ".
          03 LA-PLACA      PIC X(07).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LA-DTAVENDA   PIC 99/99/9999.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LA-CODCLI     PIC 9(05).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LA-NOME       PIC X(30).
          03 FILLER        PIC X(04) VALUE " OP ".
          03 LA-OPER       PIC 9(03).
          03 FILLER        PIC X(03) VALUE SPACES.

       01 LIN-SUBTIT.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LS-TEXTO      PIC X(60).
          03 FILLER        PIC X(37) VALUE SPACES.

       01 LIN-PARC.
          03 FILLER        PIC X(06) VALUE "   PA ".
          03 LP-PARC       PIC 99.
          03 FILLER        PIC X(06) VALUE " VENC ".
          03 LP-DTVENC     PIC 99/99/9999.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LP-VALOR      PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LP-SIT        PIC X(30).
          03 FILLER        PIC X(06) VALUE " ENC. ".
          03 LP-ENCARGO    PIC Z.ZZZ.ZZ9,99 BLANK WHEN ZERO.
          03 FILLER        PIC X(11) VALUE SPACES.

       01 LIN-VALORES.
          03 FILLER        PIC X(13) VALUE "   ORIGINAL ".
          03 LV-ORIG       PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(08) VALUE " MULTA ".
          03 LV-MULTA      PIC ZZZ.ZZ9,99.
          03 FILLER        PIC X(08) VALUE " JUROS ".
          03 LV-JUROS      PIC ZZZ.ZZ9,99.
          03 FILLER        PIC X(14) VALUE " RENEGOCIADO ".
          03 LV-BASE       PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(11) VALUE SPACES.

       01 LIN-PLANO.
          03 FILLER        PIC X(15) VALUE "   PLANO NOVO: ".
          03 LPL-QTD       PIC Z9.
          03 FILLER        PIC X(03) VALUE " X ".
          03 LPL-VLRPARC   PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(03) VALUE " A ".
          03 LPL-PCT       PIC Z9,99.
          03 FILLER        PIC X(15) VALUE "% AO MES TOTAL ".
          03 LPL-TOTAL     PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(31) VALUE SPACES.

       01 LIN-OBS.
          03 FILLER        PIC X(08) VALUE "   OBS: ".
          03 LO-OBS        PIC X(40).
          03 FILLER        PIC X(52) VALUE SPACES.

       01 LIN-TOTAL.
          03 LTT-TEXTO     PIC X(40).
          03 LTT-VALOR     PIC Z.ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(44) VALUE SPACES.

       01 LIN-BRANCO    PIC X(100) VALUE SPACES.
       01 LIN-SEP       PIC X(100) VALUE ALL "-".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** ACORDOS DE RENEGOCIACAO DE PARCELAS ***"
           DISPLAY "MES/ANO DO ACORDO (MMAAAA, 0 = TODOS) : "
                   WITH NO ADVANCING
           ACCEPT W-MESANO.
       R0A.
           OPEN INPUT CADACORD
           IF ST-ERRO NOT = "00"
              DISPLAY "NENHUM ACORDO REGISTRADO (CADACORD)"
              GO TO ROT-FIM2.
           MOVE "S" TO W-TEMRECEB
           OPEN INPUT CADRECEB
           IF ST-ERRO2 NOT = "00"
              MOVE "N" TO W-TEMRECEB.
       R0B.
           OPEN OUTPUT RELACORD
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ARQUIVO RELACORD.TXT"
              CLOSE CADACORD
              IF W-TEMRECEB = "S"
                 CLOSE CADRECEB
              END-IF
              GO TO ROT-FIM2.
           IF W-MESANO = ZEROS
              MOVE "TODOS" TO LT-PERIODO
           ELSE
              MOVE W-MESPROC TO LT-PERIODO (1:2)
              MOVE "/"       TO LT-PERIODO (3:1)
              MOVE W-ANOPROC TO LT-PERIODO (4:4).
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-SEP
           MOVE ZEROS TO ACO-NUM
           START CADACORD KEY IS NOT LESS ACO-NUM
                 INVALID KEY
                    MOVE "S" TO W-FIM.
      *
       R1.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
           GO TO ROT-FIM.
      *
      *********************************************************
      * UM ACORDO: CABECALHO, PARCELAS RENEGOCIADAS, VALORES E *
      * O PLANO NOVO                                           *
      *********************************************************
       R2.
           READ CADACORD NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF W-MESANO NOT = ZEROS
              IF ACO-MESACO NOT = W-MESPROC
                 OR ACO-ANOACO NOT = W-ANOPROC
                 GO TO R2-FIM.
           ADD 1 TO W-TOTACORDOS
           MOVE ACO-DIAACO TO W-DIAACO
           MOVE ACO-MESACO TO W-MESACO
           MOVE ACO-ANOACO TO W-ANOACO
           MOVE ACO-NUM       TO LA-NUM
           MOVE W-DTACO8      TO LA-DTACORDO
           MOVE ACO-PLACA     TO LA-PLACA
           MOVE ACO-DTAVENDA  TO LA-DTAVENDA
           MOVE ACO-CODCLI    TO LA-CODCLI
           MOVE ACO-COMPRADOR TO LA-NOME
           MOVE ACO-OPER      TO LA-OPER
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-ACORDO
           MOVE "PARCELAS RENEGOCIADAS (SUBSTITUIDAS PELO ACORDO):"
                                                     TO LS-TEXTO
           WRITE LINHA-REL FROM LIN-SUBTIT
           MOVE "R" TO W-MODO
           PERFORM R3 THRU R3-FIM
           MOVE ACO-VLRORIG  TO LV-ORIG
           MOVE ACO-VLRMULTA TO LV-MULTA
           MOVE ACO-VLRJUROS TO LV-JUROS
           MOVE ACO-VLRBASE  TO LV-BASE
           WRITE LINHA-REL FROM LIN-VALORES
           MOVE ACO-QTDPARC  TO LPL-QTD
           MOVE ACO-VLRPARC  TO LPL-VLRPARC
           MOVE ACO-PCTJUROS TO LPL-PCT
           MOVE ACO-VLRTOTAL TO LPL-TOTAL
           WRITE LINHA-REL FROM LIN-PLANO
           MOVE "N" TO W-MODO
           PERFORM R3 THRU R3-FIM
           IF ACO-OBS NOT = SPACES
              MOVE ACO-OBS TO LO-OBS
              WRITE LINHA-REL FROM LIN-OBS.
           ADD ACO-VLRORIG  TO W-TOTORIG
           ADD ACO-VLRMULTA TO W-TOTMULTA
           ADD ACO-VLRJUROS TO W-TOTJUROS
           ADD ACO-VLRBASE  TO W-TOTBASE
           ADD ACO-VLRTOTAL TO W-TOTPLANO.
       R2-FIM.
           EXIT.
      *
      *********************************************************
      * PARCELAS DA VENDA LIGADAS AO ACORDO: COM W-MODO = R   *
      * AS RENEGOCIADAS POR ELE, COM W-MODO = N AS QUE ELE     *
      * CRIOU                                                  *
      *********************************************************
       R3.
           IF W-TEMRECEB NOT = "S"
              GO TO R3-FIM.
           MOVE ACO-PLACA    TO REC-PLACA
           MOVE ACO-DTAVENDA TO REC-DTAVENDA
           MOVE ZEROS        TO REC-PARC
           START CADRECEB KEY IS NOT LESS CHAVERECEB
                 INVALID KEY
                    GO TO R3-FIM.
       R3-RD.
           READ CADRECEB NEXT RECORD
                AT END
                   GO TO R3-FIM
           END-READ
           IF ST-ERRO2 NOT = "00" OR REC-PLACA NOT = ACO-PLACA
              OR REC-DTAVENDA NOT = ACO-DTAVENDA
              GO TO R3-FIM.
           IF W-MODO = "R"
              IF REC-SIT NOT = "R" OR REC-ACORDOREN NOT = ACO-NUM
                 GO TO R3-RD
              END-IF
           ELSE
              IF REC-ACORDO NOT = ACO-NUM
                 GO TO R3-RD.
           COMPUTE W-ENCARGO = REC-VLRMULTA + REC-VLRJUROS
           MOVE REC-PARC   TO LP-PARC
           MOVE REC-DTVENC TO LP-DTVENC
           MOVE REC-VALOR  TO LP-VALOR
           MOVE W-ENCARGO  TO LP-ENCARGO
           MOVE SPACES     TO LP-SIT
           IF W-MODO = "R"
              MOVE "RENEGOCIADA" TO LP-SIT
              GO TO R3-GRAVA.
           IF REC-SIT = "R"
              MOVE "RENEGOCIADA NO ACORDO" TO LP-SIT
              MOVE REC-ACORDOREN TO LP-SIT (23:6)
              GO TO R3-GRAVA.
           IF REC-DTRECEB = ZEROS
              MOVE "EM ABERTO" TO LP-SIT
              ADD REC-VALOR TO W-TOTABERTO
           ELSE
              MOVE "PAGA EM"   TO LP-SIT
              MOVE REC-DTRECEB (1:2) TO LP-SIT (9:2)
              MOVE "/"               TO LP-SIT (11:1)
              MOVE REC-DTRECEB (3:2) TO LP-SIT (12:2)
              MOVE "/"               TO LP-SIT (14:1)
              MOVE REC-DTRECEB (5:4) TO LP-SIT (15:4)
              ADD REC-VALOR TO W-TOTPAGO
              ADD W-ENCARGO TO W-TOTENCREC.
       R3-GRAVA.
           WRITE LINHA-REL FROM LIN-PARC
           GO TO R3-RD.
       R3-FIM.
           EXIT.
      *
       ROT-FIM.
           WRITE LINHA-REL FROM LIN-SEP
           MOVE "TOTAL ORIGINAL RENEGOCIADO      :" TO LTT-TEXTO
           MOVE W-TOTORIG TO LTT-VALOR
           WRITE LINHA-REL FROM LIN-TOTAL
           MOVE "TOTAL DE MULTA                  :" TO LTT-TEXTO
           MOVE W-TOTMULTA TO LTT-VALOR
           WRITE LINHA-REL FROM LIN-TOTAL
           MOVE "TOTAL DE JUROS DE MORA          :" TO LTT-TEXTO
           MOVE W-TOTJUROS TO LTT-VALOR
           WRITE LINHA-REL FROM LIN-TOTAL
           MOVE "TOTAL RENEGOCIADO               :" TO LTT-TEXTO
           MOVE W-TOTBASE TO LTT-VALOR
           WRITE LINHA-REL FROM LIN-TOTAL
           MOVE "TOTAL DOS PLANOS NOVOS          :" TO LTT-TEXTO
           MOVE W-TOTPLANO TO LTT-VALOR
           WRITE LINHA-REL FROM LIN-TOTAL
           MOVE "  JA RECEBIDO (SEM ENCARGOS)    :" TO LTT-TEXTO
           MOVE W-TOTPAGO TO LTT-VALOR
           WRITE LINHA-REL FROM LIN-TOTAL
           MOVE "  ENCARGOS RECEBIDOS            :" TO LTT-TEXTO
           MOVE W-TOTENCREC TO LTT-VALOR
           WRITE LINHA-REL FROM LIN-TOTAL
           MOVE "  EM ABERTO                     :" TO LTT-TEXTO
           MOVE W-TOTABERTO TO LTT-VALOR
           WRITE LINHA-REL FROM LIN-TOTAL
           IF W-TEMRECEB = "S"
              CLOSE CADRECEB.
           CLOSE CADACORD RELACORD
           DISPLAY "*** RELATORIO GERADO EM RELACORD.TXT ***"
           DISPLAY "ACORDOS LISTADOS        : " W-TOTACORDOS.
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
