       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL107.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * DEMONSTRATIVO FINANCEIRO DOS EVENTOS DO CLUBE - PARA O ANO  *
      * INFORMADO (E O EVENTO, 0 = TODOS DO ANO) MOSTRA POR EVENTO: *
      *  - CUSTO ORCADO X REALIZADO POR CATEGORIA (CADEVCST)        *
      *  - CONFIRMADOS, PRESENTES E AUSENTES (CADCONVT)             *
      *  - RECEITA ESPERADA (CONFIRMADOS X CONTRIBUICAO DO          *
      *    CADEVENT) X RECEBIDA (COBRANCAS PAGAS NO CADCOBEV)       *
      *  - CUSTO POR PRESENTE E POR AUSENTE (CUSTO REALIZADO        *
      *    DIVIDIDO PELOS CONFIRMADOS, QUE E O QUE CADA AUSENTE     *
      *    CUSTOU SEM APARECER) E O RESULTADO DO EVENTO             *
      * E FECHA COM O TOTAL DO ANO. SAIDA EM EVTFIN.TXT.            *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEVENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EVT-COD
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADEVCST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEEVC
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT CADCONVT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECONVT
                    FILE STATUS  IS ST-ERRO3.
      *
           SELECT CADCOBEV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECBE
                    FILE STATUS  IS ST-ERRO4.
      *
           SELECT EVTFIN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADEVENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEVENT.DAT".
       01 REGEVENT.
          03 EVT-COD       PIC 9(4).
          03 EVT-DATA.
             05 EVT-DIA    PIC 9(2).
             05 EVT-MES    PIC 9(2).
             05 EVT-ANO    PIC 9(4).
          03 EVT-LOCAL     PIC X(30).
          03 EVT-CAPAC     PIC 9(4).
          03 EVT-PRECO     PIC 9(5)V99.
      *
       FD CADEVCST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEVCST.DAT".
       01 REGEVC.
          03 CHAVEEVC.
             05 EVC-EVENTO    PIC 9(4).
             05 EVC-TIPO      PIC X(1).
             05 EVC-SEQ       PIC 9(2).
          03 EVC-DESCR        PIC X(30).
          03 EVC-VLRORC       PIC 9(7)V99.
          03 EVC-VLRREAL      PIC 9(7)V99.
      *
       FD CADCONVT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONVT.DAT".
       01 REGCONVT.
          03 CHAVECONVT.
             05 CVT-EVENTO   PIC 9(4).
             05 CVT-APELIDO  PIC X(12).
          03 CVT-RSVP        PIC X(1).
          03 CVT-PRESENTE    PIC X(1).
      *
       FD CADCOBEV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOBEV.DAT".
       01 REGCBE.
          03 CHAVECBE.
             05 CBE-EVENTO    PIC 9(4).
             05 CBE-APELIDO   PIC X(12).
          03 CBE-VALOR        PIC 9(5)V99.
          03 CBE-DTGER        PIC 9(8).
          03 CBE-DTPAGTO      PIC 9(8).
      *
       FD EVTFIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EVTFIN.TXT".
       01 LINHA-REL PIC X(90).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL107".
       01 W-SPARQ       PIC X(14) VALUE "EVTFIN.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-TEMCST      PIC X(01) VALUE "N".
       01 W-TEMCVT      PIC X(01) VALUE "N".
       01 W-TEMCBE      PIC X(01) VALUE "N".
       01 W-ANOPROC     PIC 9(04) VALUE ZEROS.
       01 W-EVTFILTRO   PIC 9(04) VALUE ZEROS.
       01 W-HOJE8       PIC 9(08) VALUE ZEROS.
       01 W-DATA8       PIC 9(08) VALUE ZEROS.
       01 W-IDXC        PIC 9(01) VALUE ZEROS.
      *    POR EVENTO
       01 TABCUSTO.
          03 TB-CUSTO OCCURS 4 TIMES.
             05 TBC-ORC      PIC 9(09)V99.
             05 TBC-REAL     PIC 9(09)V99.
       01 TABDESC.
          03 FILLER        PIC X(12) VALUE "LOCAL".
          03 FILLER        PIC X(12) VALUE "ALIMENTACAO".
          03 FILLER        PIC X(12) VALUE "MUSICA".
          03 FILLER        PIC X(12) VALUE "OUTROS".
       01 TABDESC-R REDEFINES TABDESC.
          03 TBD-DESC      PIC X(12) OCCURS 4 TIMES.
       01 W-ORCEVT      PIC 9(09)V99 VALUE ZEROS.
       01 W-REALEVT     PIC 9(09)V99 VALUE ZEROS.
       01 W-CONFIRM     PIC 9(05) VALUE ZEROS.
       01 W-PRESENTES   PIC 9(05) VALUE ZEROS.
       01 W-AUSENTES    PIC 9(05) VALUE ZEROS.
       01 W-ESPERADA    PIC 9(09)V99 VALUE ZEROS.
       01 W-RECEBIDA    PIC 9(09)V99 VALUE ZEROS.
       01 W-CUSTOPRES   PIC 9(07)V99 VALUE ZEROS.
       01 W-CUSTOAUS    PIC 9(07)V99 VALUE ZEROS.
       01 W-CUSTOFALT   PIC 9(09)V99 VALUE ZEROS.
       01 W-RESULT      PIC S9(09)V99 VALUE ZEROS.
       01 W-DIFER       PIC S9(09)V99 VALUE ZEROS.
      *    TOTAIS DO ANO
       01 W-QTDEVT      PIC 9(04) VALUE ZEROS.
       01 W-TOTORC      PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTREAL     PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTESPER    PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTRECEB    PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTCONF     PIC 9(06) VALUE ZEROS.
       01 W-TOTPRES     PIC 9(06) VALUE ZEROS.
       01 W-TOTAUS      PIC 9(06) VALUE ZEROS.
       01 W-TOTRESULT   PIC S9(10)V99 VALUE ZEROS.

       01 LIN-TITULO.
          03 FILLER        PIC X(40) VALUE
             "*** DEMONSTRATIVO FINANCEIRO DOS EVENTOS".
          03 FILLER        PIC X(09) VALUE " - ANO : ".
          03 LT-ANO        PIC 9(04).
          03 FILLER        PIC X(37) VALUE " ***".
       01 LIN-BRANCO    PIC X(90) VALUE SPACES.
       01 LIN-SEP       PIC X(90) VALUE ALL "-".

       01 LIN-EVT.
          03 FILLER        PIC X(07) VALUE "EVENTO ".
          03 LE-EVT        PIC 9(04).
          03 FILLER        PIC X(08) VALUE "  DATA: ".
          03 LE-DATA       PIC 99/99/9999.
          03 FILLER        PIC X(09) VALUE "  LOCAL: ".
          03 LE-LOCAL      PIC X(30).
          03 FILLER        PIC X(22) VALUE SPACES.

       01 LIN-CABCST.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 FILLER        PIC X(12) VALUE "CATEGORIA".
          03 FILLER        PIC X(17) VALUE "           ORCADO".
          03 FILLER        PIC X(17) VALUE "        REALIZADO".
          03 FILLER        PIC X(17) VALUE "        DIFERENCA".
          03 FILLER        PIC X(24) VALUE SPACES.

       01 LIN-CST.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LC-DESC       PIC X(12).
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LC-ORC        PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LC-REAL       PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LC-DIFER      PIC -ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(24) VALUE SPACES.

       01 LIN-PUBLICO.
          03 FILLER        PIC X(16) VALUE "   CONFIRMADOS: ".
          03 LP-CONF       PIC ZZ.ZZ9.
          03 FILLER        PIC X(14) VALUE "   PRESENTES: ".
          03 LP-PRES       PIC ZZ.ZZ9.
          03 FILLER        PIC X(13) VALUE "   AUSENTES: ".
          03 LP-AUS        PIC ZZ.ZZ9.
          03 FILLER        PIC X(29) VALUE SPACES.

       01 LIN-RECEITA.
          03 FILLER        PIC X(21) VALUE "   RECEITA ESPERADA: ".
          03 LR-ESPER      PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(13) VALUE "   RECEBIDA: ".
          03 LR-RECEB      PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(28) VALUE SPACES.

       01 LIN-UNIT.
          03 FILLER        PIC X(23) VALUE "   CUSTO POR PRESENTE: ".
          03 LU-PRES       PIC Z.ZZZ.ZZ9,99.
          03 FILLER        PIC X(22) VALUE "   CUSTO POR AUSENTE: ".
          03 LU-AUS        PIC Z.ZZZ.ZZ9,99.
          03 FILLER        PIC X(21) VALUE SPACES.

       01 LIN-RESULT.
          03 FILLER        PIC X(26) VALUE
             "   CUSTO DAS AUSENCIAS  : ".
          03 LRS-FALT      PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(26) VALUE
             "   RESULTADO DO EVENTO : ".
          03 LRS-RESULT    PIC -ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(09) VALUE SPACES.

       01 LIN-TOTAL1.
          03 FILLER        PIC X(25) VALUE "TOTAL DO ANO - EVENTOS: ".
          03 LT1-QTD       PIC ZZZ9.
          03 FILLER        PIC X(14) VALUE "   ORCADO   : ".
          03 LT1-ORC       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(30) VALUE SPACES.

       01 LIN-TOTAL2.
          03 FILLER        PIC X(15) VALUE "   REALIZADO: ".
          03 LT2-REAL      PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(14) VALUE "   ESPERADA: ".
          03 LT2-ESPER     PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(14) VALUE "   RECEBIDA: ".
          03 LT2-RECEB     PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(05) VALUE SPACES.

       01 LIN-TOTAL3.
          03 FILLER        PIC X(16) VALUE "   CONFIRMADOS: ".
          03 LT3-CONF      PIC ZZZ.ZZ9.
          03 FILLER        PIC X(14) VALUE "   PRESENTES: ".
          03 LT3-PRES      PIC ZZZ.ZZ9.
          03 FILLER        PIC X(13) VALUE "   AUSENTES: ".
          03 LT3-AUS       PIC ZZZ.ZZ9.
          03 FILLER        PIC X(26) VALUE SPACES.

       01 LIN-TOTAL4.
          03 FILLER        PIC X(26) VALUE
             "   RESULTADO DO ANO     : ".
          03 LT4-RESULT    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(46) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** DEMONSTRATIVO FINANCEIRO DOS EVENTOS ***"
           DISPLAY "ANO DOS EVENTOS (AAAA, 0 = ANO ATUAL) : "
                   WITH NO ADVANCING
           ACCEPT W-ANOPROC
           IF W-ANOPROC = ZEROS
              ACCEPT W-HOJE8 FROM DATE YYYYMMDD
              MOVE W-HOJE8 (1:4) TO W-ANOPROC.
           DISPLAY "CODIGO DO EVENTO (0 = TODOS DO ANO)   : "
                   WITH NO ADVANCING
           ACCEPT W-EVTFILTRO.
       R0A.
           OPEN INPUT CADEVENT
           IF ST-ERRO NOT = "00"
              DISPLAY "CADASTRO DE EVENTOS NAO ENCONTRADO (CADEVENT)"
              GO TO ROT-FIM2.
           MOVE "S" TO W-TEMCST
           OPEN INPUT CADEVCST
           IF ST-ERRO2 NOT = "00"
              MOVE "N" TO W-TEMCST.
           MOVE "S" TO W-TEMCVT
           OPEN INPUT CADCONVT
           IF ST-ERRO3 NOT = "00"
              MOVE "N" TO W-TEMCVT.
           MOVE "S" TO W-TEMCBE
           OPEN INPUT CADCOBEV
           IF ST-ERRO4 NOT = "00"
              MOVE "N" TO W-TEMCBE.
       R0B.
           OPEN OUTPUT EVTFIN
           IF ST-ERRO5 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO RELATORIO EVTFIN.TXT"
              GO TO ROT-FIM.
           MOVE W-ANOPROC TO LT-ANO
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-BRANCO.
      *
       R1.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
           PERFORM ROT-TOTAL THRU ROT-TOTAL-FIM
           CLOSE EVTFIN
           GO TO ROT-FIM.
      *
       R2.
           READ CADEVENT NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF EVT-ANO NOT = W-ANOPROC
              GO TO R2-FIM.
           IF W-EVTFILTRO NOT = ZEROS
              IF EVT-COD NOT = W-EVTFILTRO
                 GO TO R2-FIM.
           ADD 1 TO W-QTDEVT
           MOVE ZEROS TO TABCUSTO W-ORCEVT W-REALEVT W-CONFIRM
                         W-PRESENTES W-AUSENTES W-RECEBIDA
           PERFORM ROT-CUSTOS THRU ROT-CUSTOS-FIM
           PERFORM ROT-PUBLICO THRU ROT-PUBLICO-FIM
           PERFORM ROT-RECEBIDO THRU ROT-RECEBIDO-FIM
           PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM.
       R2-FIM.
           EXIT.
      *
      *********************************************************
      * CUSTOS DO EVENTO POR CATEGORIA (L/A/M/O)               *
      *********************************************************
       ROT-CUSTOS.
           IF W-TEMCST NOT = "S"
              GO TO ROT-CUSTOS-FIM.
           MOVE EVT-COD TO EVC-EVENTO
           MOVE SPACES  TO EVC-TIPO
           MOVE ZEROS   TO EVC-SEQ
           START CADEVCST KEY IS NOT LESS CHAVEEVC
                 INVALID KEY
                    GO TO ROT-CUSTOS-FIM.
       ROT-CUSTOS-RD.
           READ CADEVCST NEXT RECORD
                AT END
                   GO TO ROT-CUSTOS-FIM
           END-READ
           IF EVC-EVENTO NOT = EVT-COD
              GO TO ROT-CUSTOS-FIM.
           MOVE 4 TO W-IDXC
           IF EVC-TIPO = "L"
              MOVE 1 TO W-IDXC.
           IF EVC-TIPO = "A"
              MOVE 2 TO W-IDXC.
           IF EVC-TIPO = "M"
              MOVE 3 TO W-IDXC.
           ADD EVC-VLRORC  TO TBC-ORC (W-IDXC) W-ORCEVT
           ADD EVC-VLRREAL TO TBC-REAL (W-IDXC) W-REALEVT
           GO TO ROT-CUSTOS-RD.
       ROT-CUSTOS-FIM.
           EXIT.
      *
      *********************************************************
      * CONFIRMADOS (RSVP C), PRESENTES E AUSENTES             *
      *********************************************************
       ROT-PUBLICO.
           IF W-TEMCVT NOT = "S"
              GO TO ROT-PUBLICO-FIM.
           MOVE EVT-COD TO CVT-EVENTO
           MOVE SPACES  TO CVT-APELIDO
           START CADCONVT KEY IS NOT LESS CHAVECONVT
                 INVALID KEY
                    GO TO ROT-PUBLICO-FIM.
       ROT-PUBLICO-RD.
           READ CADCONVT NEXT RECORD
                AT END
                   GO TO ROT-PUBLICO-FIM
           END-READ
           IF CVT-EVENTO NOT = EVT-COD
              GO TO ROT-PUBLICO-FIM.
           IF CVT-PRESENTE = "S"
              ADD 1 TO W-PRESENTES.
           IF CVT-RSVP = "C"
              ADD 1 TO W-CONFIRM
              IF CVT-PRESENTE NOT = "S"
                 ADD 1 TO W-AUSENTES.
           GO TO ROT-PUBLICO-RD.
       ROT-PUBLICO-FIM.
           EXIT.
      *
      *********************************************************
      * CONTRIBUICOES PAGAS (CADCOBEV COM DATA DE PAGAMENTO)   *
      *********************************************************
       ROT-RECEBIDO.
           IF W-TEMCBE NOT = "S"
              GO TO ROT-RECEBIDO-FIM.
           MOVE EVT-COD TO CBE-EVENTO
           MOVE SPACES  TO CBE-APELIDO
           START CADCOBEV KEY IS NOT LESS CHAVECBE
                 INVALID KEY
                    GO TO ROT-RECEBIDO-FIM.
       ROT-RECEBIDO-RD.
           READ CADCOBEV NEXT RECORD
                AT END
                   GO TO ROT-RECEBIDO-FIM
           END-READ
           IF CBE-EVENTO NOT = EVT-COD
              GO TO ROT-RECEBIDO-FIM.
           IF CBE-DTPAGTO NOT = ZEROS
              ADD CBE-VALOR TO W-RECEBIDA.
           GO TO ROT-RECEBIDO-RD.
       ROT-RECEBIDO-FIM.
           EXIT.
      *
      *********************************************************
      * IMPRESSAO DO EVENTO E ACUMULO NO TOTAL DO ANO          *
      *********************************************************
       ROT-IMPRIME.
           MOVE EVT-COD   TO LE-EVT
           MOVE EVT-DATA  TO W-DATA8
           MOVE W-DATA8   TO LE-DATA
           MOVE EVT-LOCAL TO LE-LOCAL
           WRITE LINHA-REL FROM LIN-EVT
           WRITE LINHA-REL FROM LIN-CABCST
           PERFORM ROT-IMP-CST THRU ROT-IMP-CST-FIM
                   VARYING W-IDXC FROM 1 BY 1 UNTIL W-IDXC > 4
           MOVE "TOTAL"   TO LC-DESC
           MOVE W-ORCEVT  TO LC-ORC
           MOVE W-REALEVT TO LC-REAL
           COMPUTE W-DIFER = W-ORCEVT - W-REALEVT
           MOVE W-DIFER   TO LC-DIFER
           WRITE LINHA-REL FROM LIN-CST
      *
           MOVE W-CONFIRM   TO LP-CONF
           MOVE W-PRESENTES TO LP-PRES
           MOVE W-AUSENTES  TO LP-AUS
           WRITE LINHA-REL FROM LIN-PUBLICO
      *
           COMPUTE W-ESPERADA = W-CONFIRM * EVT-PRECO
           MOVE W-ESPERADA TO LR-ESPER
           MOVE W-RECEBIDA TO LR-RECEB
           WRITE LINHA-REL FROM LIN-RECEITA
      *
           MOVE ZEROS TO W-CUSTOPRES W-CUSTOAUS W-CUSTOFALT
           IF W-PRESENTES > ZEROS
              COMPUTE W-CUSTOPRES ROUNDED = W-REALEVT / W-PRESENTES.
           IF W-CONFIRM > ZEROS
              COMPUTE W-CUSTOAUS ROUNDED = W-REALEVT / W-CONFIRM
              COMPUTE W-CUSTOFALT ROUNDED =
                      W-REALEVT * W-AUSENTES / W-CONFIRM.
           MOVE W-CUSTOPRES TO LU-PRES
           MOVE W-CUSTOAUS  TO LU-AUS
           WRITE LINHA-REL FROM LIN-UNIT
           COMPUTE W-RESULT = W-RECEBIDA - W-REALEVT
           MOVE W-CUSTOFALT TO LRS-FALT
           MOVE W-RESULT    TO LRS-RESULT
           WRITE LINHA-REL FROM LIN-RESULT
           WRITE LINHA-REL FROM LIN-SEP
      *
           ADD W-ORCEVT    TO W-TOTORC
           ADD W-REALEVT   TO W-TOTREAL
           ADD W-ESPERADA  TO W-TOTESPER
           ADD W-RECEBIDA  TO W-TOTRECEB
           ADD W-CONFIRM   TO W-TOTCONF
           ADD W-PRESENTES TO W-TOTPRES
           ADD W-AUSENTES  TO W-TOTAUS
           ADD W-RESULT    TO W-TOTRESULT.
       ROT-IMPRIME-FIM.
           EXIT.
       ROT-IMP-CST.
           MOVE TBD-DESC (W-IDXC) TO LC-DESC
           MOVE TBC-ORC  (W-IDXC) TO LC-ORC
           MOVE TBC-REAL (W-IDXC) TO LC-REAL
           COMPUTE W-DIFER = TBC-ORC (W-IDXC) - TBC-REAL (W-IDXC)
           MOVE W-DIFER TO LC-DIFER
           WRITE LINHA-REL FROM LIN-CST.
       ROT-IMP-CST-FIM.
           EXIT.
      *
       ROT-TOTAL.
           WRITE LINHA-REL FROM LIN-BRANCO
           MOVE W-QTDEVT    TO LT1-QTD
           MOVE W-TOTORC    TO LT1-ORC
           WRITE LINHA-REL FROM LIN-TOTAL1
           MOVE W-TOTREAL   TO LT2-REAL
           MOVE W-TOTESPER  TO LT2-ESPER
           MOVE W-TOTRECEB  TO LT2-RECEB
           WRITE LINHA-REL FROM LIN-TOTAL2
           MOVE W-TOTCONF   TO LT3-CONF
           MOVE W-TOTPRES   TO LT3-PRES
           MOVE W-TOTAUS    TO LT3-AUS
           WRITE LINHA-REL FROM LIN-TOTAL3
           MOVE W-TOTRESULT TO LT4-RESULT
           WRITE LINHA-REL FROM LIN-TOTAL4.
       ROT-TOTAL-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADEVENT
           IF W-TEMCST = "S"
              CLOSE CADEVCST.
           IF W-TEMCVT = "S"
              CLOSE CADCONVT.
           IF W-TEMCBE = "S"
              CLOSE CADCOBEV.
           IF ST-ERRO5 NOT = "00"
              GO TO ROT-FIM2.
           DISPLAY "*** DEMONSTRATIVO GERADO EM EVTFIN.TXT ***"
           DISPLAY "EVENTOS NO DEMONSTRATIVO : " W-QTDEVT.
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
