       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL100.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * VALORIZACAO MENSAL DO ESTOQUE DE PECAS - PARA O MES/ANO     *
      * INFORMADO, CADA PECA COM MOVIMENTO (CADMOVPC) MOSTRA O      *
      * SALDO INICIAL, AS ENTRADAS DE FORNECEDOR, O CONSUMO NA      *
      * MANUTENCAO (SAIDAS MENOS DEVOLUCOES) E O SALDO FINAL,       *
      * VALORIZADOS PELO CUSTO MEDIO VIGENTE NO INICIO E NO FIM DO  *
      * MES. OS SALDOS SAEM DA SOMA DOS MOVIMENTOS ATE A DATA, NAO  *
      * DO SALDO ATUAL DO CADPECA, PARA PODER FECHAR MESES PASSADOS.*
      * SAIDA EM VALESTQ.TXT.                                       *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADMOVPC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMOVPC
                    FILE STATUS  IS ST-MOV.
      *
       SELECT CADPECA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEC-COD
                    FILE STATUS  IS ST-PECA
                    ALTERNATE RECORD KEY IS PEC-DESC
                                   WITH DUPLICATES.
      *
           SELECT VALESTQ ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADMOVPC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOVPC.DAT".
       01 REGMOVPC.
          03 CHAVEMOVPC.
             05 MOV-CODPECA   PIC 9(5).
             05 MOV-DATA      PIC 9(8).
             05 MOV-SEQ       PIC 9(3).
          03 MOV-TIPO         PIC X(1).
          03 MOV-QTD          PIC 9(5)V99.
          03 MOV-CUSTOUNIT    PIC 9(6)V99.
          03 MOV-VALOR        PIC 9(8)V99.
          03 MOV-CUSTOMED     PIC 9(6)V99.
          03 MOV-CODFORN      PIC 9(5).
          03 MOV-DOCTO        PIC X(10).
          03 MOV-PLACA        PIC X(7).
          03 MOV-DTMANUT      PIC 9(8).
      *
       FD CADPECA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPECA.DAT".
       01 REGPECA.
          03 PEC-COD          PIC 9(5).
          03 PEC-DESC         PIC X(30).
          03 PEC-UNID         PIC X(2).
          03 PEC-QTDEST       PIC 9(5)V99.
          03 PEC-QTDMIN       PIC 9(5)V99.
          03 PEC-CUSTOMED     PIC 9(6)V99.
          03 PEC-CODFORN      PIC 9(5).
          03 PEC-DTULTENT     PIC 9(8).
          03 PEC-SIT          PIC X(1).
      *
       FD VALESTQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VALESTQ.TXT".
       01 LINHA-REL PIC X(130).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL100".
       01 W-SPARQ       PIC X(14) VALUE "VALESTQ.TXT".
       01 ST-MOV        PIC X(02) VALUE "00".
       01 ST-PECA       PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-TEMPECA     PIC X(01) VALUE "N".
       01 W-MESANO.
          03 W-MESPROC  PIC 9(02).
          03 W-ANOPROC  PIC 9(04).
       01 W-DTINI       PIC 9(08) VALUE ZEROS.
       01 W-DTFIM       PIC 9(08) VALUE ZEROS.
       01 W-PECAATU     PIC 9(05) VALUE ZEROS.
       01 W-TEMMES      PIC X(01) VALUE "N".
       01 W-QTDINI      PIC S9(06)V99 VALUE ZEROS.
       01 W-MEDINI      PIC 9(06)V99 VALUE ZEROS.
       01 W-QTDENT      PIC 9(06)V99 VALUE ZEROS.
       01 W-VLRENT      PIC 9(09)V99 VALUE ZEROS.
       01 W-QTDCONS     PIC S9(06)V99 VALUE ZEROS.
       01 W-VLRCONS     PIC S9(09)V99 VALUE ZEROS.
       01 W-QTDFIM      PIC S9(06)V99 VALUE ZEROS.
       01 W-MEDFIM      PIC 9(06)V99 VALUE ZEROS.
       01 W-VLRINI      PIC S9(09)V99 VALUE ZEROS.
       01 W-VLRFIM      PIC S9(09)V99 VALUE ZEROS.
       01 W-TOTPECAS    PIC 9(05) VALUE ZEROS.
       01 W-TOTINI      PIC S9(11)V99 VALUE ZEROS.
       01 W-TOTENT      PIC S9(11)V99 VALUE ZEROS.
       01 W-TOTCONS     PIC S9(11)V99 VALUE ZEROS.
       01 W-TOTFIM      PIC S9(11)V99 VALUE ZEROS.

       01 LIN-TITULO.
          03 FILLER        PIC X(50) VALUE
             "*** VALORIZACAO DO ESTOQUE DE PECAS ***".
          03 FILLER        PIC X(05) VALUE "MES: ".
          03 LT-MES        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LT-ANO        PIC 9999.
          03 FILLER        PIC X(68) VALUE SPACES.

       01 LIN-CAB1.
          03 FILLER        PIC X(45) VALUE
             "                     ------ SALDO INICIAL ---".
          03 FILLER        PIC X(45) VALUE
             "  ------ ENTRADAS ------- ------- CONSUMO ----".
          03 FILLER        PIC X(40) VALUE
             "---- --------- SALDO FINAL ------------".
       01 LIN-CAB2.
          03 FILLER        PIC X(45) VALUE
             " COD. DESCRICAO            QTDE         VALOR".
          03 FILLER        PIC X(45) VALUE
             "       QTDE         VALOR       QTDE         ".
          03 FILLER        PIC X(40) VALUE
             " VALOR      QTDE  CUSTO MED.       VALOR".

       01 LIN-DET.
          03 LD-COD        PIC 9(05).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-DESC       PIC X(14).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-QINI       PIC ZZ.ZZ9,99-.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-VINI       PIC ZZ.ZZZ.ZZ9,99-.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-QENT       PIC ZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-VENT       PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-QCONS      PIC ZZ.ZZ9,99-.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-VCONS      PIC ZZ.ZZZ.ZZ9,99-.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-QFIM       PIC ZZ.ZZ9,99-.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-MEDFIM     PIC ZZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-VFIM       PIC ZZ.ZZZ.ZZ9,99-.
          03 FILLER        PIC X(04) VALUE SPACES.

       01 LIN-TOT1.
          03 FILLER        PIC X(30) VALUE
             "PECAS LISTADAS              : ".
          03 LT1-QTD       PIC ZZ.ZZ9.
          03 FILLER        PIC X(94) VALUE SPACES.
       01 LIN-TOT2.
          03 FILLER        PIC X(30) VALUE
             "ESTOQUE INICIAL             : ".
          03 LT2-VLR       PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
          03 FILLER        PIC X(82) VALUE SPACES.
       01 LIN-TOT3.
          03 FILLER        PIC X(30) VALUE
             "(+) ENTRADAS DE FORNECEDOR  : ".
          03 LT3-VLR       PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
          03 FILLER        PIC X(82) VALUE SPACES.
       01 LIN-TOT4.
          03 FILLER        PIC X(30) VALUE
             "(-) CONSUMO NA MANUTENCAO   : ".
          03 LT4-VLR       PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
          03 FILLER        PIC X(82) VALUE SPACES.
       01 LIN-TOT5.
          03 FILLER        PIC X(30) VALUE
             "ESTOQUE FINAL               : ".
          03 LT5-VLR       PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
          03 FILLER        PIC X(82) VALUE SPACES.
       01 LIN-LEGENDA.
          03 FILLER        PIC X(50) VALUE
             "DIFERENCA ENTRE O FINAL E INICIAL + ENTRADAS - CON".
          03 FILLER        PIC X(50) VALUE
             "SUMO VEM DA VARIACAO DO CUSTO MEDIO NO MES".
          03 FILLER        PIC X(30) VALUE SPACES.

       01 LIN-BRANCO    PIC X(130) VALUE SPACES.
       01 LIN-SEP       PIC X(130) VALUE ALL "-".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** VALORIZACAO DO ESTOQUE DE PECAS ***"
           DISPLAY "MES/ANO (MMAAAA) : " WITH NO ADVANCING
           ACCEPT W-MESANO
           IF W-MESPROC < 01 OR W-MESPROC > 12 OR W-ANOPROC = ZEROS
              DISPLAY "MES/ANO INVALIDO"
              GO TO ROT-FIM2.
           COMPUTE W-DTINI = (W-ANOPROC * 10000) + (W-MESPROC * 100)
                           + 01
           COMPUTE W-DTFIM = (W-ANOPROC * 10000) + (W-MESPROC * 100)
                           + 31.
       R0A.
           OPEN INPUT CADMOVPC
           IF ST-MOV NOT = "00"
              DISPLAY "SEM MOVIMENTOS DE ESTOQUE (CADMOVPC)"
              GO TO ROT-FIM2.
           MOVE "S" TO W-TEMPECA
           OPEN INPUT CADPECA
           IF ST-PECA NOT = "00"
              MOVE "N" TO W-TEMPECA.
       R0B.
           OPEN OUTPUT VALESTQ
           IF ST-ERRO4 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ARQUIVO VALESTQ.TXT"
              CLOSE CADMOVPC
              GO TO ROT-FIM2.
           MOVE W-MESPROC TO LT-MES
           MOVE W-ANOPROC TO LT-ANO
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-SEP
           WRITE LINHA-REL FROM LIN-CAB1
           WRITE LINHA-REL FROM LIN-CAB2
           WRITE LINHA-REL FROM LIN-SEP.
       R1.
           MOVE ZEROS TO W-PECAATU
           MOVE ZEROS TO MOV-CODPECA MOV-DATA MOV-SEQ
           START CADMOVPC KEY IS NOT LESS CHAVEMOVPC
                 INVALID KEY
                    GO TO ROT-FIM.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S"
           IF W-PECAATU NOT = ZEROS
              PERFORM R5 THRU R5-FIM.
           GO TO ROT-FIM.
      *
      *********************************************************
      * UM MOVIMENTO - NA ORDEM DA CHAVE (PECA, DATA, SEQ). A  *
      * TROCA DE PECA FECHA A LINHA DA ANTERIOR                *
      *********************************************************
       R2.
           READ CADMOVPC NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-MOV NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF MOV-CODPECA NOT = W-PECAATU
              IF W-PECAATU NOT = ZEROS
                 PERFORM R5 THRU R5-FIM
              END-IF
              PERFORM R3 THRU R3-FIM
              MOVE MOV-CODPECA TO W-PECAATU.
           IF MOV-DATA > W-DTFIM
              GO TO R2-FIM.
           MOVE MOV-CUSTOMED TO W-MEDFIM
           IF MOV-DATA < W-DTINI
              MOVE MOV-CUSTOMED TO W-MEDINI
              IF MOV-TIPO = "S"
                 SUBTRACT MOV-QTD FROM W-QTDINI
              ELSE
                 ADD MOV-QTD TO W-QTDINI
              END-IF
              GO TO R2-FIM.
      *    MOVIMENTO DO MES
           MOVE "S" TO W-TEMMES
           IF MOV-TIPO = "E"
              ADD MOV-QTD   TO W-QTDENT
              ADD MOV-VALOR TO W-VLRENT.
           IF MOV-TIPO = "S"
              ADD MOV-QTD   TO W-QTDCONS
              ADD MOV-VALOR TO W-VLRCONS.
           IF MOV-TIPO = "D"
              SUBTRACT MOV-QTD   FROM W-QTDCONS
              SUBTRACT MOV-VALOR FROM W-VLRCONS.
       R2-FIM.
           EXIT.
      *
      *********************************************************
      * ZERA OS ACUMULADORES DA PECA                           *
      *********************************************************
       R3.
           MOVE "N" TO W-TEMMES
           MOVE ZEROS TO W-QTDINI W-MEDINI W-QTDENT W-VLRENT
           MOVE ZEROS TO W-QTDCONS W-VLRCONS W-MEDFIM.
       R3-FIM.
           EXIT.
      *
      *********************************************************
      * LINHA DA PECA W-PECAATU: SO SE TINHA SALDO NO INICIO   *
      * DO MES OU TEVE MOVIMENTO NELE                          *
      *********************************************************
       R5.
           IF W-QTDINI = ZEROS AND W-TEMMES NOT = "S"
              GO TO R5-FIM.
           COMPUTE W-QTDFIM = W-QTDINI + W-QTDENT - W-QTDCONS
           COMPUTE W-VLRINI ROUNDED = W-QTDINI * W-MEDINI
           COMPUTE W-VLRFIM ROUNDED = W-QTDFIM * W-MEDFIM
           MOVE W-PECAATU TO LD-COD
           MOVE "NAO CADASTRADA" TO LD-DESC
           IF W-TEMPECA = "S"
              MOVE W-PECAATU TO PEC-COD
              READ CADPECA
              IF ST-PECA = "00"
                 MOVE PEC-DESC TO LD-DESC.
           MOVE W-QTDINI  TO LD-QINI
           MOVE W-VLRINI  TO LD-VINI
           MOVE W-QTDENT  TO LD-QENT
           MOVE W-VLRENT  TO LD-VENT
           MOVE W-QTDCONS TO LD-QCONS
           MOVE W-VLRCONS TO LD-VCONS
           MOVE W-QTDFIM  TO LD-QFIM
           MOVE W-MEDFIM  TO LD-MEDFIM
           MOVE W-VLRFIM  TO LD-VFIM
           WRITE LINHA-REL FROM LIN-DET
           ADD 1 TO W-TOTPECAS
           ADD W-VLRINI  TO W-TOTINI
           ADD W-VLRENT  TO W-TOTENT
           ADD W-VLRCONS TO W-TOTCONS
           ADD W-VLRFIM  TO W-TOTFIM.
       R5-FIM.
           EXIT.
      *
       ROT-FIM.
           MOVE W-TOTPECAS TO LT1-QTD
           MOVE W-TOTINI   TO LT2-VLR
           MOVE W-TOTENT   TO LT3-VLR
           MOVE W-TOTCONS  TO LT4-VLR
           MOVE W-TOTFIM   TO LT5-VLR
           WRITE LINHA-REL FROM LIN-SEP
           WRITE LINHA-REL FROM LIN-TOT1
           WRITE LINHA-REL FROM LIN-TOT2
           WRITE LINHA-REL FROM LIN-TOT3
           WRITE LINHA-REL FROM LIN-TOT4
           WRITE LINHA-REL FROM LIN-TOT5
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-LEGENDA
           CLOSE CADMOVPC VALESTQ
           IF W-TEMPECA = "S"
              CLOSE CADPECA.
           DISPLAY "*** RELATORIO GERADO EM VALESTQ.TXT ***"
           DISPLAY "PECAS LISTADAS : " W-TOTPECAS.
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
