       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL086.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CNH A VENCER EM RELCNH.TXT - PARA UMA DATA DE REFERENCIA     *
      * (0 = HOJE), AS CARTEIRAS DO CADCNH DE FUNCIONARIOS NAO       *
      * DESLIGADOS JA VENCIDAS OU QUE VENCEM NOS PROXIMOS 60 DIAS,   *
      * COM OS DIAS QUE FALTAM, A CATEGORIA, OS PONTOS E A MARCA DE  *
      * SUSPENSA. RODADO TODO MES, DA TEMPO DE RENOVAR ANTES QUE O    *
      * CHKCNH RECUSE O CONDUTOR NA ATRIBUICAO/RESERVA/TEST-DRIVE.   *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCNH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNH-CODFUNC
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFUNC
                    FILE STATUS  IS ST-ERRO3.
      *
           SELECT RELCNH ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCNH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCNH.DAT".
       01 REGCNH.
          03 CNH-CODFUNC      PIC 9(5).
          03 CNH-NUMERO       PIC 9(11).
          03 CNH-CATEG        PIC X(2).
          03 CNH-DTVALID      PIC 9(8).
          03 CNH-SUSPENSA     PIC X(1).
          03 CNH-PONTOS       PIC 9(3).
          03 CNH-DTPONTOS     PIC 9(8).
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
       FD RELCNH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCNH.TXT".
       01 LINHA-REL PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL086".
       01 W-SPARQ       PIC X(14) VALUE "RELCNH.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-DATAOK      PIC X(01) VALUE "N".
       01 W-DTREF       PIC 9(08) VALUE ZEROS.
       01 W-SERREF      PIC 9(07) VALUE ZEROS.
       01 W-DIAS        PIC S9(05) VALUE ZEROS.
       01 W-QTDVENC     PIC 9(05) VALUE ZEROS.
       01 W-QTDAVENC    PIC 9(05) VALUE ZEROS.
       01 W-DMANO       PIC 9(04) VALUE ZEROS.
       01 W-DMMES       PIC 9(02) VALUE ZEROS.
       01 W-DIASMES     PIC 9(02) VALUE ZEROS.
       01 W-RESTO4      PIC 9(04) VALUE ZEROS.
       01 W-QUOC4       PIC 9(04) VALUE ZEROS.
       01 W-SRA         PIC 9(04) VALUE ZEROS.
       01 W-SRM         PIC 9(02) VALUE ZEROS.
       01 W-SRT         PIC 9(04) VALUE ZEROS.
       01 W-SRQ4        PIC 9(04) VALUE ZEROS.
       01 W-SRQ100      PIC 9(04) VALUE ZEROS.
       01 W-SRQ400      PIC 9(04) VALUE ZEROS.
       01 W-SRSERIAL    PIC 9(07) VALUE ZEROS.
       01 W-DTDMA.
          03 W-DIAD     PIC 9(02).
          03 W-MESD     PIC 9(02).
          03 W-ANOD     PIC 9(04).
       01 W-DTDMA8 REDEFINES W-DTDMA PIC 9(08).
       01 W-DTAMD.
          03 W-ANOA     PIC 9(04).
          03 W-MESA     PIC 9(02).
          03 W-DIAA     PIC 9(02).
       01 W-DTAMD8 REDEFINES W-DTAMD PIC 9(08).

       01 LIN-TITULO.
          03 FILLER        PIC X(40) VALUE
             "*** CNH VENCIDAS E A VENCER (60 DIAS) - ".
          03 LT-DTREF      PIC 99/99/9999.
          03 FILLER        PIC X(04) VALUE " ***".
          03 FILLER        PIC X(26) VALUE SPACES.
       01 LIN-BRANCO    PIC X(80) VALUE SPACES.
       01 LIN-SEP       PIC X(80) VALUE ALL "-".

       01 LIN-CAB1.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 FILLER        PIC X(06) VALUE "FUNC".
          03 FILLER        PIC X(26) VALUE "NOME".
          03 FILLER        PIC X(04) VALUE "CAT".
          03 FILLER        PIC X(11) VALUE "VALIDADE".
          03 FILLER        PIC X(06) VALUE "DIAS".
          03 FILLER        PIC X(05) VALUE "PTS".
          03 FILLER        PIC X(04) VALUE "SUS".
          03 FILLER        PIC X(16) VALUE "SITUACAO".

       01 LIN-DET.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-FUNC       PIC Z(4)9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-NOME       PIC X(25).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-CATEG      PIC X(02).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-DTVALID    PIC 99/99/9999.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-DIAS       PIC -ZZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-PONTOS     PIC ZZ9.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LD-SUSP       PIC X(01).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-SIT        PIC X(10).
          03 FILLER        PIC X(06) VALUE SPACES.

       01 LIN-TOT.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 FILLER        PIC X(10) VALUE "VENCIDAS: ".
          03 LTT-VENC      PIC ZZZZ9.
          03 FILLER        PIC X(12) VALUE "  A VENCER: ".
          03 LTT-AVENC     PIC ZZZZ9.
          03 FILLER        PIC X(44) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** CNH VENCIDAS E A VENCER ***"
           DISPLAY "DATA DE REFERENCIA (DDMMAAAA, 0 = HOJE) : "
                   WITH NO ADVANCING
           ACCEPT W-DTREF
           IF W-DTREF = ZEROS
              ACCEPT W-DTAMD8 FROM DATE YYYYMMDD
              MOVE W-DIAA TO W-DIAD
              MOVE W-MESA TO W-MESD
              MOVE W-ANOA TO W-ANOD
              MOVE W-DTDMA8 TO W-DTREF.
           MOVE W-DTREF TO W-DTDMA8
           PERFORM ROT-VALIDA-DATA THRU ROT-VALIDA-DATA-FIM
           IF W-DATAOK NOT = "S"
              DISPLAY "DATA DE REFERENCIA INVALIDA"
              GO TO ROT-FIM2.
           MOVE W-SRSERIAL TO W-SERREF.
       R0A.
           OPEN INPUT CADCNH
           IF ST-ERRO NOT = "00"
              DISPLAY "CADCNH NAO CADASTRADO - RODE O CADCNH"
              GO TO ROT-FIM2.
           OPEN INPUT CADFUNC
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              CLOSE CADCNH
              GO TO ROT-FIM2.
       R0B.
           OPEN OUTPUT RELCNH
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO RELATORIO RELCNH.TXT"
              CLOSE CADCNH CADFUNC
              GO TO ROT-FIM2.
           MOVE W-DTREF TO LT-DTREF
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-CAB1
           WRITE LINHA-REL FROM LIN-SEP.
      *
       R1.
           MOVE ZEROS TO CNH-CODFUNC
           START CADCNH KEY IS NOT LESS CNH-CODFUNC
                 INVALID KEY
                    GO TO R3.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
       R3.
           IF W-QTDVENC = ZEROS AND W-QTDAVENC = ZEROS
              MOVE "     NENHUMA CNH VENCIDA OU A VENCER EM 60 DIAS"
                   TO LINHA-REL
              WRITE LINHA-REL
              GO TO ROT-FIM.
           WRITE LINHA-REL FROM LIN-SEP
           MOVE W-QTDVENC  TO LTT-VENC
           MOVE W-QTDAVENC TO LTT-AVENC
           WRITE LINHA-REL FROM LIN-TOT
           GO TO ROT-FIM.
      *
      *********************************************************
      * CNH DE FUNCIONARIO NAO DESLIGADO COM VALIDADE ATE A    *
      * REFERENCIA + 60 DIAS                                   *
      *********************************************************
       R2.
           READ CADCNH NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           MOVE CNH-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO3 NOT = "00"
              GO TO R2-FIM.
           IF SITFUNC = "D"
              GO TO R2-FIM.
           MOVE CNH-DTVALID TO W-DTDMA8
           PERFORM ROT-VALIDA-DATA THRU ROT-VALIDA-DATA-FIM
           IF W-DATAOK NOT = "S"
              GO TO R2-FIM.
           COMPUTE W-DIAS = W-SRSERIAL - W-SERREF
           IF W-DIAS > 60
              GO TO R2-FIM.
           MOVE CNH-CODFUNC  TO LD-FUNC
           MOVE NOME         TO LD-NOME
           MOVE CNH-CATEG    TO LD-CATEG
           MOVE CNH-DTVALID  TO LD-DTVALID
           MOVE W-DIAS       TO LD-DIAS
           MOVE CNH-PONTOS   TO LD-PONTOS
           MOVE CNH-SUSPENSA TO LD-SUSP
           IF W-DIAS < 0
              MOVE "VENCIDA"  TO LD-SIT
              ADD 1 TO W-QTDVENC
           ELSE
              MOVE "A VENCER" TO LD-SIT
              ADD 1 TO W-QTDAVENC.
           WRITE LINHA-REL FROM LIN-DET.
       R2-FIM.
           EXIT.
      *
      *********************************************************
      * VALIDA A DATA DDMMAAAA DE W-DTDMA: W-DATAOK = "S" COM  *
      * A DATA EM AAAAMMDD (W-DTAMD8) E O NUMERO DE DIAS       *
      * CORRIDOS EM W-SRSERIAL (PARA CONTAR DIAS ENTRE DATAS)  *
      *********************************************************
       ROT-VALIDA-DATA.
           MOVE "N" TO W-DATAOK
           IF W-MESD < 1 OR W-MESD > 12 OR W-ANOD < 1900
              OR W-DIAD < 1
              GO TO ROT-VALIDA-DATA-FIM.
           MOVE W-ANOD TO W-DMANO
           MOVE W-MESD TO W-DMMES
           PERFORM ROT-DIAS-MES THRU ROT-DIAS-MES-FIM
           IF W-DIAD > W-DIASMES
              GO TO ROT-VALIDA-DATA-FIM.
           MOVE W-DIAD TO W-DIAA
           MOVE W-MESD TO W-MESA
           MOVE W-ANOD TO W-ANOA
           MOVE W-ANOA TO W-SRA
           MOVE W-MESA TO W-SRM
           IF W-SRM < 3
              ADD 12 TO W-SRM
              SUBTRACT 1 FROM W-SRA.
           DIVIDE W-SRA BY 4   GIVING W-SRQ4
           DIVIDE W-SRA BY 100 GIVING W-SRQ100
           DIVIDE W-SRA BY 400 GIVING W-SRQ400
           COMPUTE W-SRT = (153 * (W-SRM - 3)) + 2
           DIVIDE W-SRT BY 5 GIVING W-SRT
           COMPUTE W-SRSERIAL = (365 * W-SRA) + W-SRQ4 - W-SRQ100
                              + W-SRQ400 + W-SRT + W-DIAA
           MOVE "S" TO W-DATAOK.
       ROT-VALIDA-DATA-FIM.
           EXIT.
      *
      *    QUANTIDADE DE DIAS DO MES W-DMMES/W-DMANO
       ROT-DIAS-MES.
           EVALUATE W-DMMES
              WHEN 01 MOVE 31 TO W-DIASMES
              WHEN 03 MOVE 31 TO W-DIASMES
              WHEN 05 MOVE 31 TO W-DIASMES
              WHEN 07 MOVE 31 TO W-DIASMES
              WHEN 08 MOVE 31 TO W-DIASMES
              WHEN 10 MOVE 31 TO W-DIASMES
              WHEN 12 MOVE 31 TO W-DIASMES
              WHEN 02
                 DIVIDE W-DMANO BY 4 GIVING W-QUOC4
                        REMAINDER W-RESTO4
                 IF W-RESTO4 = ZEROS
                    MOVE 29 TO W-DIASMES
                 ELSE
                    MOVE 28 TO W-DIASMES
                 END-IF
              WHEN OTHER MOVE 30 TO W-DIASMES
           END-EVALUATE.
       ROT-DIAS-MES-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADCNH CADFUNC RELCNH
           DISPLAY "*** RELATORIO GERADO EM RELCNH.TXT ***"
           DISPLAY "CNH VENCIDAS  : " W-QTDVENC
           DISPLAY "CNH A VENCER  : " W-QTDAVENC.
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
