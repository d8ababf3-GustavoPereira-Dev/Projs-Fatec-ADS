       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL103.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * PENDENCIAS DA CONSIGNACAO (CADCSG) NA DATA DE REFERENCIA:   *
      * 1) CONTRATOS ATIVOS (NAO VENDIDOS) COM VALIDADE VENCIDA -   *
      *    O VEICULO DEVE SER DEVOLVIDO AO DONO OU O CONTRATO       *
      *    RENOVADO NO CADCSG;                                      *
      * 2) REPASSES AO DONO AINDA NAO PAGOS DOS CONSIGNADOS         *
      *    VENDIDOS, COM O VENCIMENTO E OS DIAS EM ATRASO.          *
      * DIAS CONTADOS COM MES DE 30 DIAS. SAIDA EM RELCSG.TXT.      *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCSG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CSG-PLACA
                    FILE STATUS  IS ST-CSG.
      *
           SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CLI-COD
                    FILE STATUS  IS ST-CLI
                    ALTERNATE RECORD KEY IS CLI-NOME
                                   WITH DUPLICATES.
      *
           SELECT RELCSG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCSG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCSG.DAT".
       01 REGCSG.
          03 CSG-PLACA        PIC X(7).
          03 CSG-CODCLI       PIC 9(5).
          03 CSG-DTINI.
             05 CSG-DIAINI    PIC 9(2).
             05 CSG-MESINI    PIC 9(2).
             05 CSG-ANOINI    PIC 9(4).
          03 CSG-VLRLIQ       PIC 9(8)V99.
          03 CSG-TPCOMIS      PIC X(1).
          03 CSG-COMIS        PIC 9(8)V99.
          03 CSG-DTEXPIR      PIC 9(8).
          03 CSG-DIASREP      PIC 9(3).
          03 CSG-SIT          PIC X(1).
          03 CSG-DTVENDA      PIC 9(8).
          03 CSG-VLRVENDA     PIC 9(8)V99.
          03 CSG-VLRREP       PIC 9(8)V99.
          03 CSG-DTVENCREP    PIC 9(8).
          03 CSG-DTPAGREP     PIC 9(8).
          03 CSG-DTDEVOL      PIC 9(8).
          03 CSG-OBS          PIC X(40).
      *
       FD CADCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLI.DAT".
       01 REGCLI.
          03 CLI-COD          PIC 9(5).
          03 CLI-NOME         PIC X(30).
          03 CLI-DOC          PIC 9(11).
          03 CLI-DDD          PIC 9(2).
          03 CLI-NUMERO       PIC 9(9).
          03 CLI-CEP          PIC 9(8).
          03 CLI-NENDRC       PIC 9(5).
          03 CLI-COMPL        PIC X(10).
          03 CLI-LIMCRED      PIC 9(8)V99.
          03 CLI-SITCRED      PIC X(1).
      *
       FD RELCSG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCSG.TXT".
       01 LINHA-REL PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL103".
       01 W-SPARQ       PIC X(14) VALUE "RELCSG.TXT".
       01 ST-CSG        PIC X(02) VALUE "00".
       01 ST-CLI        PIC X(02) VALUE "00".
       01 ST-REL        PIC X(02) VALUE "00".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-TEMCLI      PIC X(01) VALUE "N".
       01 W-DTREF.
          03 W-DIAREF   PIC 9(02).
          03 W-MESREF   PIC 9(02).
          03 W-ANOREF   PIC 9(04).
       01 W-HOJE.
          03 W-ANOHOJE  PIC 9(04).
          03 W-MESHOJE  PIC 9(02).
          03 W-DIAHOJE  PIC 9(02).
       01 W-REF8        PIC 9(08) VALUE ZEROS.
       01 W-DTVER.
          03 W-DIAVER   PIC 9(02).
          03 W-MESVER   PIC 9(02).
          03 W-ANOVER   PIC 9(04).
       01 W-VER8        PIC 9(08) VALUE ZEROS.
       01 W-DIAS        PIC S9(05) VALUE ZEROS.
       01 W-TOTDEV      PIC 9(05) VALUE ZEROS.
       01 W-TOTREP      PIC 9(05) VALUE ZEROS.
       01 W-TOTATR      PIC 9(05) VALUE ZEROS.
       01 W-VLRDEV      PIC 9(09)V99 VALUE ZEROS.
       01 W-VLRREP      PIC 9(09)V99 VALUE ZEROS.
       01 W-VLRATR      PIC 9(09)V99 VALUE ZEROS.

       01 LIN-TITULO.
          03 FILLER        PIC X(50) VALUE
             "*** PENDENCIAS DA CONSIGNACAO DE VEICULOS ***".
          03 FILLER        PIC X(13) VALUE "REFERENCIA: ".
          03 LT-DTREF      PIC 99/99/9999.
          03 FILLER        PIC X(47) VALUE SPACES.

       01 LIN-TIT1      PIC X(120) VALUE
          "CONTRATOS VENCIDOS SEM VENDA - DEVOLVER AO DONO OU RENOVAR".
       01 LIN-CAB1.
          03 FILLER        PIC X(50) VALUE
             "PLACA   DONO                           CONTRATO   ".
          03 FILLER        PIC X(50) VALUE
             "VALIDADE    LIQUIDO DONO   DIAS VENC.             ".
          03 FILLER        PIC X(20) VALUE SPACES.

       01 LIN-DET1.
          03 LD1-PLACA     PIC X(07).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD1-DONO      PIC X(30).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD1-DTINI     PIC 99/99/9999.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD1-DTEXPIR   PIC 99/99/9999.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD1-VLRLIQ    PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LD1-DIAS      PIC ZZZZ9.
          03 FILLER        PIC X(38) VALUE SPACES.

       01 LIN-TIT2      PIC X(120) VALUE
          "REPASSES AO DONO EM ABERTO (CONSIGNADOS VENDIDOS)".
       01 LIN-CAB2.
          03 FILLER        PIC X(50) VALUE
             "PLACA   DONO                           VENDA      ".
          03 FILLER        PIC X(50) VALUE
             "  VALOR VENDA        REPASSE VENCIMENTO  DIAS ATR.".
          03 FILLER        PIC X(20) VALUE SPACES.

       01 LIN-DET2.
          03 LD2-PLACA     PIC X(07).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD2-DONO      PIC X(30).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD2-DTVENDA   PIC 99/99/9999.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD2-VLRVENDA  PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD2-VLRREP    PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD2-DTVENC    PIC 99/99/9999.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD2-DIAS      PIC ZZZZ9 BLANK WHEN ZERO.
          03 FILLER        PIC X(15) VALUE SPACES.

       01 LIN-TOT1.
          03 FILLER        PIC X(35) VALUE
             "CONTRATOS VENCIDOS SEM VENDA     : ".
          03 LT1-QTD       PIC ZZ.ZZ9.
          03 FILLER        PIC X(10) VALUE "   VALOR: ".
          03 LT1-VLR       PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(55) VALUE SPACES.
       01 LIN-TOT2.
          03 FILLER        PIC X(35) VALUE
             "REPASSES EM ABERTO               : ".
          03 LT2-QTD       PIC ZZ.ZZ9.
          03 FILLER        PIC X(10) VALUE "   VALOR: ".
          03 LT2-VLR       PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(55) VALUE SPACES.
       01 LIN-TOT3.
          03 FILLER        PIC X(35) VALUE
             "  DOS QUAIS EM ATRASO            : ".
          03 LT3-QTD       PIC ZZ.ZZ9.
          03 FILLER        PIC X(10) VALUE "   VALOR: ".
          03 LT3-VLR       PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(55) VALUE SPACES.

       01 LIN-BRANCO    PIC X(120) VALUE SPACES.
       01 LIN-SEP       PIC X(120) VALUE ALL "-".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** PENDENCIAS DA CONSIGNACAO DE VEICULOS ***"
           DISPLAY "DATA DE REFERENCIA (DDMMAAAA, 0 = HOJE) : "
                   WITH NO ADVANCING
           ACCEPT W-DTREF
           IF W-DTREF = ZEROS
              ACCEPT W-HOJE FROM DATE YYYYMMDD
              MOVE W-DIAHOJE TO W-DIAREF
              MOVE W-MESHOJE TO W-MESREF
              MOVE W-ANOHOJE TO W-ANOREF.
           IF W-DIAREF < 01 OR W-DIAREF > 31
              OR W-MESREF < 01 OR W-MESREF > 12 OR W-ANOREF = ZEROS
              DISPLAY "DATA INVALIDA"
              GO TO ROT-FIM2.
           COMPUTE W-REF8 = (W-ANOREF * 10000) + (W-MESREF * 100)
                          + W-DIAREF.
       R0A.
           OPEN INPUT CADCSG
           IF ST-CSG NOT = "00"
              DISPLAY "SEM CONSIGNACOES REGISTRADAS (CADCSG)"
              GO TO ROT-FIM2.
           MOVE "S" TO W-TEMCLI
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
              MOVE "N" TO W-TEMCLI.
       R0B.
           OPEN OUTPUT RELCSG
           IF ST-REL NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ARQUIVO RELCSG.TXT"
              CLOSE CADCSG
              GO TO ROT-FIM2.
           MOVE W-DTREF TO LT-DTREF
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-SEP
           WRITE LINHA-REL FROM LIN-TIT1
           WRITE LINHA-REL FROM LIN-CAB1
           WRITE LINHA-REL FROM LIN-SEP.
       R1.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S"
      *    SEGUNDA PASSADA: REPASSES EM ABERTO
           CLOSE CADCSG
           OPEN INPUT CADCSG
           MOVE "N" TO W-FIM
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-TIT2
           WRITE LINHA-REL FROM LIN-CAB2
           WRITE LINHA-REL FROM LIN-SEP
           PERFORM R3 THRU R3-FIM UNTIL W-FIM = "S"
           GO TO ROT-FIM.
      *
      *********************************************************
      * CONTRATO ATIVO COM VALIDADE ANTERIOR A REFERENCIA      *
      *********************************************************
       R2.
           READ CADCSG NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-CSG NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF CSG-SIT NOT = "A" OR CSG-DTEXPIR = ZEROS
              GO TO R2-FIM.
           MOVE CSG-DTEXPIR TO W-DTVER
           PERFORM ROT-DIAS THRU ROT-DIAS-FIM
           IF W-VER8 NOT < W-REF8
              GO TO R2-FIM.
           MOVE CSG-PLACA    TO LD1-PLACA
           PERFORM ROT-DONO THRU ROT-DONO-FIM
           MOVE CLI-NOME     TO LD1-DONO
           MOVE CSG-DTINI    TO LD1-DTINI
           MOVE CSG-DTEXPIR  TO LD1-DTEXPIR
           MOVE CSG-VLRLIQ   TO LD1-VLRLIQ
           MOVE W-DIAS       TO LD1-DIAS
           WRITE LINHA-REL FROM LIN-DET1
           ADD 1 TO W-TOTDEV
           ADD CSG-VLRLIQ TO W-VLRDEV.
       R2-FIM.
           EXIT.
      *
      *********************************************************
      * CONSIGNADO VENDIDO COM REPASSE AINDA NAO PAGO          *
      *********************************************************
       R3.
           READ CADCSG NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R3-FIM
           END-READ
           IF ST-CSG NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R3-FIM.
           IF CSG-SIT NOT = "V" OR CSG-DTPAGREP NOT = ZEROS
              GO TO R3-FIM.
           MOVE CSG-PLACA    TO LD2-PLACA
           PERFORM ROT-DONO THRU ROT-DONO-FIM
           MOVE CLI-NOME     TO LD2-DONO
           MOVE CSG-DTVENDA  TO LD2-DTVENDA
           MOVE CSG-VLRVENDA TO LD2-VLRVENDA
           MOVE CSG-VLRREP   TO LD2-VLRREP
           MOVE CSG-DTVENCREP TO LD2-DTVENC
           MOVE ZEROS TO LD2-DIAS
           ADD 1 TO W-TOTREP
           ADD CSG-VLRREP TO W-VLRREP
           MOVE CSG-DTVENCREP TO W-DTVER
           PERFORM ROT-DIAS THRU ROT-DIAS-FIM
           IF W-VER8 < W-REF8
              MOVE W-DIAS TO LD2-DIAS
              ADD 1 TO W-TOTATR
              ADD CSG-VLRREP TO W-VLRATR.
           WRITE LINHA-REL FROM LIN-DET2.
       R3-FIM.
           EXIT.
      *
      *    NOME DO DONO DO VEICULO (CADCLI)
       ROT-DONO.
           MOVE "NAO CADASTRADO" TO CLI-NOME
           IF W-TEMCLI NOT = "S"
              GO TO ROT-DONO-FIM.
           MOVE CSG-CODCLI TO CLI-COD
           READ CADCLI
           IF ST-CLI NOT = "00"
              MOVE "NAO CADASTRADO" TO CLI-NOME.
       ROT-DONO-FIM.
           EXIT.
      *
      *    DATA W-DTVER (DDMMAAAA) EM AAAAMMDD E DIAS ATE A REFERENCIA
       ROT-DIAS.
           COMPUTE W-VER8 = (W-ANOVER * 10000) + (W-MESVER * 100)
                          + W-DIAVER
           COMPUTE W-DIAS = ((W-ANOREF - W-ANOVER) * 360)
                          + ((W-MESREF - W-MESVER) * 30)
                          + (W-DIAREF - W-DIAVER)
           IF W-DIAS < ZEROS
              MOVE ZEROS TO W-DIAS.
       ROT-DIAS-FIM.
           EXIT.
      *
       ROT-FIM.
           MOVE W-TOTDEV TO LT1-QTD
           MOVE W-VLRDEV TO LT1-VLR
           MOVE W-TOTREP TO LT2-QTD
           MOVE W-VLRREP TO LT2-VLR
           MOVE W-TOTATR TO LT3-QTD
           MOVE W-VLRATR TO LT3-VLR
           WRITE LINHA-REL FROM LIN-SEP
           WRITE LINHA-REL FROM LIN-TOT1
           WRITE LINHA-REL FROM LIN-TOT2
           WRITE LINHA-REL FROM LIN-TOT3
           CLOSE CADCSG RELCSG
           IF W-TEMCLI = "S"
              CLOSE CADCLI.
           DISPLAY "*** RELATORIO GERADO EM RELCSG.TXT ***"
           DISPLAY "CONTRATOS A DEVOLVER : " W-TOTDEV
           DISPLAY "REPASSES EM ABERTO   : " W-TOTREP.
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
