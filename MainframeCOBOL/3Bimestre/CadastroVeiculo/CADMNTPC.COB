       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADMNTPC.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * PECAS DA MANUTENCAO - SAIDA DO ESTOQUE PARA UMA REVISAO JA  *
      * CADASTRADA NO CADMANUT (PLACA + DATA). CADA ITEM LEVA A     *
      * PECA, A QUANTIDADE E O CUSTO MEDIO DO MOMENTO; BAIXA O      *
      * SALDO DA PECA (CADPECA), GRAVA O MOVIMENTO S (CADMOVPC) E   *
      * SOMA O VALOR NO VALORMANUT DA REVISAO - ASSIM O CUSTO DAS   *
      * PECAS ENTRA NO REL023 E NOS DEMAIS RELATORIOS DA FROTA. O   *
      * ITEM LANCADO PODE SER ESTORNADO: A PECA VOLTA AO ESTOQUE    *
      * PELO MESMO CUSTO (MOVIMENTO D) E SAI DO VALOR DA REVISAO.   *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADMANUT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMANUT
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PLACA-M WITH DUPLICATES.
      *
       SELECT CADPECA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEC-COD
                    FILE STATUS  IS ST-PECA
                    ALTERNATE RECORD KEY IS PEC-DESC
                                   WITH DUPLICATES.
      *
       SELECT CADMOVPC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMOVPC
                    FILE STATUS  IS ST-MOV.
      *
       SELECT CADMNTPC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEMNTPC
                    FILE STATUS  IS ST-MPC.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADMANUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMANUT.DAT".
       01 REGMANUT.
          03 CHAVEMANUT.
             05 PLACA-M       PIC X(7).
             05 DTMANUT       PIC 9(8).
          03 KMMANUT          PIC 9(7).
          03 DESCMANUT        PIC X(40).
          03 OFICINA          PIC X(30).
          03 VALORMANUT       PIC 9(6)V99.
          03 MNT-AUTSEQ       PIC 9(3).
          03 MNT-CODFORN      PIC 9(5).
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
       FD CADMNTPC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMNTPC.DAT".
       01 REGMNTPC.
          03 CHAVEMNTPC.
             05 MPC-PLACA     PIC X(7).
             05 MPC-DTMANUT   PIC 9(8).
             05 MPC-ITEM      PIC 9(2).
          03 MPC-CODPECA      PIC 9(5).
          03 MPC-QTD          PIC 9(5)V99.
          03 MPC-CUSTOUNIT    PIC 9(6)V99.
          03 MPC-VALOR        PIC 9(8)V99.
          03 MPC-DTMOV        PIC 9(8).
          03 MPC-SEQMOV       PIC 9(3).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(60) VALUE SPACES.
       77 LIMPA         PIC X(60) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-PECA       PIC X(02) VALUE "00".
       01 ST-MOV        PIC X(02) VALUE "00".
       01 ST-MPC        PIC X(02) VALUE "00".
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-PLACA       PIC X(07) VALUE SPACES.
       01 W-DTMNT       PIC 9(08) VALUE ZEROS.
       01 W-ITEM        PIC 9(02) VALUE ZEROS.
       01 W-CODPECA     PIC 9(05) VALUE ZEROS.
       01 W-QTD         PIC 9(05)V99 VALUE ZEROS.
       01 W-CUSTO       PIC 9(06)V99 VALUE ZEROS.
       01 W-VALOR       PIC 9(08)V99 VALUE ZEROS.
       01 W-TOTPECAS    PIC 9(08)V99 VALUE ZEROS.
       01 W-QTDITENS    PIC 9(03) VALUE ZEROS.
       01 W-NOVOSALDO   PIC 9(05)V99 VALUE ZEROS.
       01 W-NOVOMED     PIC 9(06)V99 VALUE ZEROS.
       01 W-SEQ         PIC 9(03) VALUE ZEROS.
       01 W-TIPOMOV     PIC X(01) VALUE SPACES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TCADMNTPC.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "              *** PECAS DA MANUTENCAO ***".
           05  LINE 04  COLUMN 01
               VALUE  "   PLACA DO VEICULO            :".
           05  LINE 05  COLUMN 01
               VALUE  "   DATA DA REVISAO (DDMMAAAA)  :".
           05  LINE 06  COLUMN 01
               VALUE  "   SERVICO EXECUTADO           :".
           05  LINE 07  COLUMN 01
               VALUE  "   OFICINA                     :".
           05  LINE 08  COLUMN 01
               VALUE  "   VALOR DA REVISAO            :".
           05  LINE 09  COLUMN 01
               VALUE  "   PECAS JA LANCADAS           :".
           05  LINE 11  COLUMN 01
               VALUE  "   ITEM                        :".
           05  LINE 12  COLUMN 01
               VALUE  "   PECA (CODIGO)               :".
           05  LINE 13  COLUMN 01
               VALUE  "   UNIDADE / SALDO EM ESTOQUE  :".
           05  LINE 14  COLUMN 01
               VALUE  "   QUANTIDADE                  :".
           05  LINE 15  COLUMN 01
               VALUE  "   CUSTO UNITARIO (MEDIO)      :".
           05  LINE 16  COLUMN 01
               VALUE  "   VALOR DO ITEM               :".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TPLACA
               LINE 04  COLUMN 35  PIC X(07)
               USING  W-PLACA
               HIGHLIGHT.
           05  TDTMNT
               LINE 05  COLUMN 35  PIC 9(08)
               USING  W-DTMNT
               HIGHLIGHT.
           05  TDESCMANUT
               LINE 06  COLUMN 35  PIC X(40)
               FROM   DESCMANUT.
           05  TOFICINA
               LINE 07  COLUMN 35  PIC X(30)
               FROM   OFICINA.
           05  TVALORMANUT
               LINE 08  COLUMN 35  PIC ZZZ.ZZ9,99
               FROM   VALORMANUT.
           05  TTOTPECAS
               LINE 09  COLUMN 35  PIC ZZZ.ZZ9,99
               FROM   W-TOTPECAS.
           05  TITEM
               LINE 11  COLUMN 35  PIC 9(02)
               USING  W-ITEM
               HIGHLIGHT.
           05  TCODPECA
               LINE 12  COLUMN 35  PIC 9(05)
               USING  W-CODPECA
               HIGHLIGHT.
           05  TPEC-DESC
               LINE 12  COLUMN 42  PIC X(30)
               FROM   PEC-DESC.
           05  TPEC-UNID
               LINE 13  COLUMN 35  PIC X(02)
               FROM   PEC-UNID.
           05  TPEC-QTDEST
               LINE 13  COLUMN 39  PIC ZZ.ZZ9,99
               FROM   PEC-QTDEST.
           05  TQTD
               LINE 14  COLUMN 35  PIC 9(05),99
               USING  W-QTD
               HIGHLIGHT.
           05  TCUSTO
               LINE 15  COLUMN 35  PIC ZZZ.ZZ9,99
               FROM   W-CUSTO.
           05  TVALOR
               LINE 16  COLUMN 35  PIC ZZ.ZZZ.ZZ9,99
               FROM   W-VALOR.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADMANUT
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADMANUT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN I-O CADPECA
           IF ST-PECA NOT = "00"
              MOVE "SEM PECAS CADASTRADAS (CADPECA)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADMANUT
              GO TO ROT-FIM2.
       R0A.
           OPEN I-O CADMOVPC
           IF ST-MOV NOT = "00"
              IF ST-MOV = "30"
                 OPEN OUTPUT CADMOVPC
                 CLOSE CADMOVPC
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMOVPC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADMANUT CADPECA
                 GO TO ROT-FIM2.
       R0B.
           OPEN I-O CADMNTPC
           IF ST-MPC NOT = "00"
              IF ST-MPC = "30"
                 OPEN OUTPUT CADMNTPC
                 CLOSE CADMNTPC
                 MOVE "*** ARQUIVO CADMNTPC FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0B
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMNTPC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADMANUT CADPECA CADMOVPC
                 GO TO ROT-FIM2.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE SPACES TO W-PLACA DESCMANUT OFICINA
           MOVE ZEROS TO W-DTMNT VALORMANUT W-TOTPECAS
           PERFORM ROT-LIMPA-ITEM THRU ROT-LIMPA-ITEM-FIM
           DISPLAY TCADMNTPC.
      *
       R2.
           ACCEPT TPLACA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-PLACA = SPACES
                   GO TO R2.
       R3.
           ACCEPT TDTMNT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-DTMNT = ZEROS
                   GO TO R3.
           MOVE W-PLACA TO PLACA-M
           MOVE W-DTMNT TO DTMANUT
           READ CADMANUT
           IF ST-ERRO NOT = "00"
              MOVE "*** REVISAO NAO CADASTRADA NO CADMANUT ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           PERFORM ROT-SOMA-PECAS THRU ROT-SOMA-PECAS-FIM
           DISPLAY TCADMNTPC.
      *
      *    ITEM EXISTENTE = CONSULTA/ESTORNO; ITEM NOVO = SAIDA
       R4.
           PERFORM ROT-LIMPA-ITEM THRU ROT-LIMPA-ITEM-FIM
           DISPLAY TCADMNTPC
           ACCEPT TITEM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-ITEM = ZEROS
                   GO TO R4.
           MOVE W-PLACA TO MPC-PLACA
           MOVE W-DTMNT TO MPC-DTMANUT
           MOVE W-ITEM  TO MPC-ITEM
           READ CADMNTPC
           IF ST-MPC = "00"
              GO TO ACE-001.
           IF ST-MPC NOT = "23"
              MOVE "ERRO NA LEITURA DO ARQUIVO CADMNTPC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R5.
           ACCEPT TCODPECA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           MOVE W-CODPECA TO PEC-COD
           READ CADPECA
           IF ST-PECA NOT = "00"
              MOVE "*** PECA NAO CADASTRADA EM CADPECA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           IF PEC-SIT = "I"
              MOVE "*** PECA INATIVA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           MOVE PEC-CUSTOMED TO W-CUSTO
           DISPLAY TCADMNTPC.
       R6.
           ACCEPT TQTD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF W-QTD = ZEROS
                   GO TO R6.
           IF W-QTD > PEC-QTDEST
              MOVE "*** SALDO INSUFICIENTE NO ESTOQUE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           COMPUTE W-VALOR ROUNDED = W-QTD * W-CUSTO
           DISPLAY TCUSTO TVALOR.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (22, 20) "DADOS OK (S/N) : ".
                ACCEPT (22, 39) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** ITEM RECUSADO PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *    RELE A PECA: O SALDO PODE TER MUDADO EM OUTRO TERMINAL
       INC-RD1.
                MOVE W-CODPECA TO PEC-COD
                READ CADPECA
                IF ST-PECA NOT = "00"
                   MOVE "ERRO NA LEITURA DO ARQUIVO CADPECA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-QTD > PEC-QTDEST
                   MOVE "*** SALDO INSUFICIENTE NO ESTOQUE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
                MOVE PEC-CUSTOMED TO W-CUSTO
                COMPUTE W-VALOR ROUNDED = W-QTD * W-CUSTO
                MOVE "S" TO W-TIPOMOV
                MOVE PEC-CUSTOMED TO W-NOVOMED
                PERFORM ROT-GRAVA-MOV THRU ROT-GRAVA-MOV-FIM
                IF ST-MOV NOT = "00" AND ST-MOV NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADMOVPC" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
       INC-WR1.
                MOVE W-PLACA   TO MPC-PLACA
                MOVE W-DTMNT   TO MPC-DTMANUT
                MOVE W-ITEM    TO MPC-ITEM
                MOVE W-CODPECA TO MPC-CODPECA
                MOVE W-QTD     TO MPC-QTD
                MOVE W-CUSTO   TO MPC-CUSTOUNIT
                MOVE W-VALOR   TO MPC-VALOR
                MOVE W-HOJE    TO MPC-DTMOV
                MOVE W-SEQ     TO MPC-SEQMOV
                WRITE REGMNTPC
                IF ST-MPC NOT = "00" AND ST-MPC NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADMNTPC" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                SUBTRACT W-QTD FROM PEC-QTDEST
                REWRITE REGPECA
                IF ST-PECA NOT = "00" AND ST-PECA NOT = "02"
                   MOVE "ERRO NA ATUALIZACAO DO SALDO DA PECA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
      *    O VALOR DA PECA ENTRA NO CUSTO DA REVISAO
       INC-RW2.
                MOVE W-PLACA TO PLACA-M
                MOVE W-DTMNT TO DTMANUT
                READ CADMANUT
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA LEITURA DO ARQUIVO CADMANUT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                ADD W-VALOR TO VALORMANUT
                    ON SIZE ERROR
                       MOVE 99999999 TO VALORMANUT
                END-ADD
                REWRITE REGMANUT
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA ALTERACAO DO ARQUIVO CADMANUT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                ADD W-VALOR TO W-TOTPECAS
                MOVE "*** PECA BAIXADA DO ESTOQUE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R4.
      *
      *****************************************
      * ROTINA DE CONSULTA/ESTORNO DO ITEM    *
      *****************************************
      *
       ACE-001.
                MOVE MPC-CODPECA   TO W-CODPECA PEC-COD
                MOVE MPC-QTD       TO W-QTD
                MOVE MPC-CUSTOUNIT TO W-CUSTO
                MOVE MPC-VALOR     TO W-VALOR
                READ CADPECA
                IF ST-PECA NOT = "00"
                   MOVE SPACES TO PEC-DESC PEC-UNID
                   MOVE ZEROS  TO PEC-QTDEST.
                DISPLAY TCADMNTPC.
       ACE-002.
                DISPLAY (22, 10)
                     "N=NOVO ITEM   E=ESTORNAR PARA O ESTOQUE"
                ACCEPT (22, 53) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "E"
                   GO TO ACE-002.
                MOVE SPACES TO MENS
                DISPLAY (22, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R4.
       EST-OPC.
                IF ST-PECA NOT = "00"
                   MOVE "PECA FORA DO CADPECA - ESTORNO NAO PERMITIDO"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
                DISPLAY (22, 35) "ESTORNAR  (S/N) : ".
                ACCEPT (22, 53) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** ITEM NAO ESTORNADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EST-OPC.
      *    A PECA VOLTA PELO CUSTO DA SAIDA, REFAZENDO O MEDIO
       EST-RW1.
                COMPUTE W-NOVOSALDO = PEC-QTDEST + W-QTD
                   ON SIZE ERROR
                      MOVE "*** SALDO ULTRAPASSA A CAPACIDADE ***"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R4.
                COMPUTE W-NOVOMED ROUNDED =
                        ((PEC-QTDEST * PEC-CUSTOMED) + W-VALOR)
                        / W-NOVOSALDO
                MOVE "D" TO W-TIPOMOV
                PERFORM ROT-GRAVA-MOV THRU ROT-GRAVA-MOV-FIM
                IF ST-MOV NOT = "00" AND ST-MOV NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADMOVPC" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE W-NOVOSALDO TO PEC-QTDEST
                MOVE W-NOVOMED   TO PEC-CUSTOMED
                REWRITE REGPECA
                IF ST-PECA NOT = "00" AND ST-PECA NOT = "02"
                   MOVE "ERRO NA ATUALIZACAO DO SALDO DA PECA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE W-PLACA TO MPC-PLACA
                MOVE W-DTMNT TO MPC-DTMANUT
                MOVE W-ITEM  TO MPC-ITEM
                DELETE CADMNTPC RECORD
                IF ST-MPC NOT = "00"
                   MOVE "ERRO NA EXCLUSAO DO ITEM DA REVISAO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
       EST-RW2.
                MOVE W-PLACA TO PLACA-M
                MOVE W-DTMNT TO DTMANUT
                READ CADMANUT
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA LEITURA DO ARQUIVO CADMANUT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF VALORMANUT < W-VALOR
                   MOVE ZEROS TO VALORMANUT
                ELSE
                   SUBTRACT W-VALOR FROM VALORMANUT.
                REWRITE REGMANUT
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA ALTERACAO DO ARQUIVO CADMANUT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-TOTPECAS < W-VALOR
                   MOVE ZEROS TO W-TOTPECAS
                ELSE
                   SUBTRACT W-VALOR FROM W-TOTPECAS.
                MOVE "*** ITEM ESTORNADO PARA O ESTOQUE ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R4.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADMANUT CADPECA CADMOVPC CADMNTPC.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *
      *********************************************************
      * LIMPA OS CAMPOS DO ITEM NA TELA                        *
      *********************************************************
       ROT-LIMPA-ITEM.
           MOVE SPACES TO PEC-DESC PEC-UNID
           MOVE ZEROS TO W-ITEM W-CODPECA W-QTD W-CUSTO W-VALOR
           MOVE ZEROS TO PEC-QTDEST.
       ROT-LIMPA-ITEM-FIM.
           EXIT.
      *
      *********************************************************
      * SOMA DOS ITENS JA LANCADOS NA REVISAO W-PLACA/W-DTMNT  *
      * EM W-TOTPECAS (QUANTIDADE DE ITENS EM W-QTDITENS)      *
      *********************************************************
       ROT-SOMA-PECAS.
           MOVE ZEROS TO W-TOTPECAS W-QTDITENS
           MOVE W-PLACA TO MPC-PLACA
           MOVE W-DTMNT TO MPC-DTMANUT
           MOVE ZEROS   TO MPC-ITEM
           START CADMNTPC KEY IS NOT LESS CHAVEMNTPC
                 INVALID KEY
                    GO TO ROT-SOMA-PECAS-FIM.
       ROT-SOMA-PECAS-RD.
           READ CADMNTPC NEXT RECORD
                AT END
                   GO TO ROT-SOMA-PECAS-FIM
           END-READ
           IF ST-MPC NOT = "00" OR MPC-PLACA NOT = W-PLACA
              OR MPC-DTMANUT NOT = W-DTMNT
              GO TO ROT-SOMA-PECAS-FIM.
           ADD MPC-VALOR TO W-TOTPECAS
           ADD 1 TO W-QTDITENS
           GO TO ROT-SOMA-PECAS-RD.
       ROT-SOMA-PECAS-FIM.
           EXIT.
      *
      *********************************************************
      * GRAVA O MOVIMENTO W-TIPOMOV (S=SAIDA D=DEVOLUCAO) DA   *
      * PECA PEC-COD NA DATA DE HOJE, LIGADO A REVISAO         *
      *********************************************************
       ROT-GRAVA-MOV.
           PERFORM ROT-PROX-SEQ THRU ROT-PROX-SEQ-FIM
           MOVE PEC-COD    TO MOV-CODPECA
           MOVE W-HOJE     TO MOV-DATA
           MOVE W-SEQ      TO MOV-SEQ
           MOVE W-TIPOMOV  TO MOV-TIPO
           MOVE W-QTD      TO MOV-QTD
           MOVE W-CUSTO    TO MOV-CUSTOUNIT
           MOVE W-VALOR    TO MOV-VALOR
           MOVE W-NOVOMED  TO MOV-CUSTOMED
           MOVE ZEROS      TO MOV-CODFORN
           MOVE SPACES     TO MOV-DOCTO
           MOVE W-PLACA    TO MOV-PLACA
           MOVE W-DTMNT    TO MOV-DTMANUT
           WRITE REGMOVPC
           IF ST-MOV = "22"
              GO TO ROT-GRAVA-MOV.
       ROT-GRAVA-MOV-FIM.
           EXIT.
      *
      *********************************************************
      * PROXIMA SEQUENCIA DE MOVIMENTO DA PECA PEC-COD NA DATA *
      * DE HOJE, DEVOLVIDA EM W-SEQ                            *
      *********************************************************
       ROT-PROX-SEQ.
           MOVE 1         TO W-SEQ
           MOVE PEC-COD   TO MOV-CODPECA
           MOVE W-HOJE    TO MOV-DATA
           MOVE ZEROS     TO MOV-SEQ
           START CADMOVPC KEY IS NOT LESS CHAVEMOVPC
                 INVALID KEY
                    GO TO ROT-PROX-SEQ-FIM.
       ROT-PROX-SEQ-RD.
           READ CADMOVPC NEXT RECORD
                AT END
                   GO TO ROT-PROX-SEQ-FIM
           END-READ
           IF ST-MOV NOT = "00" OR MOV-CODPECA NOT = PEC-COD
              OR MOV-DATA NOT = W-HOJE
              GO TO ROT-PROX-SEQ-FIM.
           COMPUTE W-SEQ = MOV-SEQ + 1
           GO TO ROT-PROX-SEQ-RD.
       ROT-PROX-SEQ-FIM.
           EXIT.
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (22, 13) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (22, 13) MENS.
       ROT-MENS-FIM.
                EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
