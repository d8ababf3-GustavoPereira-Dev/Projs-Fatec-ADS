       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADENTPC.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * ENTRADA DE PECAS NO ESTOQUE - RECEBIMENTO DE FORNECEDOR     *
      * (CADFORN ATIVO, TIPO A=AUTOPECAS OU O=OFICINA) COM DATA,    *
      * NOTA FISCAL, QUANTIDADE E CUSTO UNITARIO. GRAVA O MOVIMENTO *
      * E (CADMOVPC) E ATUALIZA NA PECA (CADPECA) O SALDO, O CUSTO  *
      * MEDIO PONDERADO E A DATA DA ULTIMA ENTRADA. A ENTRADA NAO   *
      * E ALTERADA NEM EXCLUIDA: ERRO DE DIGITACAO SE CORRIGE COM A *
      * SAIDA OU UMA NOVA ENTRADA, PARA O REL100 FECHAR COM O SALDO.*
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-COD
                    FILE STATUS  IS ST-FOR
                    ALTERNATE RECORD KEY IS FOR-NOME
                                   WITH DUPLICATES.
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
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
       01 REGFORN.
          03 FOR-COD          PIC 9(5).
          03 FOR-NOME         PIC X(30).
          03 FOR-CNPJ         PIC 9(14).
          03 FOR-TIPO         PIC X(1).
          03 FOR-CONTATO      PIC X(20).
          03 FOR-DDD          PIC 9(2).
          03 FOR-FONE         PIC 9(9).
          03 FOR-CEP          PIC 9(8).
          03 FOR-NENDRC       PIC 9(5).
          03 FOR-COMPL        PIC X(10).
          03 FOR-BANCO        PIC 9(3).
          03 FOR-AGENCIA      PIC 9(4).
          03 FOR-CONTA        PIC X(10).
          03 FOR-SIT          PIC X(1).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(60) VALUE SPACES.
       77 LIMPA         PIC X(60) VALUE SPACES.
       01 ST-FOR        PIC X(02) VALUE "00".
       01 ST-PECA       PIC X(02) VALUE "00".
       01 ST-MOV        PIC X(02) VALUE "00".
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
          03 W-ANOHOJE  PIC 9(04).
          03 W-MESHOJE  PIC 9(02).
          03 W-DIAHOJE  PIC 9(02).
       01 W-DTENT.
          03 W-DIAENT   PIC 9(02).
          03 W-MESENT   PIC 9(02).
          03 W-ANOENT   PIC 9(04).
       01 W-DTENT8 REDEFINES W-DTENT PIC 9(08).
       01 W-DATAMOV     PIC 9(08) VALUE ZEROS.
       01 W-CODFORN     PIC 9(05) VALUE ZEROS.
       01 W-NOMEFOR     PIC X(30) VALUE SPACES.
       01 W-DOCTO       PIC X(10) VALUE SPACES.
       01 W-QTD         PIC 9(05)V99 VALUE ZEROS.
       01 W-CUSTO       PIC 9(06)V99 VALUE ZEROS.
       01 W-VALOR       PIC 9(08)V99 VALUE ZEROS.
       01 W-NOVOSALDO   PIC 9(05)V99 VALUE ZEROS.
       01 W-NOVOMED     PIC 9(06)V99 VALUE ZEROS.
       01 W-SEQ         PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TCADENTPC.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "           *** ENTRADA DE PECAS NO ESTOQUE ***".
           05  LINE 04  COLUMN 01
               VALUE  "   CODIGO DA PECA              :".
           05  LINE 05  COLUMN 01
               VALUE  "   UNIDADE / SALDO ATUAL       :".
           05  LINE 06  COLUMN 01
               VALUE  "   CUSTO MEDIO ATUAL           :".
           05  LINE 08  COLUMN 01
               VALUE  "   DATA DA ENTRADA (DDMMAAAA)  :".
           05  LINE 09  COLUMN 01
               VALUE  "   FORNECEDOR (CODIGO)         :".
           05  LINE 10  COLUMN 01
               VALUE  "   NOTA FISCAL                 :".
           05  LINE 12  COLUMN 01
               VALUE  "   QUANTIDADE                  :".
           05  LINE 13  COLUMN 01
               VALUE  "   CUSTO UNITARIO              :".
           05  LINE 14  COLUMN 01
               VALUE  "   VALOR DA ENTRADA            :".
           05  LINE 16  COLUMN 01
               VALUE  "   NOVO SALDO                  :".
           05  LINE 17  COLUMN 01
               VALUE  "   NOVO CUSTO MEDIO            :".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TPEC-COD
               LINE 04  COLUMN 35  PIC 9(05)
               USING  PEC-COD
               HIGHLIGHT.
           05  TPEC-DESC
               LINE 04  COLUMN 42  PIC X(30)
               FROM   PEC-DESC.
           05  TPEC-UNID
               LINE 05  COLUMN 35  PIC X(02)
               FROM   PEC-UNID.
           05  TPEC-QTDEST
               LINE 05  COLUMN 39  PIC ZZ.ZZ9,99
               FROM   PEC-QTDEST.
           05  TPEC-CUSTOMED
               LINE 06  COLUMN 35  PIC ZZZ.ZZ9,99
               FROM   PEC-CUSTOMED.
           05  TDTENT
               LINE 08  COLUMN 35  PIC 9(08)
               USING  W-DTENT8
               HIGHLIGHT.
           05  TCODFORN
               LINE 09  COLUMN 35  PIC 9(05)
               USING  W-CODFORN
               HIGHLIGHT.
           05  TNOMEFOR
               LINE 09  COLUMN 42  PIC X(30)
               FROM   W-NOMEFOR.
           05  TDOCTO
               LINE 10  COLUMN 35  PIC X(10)
               USING  W-DOCTO
               HIGHLIGHT.
           05  TQTD
               LINE 12  COLUMN 35  PIC 9(05),99
               USING  W-QTD
               HIGHLIGHT.
           05  TCUSTO
               LINE 13  COLUMN 35  PIC 9(06),99
               USING  W-CUSTO
               HIGHLIGHT.
           05  TVALOR
               LINE 14  COLUMN 35  PIC ZZ.ZZZ.ZZ9,99
               FROM   W-VALOR.
           05  TNOVOSALDO
               LINE 16  COLUMN 35  PIC ZZ.ZZ9,99
               FROM   W-NOVOSALDO.
           05  TNOVOMED
               LINE 17  COLUMN 35  PIC ZZZ.ZZ9,99
               FROM   W-NOVOMED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN INPUT CADFORN
           IF ST-FOR NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFORN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN I-O CADPECA
           IF ST-PECA NOT = "00"
              MOVE "SEM PECAS CADASTRADAS (CADPECA)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFORN
              GO TO ROT-FIM2.
       R0A.
           OPEN I-O CADMOVPC
           IF ST-MOV NOT = "00"
              IF ST-MOV = "30"
                 OPEN OUTPUT CADMOVPC
                 CLOSE CADMOVPC
                 MOVE "*** ARQUIVO CADMOVPC FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMOVPC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADFORN CADPECA
                 GO TO ROT-FIM2.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE SPACES TO PEC-DESC PEC-UNID W-NOMEFOR W-DOCTO
           MOVE ZEROS TO PEC-COD PEC-QTDEST PEC-CUSTOMED W-CODFORN
           MOVE ZEROS TO W-QTD W-CUSTO W-VALOR W-NOVOSALDO W-NOVOMED
           MOVE W-DIAHOJE TO W-DIAENT
           MOVE W-MESHOJE TO W-MESENT
           MOVE W-ANOHOJE TO W-ANOENT
           DISPLAY TCADENTPC.
      *
       R2.
           ACCEPT TPEC-COD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF PEC-COD = ZEROS
                   GO TO R2.
           READ CADPECA
           IF ST-PECA NOT = "00"
              MOVE "*** PECA NAO CADASTRADA EM CADPECA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF PEC-SIT = "I"
              MOVE "*** PECA INATIVA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF W-CODFORN = ZEROS
              MOVE PEC-CODFORN TO W-CODFORN.
           DISPLAY TCADENTPC.
      *    DATA DO RECEBIMENTO - NAO PODE SER FUTURA
       R3.
           ACCEPT TDTENT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-DIAENT < 01 OR W-DIAENT > 31
              OR W-MESENT < 01 OR W-MESENT > 12
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           COMPUTE W-DATAMOV = (W-ANOENT * 10000) + (W-MESENT * 100)
                             + W-DIAENT
           IF W-DATAMOV > W-HOJE
              MOVE "*** DATA DA ENTRADA NAO PODE SER FUTURA ***"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
      *    FORNECEDOR DE PECAS (A) OU OFICINA (O) ATIVO
       R4.
           ACCEPT TCODFORN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           MOVE W-CODFORN TO FOR-COD
           READ CADFORN
           IF ST-FOR NOT = "00"
              MOVE "*** FORNECEDOR NAO CADASTRADO EM CADFORN ***"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF FOR-TIPO NOT = "A" AND FOR-TIPO NOT = "O"
              MOVE "*** FORNECEDOR NAO E AUTOPECAS NEM OFICINA ***"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF FOR-SIT = "I"
              MOVE "*** FORNECEDOR INATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE FOR-NOME TO W-NOMEFOR
           DISPLAY TNOMEFOR.
       R5.
           ACCEPT TDOCTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF W-DOCTO = SPACES
              MOVE "INFORME A NOTA FISCAL DO FORNECEDOR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       R6.
           ACCEPT TQTD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF W-QTD = ZEROS
                   GO TO R6.
       R7.
           ACCEPT TCUSTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF W-CUSTO = ZEROS
              MOVE "INFORME O CUSTO UNITARIO DA NOTA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
      *    CUSTO MEDIO PONDERADO PELO SALDO ATUAL
           COMPUTE W-VALOR ROUNDED = W-QTD * W-CUSTO
           COMPUTE W-NOVOSALDO = PEC-QTDEST + W-QTD
              ON SIZE ERROR
                 MOVE "*** SALDO ULTRAPASSA A CAPACIDADE DO CAMPO ***"
                                                        TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R6.
           COMPUTE W-NOVOMED ROUNDED =
                   ((PEC-QTDEST * PEC-CUSTOMED) + W-VALOR)
                   / W-NOVOSALDO
           DISPLAY TVALOR TNOVOSALDO TNOVOMED.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (22, 20) "DADOS OK (S/N) : ".
                ACCEPT (22, 39) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R7.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *    MOVIMENTO DE ENTRADA, DEPOIS O SALDO DA PECA
       INC-WR1.
                PERFORM ROT-PROX-SEQ THRU ROT-PROX-SEQ-FIM
                MOVE PEC-COD     TO MOV-CODPECA
                MOVE W-DATAMOV   TO MOV-DATA
                MOVE W-SEQ       TO MOV-SEQ
                MOVE "E"         TO MOV-TIPO
                MOVE W-QTD       TO MOV-QTD
                MOVE W-CUSTO     TO MOV-CUSTOUNIT
                MOVE W-VALOR     TO MOV-VALOR
                MOVE W-NOVOMED   TO MOV-CUSTOMED
                MOVE W-CODFORN   TO MOV-CODFORN
                MOVE W-DOCTO     TO MOV-DOCTO
                MOVE SPACES      TO MOV-PLACA
                MOVE ZEROS       TO MOV-DTMANUT
                WRITE REGMOVPC
                IF ST-MOV = "22"
                   GO TO INC-WR1.
                IF ST-MOV NOT = "00" AND ST-MOV NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADMOVPC" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
       INC-RW1.
                READ CADPECA
                IF ST-PECA NOT = "00"
                   MOVE "ERRO NA LEITURA DO ARQUIVO CADPECA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                COMPUTE W-NOVOSALDO = PEC-QTDEST + W-QTD
                COMPUTE W-NOVOMED ROUNDED =
                        ((PEC-QTDEST * PEC-CUSTOMED) + W-VALOR)
                        / W-NOVOSALDO
                MOVE W-NOVOSALDO TO PEC-QTDEST
                MOVE W-NOVOMED   TO PEC-CUSTOMED
                IF W-DATAMOV > PEC-DTULTENT
                   MOVE W-DATAMOV TO PEC-DTULTENT.
                IF PEC-CODFORN = ZEROS
                   MOVE W-CODFORN TO PEC-CODFORN.
                REWRITE REGPECA
                IF ST-PECA = "00" OR "02"
                   MOVE "*** ENTRADA GRAVADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ATUALIZACAO DO SALDO DA PECA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADFORN CADPECA CADMOVPC.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *
      *********************************************************
      * PROXIMA SEQUENCIA DE MOVIMENTO DA PECA PEC-COD NA DATA *
      * W-DATAMOV, DEVOLVIDA EM W-SEQ                          *
      *********************************************************
       ROT-PROX-SEQ.
           MOVE 1         TO W-SEQ
           MOVE PEC-COD   TO MOV-CODPECA
           MOVE W-DATAMOV TO MOV-DATA
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
              OR MOV-DATA NOT = W-DATAMOV
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
