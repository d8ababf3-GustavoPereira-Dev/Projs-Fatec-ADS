       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL098.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * GASTO POR FORNECEDOR NO ANO - SOMA AS MANUTENCOES (CADMANUT *
      * PELA DATA DA REVISAO), OS ABASTECIMENTOS (CADABAST) E OS    *
      * PREMIOS DAS APOLICES (CADAPOL, PELO INICIO DA VIGENCIA) E   *
      * AS ENTRADAS DE PECAS NO ESTOQUE (CADMOVPC) DO ANO INFORMADO,*
      * POR CODIGO DE FORNECEDOR (CADFORN), COM A QUANTIDADE, O     *
      * TOTAL, O TICKET MEDIO E A PARTICIPACAO NO TOTAL DO TIPO.    *
      * NA OFICINA ENTRA SO O SERVICO: AS PECAS TIRADAS DO ESTOQUE  *
      * (CADMNTPC) JA FORAM PAGAS NA ENTRADA AO FORNECEDOR DE PECAS.*
      * SAI POR TIPO (OFICINAS, POSTOS, SEGURADORAS, PECAS) DO      *
      * MAIOR PARA O MENOR GASTO. LANCAMENTOS ANTIGOS SEM CODIGO    *
      * SAEM NUMA LINHA "SEM CADASTRO" DO TIPO (VER CNVFORN). A     *
      * TABELA COMPORTA 500 FORNECEDORES. SAIDA EM GASTFORN.TXT.    *
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
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVEMANUT
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADABAST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVEABAST
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT CADAPOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVEAPOL
                    FILE STATUS  IS ST-ERRO3.
      *
       SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-COD
                    FILE STATUS  IS ST-FOR
                    ALTERNATE RECORD KEY IS FOR-NOME
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
           SELECT GASTFORN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
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
          03 APO-DTFIM.
             05 APO-DIAFIM    PIC 9(2).
             05 APO-MESFIM    PIC 9(2).
             05 APO-ANOFIM    PIC 9(4).
          03 APO-QTDPARC      PIC 9(2).
          03 APO-CODFORN      PIC 9(5).
      *
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
      *
       FD GASTFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "GASTFORN.TXT".
       01 LINHA-REL PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL098".
       01 W-SPARQ       PIC X(14) VALUE "GASTFORN.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-FOR        PIC X(02) VALUE "00".
       01 ST-MOV        PIC X(02) VALUE "00".
       01 ST-MPC        PIC X(02) VALUE "00".
       01 W-TEMMPC      PIC X(01) VALUE "N".
       01 W-VLRPECAS    PIC 9(08)V99 VALUE ZEROS.
       01 W-ANOMOV      PIC 9(04) VALUE ZEROS.
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-TEMFOR      PIC X(01) VALUE "N".
       01 W-ANOPROC     PIC 9(04) VALUE ZEROS.
       01 W-TIPO        PIC X(01) VALUE SPACES.
       01 W-CODFORN     PIC 9(05) VALUE ZEROS.
       01 W-VALOR       PIC 9(08)V99 VALUE ZEROS.
       01 W-QTDFOR      PIC 9(03) VALUE ZEROS.
       01 W-IDX1        PIC 9(03) VALUE ZEROS.
       01 W-IDXMAX      PIC 9(03) VALUE ZEROS.
       01 W-ACHOU       PIC 9(03) VALUE ZEROS.
       01 W-IDXT        PIC 9(01) VALUE ZEROS.
       01 W-VLRMAX      PIC S9(10)V99 VALUE ZEROS.
       01 W-MEDIA       PIC 9(08)V99 VALUE ZEROS.
       01 W-PERC        PIC 9(03)V9 VALUE ZEROS.
       01 W-TOTFORA     PIC 9(11)V99 VALUE ZEROS.
       01 W-QTDGERAL    PIC 9(06) VALUE ZEROS.
       01 W-TOTGERAL    PIC 9(11)V99 VALUE ZEROS.

      *    OS TRES TIPOS DE FORNECEDOR, NA ORDEM DE IMPRESSAO
       01 TABTIPOS.
          03 FILLER        PIC X(31) VALUE
             "OOFICINAS (MANUTENCAO)         ".
          03 FILLER        PIC X(31) VALUE
             "PPOSTOS (ABASTECIMENTO)        ".
          03 FILLER        PIC X(31) VALUE
             "SSEGURADORAS (PREMIOS)         ".
          03 FILLER        PIC X(31) VALUE
             "APECAS (ENTRADAS NO ESTOQUE)   ".
       01 TABTIPOS-R REDEFINES TABTIPOS.
          03 TB-TIPO OCCURS 4 TIMES.
             05 TBT-TIPO      PIC X(01).
             05 TBT-DESC      PIC X(30).
       01 TABTOTAIS.
          03 TB-TOT OCCURS 4 TIMES.
             05 TBT-QTD       PIC 9(06).
             05 TBT-TOTAL     PIC 9(11)V99.

      *    FORNECEDORES EM MEMORIA, NA ORDEM EM QUE APARECEM
       01 TABFORN.
          03 TB-FOR OCCURS 500 TIMES.
             05 TBF-TIPO      PIC X(01).
             05 TBF-COD       PIC 9(05).
             05 TBF-NOME      PIC X(30).
             05 TBF-QTD       PIC 9(05).
             05 TBF-TOTAL     PIC 9(10)V99.
             05 TBF-LISTADO   PIC X(01).

       01 LIN-TITULO.
          03 FILLER        PIC X(50) VALUE
             "*** GASTO POR FORNECEDOR ***".
          03 FILLER        PIC X(12) VALUE "EXERCICIO: ".
          03 LT-ANO        PIC 9999.
          03 FILLER        PIC X(34) VALUE SPACES.

       01 LIN-TIPO.
          03 FILLER        PIC X(02) VALUE "* ".
          03 LTP-DESC      PIC X(30).
          03 FILLER        PIC X(68) VALUE SPACES.

       01 LIN-CAB1.
          03 FILLER        PIC X(40) VALUE
             "  COD.   FORNECEDOR                     ".
          03 FILLER        PIC X(40) VALUE
             "   QTD        TOTAL GASTO   TICKET MEDIO".
          03 FILLER        PIC X(20) VALUE
             "  % TIPO".

       01 LIN-DET.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-COD        PIC 9(05).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-NOME       PIC X(30).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-QTD        PIC ZZ.ZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-TOTAL      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-MEDIA      PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LD-PERC       PIC ZZ9,9.
          03 FILLER        PIC X(12) VALUE SPACES.

       01 LIN-SUB.
          03 FILLER        PIC X(09) VALUE SPACES.
          03 LS-DESC       PIC X(30).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LS-QTD        PIC ZZ.ZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LS-TOTAL      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LS-MEDIA      PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(20) VALUE SPACES.

       01 LIN-TOT1.
          03 FILLER        PIC X(30) VALUE
             "FORNECEDORES LISTADOS       : ".
          03 LT1-QTD       PIC ZZ.ZZ9.
          03 FILLER        PIC X(64) VALUE SPACES.
       01 LIN-TOT2.
          03 FILLER        PIC X(30) VALUE
             "LANCAMENTOS NO ANO          : ".
          03 LT2-QTD       PIC ZZZ.ZZ9.
          03 FILLER        PIC X(63) VALUE SPACES.
       01 LIN-TOT3.
          03 FILLER        PIC X(30) VALUE
             "GASTO TOTAL NO ANO          : ".
          03 LT3-VLR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(53) VALUE SPACES.
       01 LIN-TOT4.
          03 FILLER        PIC X(30) VALUE
             "FORA DA TABELA (SO NO TOTAL): ".
          03 LT4-VLR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(53) VALUE SPACES.

       01 LIN-BRANCO    PIC X(100) VALUE SPACES.
       01 LIN-SEP       PIC X(100) VALUE ALL "-".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** GASTO POR FORNECEDOR ***"
           DISPLAY "EXERCICIO (AAAA) : " WITH NO ADVANCING
           ACCEPT W-ANOPROC
           IF W-ANOPROC = ZEROS
              DISPLAY "ANO INVALIDO"
              GO TO ROT-FIM2.
           MOVE ZEROS TO W-QTDFOR
           MOVE ZEROS TO TBT-QTD (1) TBT-QTD (2) TBT-QTD (3)
           MOVE ZEROS TO TBT-QTD (4)
           MOVE ZEROS TO TBT-TOTAL (1) TBT-TOTAL (2) TBT-TOTAL (3)
           MOVE ZEROS TO TBT-TOTAL (4)
           MOVE "S" TO W-TEMFOR
           OPEN INPUT CADFORN
           IF ST-FOR NOT = "00"
              MOVE "N" TO W-TEMFOR.
      *    MANUTENCOES DO ANO (MENOS AS PECAS DO ESTOQUE)
       R0A.
           MOVE "S" TO W-TEMMPC
           OPEN INPUT CADMNTPC
           IF ST-MPC NOT = "00"
              MOVE "N" TO W-TEMMPC.
           OPEN INPUT CADMANUT
           IF ST-ERRO = "00"
              MOVE "N" TO W-FIM
              PERFORM R1 THRU R1-FIM UNTIL W-FIM = "S"
              CLOSE CADMANUT.
           IF W-TEMMPC = "S"
              CLOSE CADMNTPC.
      *    ABASTECIMENTOS DO ANO
       R0B.
           OPEN INPUT CADABAST
           IF ST-ERRO2 = "00"
              MOVE "N" TO W-FIM
              PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S"
              CLOSE CADABAST.
      *    APOLICES INICIADAS NO ANO
       R0C.
           OPEN INPUT CADAPOL
           IF ST-ERRO3 = "00"
              MOVE "N" TO W-FIM
              PERFORM R3 THRU R3-FIM UNTIL W-FIM = "S"
              CLOSE CADAPOL.
      *    ENTRADAS DE PECAS NO ANO
       R0D.
           OPEN INPUT CADMOVPC
           IF ST-MOV = "00"
              MOVE "N" TO W-FIM
              PERFORM R8 THRU R8-FIM UNTIL W-FIM = "S"
              CLOSE CADMOVPC.
           IF W-TEMFOR = "S"
              CLOSE CADFORN.
       R0E.
           OPEN OUTPUT GASTFORN
           IF ST-ERRO4 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ARQUIVO GASTFORN.TXT"
              GO TO ROT-FIM2.
           MOVE W-ANOPROC TO LT-ANO
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-SEP
           WRITE LINHA-REL FROM LIN-CAB1
           WRITE LINHA-REL FROM LIN-SEP
           MOVE 1 TO W-IDXT.
      *    UM TIPO POR VEZ, DO MAIOR PARA O MENOR GASTO
       R4.
           IF W-IDXT > 4
              GO TO ROT-FIM.
           IF TBT-QTD (W-IDXT) = ZEROS
              ADD 1 TO W-IDXT
              GO TO R4.
           MOVE TBT-DESC (W-IDXT) TO LTP-DESC
           WRITE LINHA-REL FROM LIN-TIPO.
       R4A.
           PERFORM R5 THRU R5-FIM
           IF W-IDXMAX NOT = ZEROS
              PERFORM R6 THRU R6-FIM
              GO TO R4A.
           PERFORM R7 THRU R7-FIM
           ADD 1 TO W-IDXT
           GO TO R4.
      *
      *********************************************************
      * MANUTENCAO DO ANO: SOMA NA OFICINA                     *
      *********************************************************
       R1.
           READ CADMANUT NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R1-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R1-FIM.
           IF MNT-ANO NOT = W-ANOPROC
              GO TO R1-FIM.
           PERFORM ROT-SOMA-PECAS THRU ROT-SOMA-PECAS-FIM
           MOVE "O"         TO W-TIPO
           MOVE MNT-CODFORN TO W-CODFORN
           IF VALORMANUT < W-VLRPECAS
              MOVE ZEROS TO W-VALOR
           ELSE
              COMPUTE W-VALOR = VALORMANUT - W-VLRPECAS.
           PERFORM ROT-SOMA THRU ROT-SOMA-FIM.
       R1-FIM.
           EXIT.
      *
      *********************************************************
      * ABASTECIMENTO DO ANO: SOMA NO POSTO                    *
      *********************************************************
       R2.
           READ CADABAST NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO2 NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF ABA-ANO NOT = W-ANOPROC
              GO TO R2-FIM.
           MOVE "P"         TO W-TIPO
           MOVE ABA-CODFORN TO W-CODFORN
           MOVE ABA-VALOR   TO W-VALOR
           PERFORM ROT-SOMA THRU ROT-SOMA-FIM.
       R2-FIM.
           EXIT.
      *
      *********************************************************
      * APOLICE INICIADA NO ANO: SOMA O PREMIO NA SEGURADORA   *
      *********************************************************
       R3.
           READ CADAPOL NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R3-FIM
           END-READ
           IF ST-ERRO3 NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R3-FIM.
           IF APO-ANOINI NOT = W-ANOPROC
              GO TO R3-FIM.
           MOVE "S"         TO W-TIPO
           MOVE APO-CODFORN TO W-CODFORN
           MOVE APO-PREMIO  TO W-VALOR
           PERFORM ROT-SOMA THRU ROT-SOMA-FIM.
       R3-FIM.
           EXIT.
      *
      *********************************************************
      * ENTRADA DE PECA NO ANO: SOMA NO FORNECEDOR DA NOTA     *
      *********************************************************
       R8.
           READ CADMOVPC NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R8-FIM
           END-READ
           IF ST-MOV NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R8-FIM.
           IF MOV-TIPO NOT = "E"
              GO TO R8-FIM.
           COMPUTE W-ANOMOV = MOV-DATA / 10000
           IF W-ANOMOV NOT = W-ANOPROC
              GO TO R8-FIM.
           MOVE "A"         TO W-TIPO
           MOVE MOV-CODFORN TO W-CODFORN
           MOVE MOV-VALOR   TO W-VALOR
           PERFORM ROT-SOMA THRU ROT-SOMA-FIM.
       R8-FIM.
           EXIT.
      *
      *********************************************************
      * PROXIMO FORNECEDOR DO TIPO W-IDXT A LISTAR: O DE MAIOR *
      * GASTO AINDA NAO LISTADO (W-IDXMAX = ZERO QUANDO ACABAR)*
      *********************************************************
       R5.
           MOVE ZEROS TO W-IDXMAX
           MOVE -1 TO W-VLRMAX
           PERFORM R5A THRU R5A-FIM
                   VARYING W-IDX1 FROM 1 BY 1
                   UNTIL W-IDX1 > W-QTDFOR.
       R5-FIM.
           EXIT.
       R5A.
           IF TBF-LISTADO (W-IDX1) = "S"
              OR TBF-TIPO (W-IDX1) NOT = TBT-TIPO (W-IDXT)
              GO TO R5A-FIM.
           IF TBF-TOTAL (W-IDX1) > W-VLRMAX
              MOVE TBF-TOTAL (W-IDX1) TO W-VLRMAX
              MOVE W-IDX1 TO W-IDXMAX.
       R5A-FIM.
           EXIT.
      *
      *********************************************************
      * LINHA DO FORNECEDOR W-IDXMAX                           *
      *********************************************************
       R6.
           MOVE "S" TO TBF-LISTADO (W-IDXMAX)
           MOVE TBF-COD (W-IDXMAX)   TO LD-COD
           MOVE TBF-NOME (W-IDXMAX)  TO LD-NOME
           MOVE TBF-QTD (W-IDXMAX)   TO LD-QTD
           MOVE TBF-TOTAL (W-IDXMAX) TO LD-TOTAL
           COMPUTE W-MEDIA ROUNDED = TBF-TOTAL (W-IDXMAX)
                                   / TBF-QTD (W-IDXMAX)
           MOVE W-MEDIA TO LD-MEDIA
           MOVE ZEROS TO W-PERC
           IF TBT-TOTAL (W-IDXT) NOT = ZEROS
              COMPUTE W-PERC ROUNDED = TBF-TOTAL (W-IDXMAX) * 100
                                     / TBT-TOTAL (W-IDXT).
           MOVE W-PERC TO LD-PERC
           WRITE LINHA-REL FROM LIN-DET
           ADD 1 TO W-QTDGERAL.
       R6-FIM.
           EXIT.
      *
      *********************************************************
      * SUBTOTAL DO TIPO W-IDXT                                *
      *********************************************************
       R7.
           MOVE "TOTAL DO TIPO"     TO LS-DESC
           MOVE TBT-QTD (W-IDXT)    TO LS-QTD
           MOVE TBT-TOTAL (W-IDXT)  TO LS-TOTAL
           COMPUTE W-MEDIA ROUNDED = TBT-TOTAL (W-IDXT)
                                   / TBT-QTD (W-IDXT)
           MOVE W-MEDIA TO LS-MEDIA
           WRITE LINHA-REL FROM LIN-SUB
           WRITE LINHA-REL FROM LIN-BRANCO
           ADD TBT-TOTAL (W-IDXT) TO W-TOTGERAL.
       R7-FIM.
           EXIT.
      *
      *********************************************************
      * SOMA W-VALOR NO FORNECEDOR W-TIPO/W-CODFORN E NO TOTAL *
      * DO TIPO. O FORNECEDOR NOVO ENTRA NA TABELA COM O NOME  *
      * DO CADFORN; CODIGO ZERO AGRUPA OS SEM CADASTRO         *
      *********************************************************
       ROT-SOMA.
           MOVE ZEROS TO W-IDXT
           IF W-TIPO = "O"
              MOVE 1 TO W-IDXT.
           IF W-TIPO = "P"
              MOVE 2 TO W-IDXT.
           IF W-TIPO = "S"
              MOVE 3 TO W-IDXT.
           IF W-TIPO = "A"
              MOVE 4 TO W-IDXT.
           ADD 1       TO TBT-QTD (W-IDXT)
           ADD W-VALOR TO TBT-TOTAL (W-IDXT)
           MOVE ZEROS TO W-ACHOU
           PERFORM ROT-ACHA-FOR THRU ROT-ACHA-FOR-FIM
                   VARYING W-IDX1 FROM 1 BY 1
                   UNTIL W-IDX1 > W-QTDFOR OR W-ACHOU NOT = ZEROS.
           IF W-ACHOU NOT = ZEROS
              GO TO ROT-SOMA-ACUM.
           IF W-QTDFOR NOT < 500
              ADD W-VALOR TO W-TOTFORA
              GO TO ROT-SOMA-FIM.
           ADD 1 TO W-QTDFOR
           MOVE W-QTDFOR  TO W-ACHOU
           MOVE W-TIPO    TO TBF-TIPO (W-ACHOU)
           MOVE W-CODFORN TO TBF-COD (W-ACHOU)
           MOVE ZEROS     TO TBF-QTD (W-ACHOU) TBF-TOTAL (W-ACHOU)
           MOVE "N"       TO TBF-LISTADO (W-ACHOU)
           MOVE "SEM CADASTRO (NOME DIGITADO)" TO TBF-NOME (W-ACHOU)
           IF W-CODFORN = ZEROS
              GO TO ROT-SOMA-ACUM.
           MOVE "CODIGO NAO CADASTRADO" TO TBF-NOME (W-ACHOU)
           IF W-TEMFOR NOT = "S"
              GO TO ROT-SOMA-ACUM.
           MOVE W-CODFORN TO FOR-COD
           READ CADFORN
               INVALID KEY
                  GO TO ROT-SOMA-ACUM.
           MOVE FOR-NOME TO TBF-NOME (W-ACHOU).
       ROT-SOMA-ACUM.
           ADD 1       TO TBF-QTD (W-ACHOU)
           ADD W-VALOR TO TBF-TOTAL (W-ACHOU).
       ROT-SOMA-FIM.
           EXIT.
       ROT-ACHA-FOR.
           IF TBF-TIPO (W-IDX1) = W-TIPO
              AND TBF-COD (W-IDX1) = W-CODFORN
              MOVE W-IDX1 TO W-ACHOU.
       ROT-ACHA-FOR-FIM.
           EXIT.
      *
      *********************************************************
      * PECAS DO ESTOQUE LANCADAS NA REVISAO LIDA (CADMNTPC),  *
      * DEVOLVIDAS EM W-VLRPECAS                               *
      *********************************************************
       ROT-SOMA-PECAS.
           MOVE ZEROS TO W-VLRPECAS
           IF W-TEMMPC NOT = "S"
              GO TO ROT-SOMA-PECAS-FIM.
           MOVE PLACA-M TO MPC-PLACA
           MOVE DTMANUT TO MPC-DTMANUT
           MOVE ZEROS   TO MPC-ITEM
           START CADMNTPC KEY IS NOT LESS CHAVEMNTPC
                 INVALID KEY
                    GO TO ROT-SOMA-PECAS-FIM.
       ROT-SOMA-PECAS-RD.
           READ CADMNTPC NEXT RECORD
                AT END
                   GO TO ROT-SOMA-PECAS-FIM
           END-READ
           IF ST-MPC NOT = "00" OR MPC-PLACA NOT = PLACA-M
              OR MPC-DTMANUT NOT = DTMANUT
              GO TO ROT-SOMA-PECAS-FIM.
           ADD MPC-VALOR TO W-VLRPECAS
           GO TO ROT-SOMA-PECAS-RD.
       ROT-SOMA-PECAS-FIM.
           EXIT.
      *
       ROT-FIM.
           MOVE W-QTDGERAL TO LT1-QTD
           COMPUTE W-QTDGERAL = TBT-QTD (1) + TBT-QTD (2) + TBT-QTD (3)
                              + TBT-QTD (4)
           MOVE W-QTDGERAL TO LT2-QTD
           ADD W-TOTFORA   TO W-TOTGERAL
           MOVE W-TOTGERAL TO LT3-VLR
           MOVE W-TOTFORA  TO LT4-VLR
           WRITE LINHA-REL FROM LIN-SEP
           WRITE LINHA-REL FROM LIN-TOT1
           WRITE LINHA-REL FROM LIN-TOT2
           WRITE LINHA-REL FROM LIN-TOT3
           IF W-TOTFORA NOT = ZEROS
              WRITE LINHA-REL FROM LIN-TOT4.
           CLOSE GASTFORN
           DISPLAY "*** RELATORIO GERADO EM GASTFORN.TXT ***"
           DISPLAY "LANCAMENTOS NO ANO : " W-QTDGERAL
           IF W-TOTFORA NOT = ZEROS
              DISPLAY "TABELA CHEIA - FORNECEDORES ALEM DE 500 SO NO "
                      "TOTAL".
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
