       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL096.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * EXPOSICAO DE CREDITO DOS CLIENTES - PARA CADA CLIENTE DO    *
      * CADCLI SOMA AS PARCELAS EM ABERTO DO CADRECEB (EXPOSICAO),  *
      * O VENCIDO E O MAIOR ATRASO EM DIAS (ANO COMERCIAL, COMO NO  *
      * REL045), E COMPARA COM O LIMITE (ZERO = PADRAO DO PARAMETRO *
      * 028), MOSTRANDO O % DE USO E QUANTAS VENDAS FORAM LIBERADAS *
      * ACIMA DO CREDITO (CADLIBCR). A LISTA SAI DA MAIOR PARA A    *
      * MENOR EXPOSICAO; "*" MARCA LIMITE ESTOURADO OU ATRASO ACIMA *
      * DO PARAMETRO 027. A TABELA COMPORTA 500 CLIENTES. PARCELAS  *
      * ANTIGAS SEM O CODIGO DO CLIENTE SAEM SO NO TOTAL.           *
      * SAIDA EM RELCRED.TXT.                                       *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CLI-COD
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CLI-NOME
                                   WITH DUPLICATES.
      *
           SELECT CADRECEB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVERECEB
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT CADLIBCR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVELCR
                    FILE STATUS  IS ST-ERRO3.
      *
           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPARAM
                    FILE STATUS  IS ST-PARAM.
      *
           SELECT RELCRED ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADRECEB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECEB.DAT".
       01 REGRECEB.
          03 CHAVERECEB.
             05 REC-PLACA     PIC X(7).
             05 REC-DTAVENDA  PIC 9(8).
             05 REC-PARC      PIC 9(2).
          03 REC-COMPRADOR    PIC X(30).
          03 REC-DTVENC.
             05 DIAVENC       PIC 9(2).
             05 MESVENC       PIC 9(2).
             05 ANOVENC       PIC 9(4).
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
       FD CADLIBCR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLIBCR.DAT".
       01 REGLIBCR.
          03 CHAVELCR.
             05 LCR-DATA      PIC 9(8).
             05 LCR-HORA      PIC 9(6).
             05 LCR-SEQ       PIC 9(2).
          03 LCR-CODCLI       PIC 9(5).
          03 LCR-PLACA        PIC X(7).
          03 LCR-DTAVENDA     PIC 9(8).
          03 LCR-MOTIVO       PIC X(1).
          03 LCR-OPERLIB      PIC 9(3).
          03 LCR-OPERSESS     PIC 9(3).
          03 LCR-VLRFINANC    PIC 9(8)V99.
          03 LCR-EXPOSICAO    PIC 9(10)V99.
          03 LCR-LIMITE       PIC 9(8)V99.
          03 LCR-DIASATR      PIC 9(5).
          03 LCR-JUSTIF       PIC X(40).
      *
       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
                03 CHAVEPARAM.
                   05 PARAM-COD      PIC 9(03).
                   05 PARAM-VIGEN    PIC 9(06).
                03 PARAM-DESC        PIC X(30).
                03 PARAM-VALOR       PIC 9(08)V99.
                03 PARAM-OPER        PIC 9(03).
                03 PARAM-DTALT       PIC 9(08).
      *
       FD RELCRED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCRED.TXT".
       01 LINHA-REL PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL096".
       01 W-SPARQ       PIC X(14) VALUE "RELCRED.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-PARAM      PIC X(02) VALUE "00".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-OPCZERO     PIC X(01) VALUE "N".
       01 W-PARAMCOD    PIC 9(03) VALUE ZEROS.
       01 W-PARAMVLR    PIC 9(08)V99 VALUE ZEROS.
       01 W-PARAMCOMP   PIC 9(06) VALUE ZEROS.
       01 W-DIASBLQ     PIC 9(05) VALUE ZEROS.
       01 W-LIMPADR     PIC 9(08)V99 VALUE ZEROS.
       01 W-HOJE.
          03 W-ANOHOJE  PIC 9(4).
          03 W-MESHOJE  PIC 9(2).
          03 W-DIAHOJE  PIC 9(2).
       01 W-ATRASO      PIC S9(05) VALUE ZEROS.
       01 W-QTDCLI      PIC 9(03) VALUE ZEROS.
       01 W-IDX1        PIC 9(03) VALUE ZEROS.
       01 W-IDXMAX      PIC 9(03) VALUE ZEROS.
       01 W-ACHOU       PIC 9(03) VALUE ZEROS.
       01 W-VLRMAX      PIC S9(10)V99 VALUE ZEROS.
       01 W-USO         PIC 9(05)V9 VALUE ZEROS.
       01 W-TOTLIST     PIC 9(05) VALUE ZEROS.
       01 W-TOTESTOURO  PIC 9(05) VALUE ZEROS.
       01 W-TOTEXPOS    PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTVENC     PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTLIMITE   PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTSEMCOD   PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTLIB      PIC 9(05) VALUE ZEROS.

      *    CLIENTES EM MEMORIA, NA ORDEM DE CODIGO DO CADCLI
       01 TABCLI.
          03 TB-CLI OCCURS 500 TIMES.
             05 TBC-COD       PIC 9(05).
             05 TBC-NOME      PIC X(30).
             05 TBC-SIT       PIC X(01).
             05 TBC-LIMITE    PIC 9(08)V99.
             05 TBC-PADRAO    PIC X(01).
             05 TBC-EXPOS     PIC 9(10)V99.
             05 TBC-VENCIDO   PIC 9(10)V99.
             05 TBC-MAXATR    PIC 9(05).
             05 TBC-QTDABERTO PIC 9(03).
             05 TBC-QTDLIB    PIC 9(03).
             05 TBC-LISTADO   PIC X(01).

       01 LIN-TITULO.
          03 FILLER        PIC X(47) VALUE
             "*** EXPOSICAO DE CREDITO DOS CLIENTES ***".
          03 FILLER        PIC X(15) VALUE "DATA BASE: ".
          03 LT-DIA        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LT-MES        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LT-ANO        PIC 9999.
          03 FILLER        PIC X(48) VALUE SPACES.

       01 LIN-PARAM.
          03 FILLER        PIC X(24) VALUE
             "LIMITE PADRAO (028)   : ".
          03 LP-LIMPADR    PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(30) VALUE
             "   DIAS DE ATRASO QUE BLOQUEI".
          03 FILLER        PIC X(11) VALUE "AM (027): ".
          03 LP-DIASBLQ    PIC ZZZZ9.
          03 FILLER        PIC X(37) VALUE SPACES.

       01 LIN-CAB1.
          03 FILLER        PIC X(40) VALUE
             "  COD.   NOME DO CLIENTE           S    ".
          03 FILLER        PIC X(40) VALUE
             "    LIMITE       EXPOSICAO   USO %      ".
          03 FILLER        PIC X(40) VALUE
             "  VENCIDO  DIAS ABERT LIB".

       01 LIN-DET.
          03 LD-MARCA      PIC X(01).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-COD        PIC 9(05).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-NOME       PIC X(25).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-SIT        PIC X(01).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-LIMITE     PIC ZZ.ZZZ.ZZ9,99.
          03 LD-PADRAO     PIC X(01).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-EXPOS      PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-USO        PIC ZZZZ9,9.
          03 LD-USOX REDEFINES LD-USO PIC X(07).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-VENCIDO    PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-ATRASO     PIC ZZZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-ABERTO     PIC ZZZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-LIB        PIC ZZ9.
          03 FILLER        PIC X(15) VALUE SPACES.

       01 LIN-TOT1.
          03 FILLER        PIC X(30) VALUE
             "CLIENTES LISTADOS           : ".
          03 LT1-QTD       PIC ZZ.ZZ9.
          03 FILLER        PIC X(84) VALUE SPACES.
       01 LIN-TOT2.
          03 FILLER        PIC X(30) VALUE
             "LIMITE ESTOURADO OU ATRASO  : ".
          03 LT2-QTD       PIC ZZ.ZZ9.
          03 FILLER        PIC X(84) VALUE SPACES.
       01 LIN-TOT3.
          03 FILLER        PIC X(30) VALUE
             "TOTAL DOS LIMITES           : ".
          03 LT3-VLR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(73) VALUE SPACES.
       01 LIN-TOT4.
          03 FILLER        PIC X(30) VALUE
             "EXPOSICAO TOTAL             : ".
          03 LT4-VLR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(73) VALUE SPACES.
       01 LIN-TOT5.
          03 FILLER        PIC X(30) VALUE
             "DOS QUAIS VENCIDOS          : ".
          03 LT5-VLR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(73) VALUE SPACES.
       01 LIN-TOT6.
          03 FILLER        PIC X(30) VALUE
             "PARCELAS SEM CODIGO CLIENTE : ".
          03 LT6-VLR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(73) VALUE SPACES.
       01 LIN-TOT7.
          03 FILLER        PIC X(30) VALUE
             "VENDAS LIBERADAS S/ CREDITO : ".
          03 LT7-QTD       PIC ZZ.ZZ9.
          03 FILLER        PIC X(84) VALUE SPACES.
       01 LIN-LEGENDA.
          03 FILLER        PIC X(40) VALUE
             "S: L=LIBERADO B=BLOQUEADO V=SO A VISTA".
          03 FILLER        PIC X(40) VALUE
             "  P = LIMITE PADRAO  * = ESTOURADO".
          03 FILLER        PIC X(40) VALUE
             "  LIB = VENDAS LIBERADAS (CADLIBCR)".

       01 LIN-BRANCO    PIC X(120) VALUE SPACES.
       01 LIN-SEP       PIC X(120) VALUE ALL "-".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** EXPOSICAO DE CREDITO DOS CLIENTES ***"
           DISPLAY "LISTAR CLIENTES SEM EXPOSICAO (S/N) : "
                   WITH NO ADVANCING
           ACCEPT W-OPCZERO
           IF W-OPCZERO = "s"
              MOVE "S" TO W-OPCZERO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           COMPUTE W-PARAMCOMP = (W-ANOHOJE * 100) + W-MESHOJE.
      *    DIAS DE ATRASO (027) E LIMITE PADRAO (028)
       R0A.
           MOVE ZEROS TO W-DIASBLQ W-LIMPADR
           OPEN INPUT CADPARAM
           IF ST-PARAM = "00"
              MOVE 027 TO W-PARAMCOD
              PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
              MOVE W-PARAMVLR TO W-DIASBLQ
              MOVE 028 TO W-PARAMCOD
              PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
              MOVE W-PARAMVLR TO W-LIMPADR
              CLOSE CADPARAM.
           IF W-DIASBLQ = ZEROS
              MOVE 30 TO W-DIASBLQ.
      *    CLIENTES NA TABELA
       R0B.
           OPEN INPUT CADCLI
           IF ST-ERRO NOT = "00"
              DISPLAY "CADASTRO DE CLIENTES (CADCLI) NAO ENCONTRADO"
              GO TO ROT-FIM2.
           MOVE ZEROS TO W-QTDCLI
           MOVE ZEROS TO CLI-COD
           START CADCLI KEY IS NOT LESS CLI-COD
                 INVALID KEY
                    MOVE "S" TO W-FIM.
           PERFORM R1 THRU R1-FIM UNTIL W-FIM = "S"
           CLOSE CADCLI.
      *    PARCELAS EM ABERTO
       R0C.
           OPEN INPUT CADRECEB
           IF ST-ERRO2 = "00"
              MOVE "N" TO W-FIM
              PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S"
              CLOSE CADRECEB.
      *    LIBERACOES DE CREDITO
       R0D.
           OPEN INPUT CADLIBCR
           IF ST-ERRO3 = "00"
              MOVE "N" TO W-FIM
              PERFORM R3 THRU R3-FIM UNTIL W-FIM = "S"
              CLOSE CADLIBCR.
       R0E.
           OPEN OUTPUT RELCRED
           IF ST-ERRO4 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ARQUIVO RELCRED.TXT"
              GO TO ROT-FIM2.
           MOVE W-DIAHOJE TO LT-DIA
           MOVE W-MESHOJE TO LT-MES
           MOVE W-ANOHOJE TO LT-ANO
           MOVE W-LIMPADR TO LP-LIMPADR
           MOVE W-DIASBLQ TO LP-DIASBLQ
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-PARAM
           WRITE LINHA-REL FROM LIN-SEP
           WRITE LINHA-REL FROM LIN-CAB1
           WRITE LINHA-REL FROM LIN-SEP.
      *    DA MAIOR PARA A MENOR EXPOSICAO
       R4.
           PERFORM R5 THRU R5-FIM
           IF W-IDXMAX = ZEROS
              GO TO ROT-FIM.
           PERFORM R6 THRU R6-FIM
           GO TO R4.
      *
      *********************************************************
      * UM CLIENTE DO CADCLI PARA A TABELA                     *
      *********************************************************
       R1.
           READ CADCLI NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R1-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R1-FIM.
           IF W-QTDCLI NOT < 500
              DISPLAY "TABELA CHEIA - CLIENTES ALEM DE 500 IGNORADOS"
              MOVE "S" TO W-FIM
              GO TO R1-FIM.
           ADD 1 TO W-QTDCLI
           MOVE CLI-COD     TO TBC-COD (W-QTDCLI)
           MOVE CLI-NOME    TO TBC-NOME (W-QTDCLI)
           MOVE CLI-SITCRED TO TBC-SIT (W-QTDCLI)
           IF CLI-SITCRED = SPACE
              MOVE "L" TO TBC-SIT (W-QTDCLI).
           MOVE SPACE TO TBC-PADRAO (W-QTDCLI)
           MOVE CLI-LIMCRED TO TBC-LIMITE (W-QTDCLI)
           IF CLI-LIMCRED = ZEROS
              MOVE W-LIMPADR TO TBC-LIMITE (W-QTDCLI)
              MOVE "P" TO TBC-PADRAO (W-QTDCLI).
           MOVE ZEROS TO TBC-EXPOS (W-QTDCLI) TBC-VENCIDO (W-QTDCLI)
           MOVE ZEROS TO TBC-MAXATR (W-QTDCLI)
           MOVE ZEROS TO TBC-QTDABERTO (W-QTDCLI) TBC-QTDLIB (W-QTDCLI)
           MOVE "N" TO TBC-LISTADO (W-QTDCLI).
       R1-FIM.
           EXIT.
      *
      *********************************************************
      * PARCELA EM ABERTO: SOMA NO CLIENTE DO CODIGO            *
      *********************************************************
       R2.
           READ CADRECEB NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO2 NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF REC-DTRECEB NOT = ZEROS
              GO TO R2-FIM.
           IF REC-CODCLI = ZEROS
              ADD REC-VALOR TO W-TOTSEMCOD
              GO TO R2-FIM.
           MOVE REC-CODCLI TO W-ACHOU
           PERFORM ROT-ACHA-CLI THRU ROT-ACHA-CLI-FIM
           IF W-ACHOU = ZEROS
              ADD REC-VALOR TO W-TOTSEMCOD
              GO TO R2-FIM.
           ADD REC-VALOR TO TBC-EXPOS (W-ACHOU)
           ADD 1 TO TBC-QTDABERTO (W-ACHOU)
           COMPUTE W-ATRASO = ((W-ANOHOJE - ANOVENC) * 360)
                            + ((W-MESHOJE - MESVENC) * 30)
                            + (W-DIAHOJE - DIAVENC)
           IF W-ATRASO > ZEROS
              ADD REC-VALOR TO TBC-VENCIDO (W-ACHOU)
              IF W-ATRASO > TBC-MAXATR (W-ACHOU)
                 MOVE W-ATRASO TO TBC-MAXATR (W-ACHOU).
       R2-FIM.
           EXIT.
      *
      *********************************************************
      * LIBERACAO DE CREDITO: CONTA NO CLIENTE                 *
      *********************************************************
       R3.
           READ CADLIBCR NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R3-FIM
           END-READ
           IF ST-ERRO3 NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R3-FIM.
           ADD 1 TO W-TOTLIB
           MOVE LCR-CODCLI TO W-ACHOU
           PERFORM ROT-ACHA-CLI THRU ROT-ACHA-CLI-FIM
           IF W-ACHOU NOT = ZEROS
              ADD 1 TO TBC-QTDLIB (W-ACHOU).
       R3-FIM.
           EXIT.
      *
      *********************************************************
      * PROXIMO CLIENTE A LISTAR: O DE MAIOR EXPOSICAO AINDA   *
      * NAO LISTADO (W-IDXMAX = ZERO QUANDO ACABAREM)          *
      *********************************************************
       R5.
           MOVE ZEROS TO W-IDXMAX
           MOVE -1 TO W-VLRMAX
           PERFORM R5A THRU R5A-FIM
                   VARYING W-IDX1 FROM 1 BY 1
                   UNTIL W-IDX1 > W-QTDCLI.
       R5-FIM.
           EXIT.
       R5A.
           IF TBC-LISTADO (W-IDX1) = "S"
              GO TO R5A-FIM.
           IF TBC-EXPOS (W-IDX1) = ZEROS AND W-OPCZERO NOT = "S"
              GO TO R5A-FIM.
           IF TBC-EXPOS (W-IDX1) > W-VLRMAX
              MOVE TBC-EXPOS (W-IDX1) TO W-VLRMAX
              MOVE W-IDX1 TO W-IDXMAX.
       R5A-FIM.
           EXIT.
      *
      *********************************************************
      * LINHA DO CLIENTE W-IDXMAX                              *
      *********************************************************
       R6.
           MOVE "S" TO TBC-LISTADO (W-IDXMAX)
           MOVE SPACE TO LD-MARCA
           MOVE TBC-COD (W-IDXMAX)       TO LD-COD
           MOVE TBC-NOME (W-IDXMAX)      TO LD-NOME
           MOVE TBC-SIT (W-IDXMAX)       TO LD-SIT
           MOVE TBC-LIMITE (W-IDXMAX)    TO LD-LIMITE
           MOVE TBC-PADRAO (W-IDXMAX)    TO LD-PADRAO
           MOVE TBC-EXPOS (W-IDXMAX)     TO LD-EXPOS
           MOVE TBC-VENCIDO (W-IDXMAX)   TO LD-VENCIDO
           MOVE TBC-MAXATR (W-IDXMAX)    TO LD-ATRASO
           MOVE TBC-QTDABERTO (W-IDXMAX) TO LD-ABERTO
           MOVE TBC-QTDLIB (W-IDXMAX)    TO LD-LIB
           IF TBC-LIMITE (W-IDXMAX) NOT = ZEROS
              GO TO R6A.
           IF TBC-EXPOS (W-IDXMAX) = ZEROS
              MOVE ZEROS TO LD-USO
           ELSE
              MOVE "SEM LIM" TO LD-USOX.
           GO TO R6B.
       R6A.
           COMPUTE W-USO ROUNDED = TBC-EXPOS (W-IDXMAX) * 100
                                 / TBC-LIMITE (W-IDXMAX)
              ON SIZE ERROR
                 MOVE 99999,9 TO W-USO.
           MOVE W-USO TO LD-USO.
       R6B.
           IF TBC-EXPOS (W-IDXMAX) > TBC-LIMITE (W-IDXMAX)
              OR TBC-MAXATR (W-IDXMAX) > W-DIASBLQ
              MOVE "*" TO LD-MARCA
              ADD 1 TO W-TOTESTOURO.
           WRITE LINHA-REL FROM LIN-DET
           ADD 1 TO W-TOTLIST
           ADD TBC-EXPOS (W-IDXMAX)   TO W-TOTEXPOS
           ADD TBC-VENCIDO (W-IDXMAX) TO W-TOTVENC
           ADD TBC-LIMITE (W-IDXMAX)  TO W-TOTLIMITE.
       R6-FIM.
           EXIT.
      *
      *********************************************************
      * PROCURA O CLIENTE W-ACHOU NA TABELA E DEVOLVE A SUA    *
      * POSICAO EM W-ACHOU (ZERO = NAO ESTA NA TABELA)         *
      *********************************************************
       ROT-ACHA-CLI.
           MOVE W-ACHOU TO CLI-COD
           MOVE ZEROS TO W-ACHOU
           PERFORM ROT-ACHA-CLI-UM THRU ROT-ACHA-CLI-UM-FIM
                   VARYING W-IDX1 FROM 1 BY 1
                   UNTIL W-IDX1 > W-QTDCLI OR W-ACHOU NOT = ZEROS.
       ROT-ACHA-CLI-FIM.
           EXIT.
       ROT-ACHA-CLI-UM.
           IF TBC-COD (W-IDX1) = CLI-COD
              MOVE W-IDX1 TO W-ACHOU.
       ROT-ACHA-CLI-UM-FIM.
           EXIT.
      *
      *********************************************************
      * BUSCA O PARAMETRO W-PARAMCOD EM CADPARAM E DEVOLVE O   *
      * VALOR EM W-PARAMVLR (ZEROS QUANDO NAO CADASTRADO): O   *
      * DA MAIOR VIGENCIA QUE NAO ULTRAPASSE A COMPETENCIA     *
      * W-PARAMCOMP                                            *
      *********************************************************
       ROT-BUSCA-PARAM.
           MOVE ZEROS TO W-PARAMVLR
           MOVE W-PARAMCOD TO PARAM-COD
           MOVE ZEROS      TO PARAM-VIGEN
           START CADPARAM KEY IS NOT LESS CHAVEPARAM
                 INVALID KEY
                    GO TO ROT-BUSCA-PARAM-FIM.
       ROT-BUSCA-PARAM-RD.
           READ CADPARAM NEXT RECORD
                AT END
                   GO TO ROT-BUSCA-PARAM-FIM
           END-READ
           IF ST-PARAM NOT = "00" OR PARAM-COD NOT = W-PARAMCOD
              OR PARAM-VIGEN > W-PARAMCOMP
              GO TO ROT-BUSCA-PARAM-FIM.
           MOVE PARAM-VALOR TO W-PARAMVLR
           GO TO ROT-BUSCA-PARAM-RD.
       ROT-BUSCA-PARAM-FIM.
           EXIT.
      *
       ROT-FIM.
           MOVE W-TOTLIST    TO LT1-QTD
           MOVE W-TOTESTOURO TO LT2-QTD
           MOVE W-TOTLIMITE  TO LT3-VLR
           MOVE W-TOTEXPOS   TO LT4-VLR
           MOVE W-TOTVENC    TO LT5-VLR
           MOVE W-TOTSEMCOD  TO LT6-VLR
           MOVE W-TOTLIB     TO LT7-QTD
           WRITE LINHA-REL FROM LIN-SEP
           WRITE LINHA-REL FROM LIN-TOT1
           WRITE LINHA-REL FROM LIN-TOT2
           WRITE LINHA-REL FROM LIN-TOT3
           WRITE LINHA-REL FROM LIN-TOT4
           WRITE LINHA-REL FROM LIN-TOT5
           WRITE LINHA-REL FROM LIN-TOT6
           WRITE LINHA-REL FROM LIN-TOT7
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-LEGENDA
           CLOSE RELCRED
           DISPLAY "*** RELATORIO GERADO EM RELCRED.TXT ***"
           DISPLAY "CLIENTES LISTADOS       : " W-TOTLIST
           DISPLAY "LIMITE/ATRASO ESTOURADO : " W-TOTESTOURO.
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
