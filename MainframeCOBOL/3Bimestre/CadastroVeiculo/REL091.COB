       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL091.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * DESCONTOS CONCEDIDOS POR VENDEDOR - PARA A COMPETENCIA      *
      * INFORMADA, CONFRONTA CADA VENDA DO CADVDA COM O PRECO       *
      * PEDIDO E O PISO GRAVADOS NA VENDA (CADVDAPR):               *
      *   DESCONTO      = PEDIDO - VALOR DA VENDA (QUANDO MENOR)    *
      *   EXCESSO TROCA = VALOR DA TROCA - REFERENCIA (QUANDO MAIOR)*
      * LISTA AS VENDAS (COM A APROVACAO E A JUSTIFICATIVA DAS QUE  *
      * FICARAM ABAIXO DO PISO OU COM TROCA ACIMA DA REFERENCIA) E  *
      * FECHA COM O RESUMO POR VENDEDOR EM ORDEM DE DESCONTO. VENDA *
      * SEM REGISTRO NO CADVDAPR (ANTERIOR AO CONTROLE DE PRECO)    *
      * SO E CONTADA. SAIDA EM DESCONTO.TXT.                        *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADVDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVEVENDA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PLACA WITH DUPLICATES.
      *
           SELECT CADVDAPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEVPR
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFUNC
                    FILE STATUS  IS ST-ERRO3.
      *
           SELECT DESCONTO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADVDAPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVDAPR.DAT".
       01 REGVDAPR.
          03 CHAVEVPR.
             05 VPR-PLACA     PIC X(7).
             05 VPR-DTAVENDA  PIC 9(8).
          03 VPR-CUSTO        PIC 9(9)V99.
          03 VPR-VLRPEDIDO    PIC 9(9)V99.
          03 VPR-VLRPISO      PIC 9(9)V99.
          03 VPR-VLRREF       PIC 9(8)V99.
          03 VPR-MOTIVO       PIC X(1).
          03 VPR-OPERAPRV     PIC 9(3).
          03 VPR-DTAPRV.
             05 VPR-ANOAPRV   PIC 9(4).
             05 VPR-MESAPRV   PIC 9(2).
             05 VPR-DIAAPRV   PIC 9(2).
          03 VPR-JUSTIF       PIC X(40).
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
       FD DESCONTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DESCONTO.TXT".
       01 LINHA-REL PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL091".
       01 W-SPARQ       PIC X(14) VALUE "DESCONTO.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-TEMVDAPR    PIC X(01) VALUE "N".
       01 W-TEMFUNC     PIC X(01) VALUE "N".
       01 W-ANOPROC     PIC 9(04) VALUE ZEROS.
       01 W-MESPROC     PIC 9(02) VALUE ZEROS.
       01 W-IDX         PIC 9(03) VALUE ZEROS.
       01 W-IDXM        PIC 9(03) VALUE ZEROS.
       01 W-IDXACH      PIC 9(03) VALUE ZEROS.
       01 W-MAIOR       PIC 9(03) VALUE ZEROS.
       01 W-QTDVEND     PIC 9(03) VALUE ZEROS.
       01 W-PCT         PIC 9(03)V99 VALUE ZEROS.
       01 W-DESC        PIC 9(9)V99 VALUE ZEROS.
       01 W-EXCTROCA    PIC 9(9)V99 VALUE ZEROS.
       01 W-DTDMA8      PIC 9(08) VALUE ZEROS.
       01 W-DTAPRV8     PIC 9(08) VALUE ZEROS.
       01 W-TOTVDA      PIC 9(05) VALUE ZEROS.
       01 W-TOTSEMPR    PIC 9(05) VALUE ZEROS.
       01 W-TOTABX      PIC 9(05) VALUE ZEROS.
       01 W-TOTTRC      PIC 9(05) VALUE ZEROS.
       01 W-TOTPEDIDO   PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTDESC     PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTEXCTR    PIC 9(11)V99 VALUE ZEROS.

       01 TABVEND.
          03 TB-VEND OCCURS 100 TIMES.
             05 TBV-COD      PIC 9(05).
             05 TBV-QTD      PIC 9(04).
             05 TBV-PEDIDO   PIC 9(11)V99.
             05 TBV-DESC     PIC 9(11)V99.
             05 TBV-QTDABX   PIC 9(04).
             05 TBV-QTDTRC   PIC 9(04).
             05 TBV-EXCTR    PIC 9(11)V99.
             05 TBV-USADO    PIC X(01).

       01 LIN-TITULO.
          03 FILLER        PIC X(42) VALUE
             "*** DESCONTOS CONCEDIDOS POR VENDEDOR - ".
          03 LT-MES        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LT-ANO        PIC 9(4).
          03 FILLER        PIC X(04) VALUE " ***".
          03 FILLER        PIC X(47) VALUE SPACES.

       01 LIN-CAB.
          03 FILLER        PIC X(21) VALUE "PLACA    DATA VENDA".
          03 FILLER        PIC X(06) VALUE "VEND".
          03 FILLER        PIC X(13) VALUE "      PEDIDO".
          03 FILLER        PIC X(13) VALUE "       VENDA".
          03 FILLER        PIC X(13) VALUE "    DESCONTO".
          03 FILLER        PIC X(07) VALUE "     %".
          03 FILLER        PIC X(12) VALUE " EXC. TROCA".
          03 FILLER        PIC X(15) VALUE " M APROV".

       01 LIN-DET.
          03 LD-PLACA      PIC X(07).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-DATA       PIC 99/99/9999.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-VEND       PIC Z(4)9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-PEDIDO     PIC Z(8)9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-VENDA      PIC Z(8)9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-DESC       PIC Z(8)9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-PCT        PIC ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-EXCTR      PIC Z(7)9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-MOTIVO     PIC X(01).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-OPER       PIC ZZ9.
          03 FILLER        PIC X(10) VALUE SPACES.

       01 LIN-SEMPR.
          03 LSP-PLACA     PIC X(07).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LSP-DATA      PIC 99/99/9999.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LSP-VEND      PIC Z(4)9.
          03 FILLER        PIC X(74) VALUE
             "  (VENDA SEM PRECO PEDIDO REGISTRADO - FORA DO CALCULO)".

       01 LIN-JUSTIF.
          03 FILLER        PIC X(25) VALUE
             "         JUSTIFICATIVA: ".
          03 LJ-JUSTIF     PIC X(40).
          03 FILLER        PIC X(04) VALUE " EM ".
          03 LJ-DTAPRV     PIC 99/99/9999.
          03 FILLER        PIC X(21) VALUE SPACES.

       01 LIN-CABRES.
          03 FILLER        PIC X(27) VALUE "VEND  NOME".
          03 FILLER        PIC X(04) VALUE "QTD".
          03 FILLER        PIC X(14) VALUE "  TOTAL PEDIDO".
          03 FILLER        PIC X(13) VALUE "    DESCONTO".
          03 FILLER        PIC X(07) VALUE "     %".
          03 FILLER        PIC X(08) VALUE " <PISO".
          03 FILLER        PIC X(27) VALUE "TROCA  EXC. TROCA".

       01 LIN-RES.
          03 LR-COD        PIC Z(4)9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LR-NOME       PIC X(20).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LR-QTD        PIC ZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LR-PEDIDO     PIC Z(9)9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LR-DESC       PIC Z(8)9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LR-PCT        PIC ZZ9,99.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LR-QTDABX     PIC ZZ9.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LR-QTDTRC     PIC ZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LR-EXCTR      PIC Z(7)9,99.
          03 FILLER        PIC X(13) VALUE SPACES.

       01 LIN-TOTAL.
          03 LTT-TEXTO     PIC X(40).
          03 LTT-VALOR     PIC Z(10)9,99.
          03 FILLER        PIC X(46) VALUE SPACES.

       01 LIN-LEGENDA   PIC X(100) VALUE
          "M = MOTIVO DA APROVACAO: P=ABAIXO DO PISO  T=TROCA ACIMA DA R
      -   "EFERENCIA  A=AMBOS".

       01 LIN-BRANCO    PIC X(100) VALUE SPACES.
       01 LIN-SEP       PIC X(100) VALUE ALL "-".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** DESCONTOS CONCEDIDOS POR VENDEDOR ***"
           DISPLAY "INFORME O ANO (AAAA) : " WITH NO ADVANCING
           ACCEPT W-ANOPROC
           DISPLAY "INFORME O MES (MM)   : " WITH NO ADVANCING
           ACCEPT W-MESPROC
           IF W-ANOPROC = ZEROS OR W-MESPROC = ZEROS
              OR W-MESPROC < 1 OR W-MESPROC > 12
              DISPLAY "ANO/MES INVALIDO"
              GO TO ROT-FIM2.
       R0A.
           OPEN INPUT CADVDA
           IF ST-ERRO NOT = "00"
              DISPLAY "SEM VENDAS REGISTRADAS (CADVDA)"
              GO TO ROT-FIM2.
           MOVE "S" TO W-TEMVDAPR
           OPEN INPUT CADVDAPR
           IF ST-ERRO2 NOT = "00"
              MOVE "N" TO W-TEMVDAPR
              DISPLAY "SEM PRECOS DE VENDA REGISTRADOS (CADVDAPR)".
           MOVE "S" TO W-TEMFUNC
           OPEN INPUT CADFUNC
           IF ST-ERRO3 NOT = "00"
              MOVE "N" TO W-TEMFUNC.
       R0B.
           OPEN OUTPUT DESCONTO
           IF ST-ERRO4 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ARQUIVO DESCONTO.TXT"
              CLOSE CADVDA
              IF W-TEMVDAPR = "S"
                 CLOSE CADVDAPR
              END-IF
              IF W-TEMFUNC = "S"
                 CLOSE CADFUNC
              END-IF
              GO TO ROT-FIM2.
           MOVE W-MESPROC TO LT-MES
           MOVE W-ANOPROC TO LT-ANO
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-SEP
           WRITE LINHA-REL FROM LIN-CAB
           WRITE LINHA-REL FROM LIN-SEP.
      *
      *********************************************************
      * VENDAS DA COMPETENCIA: DETALHE E ACUMULO POR VENDEDOR  *
      *********************************************************
       R1.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
           WRITE LINHA-REL FROM LIN-SEP
           WRITE LINHA-REL FROM LIN-LEGENDA
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-CABRES
           WRITE LINHA-REL FROM LIN-SEP
      *    RESUMO EM ORDEM DE DESCONTO (SELECAO DO MAIOR)
           PERFORM R4 THRU R4-FIM
                   VARYING W-IDX FROM 1 BY 1
                   UNTIL W-IDX > W-QTDVEND
           WRITE LINHA-REL FROM LIN-SEP
           GO TO ROT-FIM.
      *
       R2.
           READ CADVDA NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF VDA-ANO NOT = W-ANOPROC OR VDA-MES NOT = W-MESPROC
              GO TO R2-FIM.
           ADD 1 TO W-TOTVDA
           MOVE DTAVENDA TO W-DTDMA8
           IF W-TEMVDAPR NOT = "S"
              GO TO R2-SEMPR.
           MOVE PLACA    TO VPR-PLACA
           MOVE W-DTDMA8 TO VPR-DTAVENDA
           READ CADVDAPR
           IF ST-ERRO2 = "00"
              GO TO R3.
       R2-SEMPR.
           ADD 1 TO W-TOTSEMPR
           MOVE PLACA    TO LSP-PLACA
           MOVE W-DTDMA8 TO LSP-DATA
           MOVE VENDEDOR TO LSP-VEND
           WRITE LINHA-REL FROM LIN-SEMPR
           GO TO R2-FIM.
      *    DESCONTO SOBRE O PEDIDO E EXCESSO DA TROCA
       R3.
           MOVE ZEROS TO W-DESC W-EXCTROCA W-PCT
           IF VALORVENDA < VPR-VLRPEDIDO
              COMPUTE W-DESC = VPR-VLRPEDIDO - VALORVENDA
              COMPUTE W-PCT ROUNDED = W-DESC * 100 / VPR-VLRPEDIDO.
           IF VDA-PLACATROCA NOT = SPACES AND VPR-VLRREF > ZEROS
              AND VDA-VLRTROCA > VPR-VLRREF
              COMPUTE W-EXCTROCA = VDA-VLRTROCA - VPR-VLRREF.
           MOVE PLACA         TO LD-PLACA
           MOVE W-DTDMA8      TO LD-DATA
           MOVE VENDEDOR      TO LD-VEND
           MOVE VPR-VLRPEDIDO TO LD-PEDIDO
           MOVE VALORVENDA    TO LD-VENDA
           MOVE W-DESC        TO LD-DESC
           MOVE W-PCT         TO LD-PCT
           MOVE W-EXCTROCA    TO LD-EXCTR
           MOVE VPR-MOTIVO    TO LD-MOTIVO
           MOVE VPR-OPERAPRV  TO LD-OPER
           WRITE LINHA-REL FROM LIN-DET
           IF VPR-MOTIVO NOT = SPACE
              MOVE VPR-JUSTIF TO LJ-JUSTIF
              COMPUTE W-DTAPRV8 = (VPR-DIAAPRV * 1000000)
                     + (VPR-MESAPRV * 10000) + VPR-ANOAPRV
              MOVE W-DTAPRV8 TO LJ-DTAPRV
              WRITE LINHA-REL FROM LIN-JUSTIF.
           ADD VPR-VLRPEDIDO TO W-TOTPEDIDO
           ADD W-DESC        TO W-TOTDESC
           ADD W-EXCTROCA    TO W-TOTEXCTR
           IF VPR-MOTIVO = "P" OR VPR-MOTIVO = "A"
              ADD 1 TO W-TOTABX.
           IF VPR-MOTIVO = "T" OR VPR-MOTIVO = "A"
              ADD 1 TO W-TOTTRC.
           IF VENDEDOR NOT = ZEROS
              PERFORM ROT-SOMA-VEND THRU ROT-SOMA-VEND-FIM.
       R2-FIM.
           EXIT.
      *
       R4.
           MOVE ZEROS TO W-MAIOR
           PERFORM R4A THRU R4A-FIM
                   VARYING W-IDXM FROM 1 BY 1
                   UNTIL W-IDXM > W-QTDVEND
           IF W-MAIOR = ZEROS
              GO TO R4-FIM.
           MOVE "S" TO TBV-USADO (W-MAIOR)
           MOVE TBV-COD (W-MAIOR) TO LR-COD
           MOVE SPACES TO NOME
           IF W-TEMFUNC = "S"
              MOVE TBV-COD (W-MAIOR) TO CODFUNC
              READ CADFUNC
              IF ST-ERRO3 NOT = "00"
                 MOVE SPACES TO NOME.
           MOVE NOME TO LR-NOME
           MOVE TBV-QTD (W-MAIOR)    TO LR-QTD
           MOVE TBV-PEDIDO (W-MAIOR) TO LR-PEDIDO
           MOVE TBV-DESC (W-MAIOR)   TO LR-DESC
           IF TBV-PEDIDO (W-MAIOR) = ZEROS
              MOVE ZEROS TO W-PCT
           ELSE
              COMPUTE W-PCT ROUNDED = TBV-DESC (W-MAIOR) * 100
                     / TBV-PEDIDO (W-MAIOR).
           MOVE W-PCT TO LR-PCT
           MOVE TBV-QTDABX (W-MAIOR) TO LR-QTDABX
           MOVE TBV-QTDTRC (W-MAIOR) TO LR-QTDTRC
           MOVE TBV-EXCTR (W-MAIOR)  TO LR-EXCTR
           WRITE LINHA-REL FROM LIN-RES.
       R4-FIM.
           EXIT.
       R4A.
           IF TBV-USADO (W-IDXM) = "S"
              GO TO R4A-FIM.
           IF W-MAIOR = ZEROS
              MOVE W-IDXM TO W-MAIOR
              GO TO R4A-FIM.
           IF TBV-DESC (W-IDXM) > TBV-DESC (W-MAIOR)
              MOVE W-IDXM TO W-MAIOR.
       R4A-FIM.
           EXIT.
      *
      *********************************************************
      * ACUMULADOR POR VENDEDOR                                *
      *********************************************************
       ROT-SOMA-VEND.
           MOVE ZEROS TO W-IDXACH
           PERFORM ROT-SOMA-VEND-V THRU ROT-SOMA-VEND-V-F
                   VARYING W-IDXM FROM 1 BY 1
                   UNTIL W-IDXM > W-QTDVEND
                      OR W-IDXACH NOT = ZEROS
           IF W-IDXACH = ZEROS
              IF W-QTDVEND NOT < 100
                 GO TO ROT-SOMA-VEND-FIM
              ELSE
                 ADD 1 TO W-QTDVEND
                 MOVE W-QTDVEND TO W-IDXACH
                 MOVE VENDEDOR TO TBV-COD (W-IDXACH)
                 MOVE ZEROS TO TBV-QTD (W-IDXACH)
                               TBV-PEDIDO (W-IDXACH)
                               TBV-DESC (W-IDXACH)
                               TBV-QTDABX (W-IDXACH)
                               TBV-QTDTRC (W-IDXACH)
                               TBV-EXCTR (W-IDXACH)
                 MOVE "N" TO TBV-USADO (W-IDXACH).
           ADD 1             TO TBV-QTD (W-IDXACH)
           ADD VPR-VLRPEDIDO TO TBV-PEDIDO (W-IDXACH)
           ADD W-DESC        TO TBV-DESC (W-IDXACH)
           ADD W-EXCTROCA    TO TBV-EXCTR (W-IDXACH)
           IF VPR-MOTIVO = "P" OR VPR-MOTIVO = "A"
              ADD 1 TO TBV-QTDABX (W-IDXACH).
           IF VPR-MOTIVO = "T" OR VPR-MOTIVO = "A"
              ADD 1 TO TBV-QTDTRC (W-IDXACH).
       ROT-SOMA-VEND-FIM.
           EXIT.
       ROT-SOMA-VEND-V.
           IF TBV-COD (W-IDXM) = VENDEDOR
              MOVE W-IDXM TO W-IDXACH.
       ROT-SOMA-VEND-V-F.
           EXIT.
      *
       ROT-FIM.
           MOVE "VENDAS NA COMPETENCIA                  :" TO LTT-TEXTO
           MOVE W-TOTVDA TO LTT-VALOR
           WRITE LINHA-REL FROM LIN-TOTAL
           MOVE "SEM PRECO PEDIDO REGISTRADO            :" TO LTT-TEXTO
           MOVE W-TOTSEMPR TO LTT-VALOR
           WRITE LINHA-REL FROM LIN-TOTAL
           MOVE "APROVADAS ABAIXO DO PISO               :" TO LTT-TEXTO
           MOVE W-TOTABX TO LTT-VALOR
           WRITE LINHA-REL FROM LIN-TOTAL
           MOVE "APROVADAS COM TROCA ACIMA DA REFERENCIA:" TO LTT-TEXTO
           MOVE W-TOTTRC TO LTT-VALOR
           WRITE LINHA-REL FROM LIN-TOTAL
           MOVE "TOTAL DOS PRECOS PEDIDOS               :" TO LTT-TEXTO
           MOVE W-TOTPEDIDO TO LTT-VALOR
           WRITE LINHA-REL FROM LIN-TOTAL
           MOVE "TOTAL DE DESCONTOS SOBRE O PEDIDO      :" TO LTT-TEXTO
           MOVE W-TOTDESC TO LTT-VALOR
           WRITE LINHA-REL FROM LIN-TOTAL
           MOVE "TOTAL DE EXCESSO PAGO NAS TROCAS       :" TO LTT-TEXTO
           MOVE W-TOTEXCTR TO LTT-VALOR
           WRITE LINHA-REL FROM LIN-TOTAL
           IF W-TEMVDAPR = "S"
              CLOSE CADVDAPR.
           IF W-TEMFUNC = "S"
              CLOSE CADFUNC.
           CLOSE CADVDA DESCONTO
           DISPLAY "*** RELATORIO GERADO EM DESCONTO.TXT ***".
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
