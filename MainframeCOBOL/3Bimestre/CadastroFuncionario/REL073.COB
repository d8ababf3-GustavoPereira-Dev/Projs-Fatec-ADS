       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL073.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * REPASSE DO CONSIGNADO POR CREDOR - PARA UM ANO/MES DE        *
      * FOLHA, VARRE OS CONTRATOS (CADCONSG) AVALIADOS PELA FOLHA    *
      * NA COMPETENCIA (CSG-ANOMESREP) E LISTA, AGRUPADOS POR        *
      * CREDOR (CADCRED), A PARCELA CONTRATADA E A EFETIVAMENTE      *
      * DESCONTADA DE CADA FUNCIONARIO, MARCANDO A PARCELA CORTADA   *
      * PELA MARGEM CONSIGNAVEL (PARAMETRO 009). GERA TAMBEM O       *
      * ARQUIVO DE TRANSFERENCIA TRFCONSG.TXT, UMA LINHA POR CREDOR  *
      * COM O TOTAL DESCONTADO E OS DADOS BANCARIOS DO REPASSE.      *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCONSG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECONSG
                    FILE STATUS  IS ST-ERRO.
      *
           SELECT CADCRED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRED-COD
                    FILE STATUS  IS ST-ERRO2.
      *
           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFUNC
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS CODAREA WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODCARGO WITH DUPLICATES.
      *
           SELECT REPCONSG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
      *
           SELECT TRFCONSG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCONSG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSG.DAT".
       01 REGCONSG.
          03 CHAVECONSG.
             05 CSG-CODFUNC   PIC 9(5).
             05 CSG-CONTRATO  PIC 9(3).
          03 CSG-DTCONTRATO   PIC 9(8).
          03 CSG-VLRPRINC     PIC 9(6)V99.
          03 CSG-QTDPARC      PIC 9(2).
          03 CSG-VLRPARC      PIC 9(6)V99.
          03 CSG-PARCPAGAS    PIC 9(2).
          03 CSG-SALDO        PIC 9(6)V99.
          03 CSG-SIT          PIC X(1).
          03 CSG-ANOMESULT    PIC 9(6).
          03 CSG-CREDOR       PIC 9(3).
          03 CSG-ANOMESREP    PIC 9(6).
          03 CSG-PARCDEV      PIC 9(6)V99.
          03 CSG-VLRDESC      PIC 9(6)V99.
          03 CSG-CORTE        PIC X(1).
      *
       FD CADCRED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCRED.DAT".
       01 REGCRED.
          03 CRED-COD         PIC 9(3).
          03 CRED-NOME        PIC X(30).
          03 CRED-CNPJ        PIC 9(14).
          03 CRED-BANCO       PIC 9(3).
          03 CRED-AGENCIA     PIC 9(4).
          03 CRED-CONTA       PIC X(10).
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
       FD REPCONSG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REPCONSG.TXT".
       01 LINHA-REL PIC X(80).
      *
       FD TRFCONSG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TRFCONSG.TXT".
       01 LINHA-TRF PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL073".
       01 W-SPARQ       PIC X(14) VALUE "REPCONSG.TXT".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-ANOPROC     PIC 9(04) VALUE ZEROS.
       01 W-MESPROC     PIC 9(02) VALUE ZEROS.
       01 W-ANOMESPROC  PIC 9(06) VALUE ZEROS.
       01 W-IDXC        PIC 9(02) VALUE ZEROS.
       01 W-IDXACH      PIC 9(02) VALUE ZEROS.
       01 W-QTDCRED     PIC 9(02) VALUE ZEROS.
       01 W-CREDATU     PIC 9(03) VALUE ZEROS.
       01 W-TOTDEVIDO   PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTDESC     PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTCORTE    PIC 9(06) VALUE ZEROS.
       01 W-TOTCONTR    PIC 9(06) VALUE ZEROS.
       01 W-TOTTRF      PIC 9(06) VALUE ZEROS.

       01 TABCRED.
          03 TB-CRED OCCURS 50 TIMES.
             05 TBC-COD      PIC 9(03).
             05 TBC-QTD      PIC 9(05).
             05 TBC-CORTE    PIC 9(05).
             05 TBC-DEVIDO   PIC 9(09)V99.
             05 TBC-DESC     PIC 9(09)V99.

       01 LIN-TITULO.
          03 FILLER        PIC X(42) VALUE
             "*** REPASSE DO CONSIGNADO POR CREDOR - ".
          03 LT-MES        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LT-ANO        PIC 9(4).
          03 FILLER        PIC X(04) VALUE " ***".
          03 FILLER        PIC X(27) VALUE SPACES.

       01 LIN-CAB.
          03 FILLER        PIC X(38) VALUE
             "  FUNC NOME                      CONTR".
          03 FILLER        PIC X(42) VALUE
             " CONTRATADA  DESCONTADA".

       01 LIN-CRED.
          03 LC-COD        PIC ZZ9.
          03 FILLER        PIC X(03) VALUE " - ".
          03 LC-NOME       PIC X(30).
          03 FILLER        PIC X(07) VALUE " CNPJ ".
          03 LC-CNPJ       PIC 9(14).
          03 FILLER        PIC X(23) VALUE SPACES.

       01 LIN-BANCO.
          03 FILLER        PIC X(14) VALUE "      BANCO ".
          03 LB-BANCO      PIC 9(03).
          03 FILLER        PIC X(05) VALUE " AG ".
          03 LB-AGENCIA    PIC 9(04).
          03 FILLER        PIC X(07) VALUE " CONTA ".
          03 LB-CONTA      PIC X(10).
          03 FILLER        PIC X(37) VALUE SPACES.

       01 LIN-DET.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-CODFUNC    PIC ZZZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-NOME       PIC X(25).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-CONTRATO   PIC ZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-DEVIDO     PIC Z(6)9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LD-DESC       PIC Z(6)9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-CORTE      PIC X(13).
          03 FILLER        PIC X(05) VALUE SPACES.

       01 LIN-TOTCRED.
          03 FILLER        PIC X(14) VALUE "   TOTAL  QTD:".
          03 LTC-QTD       PIC ZZZZ9.
          03 FILLER        PIC X(15) VALUE SPACES.
          03 LTC-DEVIDO    PIC Z(8)9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LTC-DESC      PIC Z(8)9,99.
          03 FILLER        PIC X(08) VALUE " CORTES:".
          03 LTC-CORTE     PIC ZZZZ9.
          03 FILLER        PIC X(08) VALUE SPACES.

       01 LIN-TOTDEV.
          03 FILLER        PIC X(22) VALUE "TOTAL CONTRATADO    : ".
          03 LTD-VALOR     PIC Z(8)9,99.
          03 FILLER        PIC X(46) VALUE SPACES.

       01 LIN-TOTDESC.
          03 FILLER        PIC X(22) VALUE "TOTAL A REPASSAR    : ".
          03 LTR-VALOR     PIC Z(8)9,99.
          03 FILLER        PIC X(46) VALUE SPACES.

       01 LIN-TOTCORTE.
          03 FILLER        PIC X(22) VALUE "PARCELAS CORTADAS   : ".
          03 LTX-QTD       PIC ZZZZZ9.
          03 FILLER        PIC X(52) VALUE SPACES.

       01 LIN-SEP       PIC X(80) VALUE ALL "-".
       01 LIN-BRANCO    PIC X(80) VALUE SPACES.

      *    ARQUIVO DE TRANSFERENCIA: MESMO LEIAUTE DE 80 POSICOES
      *    DA REMESSA DO REL009, COM O CNPJ DO CREDOR NO LUGAR DO CPF
       01 LIN-TRF.
          03 LR-TIPO       PIC X(01) VALUE "1".
          03 LR-BANCO      PIC 9(03).
          03 LR-AGENCIA    PIC 9(04).
          03 LR-CONTA      PIC X(10).
          03 LR-NOME       PIC X(35).
          03 LR-VALOR      PIC 9(09)V99.
          03 LR-CNPJ       PIC 9(14).
          03 FILLER        PIC X(02) VALUE SPACES.

       01 LIN-TRAILER.
          03 LTT-TIPO      PIC X(01) VALUE "9".
          03 LTT-TOTREG    PIC 9(06).
          03 LTT-TOTVALOR  PIC 9(09)V99.
          03 FILLER        PIC X(62) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** REPASSE DO CONSIGNADO POR CREDOR ***"
           DISPLAY "INFORME O ANO (AAAA) : " WITH NO ADVANCING
           ACCEPT W-ANOPROC
           DISPLAY "INFORME O MES (MM)   : " WITH NO ADVANCING
           ACCEPT W-MESPROC
           IF W-ANOPROC = ZEROS OR W-MESPROC = ZEROS
              OR W-MESPROC < 1 OR W-MESPROC > 12
              DISPLAY "ANO/MES INVALIDO"
              GO TO ROT-FIM2.
           COMPUTE W-ANOMESPROC = (W-ANOPROC * 100) + W-MESPROC.
       R0A.
           OPEN INPUT CADCONSG
           IF ST-ERRO NOT = "00"
              DISPLAY "SEM CONTRATOS DE CONSIGNADO (CADCONSG)"
              GO TO ROT-FIM2.
       R0B.
           OPEN INPUT CADCRED
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCRED"
              CLOSE CADCONSG
              GO TO ROT-FIM2.
       R0C.
           OPEN INPUT CADFUNC
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              CLOSE CADCONSG CADCRED
              GO TO ROT-FIM2.
       R0D.
           OPEN OUTPUT REPCONSG
           IF ST-ERRO4 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ARQUIVO REPCONSG.TXT"
              CLOSE CADCONSG CADCRED CADFUNC
              GO TO ROT-FIM2.
           OPEN OUTPUT TRFCONSG
           IF ST-ERRO5 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ARQUIVO TRFCONSG.TXT"
              CLOSE CADCONSG CADCRED CADFUNC REPCONSG
              GO TO ROT-FIM2.
           MOVE W-MESPROC TO LT-MES
           MOVE W-ANOPROC TO LT-ANO
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-SEP.
      *
      *    PRIMEIRA PASSADA TOTALIZA POR CREDOR; A SEGUNDA, UMA
      *    VARREDURA DO CADCONSG POR CREDOR, IMPRIME O DETALHE
       R1.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S".
           PERFORM R4 THRU R4-FIM
                   VARYING W-IDXC FROM 1 BY 1
                   UNTIL W-IDXC > W-QTDCRED.
           GO TO R6.
      *
       R2.
           READ CADCONSG NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
      *    SO ENTRA O CONTRATO AVALIADO PELA FOLHA DA COMPETENCIA
           IF CSG-ANOMESREP NOT = W-ANOMESPROC
              GO TO R2-FIM.
       R3.
           PERFORM ROT-ACHA-CRED THRU ROT-ACHA-CRED-FIM
           IF W-IDXACH = ZEROS
              GO TO R2-FIM.
           ADD 1 TO TBC-QTD (W-IDXACH)
           ADD 1 TO W-TOTCONTR
           ADD CSG-PARCDEV TO TBC-DEVIDO (W-IDXACH)
           ADD CSG-VLRDESC TO TBC-DESC (W-IDXACH)
           ADD CSG-PARCDEV TO W-TOTDEVIDO
           ADD CSG-VLRDESC TO W-TOTDESC
           IF CSG-CORTE = "M"
              ADD 1 TO TBC-CORTE (W-IDXACH)
              ADD 1 TO W-TOTCORTE.
       R2-FIM.
           EXIT.
      *
       R4.
           MOVE TBC-COD (W-IDXC) TO CRED-COD W-CREDATU
           READ CADCRED
           IF ST-ERRO2 NOT = "00"
              MOVE "CREDOR NAO CADASTRADO" TO CRED-NOME
              MOVE ZEROS TO CRED-CNPJ CRED-BANCO CRED-AGENCIA
              MOVE SPACES TO CRED-CONTA.
           MOVE TBC-COD (W-IDXC)   TO LC-COD
           MOVE CRED-NOME          TO LC-NOME
           MOVE CRED-CNPJ          TO LC-CNPJ
           WRITE LINHA-REL FROM LIN-CRED
           MOVE CRED-BANCO   TO LB-BANCO
           MOVE CRED-AGENCIA TO LB-AGENCIA
           MOVE CRED-CONTA   TO LB-CONTA
           WRITE LINHA-REL FROM LIN-BANCO
           WRITE LINHA-REL FROM LIN-CAB
           MOVE ZEROS TO CSG-CODFUNC CSG-CONTRATO
           START CADCONSG KEY IS NOT LESS CHAVECONSG
                 INVALID KEY
                    GO TO R4-TOT.
       R5.
           READ CADCONSG NEXT RECORD
               AT END
                  GO TO R4-TOT
           END-READ
           IF ST-ERRO NOT = "00"
              GO TO R4-TOT.
           IF CSG-ANOMESREP NOT = W-ANOMESPROC
              OR CSG-CREDOR NOT = W-CREDATU
              GO TO R5.
           MOVE CSG-CODFUNC TO CODFUNC LD-CODFUNC
           READ CADFUNC
           IF ST-ERRO3 NOT = "00"
              MOVE SPACES TO NOME.
           MOVE NOME          TO LD-NOME
           MOVE CSG-CONTRATO  TO LD-CONTRATO
           MOVE CSG-PARCDEV   TO LD-DEVIDO
           MOVE CSG-VLRDESC   TO LD-DESC
           MOVE SPACES        TO LD-CORTE
           IF CSG-CORTE = "M"
              MOVE "*CORTE MARGEM" TO LD-CORTE.
           WRITE LINHA-REL FROM LIN-DET
           GO TO R5.
       R4-TOT.
           MOVE TBC-QTD (W-IDXC)    TO LTC-QTD
           MOVE TBC-DEVIDO (W-IDXC) TO LTC-DEVIDO
           MOVE TBC-DESC (W-IDXC)   TO LTC-DESC
           MOVE TBC-CORTE (W-IDXC)  TO LTC-CORTE
           WRITE LINHA-REL FROM LIN-TOTCRED
           WRITE LINHA-REL FROM LIN-BRANCO
      *    CREDOR SEM VALOR DESCONTADO NAO VAI PARA A TRANSFERENCIA
           IF TBC-DESC (W-IDXC) = ZEROS
              GO TO R4-FIM.
           MOVE CRED-BANCO        TO LR-BANCO
           MOVE CRED-AGENCIA      TO LR-AGENCIA
           MOVE CRED-CONTA        TO LR-CONTA
           MOVE CRED-NOME         TO LR-NOME
           MOVE TBC-DESC (W-IDXC) TO LR-VALOR
           MOVE CRED-CNPJ         TO LR-CNPJ
           WRITE LINHA-TRF FROM LIN-TRF
           ADD 1 TO W-TOTTRF.
       R4-FIM.
           EXIT.
      *
       R6.
           WRITE LINHA-REL FROM LIN-SEP
           MOVE W-TOTDEVIDO TO LTD-VALOR
           WRITE LINHA-REL FROM LIN-TOTDEV
           MOVE W-TOTDESC TO LTR-VALOR
           WRITE LINHA-REL FROM LIN-TOTDESC
           MOVE W-TOTCORTE TO LTX-QTD
           WRITE LINHA-REL FROM LIN-TOTCORTE
           MOVE W-TOTTRF  TO LTT-TOTREG
           MOVE W-TOTDESC TO LTT-TOTVALOR
           WRITE LINHA-TRF FROM LIN-TRAILER
           GO TO ROT-FIM.
      *
      *********************************************************
      * LOCALIZA (OU ABRE) A POSICAO DO CREDOR NA TABELA DE    *
      * ACUMULADORES                                           *
      *********************************************************
       ROT-ACHA-CRED.
           MOVE ZEROS TO W-IDXACH
           PERFORM ROT-ACHA-CRED-VAR THRU ROT-ACHA-CRED-VAR-FIM
                   VARYING W-IDXC FROM 1 BY 1
                   UNTIL W-IDXC > W-QTDCRED OR W-IDXACH NOT = ZEROS.
           IF W-IDXACH NOT = ZEROS
              GO TO ROT-ACHA-CRED-FIM.
           IF W-QTDCRED NOT < 50
              DISPLAY "TABELA DE CREDORES LOTADA - CREDOR "
                      CSG-CREDOR " FORA DO REPASSE"
              GO TO ROT-ACHA-CRED-FIM.
           ADD 1 TO W-QTDCRED
           MOVE W-QTDCRED TO W-IDXACH
           MOVE CSG-CREDOR TO TBC-COD (W-IDXACH)
           MOVE ZEROS TO TBC-QTD (W-IDXACH) TBC-CORTE (W-IDXACH)
           MOVE ZEROS TO TBC-DEVIDO (W-IDXACH) TBC-DESC (W-IDXACH).
       ROT-ACHA-CRED-FIM.
           EXIT.
       ROT-ACHA-CRED-VAR.
           IF TBC-COD (W-IDXC) = CSG-CREDOR
              MOVE W-IDXC TO W-IDXACH.
       ROT-ACHA-CRED-VAR-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADCONSG CADCRED CADFUNC REPCONSG TRFCONSG
           DISPLAY "*** REPASSE GERADO EM REPCONSG.TXT ***"
           DISPLAY "*** TRANSFERENCIA EM TRFCONSG.TXT ***"
           DISPLAY "CONTRATOS NO REPASSE : " W-TOTCONTR
           DISPLAY "PARCELAS CORTADAS    : " W-TOTCORTE
           DISPLAY "TOTAL A REPASSAR     : " W-TOTDESC.
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
