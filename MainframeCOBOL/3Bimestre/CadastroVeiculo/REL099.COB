       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL099.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * REPOSICAO DE PECAS - LISTA AS PECAS ATIVAS DO ALMOXARIFADO  *
      * (CADPECA) COM SALDO ABAIXO DO ESTOQUE MINIMO, COM A         *
      * QUANTIDADE SUGERIDA PARA A COMPRA (O DOBRO DO MINIMO MENOS  *
      * O SALDO), O VALOR ESTIMADO PELO CUSTO MEDIO E O FORNECEDOR  *
      * HABITUAL (CADFORN). PODE SER FILTRADO POR FORNECEDOR PARA   *
      * MONTAR O PEDIDO. SAIDA EM REPOSPC.TXT.                      *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPECA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEC-COD
                    FILE STATUS  IS ST-PECA
                    ALTERNATE RECORD KEY IS PEC-DESC
                                   WITH DUPLICATES.
      *
       SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-COD
                    FILE STATUS  IS ST-FOR
                    ALTERNATE RECORD KEY IS FOR-NOME
                                   WITH DUPLICATES.
      *
           SELECT REPOSPC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD REPOSPC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REPOSPC.TXT".
       01 LINHA-REL PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SPRELID     PIC X(06) VALUE "REL099".
       01 W-SPARQ       PIC X(14) VALUE "REPOSPC.TXT".
       01 ST-PECA       PIC X(02) VALUE "00".
       01 ST-FOR        PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 W-FIM         PIC X(01) VALUE "N".
       01 W-TEMFOR      PIC X(01) VALUE "N".
       01 W-FORFILTRO   PIC 9(05) VALUE ZEROS.
       01 W-SUGESTAO    PIC 9(06)V99 VALUE ZEROS.
       01 W-VLRESTIM    PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTLIDAS    PIC 9(05) VALUE ZEROS.
       01 W-TOTLIST     PIC 9(05) VALUE ZEROS.
       01 W-TOTZERO     PIC 9(05) VALUE ZEROS.
       01 W-TOTESTIM    PIC 9(11)V99 VALUE ZEROS.
       01 W-HOJE.
          03 W-ANOHOJE  PIC 9(4).
          03 W-MESHOJE  PIC 9(2).
          03 W-DIAHOJE  PIC 9(2).

       01 LIN-TITULO.
          03 FILLER        PIC X(53) VALUE
             "*** REPOSICAO DE PECAS - ABAIXO DO MINIMO ***".
          03 FILLER        PIC X(06) VALUE "DATA: ".
          03 LT-DIA        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LT-MES        PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 LT-ANO        PIC 9999.
          03 FILLER        PIC X(31) VALUE SPACES.

       01 LIN-FILTRO.
          03 FILLER        PIC X(14) VALUE "FORNECEDOR  : ".
          03 LF-COD        PIC 9(05).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LF-NOME       PIC X(30).
          03 FILLER        PIC X(50) VALUE SPACES.

       01 LIN-CAB1.
          03 FILLER        PIC X(40) VALUE
             " COD.  DESCRICAO                  UN    ".
          03 FILLER        PIC X(40) VALUE
             "SALDO    MINIMO  SUGESTAO  VLR.ESTIMADO ".
          03 FILLER        PIC X(20) VALUE
             " FORNECEDOR".

       01 LIN-DET.
          03 LD-MARCA      PIC X(01).
          03 LD-COD        PIC 9(05).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-DESC       PIC X(26).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-UNID       PIC X(02).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-SALDO      PIC ZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-MINIMO     PIC ZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-SUGESTAO   PIC ZZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-VLRESTIM   PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 LD-FORN       PIC X(18).

       01 LIN-TOT1.
          03 FILLER        PIC X(30) VALUE
             "PECAS ATIVAS LIDAS          : ".
          03 LT1-QTD       PIC ZZ.ZZ9.
          03 FILLER        PIC X(64) VALUE SPACES.
       01 LIN-TOT2.
          03 FILLER        PIC X(30) VALUE
             "PECAS ABAIXO DO MINIMO      : ".
          03 LT2-QTD       PIC ZZ.ZZ9.
          03 FILLER        PIC X(64) VALUE SPACES.
       01 LIN-TOT3.
          03 FILLER        PIC X(30) VALUE
             "DAS QUAIS SEM SALDO (*)     : ".
          03 LT3-QTD       PIC ZZ.ZZ9.
          03 FILLER        PIC X(64) VALUE SPACES.
       01 LIN-TOT4.
          03 FILLER        PIC X(30) VALUE
             "VALOR ESTIMADO DA REPOSICAO : ".
          03 LT4-VLR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(53) VALUE SPACES.
       01 LIN-LEGENDA.
          03 FILLER        PIC X(50) VALUE
             "SUGESTAO = 2 X MINIMO - SALDO; VALOR PELO CUSTO ME".
          03 FILLER        PIC X(50) VALUE
             "DIO; * = PECA SEM SALDO".

       01 LIN-BRANCO    PIC X(100) VALUE SPACES.
       01 LIN-SEP       PIC X(100) VALUE ALL "-".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** REPOSICAO DE PECAS ***"
           DISPLAY "FORNECEDOR HABITUAL (0=TODOS) : " WITH NO ADVANCING
           ACCEPT W-FORFILTRO
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
       R0A.
           OPEN INPUT CADPECA
           IF ST-PECA NOT = "00"
              DISPLAY "SEM PECAS CADASTRADAS (CADPECA)"
              GO TO ROT-FIM2.
           MOVE "S" TO W-TEMFOR
           OPEN INPUT CADFORN
           IF ST-FOR NOT = "00"
              MOVE "N" TO W-TEMFOR.
       R0B.
           OPEN OUTPUT REPOSPC
           IF ST-ERRO4 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ARQUIVO REPOSPC.TXT"
              CLOSE CADPECA
              GO TO ROT-FIM2.
           MOVE W-DIAHOJE TO LT-DIA
           MOVE W-MESHOJE TO LT-MES
           MOVE W-ANOHOJE TO LT-ANO
           WRITE LINHA-REL FROM LIN-TITULO
           IF W-FORFILTRO NOT = ZEROS
              MOVE W-FORFILTRO TO LF-COD FOR-COD
              MOVE "NAO CADASTRADO" TO LF-NOME
              IF W-TEMFOR = "S"
                 READ CADFORN
                 IF ST-FOR = "00"
                    MOVE FOR-NOME TO LF-NOME
                 END-IF
              END-IF
              WRITE LINHA-REL FROM LIN-FILTRO.
           WRITE LINHA-REL FROM LIN-SEP
           WRITE LINHA-REL FROM LIN-CAB1
           WRITE LINHA-REL FROM LIN-SEP.
       R1.
           MOVE ZEROS TO PEC-COD
           START CADPECA KEY IS NOT LESS PEC-COD
                 INVALID KEY
                    GO TO ROT-FIM.
           PERFORM R2 THRU R2-FIM UNTIL W-FIM = "S"
           GO TO ROT-FIM.
      *
      *********************************************************
      * UMA PECA: LISTA SE ATIVA E ABAIXO DO MINIMO             *
      *********************************************************
       R2.
           READ CADPECA NEXT RECORD
               AT END
                  MOVE "S" TO W-FIM
                  GO TO R2-FIM
           END-READ
           IF ST-PECA NOT = "00"
              MOVE "S" TO W-FIM
              GO TO R2-FIM.
           IF PEC-SIT = "I"
              GO TO R2-FIM.
           IF W-FORFILTRO NOT = ZEROS AND PEC-CODFORN NOT = W-FORFILTRO
              GO TO R2-FIM.
           ADD 1 TO W-TOTLIDAS
           IF PEC-QTDMIN = ZEROS OR PEC-QTDEST NOT < PEC-QTDMIN
              GO TO R2-FIM.
           COMPUTE W-SUGESTAO = (PEC-QTDMIN * 2) - PEC-QTDEST
           COMPUTE W-VLRESTIM ROUNDED = W-SUGESTAO * PEC-CUSTOMED
           MOVE SPACE TO LD-MARCA
           IF PEC-QTDEST = ZEROS
              MOVE "*" TO LD-MARCA
              ADD 1 TO W-TOTZERO.
           MOVE PEC-COD      TO LD-COD
           MOVE PEC-DESC     TO LD-DESC
           MOVE PEC-UNID     TO LD-UNID
           MOVE PEC-QTDEST   TO LD-SALDO
           MOVE PEC-QTDMIN   TO LD-MINIMO
           MOVE W-SUGESTAO   TO LD-SUGESTAO
           MOVE W-VLRESTIM   TO LD-VLRESTIM
           MOVE SPACES       TO LD-FORN
           IF PEC-CODFORN NOT = ZEROS AND W-TEMFOR = "S"
              MOVE PEC-CODFORN TO FOR-COD
              READ CADFORN
              IF ST-FOR = "00"
                 MOVE FOR-NOME TO LD-FORN
              ELSE
                 MOVE "NAO CADASTRADO" TO LD-FORN.
           WRITE LINHA-REL FROM LIN-DET
           ADD 1 TO W-TOTLIST
           ADD W-VLRESTIM TO W-TOTESTIM.
       R2-FIM.
           EXIT.
      *
       ROT-FIM.
           MOVE W-TOTLIDAS TO LT1-QTD
           MOVE W-TOTLIST  TO LT2-QTD
           MOVE W-TOTZERO  TO LT3-QTD
           MOVE W-TOTESTIM TO LT4-VLR
           WRITE LINHA-REL FROM LIN-SEP
           WRITE LINHA-REL FROM LIN-TOT1
           WRITE LINHA-REL FROM LIN-TOT2
           WRITE LINHA-REL FROM LIN-TOT3
           WRITE LINHA-REL FROM LIN-TOT4
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-LEGENDA
           CLOSE CADPECA REPOSPC
           IF W-TEMFOR = "S"
              CLOSE CADFORN.
           DISPLAY "*** RELATORIO GERADO EM REPOSPC.TXT ***"
           DISPLAY "PECAS ABAIXO DO MINIMO : " W-TOTLIST.
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
