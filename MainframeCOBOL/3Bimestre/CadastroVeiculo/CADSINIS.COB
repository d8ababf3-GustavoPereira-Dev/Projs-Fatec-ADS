      * FINAL, A FRANQUIA PAGA, O REEMBOLSO DA SEGURADORA E A DATA   *
      * DA MANUTENCAO DO REPARO (LIGACAO COM O CADMANUT DA MESMA     *
      * PLACA). O CUSTO DOS SINISTROS POR VEICULO SAI NO REL044.     *
      * SITUACAO DO VEICULO (SIT-CAR): COM SINISTRO ABERTO OU EM     *
      * REPARO O CARRO FICA COMO M (EM REPARO, FORA DO PATIO); SEM   *
      * NENHUM VOLTA PARA O QUE ERA ANTES - F SE HA ATRIBUICAO EM    *
      * ABERTO (CADATRIB), R SE HA RESERVA ATIVA (CADRESRV), SENAO E.*
      * VEICULO VENDIDO (V) OU BAIXADO (B) NAO E ALTERADO.           *
      * A TELA MOSTRA A SEGURADORA DA APOLICE (CADAPOL) VIGENTE NA   *
      * DATA DA OCORRENCIA E A OFICINA DO REPARO (CADMANUT), PELO    *
      * NOME DO CADASTRO DE FORNECEDORES (CADFORN).                  *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVESINIS
                    FILE STATUS  IS ST-ERRO.
      *
       SELECT CADAPOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEAPOL
                    FILE STATUS  IS ST-APOL.
      *
       SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-COD
                    FILE STATUS  IS ST-FOR
                    ALTERNATE RECORD KEY IS FOR-NOME
                                   WITH DUPLICATES.
      *
       SELECT CADATRIB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEATRIB
                    FILE STATUS  IS ST-ERRO4.
      *
       SELECT CADRESRV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RSV-PLACA
                    FILE STATUS  IS ST-ERRO5.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 COR-CAR       PIC 9(1).
          03 DTLICENC1-CAR PIC 9(08).
          03 DTSEGURO1-CAR PIC 9(08).
          03 MODELO-CAR    PIC 9(3).
          03 CHASSI-CAR    PIC X(17).
          03 RENAVAM-CAR   PIC 9(11).
          03 SIT-CAR       PIC X(1).
      *
       FD CADMANUT
               LABEL RECORD IS STANDARD
          03 OFICINA          PIC X(30).
          03 VALORMANUT       PIC 9(6)V99.
          03 MNT-AUTSEQ       PIC 9(3).
          03 MNT-CODFORN      PIC 9(5).
      *
       FD CADSINIS
               LABEL RECORD IS STANDARD
          03 SIN-FRANQUIA     PIC 9(6)V99.
          03 SIN-REEMBOLSO    PIC 9(8)V99.
          03 SIN-DTMANUT      PIC 9(8).
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
       FD CADATRIB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATRIB.DAT".
       01 REGATRIB.
          03 CHAVEATRIB.
             05 ATR-PLACA     PIC X(7).
             05 ATR-DTINI     PIC 9(8).
          03 ATR-CODFUNC      PIC 9(5).
          03 ATR-DTFIM        PIC 9(8).
          03 ATR-KMENTREGA    PIC 9(7).
      *
       FD CADRESRV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESRV.DAT".
       01 REGRESRV.
          03 RSV-PLACA        PIC X(7).
          03 RSV-CODCLI       PIC 9(5).
          03 RSV-DEPOSITO     PIC 9(8)V99.
          03 RSV-DTEXPIRA.
             05 RSV-DIAEXP    PIC 9(2).
             05 RSV-MESEXP    PIC 9(2).
             05 RSV-ANOEXP    PIC 9(4).
          03 RSV-SIT          PIC X(1).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-TEMMANUT    PIC X(01) VALUE "N".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 W-SITNOVA     PIC X(01) VALUE SPACES.
       01 W-REGSALVO    PIC X(77) VALUE SPACES.
       01 ST-APOL       PIC X(02) VALUE "00".
       01 ST-FOR        PIC X(02) VALUE "00".
       01 W-TEMAPOL     PIC X(01) VALUE "N".
       01 W-TEMFOR      PIC X(01) VALUE "N".
       01 W-NOMESEG     PIC X(30) VALUE SPACES.
       01 W-NOMEOFIC    PIC X(30) VALUE SPACES.
       01 W-INI8        PIC 9(08) VALUE ZEROS.
       01 W-FIM8        PIC 9(08) VALUE ZEROS.
       01 W-OCOR8       PIC 9(08) VALUE ZEROS.
       01 W-DTOCOR.
          03 W-DIAOC    PIC 9(02).
          03 W-MESOC    PIC 9(02).
          03 W-ANOOC    PIC 9(04).
       01 W-DTOCOR8 REDEFINES W-DTOCOR PIC 9(08).

      *-----------------------------------------------------------------
       SCREEN SECTION.
               VALUE  "   PLACA DO VEICULO           :".
           05  LINE 05  COLUMN 01
               VALUE  "   DATA DA OCORRENCIA(DDMMAAAA:".
           05  LINE 06  COLUMN 01
               VALUE  "   SEGURADORA (APOLICE)       :".
           05  LINE 07  COLUMN 01
               VALUE  "   NUMERO NA SEGURADORA       :".
           05  LINE 08  COLUMN 01
               VALUE  "   DATA DA MANUT DO REPARO    :".
           05  LINE 16  COLUMN 01
               VALUE  "   (DDMMAAAA EM CADMANUT, 0 = SEM REPARO)".
           05  LINE 17  COLUMN 01
               VALUE  "   OFICINA DO REPARO          :".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TPLACA
               LINE 05  COLUMN 34  PIC 9(08)
               USING  SIN-DTOCOR
               HIGHLIGHT.
           05  TNOMESEG
               LINE 06  COLUMN 34  PIC X(30)
               FROM   W-NOMESEG.
           05  TNUMSIN
               LINE 07  COLUMN 34  PIC X(15)
               USING  SIN-NUMSIN
               LINE 15  COLUMN 34  PIC 9(08)
               USING  SIN-DTMANUT
               HIGHLIGHT.
           05  TNOMEOFIC
               LINE 17  COLUMN 34  PIC X(30)
               FROM   W-NOMEOFIC.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADCAR
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           OPEN INPUT CADMANUT
           IF ST-ERRO3 NOT = "00"
              MOVE "N" TO W-TEMMANUT.
           MOVE "S" TO W-TEMAPOL
           OPEN INPUT CADAPOL
           IF ST-APOL NOT = "00"
              MOVE "N" TO W-TEMAPOL.
           MOVE "S" TO W-TEMFOR
           OPEN INPUT CADFORN
           IF ST-FOR NOT = "00"
              MOVE "N" TO W-TEMFOR.
       R0B.
           OPEN I-O CADSINIS
           IF ST-ERRO NOT = "00"
           MOVE SPACES TO SIN-PLACA SIN-NUMSIN SIN-SIT NOMEPROP-CAR
           MOVE ZEROS TO SIN-DTOCOR SIN-VLRESTIM SIN-VLRFINAL
           MOVE ZEROS TO SIN-FRANQUIA SIN-REEMBOLSO SIN-DTMANUT W-SEL
           MOVE SPACES TO W-NOMESEG W-NOMEOFIC
           DISPLAY TCADSINIS.
      *
       R2.
           READ CADSINIS
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 PERFORM ROT-MOSTRA-FORN THRU ROT-MOSTRA-FORN-FIM
                 DISPLAY TCADSINIS
                 MOVE "*** SINISTRO JA CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 NEXT SENTENCE.
      *
       R4.
           PERFORM ROT-MOSTRA-FORN THRU ROT-MOSTRA-FORN-FIM
           DISPLAY TNOMESEG TNOMEOFIC
           ACCEPT TNUMSIN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                 MOVE "*** REPARO NAO ACHADO EM CADMANUT ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R7.
           PERFORM ROT-MOSTRA-FORN THRU ROT-MOSTRA-FORN-FIM
           DISPLAY TNOMEOFIC.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** SINISTRO GRAVADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      PERFORM ROT-SIT-CAR THRU ROT-SIT-CAR-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* SINISTRO JA EXISTE, NAO GRAVADO *" TO MENS
                IF ST-ERRO = "00"
                   MOVE "*** SINISTRO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM ROT-SIT-CAR THRU ROT-SIT-CAR-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO SINISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** SINISTRO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM ROT-SIT-CAR THRU ROT-SIT-CAR-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO SINISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *********************************************************
      * SITUACAO DO VEICULO DEPOIS DA GRAVACAO/EXCLUSAO: ALGUM *
      * SINISTRO A/R DA PLACA = M; SENAO ATRIBUICAO EM ABERTO  *
      * = F, RESERVA ATIVA = R, NENHUMA = E                    *
      *********************************************************
       ROT-SIT-CAR.
           MOVE REGSINIS TO W-REGSALVO
           MOVE SPACES TO W-SITNOVA
           MOVE ZEROS TO SIN-DTOCOR
           START CADSINIS KEY IS NOT LESS CHAVESINIS
                 INVALID KEY
                    GO TO ROT-SIT-CAR-ATR.
       ROT-SIT-CAR-RD.
           READ CADSINIS NEXT RECORD
                AT END
                   GO TO ROT-SIT-CAR-ATR
           END-READ
           IF ST-ERRO NOT = "00"
              GO TO ROT-SIT-CAR-ATR.
           IF SIN-PLACA NOT = PLACA-CAR
              GO TO ROT-SIT-CAR-ATR.
           IF SIN-SIT = "A" OR SIN-SIT = "R"
              MOVE "M" TO W-SITNOVA
              GO TO ROT-SIT-CAR-GRV.
           GO TO ROT-SIT-CAR-RD.
       ROT-SIT-CAR-ATR.
           OPEN INPUT CADATRIB
           IF ST-ERRO4 NOT = "00"
              GO TO ROT-SIT-CAR-RSV.
           MOVE PLACA-CAR TO ATR-PLACA
           MOVE ZEROS TO ATR-DTINI
           START CADATRIB KEY IS NOT LESS CHAVEATRIB
                 INVALID KEY
                    GO TO ROT-SIT-CAR-ATRF.
       ROT-SIT-CAR-ATRRD.
           READ CADATRIB NEXT RECORD
                AT END
                   GO TO ROT-SIT-CAR-ATRF
           END-READ
           IF ST-ERRO4 NOT = "00"
              GO TO ROT-SIT-CAR-ATRF.
           IF ATR-PLACA NOT = PLACA-CAR
              GO TO ROT-SIT-CAR-ATRF.
           IF ATR-DTFIM = ZEROS
              MOVE "F" TO W-SITNOVA
              GO TO ROT-SIT-CAR-ATRF.
           GO TO ROT-SIT-CAR-ATRRD.
       ROT-SIT-CAR-ATRF.
           CLOSE CADATRIB
           IF W-SITNOVA NOT = SPACES
              GO TO ROT-SIT-CAR-GRV.
       ROT-SIT-CAR-RSV.
           MOVE "E" TO W-SITNOVA
           OPEN INPUT CADRESRV
           IF ST-ERRO5 NOT = "00"
              GO TO ROT-SIT-CAR-GRV.
           MOVE PLACA-CAR TO RSV-PLACA
           READ CADRESRV
           IF ST-ERRO5 = "00" AND RSV-SIT = "A"
              MOVE "R" TO W-SITNOVA.
           CLOSE CADRESRV.
       ROT-SIT-CAR-GRV.
           MOVE W-REGSALVO TO REGSINIS
           READ CADCAR
           IF ST-ERRO2 NOT = "00"
              GO TO ROT-SIT-CAR-FIM.
           IF SIT-CAR = "V" OR SIT-CAR = "B"
              GO TO ROT-SIT-CAR-FIM.
           MOVE W-SITNOVA TO SIT-CAR
           REWRITE REGCAR.
       ROT-SIT-CAR-FIM.
           EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADCAR CADSINIS
           IF W-TEMMANUT = "S"
              CLOSE CADMANUT.
           IF W-TEMAPOL = "S"
              CLOSE CADAPOL.
           IF W-TEMFOR = "S"
              CLOSE CADFORN.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *
      *********************************************************
      * NOMES DA SEGURADORA (APOLICE DA PLACA VIGENTE NA DATA  *
      * DA OCORRENCIA) E DA OFICINA (MANUTENCAO DO REPARO) DO  *
      * SINISTRO EM TELA, PELO CADFORN; SEM CODIGO DE          *
      * FORNECEDOR VALE O NOME DIGITADO NO REGISTRO ANTIGO     *
      *********************************************************
       ROT-MOSTRA-FORN.
           MOVE SPACES TO W-NOMESEG W-NOMEOFIC
           IF W-TEMAPOL NOT = "S"
              GO TO ROT-MOSTRA-FORN-OFIC.
           MOVE SIN-DTOCOR TO W-DTOCOR8
           COMPUTE W-OCOR8 = (W-ANOOC * 10000) + (W-MESOC * 100)
                           + W-DIAOC
           MOVE SIN-PLACA TO APO-PLACA
           MOVE ZEROS TO APO-DTINI
           START CADAPOL KEY IS NOT LESS CHAVEAPOL
                 INVALID KEY
                    GO TO ROT-MOSTRA-FORN-OFIC.
       ROT-MOSTRA-FORN-APO.
           READ CADAPOL NEXT RECORD
                AT END
                   GO TO ROT-MOSTRA-FORN-OFIC
           END-READ
           IF ST-APOL NOT = "00" OR APO-PLACA NOT = SIN-PLACA
              GO TO ROT-MOSTRA-FORN-OFIC.
           COMPUTE W-INI8 = (APO-ANOINI * 10000)
                  + (APO-MESINI * 100) + APO-DIAINI
           COMPUTE W-FIM8 = (APO-ANOFIM * 10000)
                  + (APO-MESFIM * 100) + APO-DIAFIM
           IF W-OCOR8 < W-INI8 OR W-OCOR8 > W-FIM8
              GO TO ROT-MOSTRA-FORN-APO.
           MOVE APO-SEGURADORA TO W-NOMESEG
           IF APO-CODFORN NOT = ZEROS AND W-TEMFOR = "S"
              MOVE APO-CODFORN TO FOR-COD
              READ CADFORN
              IF ST-FOR = "00"
                 MOVE FOR-NOME TO W-NOMESEG.
       ROT-MOSTRA-FORN-OFIC.
           IF SIN-DTMANUT = ZEROS OR W-TEMMANUT NOT = "S"
              GO TO ROT-MOSTRA-FORN-FIM.
           MOVE SIN-PLACA   TO PLACA-M
           MOVE SIN-DTMANUT TO DTMANUT
           READ CADMANUT
           IF ST-ERRO3 NOT = "00"
              GO TO ROT-MOSTRA-FORN-FIM.
           MOVE OFICINA TO W-NOMEOFIC
           IF MNT-CODFORN NOT = ZEROS AND W-TEMFOR = "S"
              MOVE MNT-CODFORN TO FOR-COD
              READ CADFORN
              IF ST-FOR = "00"
                 MOVE FOR-NOME TO W-NOMEOFIC.
       ROT-MOSTRA-FORN-FIM.
           EXIT.
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
