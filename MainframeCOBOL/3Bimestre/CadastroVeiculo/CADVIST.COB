       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADVIST.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * VISTORIA DE ENTREGA E DEVOLUCAO DE VEICULO - A CADA SAIDA   *
      * (S) E VOLTA (V) DE UMA ATRIBUICAO (CADATRIB), RESERVA DO    *
      * POOL (CADAGEND) OU TEST-DRIVE (CADTESTE) REGISTRA DATA/HORA,*
      * ODOMETRO, NIVEL DE COMBUSTIVEL (0=RESERVA A 4=CHEIO), O     *
      * CHECKLIST PADRAO DE 14 ITENS (PNEUS, ESTEPE, MACACO,        *
      * TRIANGULO, DOCUMENTO E A LATARIA POR PAINEL) MARCADOS       *
      * O=OK, A=AVARIADO OU F=FALTANDO, E OBSERVACOES. A CHAVE E A  *
      * DO REGISTRO DE ORIGEM (PLACA, ORIGEM, DATA E HORA) + S/V.   *
      * RESPONSAVEL = FUNCIONARIO DA ATRIBUICAO/RESERVA OU VENDEDOR *
      * + PROSPECT DO TEST-DRIVE. A VOLTA EXIGE A SAIDA, PARTE DOS  *
      * ITENS DELA E MARCA AVARIA NOVA (VIS-AVNOVA = S) QUANDO UM   *
      * ITEM OK NA SAIDA VOLTA AVARIADO OU FALTANDO - SAI NO REL101.*
      * VISTORIA COM AVARIA PODE ABRIR NA HORA A AUTORIZACAO DE     *
      * REPARO (CADAUTMN, PENDENTE, VALOR A COMPLETAR NO CADAUTMN). *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLACA-CAR
                    FILE STATUS  IS ST-ERRO2.
      *
       SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFUNC
                    FILE STATUS  IS ST-ERRO3.
      *
       SELECT CADATRIB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEATRIB
                    FILE STATUS  IS ST-ATR.
      *
       SELECT CADAGEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEAGEND
                    FILE STATUS  IS ST-AGE.
      *
       SELECT CADTESTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVETESTE
                    FILE STATUS  IS ST-TST.
      *
       SELECT CADAUTMN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEAUTMN
                    FILE STATUS  IS ST-AUT.
      *
       SELECT CADVIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEVIST
                    FILE STATUS  IS ST-VIS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAR.DAT".
       01 REGCAR.
          03 PLACA-CAR     PIC X(7).
          03 NOMEPROP-CAR  PIC X(30).
          03 MARCA-CAR     PIC X(2).
          03 ANOFABC-CAR   PIC 9(4).
          03 COR-CAR       PIC 9(1).
          03 DTLICENC1-CAR PIC 9(08).
          03 DTSEGURO1-CAR PIC 9(08).
          03 MODELO-CAR    PIC 9(3).
          03 CHASSI-CAR    PIC X(17).
          03 RENAVAM-CAR   PIC 9(11).
          03 SIT-CAR       PIC X(1).
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
       FD CADAGEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGEND.DAT".
       01 REGAGEND.
          03 CHAVEAGEND.
             05 AGE-PLACA     PIC X(7).
             05 AGE-DATA.
                07 AGE-DIA    PIC 9(2).
                07 AGE-MES    PIC 9(2).
                07 AGE-ANO    PIC 9(4).
             05 AGE-HRINI     PIC 9(4).
          03 AGE-HRFIM        PIC 9(4).
          03 AGE-CODFUNC      PIC 9(5).
          03 AGE-FINALID      PIC X(30).
      *
       FD CADTESTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTESTE.DAT".
       01 REGTESTE.
          03 CHAVETESTE.
             05 TST-PLACA     PIC X(7).
             05 TST-DTSAIDA   PIC 9(8).
             05 TST-HRSAIDA   PIC 9(4).
          03 TST-PROSPECT     PIC X(30).
          03 TST-VENDEDOR     PIC 9(5).
          03 TST-KMSAIDA      PIC 9(7).
          03 TST-DTVOLTA      PIC 9(8).
          03 TST-HRVOLTA      PIC 9(4).
          03 TST-KMVOLTA      PIC 9(7).
          03 TST-SIT          PIC X(1).
      *
       FD CADAUTMN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUTMN.DAT".
       01 REGAUT.
          03 CHAVEAUTMN.
             05 AUT-PLACA     PIC X(7).
             05 AUT-SEQ       PIC 9(3).
          03 AUT-DESC         PIC X(40).
          03 AUT-OFICINA      PIC X(30).
          03 AUT-VLRESTIM     PIC 9(6)V99.
          03 AUT-SIT          PIC X(1).
          03 AUT-OPERAPRV     PIC 9(3).
          03 AUT-DTAPRV       PIC 9(8).
          03 AUT-CODFORN      PIC 9(5).
      *
       FD CADVIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVIST.DAT".
       01 REGVIST.
          03 CHAVEVIST.
             05 VIS-PLACA     PIC X(7).
             05 VIS-ORIGEM    PIC X(1).
             05 VIS-DTREF     PIC 9(8).
             05 VIS-HRREF     PIC 9(4).
             05 VIS-TIPO      PIC X(1).
          03 VIS-DATA.
             05 VIS-DIA       PIC 9(2).
             05 VIS-MES       PIC 9(2).
             05 VIS-ANO       PIC 9(4).
          03 VIS-HORA         PIC 9(4).
          03 VIS-KM           PIC 9(7).
          03 VIS-COMB         PIC 9(1).
          03 VIS-ITENS.
             05 VIS-ITEM      PIC X(1) OCCURS 14 TIMES.
          03 VIS-OBS          PIC X(60).
          03 VIS-CODFUNC      PIC 9(5).
          03 VIS-PROSPECT     PIC X(30).
          03 VIS-AVNOVA       PIC X(1).
          03 VIS-AUTSEQ       PIC 9(3).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(60) VALUE SPACES.
       77 LIMPA         PIC X(60) VALUE SPACES.
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ATR        PIC X(02) VALUE "00".
       01 ST-AGE        PIC X(02) VALUE "00".
       01 ST-TST        PIC X(02) VALUE "00".
       01 ST-AUT        PIC X(02) VALUE "00".
       01 ST-VIS        PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-TEMATR      PIC X(01) VALUE "N".
       01 W-TEMAGE      PIC X(01) VALUE "N".
       01 W-TEMTST      PIC X(01) VALUE "N".
       01 W-ACHOU       PIC X(01) VALUE "N".
       01 W-TEMSAIDA    PIC X(01) VALUE "N".
       01 W-ITENSOK     PIC X(01) VALUE "S".
       01 W-IND         PIC 9(02) VALUE ZEROS.
       01 W-QTDAVAR     PIC 9(02) VALUE ZEROS.
       01 W-QTDNOVA     PIC 9(02) VALUE ZEROS.
       01 W-CODRESP     PIC 9(05) VALUE ZEROS.
       01 W-NOMERESP    PIC X(35) VALUE SPACES.
       01 W-DESCORIG    PIC X(15) VALUE SPACES.
       01 W-KMORIG      PIC 9(07) VALUE ZEROS.
       01 W-KMVOLTA     PIC 9(07) VALUE ZEROS.
       01 W-SAI-KM      PIC 9(07) VALUE ZEROS.
       01 W-SAI-COMB    PIC 9(01) VALUE ZEROS.
       01 W-SAI-ITENS.
          03 W-SAI-ITEM PIC X(01) OCCURS 14 TIMES.
       01 W-REGVIST     PIC X(154) VALUE SPACES.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
          03 W-ANOHOJE  PIC 9(04).
          03 W-MESHOJE  PIC 9(02).
          03 W-DIAHOJE  PIC 9(02).
       01 W-HORA8       PIC 9(08) VALUE ZEROS.
       01 W-SEQAUT      PIC 9(03) VALUE ZEROS.
       01 W-DESCAUT.
          03 FILLER     PIC X(16) VALUE "AVARIA VISTORIA ".
          03 W-DA-TIPO  PIC X(06) VALUE SPACES.
          03 W-DA-DATA  PIC 99/99/9999.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 W-DA-ORIG  PIC X(07) VALUE SPACES.
       01 W-MENSAUT.
          03 FILLER     PIC X(25) VALUE "*** AUTORIZACAO DE REPARO".
          03 W-MA-SEQ   PIC ZZ9.
          03 FILLER     PIC X(32) VALUE
             " ABERTA - COMPLETE NO CADAUTMN".
       01 W-MENSNOVA.
          03 FILLER     PIC X(25) VALUE "AVARIA NOVA - RESPONSAVEL".
          03 FILLER     PIC X(01) VALUE SPACES.
          03 W-MN-NOME  PIC X(34) VALUE SPACES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TCADVIST.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** VISTORIA DE SAIDA/VOLTA DE VEICULO ***".
           05  LINE 04  COLUMN 01
               VALUE  "   PLACA DO VEICULO             :".
           05  LINE 05  COLUMN 01
               VALUE  "   ORIGEM (A=ATRIB G=AGENDA T=TEST-DRIVE) :".
           05  LINE 06  COLUMN 01
               VALUE  "   DATA DA ORIGEM (DDMMAAAA)    :".
           05  LINE 06  COLUMN 46
               VALUE  "HORA (HHMM) :".
           05  LINE 07  COLUMN 01
               VALUE  "   RESPONSAVEL                  :".
           05  LINE 08  COLUMN 01
               VALUE  "   PROSPECT (TEST-DRIVE)        :".
           05  LINE 09  COLUMN 01
               VALUE  "   TIPO (S=SAIDA V=VOLTA)       :".
           05  LINE 10  COLUMN 01
               VALUE  "   DATA DA VISTORIA (DDMMAAAA)  :".
           05  LINE 10  COLUMN 46
               VALUE  "HORA (HHMM) :".
           05  LINE 11  COLUMN 01
               VALUE  "   ODOMETRO (KM)                :".
           05  LINE 11  COLUMN 46
               VALUE  "COMBUSTIVEL (0 A 4) :".
           05  LINE 12  COLUMN 01
               VALUE  "   ITENS  (O=OK  A=AVARIADO  F=FALTANDO)".
           05  LINE 13  COLUMN 04
               VALUE  "PNEU DIANT. ESQUERDO :".
           05  LINE 14  COLUMN 04
               VALUE  "PNEU DIANT. DIREITO  :".
           05  LINE 15  COLUMN 04
               VALUE  "PNEU TRASEIRO ESQ.   :".
           05  LINE 16  COLUMN 04
               VALUE  "PNEU TRASEIRO DIR.   :".
           05  LINE 17  COLUMN 04
               VALUE  "ESTEPE               :".
           05  LINE 18  COLUMN 04
               VALUE  "MACACO/CHAVE DE RODA :".
           05  LINE 19  COLUMN 04
               VALUE  "TRIANGULO            :".
           05  LINE 13  COLUMN 40
               VALUE  "DOCUMENTO (CRLV)     :".
           05  LINE 14  COLUMN 40
               VALUE  "PARA-CHOQUE DIANT.   :".
           05  LINE 15  COLUMN 40
               VALUE  "PARA-CHOQUE TRASEIRO :".
           05  LINE 16  COLUMN 40
               VALUE  "LATERAL ESQUERDA     :".
           05  LINE 17  COLUMN 40
               VALUE  "LATERAL DIREITA      :".
           05  LINE 18  COLUMN 40
               VALUE  "CAPO / TETO          :".
           05  LINE 19  COLUMN 40
               VALUE  "VIDROS/RETROVISORES  :".
           05  LINE 20  COLUMN 01
               VALUE  "   OBS :".
           05  LINE 21  COLUMN 01
               VALUE  "   AVARIA NOVA NA VOLTA :".
           05  LINE 21  COLUMN 40
               VALUE  "AUTORIZACAO DE REPARO :".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TPLACA
               LINE 04  COLUMN 36  PIC X(07)
               USING  VIS-PLACA
               HIGHLIGHT.
           05  TORIGEM
               LINE 05  COLUMN 46  PIC X(01)
               USING  VIS-ORIGEM
               HIGHLIGHT.
           05  TDESCORIG
               LINE 05  COLUMN 49  PIC X(15)
               FROM   W-DESCORIG
               HIGHLIGHT.
           05  TDTREF
               LINE 06  COLUMN 36  PIC 9(08)
               USING  VIS-DTREF
               HIGHLIGHT.
           05  THRREF
               LINE 06  COLUMN 60  PIC 9(04)
               USING  VIS-HRREF
               HIGHLIGHT.
           05  TCODRESP
               LINE 07  COLUMN 36  PIC 9(05)
               FROM   W-CODRESP
               HIGHLIGHT.
           05  TNOMERESP
               LINE 07  COLUMN 42  PIC X(35)
               FROM   W-NOMERESP
               HIGHLIGHT.
           05  TPROSPECT
               LINE 08  COLUMN 36  PIC X(30)
               FROM   VIS-PROSPECT
               HIGHLIGHT.
           05  TTIPO
               LINE 09  COLUMN 36  PIC X(01)
               USING  VIS-TIPO
               HIGHLIGHT.
           05  TDATA
               LINE 10  COLUMN 36  PIC 9(08)
               USING  VIS-DATA
               HIGHLIGHT.
           05  THORA
               LINE 10  COLUMN 60  PIC 9(04)
               USING  VIS-HORA
               HIGHLIGHT.
           05  TKM
               LINE 11  COLUMN 36  PIC 9(07)
               USING  VIS-KM
               HIGHLIGHT.
           05  TCOMB
               LINE 11  COLUMN 68  PIC 9(01)
               USING  VIS-COMB
               HIGHLIGHT.
           05  TIT01
               LINE 13  COLUMN 27  PIC X(01)
               USING  VIS-ITEM (1)
               HIGHLIGHT.
           05  TIT02
               LINE 14  COLUMN 27  PIC X(01)
               USING  VIS-ITEM (2)
               HIGHLIGHT.
           05  TIT03
               LINE 15  COLUMN 27  PIC X(01)
               USING  VIS-ITEM (3)
               HIGHLIGHT.
           05  TIT04
               LINE 16  COLUMN 27  PIC X(01)
               USING  VIS-ITEM (4)
               HIGHLIGHT.
           05  TIT05
               LINE 17  COLUMN 27  PIC X(01)
               USING  VIS-ITEM (5)
               HIGHLIGHT.
           05  TIT06
               LINE 18  COLUMN 27  PIC X(01)
               USING  VIS-ITEM (6)
               HIGHLIGHT.
           05  TIT07
               LINE 19  COLUMN 27  PIC X(01)
               USING  VIS-ITEM (7)
               HIGHLIGHT.
           05  TIT08
               LINE 13  COLUMN 63  PIC X(01)
               USING  VIS-ITEM (8)
               HIGHLIGHT.
           05  TIT09
               LINE 14  COLUMN 63  PIC X(01)
               USING  VIS-ITEM (9)
               HIGHLIGHT.
           05  TIT10
               LINE 15  COLUMN 63  PIC X(01)
               USING  VIS-ITEM (10)
               HIGHLIGHT.
           05  TIT11
               LINE 16  COLUMN 63  PIC X(01)
               USING  VIS-ITEM (11)
               HIGHLIGHT.
           05  TIT12
               LINE 17  COLUMN 63  PIC X(01)
               USING  VIS-ITEM (12)
               HIGHLIGHT.
           05  TIT13
               LINE 18  COLUMN 63  PIC X(01)
               USING  VIS-ITEM (13)
               HIGHLIGHT.
           05  TIT14
               LINE 19  COLUMN 63  PIC X(01)
               USING  VIS-ITEM (14)
               HIGHLIGHT.
           05  TOBS
               LINE 20  COLUMN 10  PIC X(60)
               USING  VIS-OBS
               HIGHLIGHT.
           05  TAVNOVA
               LINE 21  COLUMN 27  PIC X(01)
               FROM   VIS-AVNOVA
               HIGHLIGHT.
           05  TAUTSEQ
               LINE 21  COLUMN 64  PIC 9(03)
               FROM   VIS-AUTSEQ
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN INPUT CADCAR
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADFUNC
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCAR
              GO TO ROT-FIM2.
      *    ARQUIVOS DE ORIGEM - O QUE NAO EXISTE SO RECUSA A ORIGEM
       R0A.
           MOVE "S" TO W-TEMATR W-TEMAGE W-TEMTST
           OPEN INPUT CADATRIB
           IF ST-ATR NOT = "00"
              MOVE "N" TO W-TEMATR.
           OPEN INPUT CADAGEND
           IF ST-AGE NOT = "00"
              MOVE "N" TO W-TEMAGE.
           OPEN INPUT CADTESTE
           IF ST-TST NOT = "00"
              MOVE "N" TO W-TEMTST.
       R0B.
           OPEN I-O CADAUTMN
           IF ST-AUT NOT = "00"
              IF ST-AUT = "30"
                 OPEN OUTPUT CADAUTMN
                 CLOSE CADAUTMN
                 MOVE "*** ARQUIVO CADAUTMN FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0B
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADAUTMN" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0C.
           OPEN I-O CADVIST
           IF ST-VIS NOT = "00"
              IF ST-VIS = "30"
                 OPEN OUTPUT CADVIST
                 CLOSE CADVIST
                 MOVE "*** ARQUIVO CADVIST FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0C
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADVIST" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE SPACES TO VIS-PLACA VIS-ORIGEM VIS-TIPO VIS-ITENS
           MOVE SPACES TO VIS-OBS VIS-PROSPECT VIS-AVNOVA
           MOVE SPACES TO W-NOMERESP W-DESCORIG
           MOVE ZEROS TO VIS-DTREF VIS-HRREF VIS-DATA VIS-HORA
           MOVE ZEROS TO VIS-KM VIS-COMB VIS-CODFUNC VIS-AUTSEQ
           MOVE ZEROS TO W-CODRESP W-SEL
           DISPLAY TCADVIST.
      *
       R2.
           ACCEPT TPLACA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF VIS-PLACA = SPACES
                   GO TO R2.
       LER-CADCAR.
           MOVE VIS-PLACA TO PLACA-CAR
           READ CADCAR
           IF ST-ERRO2 NOT = "00"
              MOVE "*** VEICULO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
       R3.
           ACCEPT TORIGEM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF VIS-ORIGEM NOT = "A" AND VIS-ORIGEM NOT = "G"
                                   AND VIS-ORIGEM NOT = "T"
              MOVE "ORIGEM DEVE SER A, G OU T" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF VIS-ORIGEM = "A"
              MOVE "ATRIBUICAO" TO W-DESCORIG.
           IF VIS-ORIGEM = "G"
              MOVE "AGENDA DO POOL" TO W-DESCORIG.
           IF VIS-ORIGEM = "T"
              MOVE "TEST-DRIVE" TO W-DESCORIG.
           DISPLAY TDESCORIG.
       R4.
           ACCEPT TDTREF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF VIS-DTREF = ZEROS
                   GO TO R4.
      *    A ATRIBUICAO E SO POR DATA; AGENDA E TEST-DRIVE TEM HORA
           IF VIS-ORIGEM = "A"
              MOVE ZEROS TO VIS-HRREF
              DISPLAY THRREF
              GO TO R4B.
       R4A.
           ACCEPT THRREF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
       R4B.
           PERFORM ROT-LE-ORIGEM THRU ROT-LE-ORIGEM-FIM
           IF W-ACHOU NOT = "S"
              MOVE "*** REGISTRO DE ORIGEM NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           DISPLAY TCODRESP TNOMERESP.
       R5.
           ACCEPT TTIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF VIS-TIPO NOT = "S" AND VIS-TIPO NOT = "V"
              MOVE "TIPO DEVE SER S=SAIDA OU V=VOLTA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       LER-CADVIST.
           READ CADVIST
           IF ST-VIS NOT = "23"
              IF ST-VIS = "00"
                 DISPLAY TCADVIST
                 MOVE "*** VISTORIA JA CADASTRADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADVIST" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
      *********************************************************
      * VISTORIA NOVA: A VOLTA PARTE DOS ITENS, COMBUSTIVEL E  *
      * KM DA SAIDA; A SAIDA PARTE DE TUDO OK E TANQUE CHEIO.  *
      * DATA E HORA DE HOJE                                    *
      *********************************************************
           MOVE W-CODRESP TO VIS-CODFUNC
           IF VIS-ORIGEM NOT = "T"
              MOVE SPACES TO VIS-PROSPECT.
           MOVE SPACES TO VIS-OBS VIS-AVNOVA
           MOVE ZEROS TO VIS-AUTSEQ
           IF VIS-TIPO = "V"
              PERFORM ROT-LE-SAIDA THRU ROT-LE-SAIDA-FIM
              IF W-TEMSAIDA NOT = "S"
                 MOVE "*** VISTORIA DE SAIDA NAO REGISTRADA ***"
                                                        TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R5
              END-IF
              MOVE W-SAI-ITENS TO VIS-ITENS
              MOVE W-SAI-COMB  TO VIS-COMB
              MOVE W-SAI-KM    TO VIS-KM
              IF W-KMVOLTA > W-SAI-KM
                 MOVE W-KMVOLTA TO VIS-KM
              END-IF
           ELSE
              MOVE ALL "O" TO VIS-ITENS
              MOVE 4 TO VIS-COMB
              MOVE W-KMORIG TO VIS-KM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-DIAHOJE TO VIS-DIA
           MOVE W-MESHOJE TO VIS-MES
           MOVE W-ANOHOJE TO VIS-ANO
           ACCEPT W-HORA8 FROM TIME
           MOVE W-HORA8 (1:4) TO VIS-HORA
           DISPLAY TCADVIST.
      *
       R6.
           ACCEPT TDATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF VIS-DIA < 01 OR VIS-DIA > 31 OR VIS-MES < 01
              OR VIS-MES > 12 OR VIS-ANO = ZEROS
              MOVE "DATA DA VISTORIA INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
       R6A.
           ACCEPT THORA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF VIS-HORA > 2359 OR VIS-HORA (3:2) > "59"
              MOVE "HORA INVALIDA (HHMM)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6A.
       R7.
           ACCEPT TKM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6A.
           IF VIS-TIPO = "V" AND W-TEMSAIDA = "S"
                             AND VIS-KM < W-SAI-KM
              MOVE "*** ODOMETRO MENOR QUE O DA SAIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
       R8.
           ACCEPT TCOMB
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF VIS-COMB > 4
              MOVE "COMBUSTIVEL: 0=RESERVA 1=1/4 2=1/2 3=3/4 4=CHEIO"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
       R9.
           ACCEPT TIT01
           ACCEPT TIT02
           ACCEPT TIT03
           ACCEPT TIT04
           ACCEPT TIT05
           ACCEPT TIT06
           ACCEPT TIT07
           ACCEPT TIT08
           ACCEPT TIT09
           ACCEPT TIT10
           ACCEPT TIT11
           ACCEPT TIT12
           ACCEPT TIT13
           ACCEPT TIT14
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           MOVE "S" TO W-ITENSOK
           PERFORM ROT-VAL-ITEM THRU ROT-VAL-ITEM-FIM
                   VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 14
           IF W-ITENSOK NOT = "S"
              MOVE "ITENS: O=OK  A=AVARIADO  F=FALTANDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
       R10.
           ACCEPT TOBS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R9.
      *    NA VOLTA: CONFRONTO ITEM A ITEM COM A SAIDA
           IF VIS-TIPO = "V"
              PERFORM ROT-COMPARA THRU ROT-COMPARA-FIM
              DISPLAY TAVNOVA
              IF VIS-AVNOVA = "S"
                 MOVE W-NOMERESP TO W-MN-NOME
                 IF VIS-ORIGEM = "T"
                    MOVE VIS-PROSPECT TO W-MN-NOME
                 END-IF
                 MOVE W-MENSNOVA TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (22, 20) "DADOS OK (S/N) : ".
                ACCEPT (22, 39) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R10.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGVIST
                IF ST-VIS = "00" OR "02"
                      MOVE "*** VISTORIA GRAVADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      PERFORM ROT-REPARO THRU ROT-REPARO-FIM
                      GO TO R1.
                IF ST-VIS = "22"
                  MOVE "* VISTORIA JA EXISTE, NAO GRAVADA *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADVIST"
                                   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (22, 10)
                     "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (22, 53) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (22, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1.
                IF W-OPCAO = "A"
                   MOVE 1 TO W-SEL
                   MOVE "N" TO W-TEMSAIDA
                   IF VIS-TIPO = "V"
                      PERFORM ROT-LE-SAIDA THRU ROT-LE-SAIDA-FIM
                   END-IF
                   GO TO R6.
      *
       EXC-OPC.
                DISPLAY (22, 35) "EXCLUIR   (S/N) : ".
                ACCEPT (22, 53) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** VISTORIA NAO EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
      *    A SAIDA SO SAI SE A VOLTA JA NAO ESTIVER REGISTRADA
                IF VIS-TIPO = "S"
                   MOVE REGVIST TO W-REGVIST
                   MOVE "V" TO VIS-TIPO
                   READ CADVIST
                   MOVE W-REGVIST TO REGVIST
                   IF ST-VIS = "00"
                      MOVE "*** EXCLUA ANTES A VISTORIA DE VOLTA ***"
                                                        TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
       EXC-DL1.
                DELETE CADVIST RECORD
                IF ST-VIS = "00"
                   MOVE "*** VISTORIA EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DA VISTORIA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (22, 36) "ALTERAR  (S/N) : ".
                ACCEPT (22, 53) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R10.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGVIST
                IF ST-VIS = "00" OR "02"
                   MOVE "*** VISTORIA ALTERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM ROT-REPARO THRU ROT-REPARO-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DA VISTORIA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *********************************************************
      * LE O REGISTRO DE ORIGEM DA VISTORIA E DEVOLVE O        *
      * RESPONSAVEL (W-CODRESP/W-NOMERESP, PROSPECT NO TEST-   *
      * DRIVE) E O KM DE ENTREGA/VOLTA QUE ELE JA TENHA        *
      *********************************************************
       ROT-LE-ORIGEM.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO W-CODRESP W-KMORIG W-KMVOLTA
           MOVE SPACES TO W-NOMERESP
           IF VIS-ORIGEM = "A"
              IF W-TEMATR NOT = "S"
                 GO TO ROT-LE-ORIGEM-FIM
              END-IF
              MOVE VIS-PLACA TO ATR-PLACA
              MOVE VIS-DTREF TO ATR-DTINI
              READ CADATRIB
              IF ST-ATR NOT = "00"
                 GO TO ROT-LE-ORIGEM-FIM
              END-IF
              MOVE ATR-CODFUNC   TO W-CODRESP
              MOVE ATR-KMENTREGA TO W-KMORIG.
           IF VIS-ORIGEM = "G"
              IF W-TEMAGE NOT = "S"
                 GO TO ROT-LE-ORIGEM-FIM
              END-IF
              MOVE VIS-PLACA TO AGE-PLACA
              MOVE VIS-DTREF TO AGE-DATA
              MOVE VIS-HRREF TO AGE-HRINI
              READ CADAGEND
              IF ST-AGE NOT = "00"
                 GO TO ROT-LE-ORIGEM-FIM
              END-IF
              MOVE AGE-CODFUNC TO W-CODRESP.
           IF VIS-ORIGEM = "T"
              IF W-TEMTST NOT = "S"
                 GO TO ROT-LE-ORIGEM-FIM
              END-IF
              MOVE VIS-PLACA TO TST-PLACA
              MOVE VIS-DTREF TO TST-DTSAIDA
              MOVE VIS-HRREF TO TST-HRSAIDA
              READ CADTESTE
              IF ST-TST NOT = "00"
                 GO TO ROT-LE-ORIGEM-FIM
              END-IF
              MOVE TST-VENDEDOR TO W-CODRESP
              MOVE TST-PROSPECT TO VIS-PROSPECT
              MOVE TST-KMSAIDA  TO W-KMORIG
              MOVE TST-KMVOLTA  TO W-KMVOLTA.
           MOVE "S" TO W-ACHOU
           MOVE "*** NAO CADASTRADO ***" TO W-NOMERESP
           MOVE W-CODRESP TO CODFUNC
           READ CADFUNC
           IF ST-ERRO3 = "00"
              MOVE NOME TO W-NOMERESP.
           DISPLAY TPROSPECT.
       ROT-LE-ORIGEM-FIM.
           EXIT.
      *
      *********************************************************
      * GUARDA ITENS, COMBUSTIVEL E KM DA VISTORIA DE SAIDA DO *
      * MESMO REGISTRO DE ORIGEM (W-TEMSAIDA = S SE EXISTE)    *
      *********************************************************
       ROT-LE-SAIDA.
           MOVE "N" TO W-TEMSAIDA
           MOVE REGVIST TO W-REGVIST
           MOVE "S" TO VIS-TIPO
           READ CADVIST
           IF ST-VIS = "00"
              MOVE "S" TO W-TEMSAIDA
              MOVE VIS-ITENS TO W-SAI-ITENS
              MOVE VIS-COMB  TO W-SAI-COMB
              MOVE VIS-KM    TO W-SAI-KM.
           MOVE W-REGVIST TO REGVIST.
       ROT-LE-SAIDA-FIM.
           EXIT.
      *
       ROT-VAL-ITEM.
           IF VIS-ITEM (W-IND) = "o"
              MOVE "O" TO VIS-ITEM (W-IND).
           IF VIS-ITEM (W-IND) = "a"
              MOVE "A" TO VIS-ITEM (W-IND).
           IF VIS-ITEM (W-IND) = "f"
              MOVE "F" TO VIS-ITEM (W-IND).
           IF VIS-ITEM (W-IND) NOT = "O" AND NOT = "A" AND NOT = "F"
              MOVE "N" TO W-ITENSOK.
       ROT-VAL-ITEM-FIM.
           EXIT.
      *
      *********************************************************
      * AVARIA NOVA: ITEM OK NA SAIDA QUE VOLTOU AVARIADO OU   *
      * FALTANDO                                               *
      *********************************************************
       ROT-COMPARA.
           MOVE "N" TO VIS-AVNOVA
           MOVE ZEROS TO W-QTDNOVA
           IF W-TEMSAIDA NOT = "S"
              GO TO ROT-COMPARA-FIM.
           PERFORM ROT-COMPARA-ITEM THRU ROT-COMPARA-ITEM-FIM
                   VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 14
           IF W-QTDNOVA > ZEROS
              MOVE "S" TO VIS-AVNOVA.
       ROT-COMPARA-FIM.
           EXIT.
       ROT-COMPARA-ITEM.
           IF W-SAI-ITEM (W-IND) = "O" AND VIS-ITEM (W-IND) NOT = "O"
              ADD 1 TO W-QTDNOVA.
       ROT-COMPARA-ITEM-FIM.
           EXIT.
      *
      *********************************************************
      * VISTORIA COM ITEM AVARIADO OU FALTANDO E AINDA SEM     *
      * AUTORIZACAO: OFERECE ABRIR A AUTORIZACAO DE REPARO NO  *
      * CADAUTMN (PROXIMA SEQUENCIA DA PLACA, PENDENTE, SEM    *
      * VALOR - O ORCAMENTO E A OFICINA SAO COMPLETADOS LA) E  *
      * GUARDA O NUMERO NA VISTORIA                            *
      *********************************************************
       ROT-REPARO.
           IF VIS-AUTSEQ NOT = ZEROS
              GO TO ROT-REPARO-FIM.
           MOVE ZEROS TO W-QTDAVAR
           PERFORM ROT-CONTA-AVAR THRU ROT-CONTA-AVAR-FIM
                   VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 14
           IF W-QTDAVAR = ZEROS
              GO TO ROT-REPARO-FIM.
       ROT-REPARO-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (22, 13) "ABRIR AUTORIZACAO DE REPARO (S/N) : "
           ACCEPT (22, 50) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              GO TO ROT-REPARO-FIM.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO ROT-REPARO-OPC.
           MOVE ZEROS TO W-SEQAUT
           MOVE VIS-PLACA TO AUT-PLACA
           MOVE ZEROS     TO AUT-SEQ
           START CADAUTMN KEY IS NOT LESS CHAVEAUTMN
                 INVALID KEY
                    GO TO ROT-REPARO-GRV.
       ROT-REPARO-RD.
           READ CADAUTMN NEXT RECORD
                AT END
                   GO TO ROT-REPARO-GRV
           END-READ
           IF ST-AUT NOT = "00" OR AUT-PLACA NOT = VIS-PLACA
              GO TO ROT-REPARO-GRV.
           MOVE AUT-SEQ TO W-SEQAUT
           GO TO ROT-REPARO-RD.
       ROT-REPARO-GRV.
           ADD 1 TO W-SEQAUT
           MOVE VIS-PLACA TO AUT-PLACA
           MOVE W-SEQAUT  TO AUT-SEQ
           MOVE "SAIDA " TO W-DA-TIPO
           IF VIS-TIPO = "V"
              MOVE "VOLTA " TO W-DA-TIPO.
           MOVE VIS-DATA TO W-DA-DATA
           MOVE "ATRIB" TO W-DA-ORIG
           IF VIS-ORIGEM = "G"
              MOVE "AGENDA" TO W-DA-ORIG.
           IF VIS-ORIGEM = "T"
              MOVE "TESTE" TO W-DA-ORIG.
           MOVE W-DESCAUT TO AUT-DESC
           MOVE SPACES TO AUT-OFICINA
           MOVE "P" TO AUT-SIT
           MOVE ZEROS TO AUT-VLRESTIM AUT-OPERAPRV AUT-DTAPRV
           MOVE ZEROS TO AUT-CODFORN
           WRITE REGAUT
           IF ST-AUT = "22"
              GO TO ROT-REPARO-GRV.
           IF ST-AUT NOT = "00" AND ST-AUT NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADAUTMN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-REPARO-FIM.
           MOVE W-SEQAUT TO VIS-AUTSEQ
           REWRITE REGVIST
           DISPLAY TAUTSEQ
           MOVE W-SEQAUT TO W-MA-SEQ
           MOVE W-MENSAUT TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-REPARO-FIM.
           EXIT.
       ROT-CONTA-AVAR.
           IF VIS-ITEM (W-IND) NOT = "O"
              ADD 1 TO W-QTDAVAR.
       ROT-CONTA-AVAR-FIM.
           EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADCAR CADFUNC CADAUTMN CADVIST
           IF W-TEMATR = "S"
              CLOSE CADATRIB.
           IF W-TEMAGE = "S"
              CLOSE CADAGEND.
           IF W-TEMTST = "S"
              CLOSE CADTESTE.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
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
