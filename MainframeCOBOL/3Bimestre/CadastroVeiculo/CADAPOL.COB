      * DATA DE RENOVACAO; AQUI FICA O CONTRATO INTEIRO, E A        *
      * SINISTRALIDADE ANUAL POR SEGURADORA (PREMIOS X SINISTROS    *
      * DO CADSINIS X REPAROS DO CADMANUT) SAI NO REL062 PARA A     *
      * NEGOCIACAO DE RENOVACAO. A SEGURADORA E INFORMADA PELO      *
      * CODIGO DO FORNECEDOR (CADFORN, TIPO S ATIVO) E O NOME E      *
      * COPIADO PARA APO-SEGURADORA.                                *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLACA-CAR
                    FILE STATUS  IS ST-ERRO2.
      *
       SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-COD
                    FILE STATUS  IS ST-FOR
                    ALTERNATE RECORD KEY IS FOR-NOME
                                   WITH DUPLICATES.
      *
       SELECT CADAPOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
          03 COR-CAR       PIC 9(1).
          03 DTLICENC-CAR  PIC 9(8).
          03 DTSEGURO-CAR  PIC 9(8).
          03 MODELO-CAR    PIC 9(3).
          03 CHASSI-CAR    PIC X(17).
          03 RENAVAM-CAR   PIC 9(11).
          03 SIT-CAR       PIC X(1).
      *
       FD CADAPOL
               LABEL RECORD IS STANDARD
          03 APO-PREMIO       PIC 9(8)V99.
          03 APO-DTFIM        PIC 9(8).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 LIMPA         PIC X(60) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-FOR        PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.

      *-----------------------------------------------------------------
           05  LINE 06  COLUMN 01
               VALUE  "   INICIO VIGENCIA (DDMMAAAA)  :".
           05  LINE 08  COLUMN 01
               VALUE  "   SEGURADORA (CODIGO)         :".
           05  LINE 09  COLUMN 01
               VALUE  "   NUMERO DA APOLICE           :".
           05  LINE 11  COLUMN 01
               VALUE  "   FIM VIGENCIA (DDMMAAAA)     :".
           05  LINE 13  COLUMN 01
               VALUE  "   QTD DE PARCELAS             :".
           05  LINE 15  COLUMN 01
               VALUE  "   CHASSI DO VEICULO           :".
           05  LINE 16  COLUMN 01
               VALUE  "   RENAVAM                     :".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TPLACA
               LINE 06  COLUMN 35  PIC 9(08)
               USING  APO-DTINI
               HIGHLIGHT.
           05  TCODFORN
               LINE 08  COLUMN 35  PIC 9(05)
               USING  APO-CODFORN
               HIGHLIGHT.
           05  TSEGURADORA
               LINE 08  COLUMN 42  PIC X(20)
               USING  APO-SEGURADORA
               HIGHLIGHT.
           05  TNUMERO
               LINE 13  COLUMN 35  PIC 9(02)
               USING  APO-QTDPARC
               HIGHLIGHT.
           05  TCHASSI
               LINE 15  COLUMN 35  PIC X(17)
               USING  CHASSI-CAR.
           05  TRENAVAM
               LINE 16  COLUMN 35  PIC 9(11)
               USING  RENAVAM-CAR.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADFORN
           IF ST-FOR NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFORN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R0A.
           OPEN I-O CADAPOL
           IF ST-ERRO NOT = "00"
       R1.
           MOVE SPACES TO APO-PLACA APO-SEGURADORA APO-NUMERO
           MOVE ZEROS TO APO-DTINI APO-PREMIO APO-DTFIM
           MOVE ZEROS TO APO-QTDPARC APO-CODFORN W-SEL
           MOVE SPACES TO CHASSI-CAR
           MOVE ZEROS TO RENAVAM-CAR
           DISPLAY TCADAPOL.
      *
       R2.
              MOVE "*** VEICULO NAO CADASTRADO EM CADCAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY TCHASSI TRENAVAM
           IF CHASSI-CAR = SPACES OR RENAVAM-CAR = ZEROS
              MOVE "VEICULO SEM CHASSI/RENAVAM - COMPLETE NO CADVEN"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R3.
           ACCEPT TDTINI
           ACCEPT W-ACT FROM ESCAPE KEY
           ELSE
                 NEXT SENTENCE.
      *
      *    SEGURADORA PELO CODIGO DO FORNECEDOR (CADFORN TIPO S)
       R4.
           ACCEPT TCODFORN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           MOVE APO-CODFORN TO FOR-COD
           READ CADFORN
           IF ST-FOR NOT = "00"
              MOVE "*** FORNECEDOR NAO CADASTRADO EM CADFORN ***"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF FOR-TIPO NOT = "S"
              MOVE "*** FORNECEDOR NAO E SEGURADORA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF FOR-SIT = "I"
              MOVE "*** FORNECEDOR INATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE FOR-NOME TO APO-SEGURADORA
           DISPLAY TSEGURADORA.
       R5.
           ACCEPT TNUMERO
           ACCEPT W-ACT FROM ESCAPE KEY
                GO TO ROT-FIM.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADCAR CADAPOL CADFORN.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
