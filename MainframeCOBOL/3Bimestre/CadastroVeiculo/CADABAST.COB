      * LITROS, O VALOR, O ODOMETRO E O POSTO DE CADA ABASTECIMENTO  *
      * DE UM CARRO JA CADASTRADO EM CADCAR (MESMA VALIDACAO DO      *
      * CADMANUT). O CONSUMO KM/LITRO E CUSTO/KM SAI NO REL040.      *
      * O POSTO E INFORMADO PELO CODIGO DO FORNECEDOR (CADFORN,      *
      * TIPO P ATIVO) E O NOME E COPIADO PARA ABA-POSTO.             *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
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
       SELECT CADCAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
          03 COR-CAR       PIC 9(1).
          03 DTLICENC1-CAR PIC 9(08).
          03 DTSEGURO1-CAR PIC 9(08).
          03 MODELO-CAR    PIC 9(3).
          03 CHASSI-CAR    PIC X(17).
          03 RENAVAM-CAR   PIC 9(11).
          03 SIT-CAR       PIC X(1).
      *
       FD CADABAST
               LABEL RECORD IS STANDARD
          03 ABA-KM           PIC 9(7).
          03 ABA-POSTO        PIC X(20).
          03 ABA-CONCIL       PIC X(1).
          03 ABA-CODFORN      PIC 9(5).
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
       FD CADMANUT
               LABEL RECORD IS STANDARD
          03 OFICINA          PIC X(30).
          03 VALORMANUT       PIC 9(6)V99.
          03 MNT-AUTSEQ       PIC 9(3).
          03 MNT-CODFORN      PIC 9(5).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 ST-MNT        PIC X(02) VALUE "00".
       01 ST-FOR        PIC X(02) VALUE "00".
       01 W-TEMMNT      PIC X(01) VALUE "N".
       01 W-MAXKM       PIC 9(07) VALUE ZEROS.
       01 W-PLACAKM     PIC X(07) VALUE SPACES.
           05  LINE 14  COLUMN 01
               VALUE  "   ODOMETRO (KM)              :".
           05  LINE 15  COLUMN 01
               VALUE  "   POSTO (CODIGO)             :".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TPLACA
               LINE 14  COLUMN 34  PIC 9(07)
               USING  ABA-KM
               HIGHLIGHT.
           05  TCODFORN
               LINE 15  COLUMN 34  PIC 9(05)
               USING  ABA-CODFORN
               HIGHLIGHT.
           05  TPOSTO
               LINE 15  COLUMN 41  PIC X(20)
               USING  ABA-POSTO
               HIGHLIGHT.
      *-----------------------------------------------------------------
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADFORN
           IF ST-FOR NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFORN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R0A.
           OPEN I-O CADABAST
           IF ST-ERRO NOT = "00"
           MOVE SPACES TO ABA-PLACA
           MOVE ZEROS TO ABA-ANO ABA-MES ABA-DIA
           MOVE ZEROS TO ABA-LITROS ABA-VALOR ABA-KM W-SEL
           MOVE ZEROS TO ABA-CODFORN
           MOVE "M" TO ABA-CONCIL
           DISPLAY TCADABAST.
      *
              MOVE "ATENCAO: KM ABAIXO DA ULTIMA LEITURA (REL064)"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *    POSTO PELO CODIGO DO FORNECEDOR (CADFORN TIPO P)
       R9.
           ACCEPT TCODFORN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           MOVE ABA-CODFORN TO FOR-COD
           READ CADFORN
           IF ST-FOR NOT = "00"
              MOVE "*** FORNECEDOR NAO CADASTRADO EM CADFORN ***"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
           IF FOR-TIPO NOT = "P"
              MOVE "*** FORNECEDOR NAO E POSTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
           IF FOR-SIT = "I"
              MOVE "*** FORNECEDOR INATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
           MOVE FOR-NOME TO ABA-POSTO
           DISPLAY TPOSTO.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
           IF W-TEMMNT = "S"
              CLOSE CADMANUT.
       ROT-FIM0.
           CLOSE CADCAR CADABAST CADFORN.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
