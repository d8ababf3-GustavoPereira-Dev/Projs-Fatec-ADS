      * AUTOMATICAMENTE PELA FOLHA (FPP005/FPP006), RESPEITANDO O    *
      * PERCENTUAL MAXIMO COMPROMETIVEL DO LIQUIDO (PARAMETRO 009    *
      * DE CADPARAM, PADRAO 30). POSICAO DOS SALDOS NO REL031.       *
      * CADA CONTRATO APONTA PARA O SEU CREDOR (CADCRED); A FOLHA    *
      * GRAVA NO CONTRATO A PARCELA DEVIDA E A DESCONTADA NO MES,    *
      * BASE DO REPASSE POR CREDOR DO REL073.                        *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECONSG
                    FILE STATUS  IS ST-ERRO.
      *
       SELECT CADCRED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRED-COD
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 LIMPA         PIC X(60) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.

      *-----------------------------------------------------------------
               VALUE  "   NOME DO FUNCIONARIO         :".
           05  LINE 07  COLUMN 01
               VALUE  "   NUMERO DO CONTRATO          :".
           05  LINE 08  COLUMN 01
               VALUE  "   CREDOR (CADCRED)            :".
           05  LINE 09  COLUMN 01
               VALUE  "   DATA DO CONTRATO (DDMMAAAA) :".
           05  LINE 10  COLUMN 01
               LINE 07  COLUMN 35  PIC 9(03)
               USING  CSG-CONTRATO
               HIGHLIGHT.
           05  TCREDOR
               LINE 08  COLUMN 35  PIC 9(03)
               USING  CSG-CREDOR
               HIGHLIGHT.
           05  TNOMECRED
               LINE 08  COLUMN 40  PIC X(30)
               USING  CRED-NOME
               HIGHLIGHT.
           05  TDTCONTRATO
               LINE 09  COLUMN 35  PIC 9(08)
               USING  CSG-DTCONTRATO
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0B.
           OPEN INPUT CADCRED
           IF ST-ERRO3 NOT = "00"
              MOVE "CADASTRE OS CREDORES NO CADCRED ANTES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE SPACES TO NOME CSG-SIT CSG-CORTE CRED-NOME
           MOVE ZEROS TO CSG-CODFUNC CSG-CONTRATO CSG-DTCONTRATO
           MOVE ZEROS TO CSG-VLRPRINC CSG-QTDPARC CSG-VLRPARC
           MOVE ZEROS TO CSG-PARCPAGAS CSG-SALDO CSG-ANOMESULT W-SEL
           MOVE ZEROS TO CSG-CREDOR CSG-ANOMESREP CSG-PARCDEV
           MOVE ZEROS TO CSG-VLRDESC
           DISPLAY TCADCONSG.
      *
       R2.
           READ CADCONSG
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 PERFORM ROT-LER-CRED THRU ROT-LER-CRED-FIM
                 DISPLAY TCADCONSG
                 MOVE "*** CONTRATO JA CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
                 NEXT SENTENCE.
      *
       R3A.
           ACCEPT TCREDOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF CSG-CREDOR = ZEROS
                   GO TO R3A.
           PERFORM ROT-LER-CRED THRU ROT-LER-CRED-FIM
           IF ST-ERRO3 NOT = "00"
              MOVE "*** CREDOR NAO CADASTRADO NO CADCRED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3A.
           DISPLAY TNOMECRED.
       R4.
           ACCEPT TDTCONTRATO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3A.
           IF CSG-DTCONTRATO = ZEROS
                   GO TO R4.
       R5.
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      GO TO R3A.
      *
       EXC-OPC.
                DISPLAY (22, 35) "EXCLUIR   (S/N) : ".
                GO TO ROT-FIM.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADFUNC CADCONSG CADCRED.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *---------[ LEITURA DO CREDOR DO CONTRATO ]----------
       ROT-LER-CRED.
           MOVE CSG-CREDOR TO CRED-COD
           READ CADCRED
           IF ST-ERRO3 NOT = "00"
              MOVE SPACES TO CRED-NOME.
       ROT-LER-CRED-FIM.
           EXIT.
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
