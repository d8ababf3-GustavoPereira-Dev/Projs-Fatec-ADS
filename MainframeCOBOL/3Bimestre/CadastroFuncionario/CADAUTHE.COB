       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADAUTHE.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * AUTORIZACAO PREVIA DE HORA EXTRA - REGISTRA, POR CODFUNC +   *
      * DATA, O MAXIMO DE HORAS EXTRAS QUE O FUNCIONARIO PODE FAZER  *
      * NO DIA. NAS AREAS COM CONTROLE DE HORA EXTRA NO CADAPRA      *
      * (APRA-CTRLHE = S) O FECHAMENTO DO PONTO (FPP007) SO PAGA A   *
      * EXTRA AUTORIZADA (SIT A); O EXCEDENTE VAI PARA O CADHENA.    *
      * LANCADA PELO APROVADOR (OU SUBSTITUTO) DA AREA OU POR        *
      * OPERADOR NIVEL 1 A AUTORIZACAO JA NASCE AUTORIZADA; LANCADA  *
      * POR OUTRO OPERADOR FICA PENDENTE ATE O APROVADOR DECIDIR.    *
      * NINGUEM AUTORIZA A PROPRIA HORA EXTRA.                       *
      * SITUACOES: P=PENDENTE  A=AUTORIZADA  N=NEGADA                *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFUNC
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS CODAREA WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODCARGO WITH DUPLICATES.
      *
       SELECT CADAPRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APRA-AREA
                    FILE STATUS  IS ST-ERRO3.
      *
       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPER-COD
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS OPER-NOME
                                   WITH DUPLICATES.
      *
       SELECT CADTRAVA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRAVA-COD
                    FILE STATUS  IS ST-ERRO5.
      *
       SELECT CADAUTHE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEAUTHE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADAPRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPRA.DAT".
       01 REGAPRA.
          03 APRA-AREA        PIC 9(3).
          03 APRA-OPER        PIC 9(3).
          03 APRA-OPERSUB     PIC 9(3).
          03 APRA-CTRLHE      PIC X(1).
      *
       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
       01 REGOPER.
                03 OPER-COD           PIC 9(03).
                03 OPER-NOME          PIC X(20).
                03 OPER-SENHA         PIC X(08).
                03 OPER-NIVEL         PIC 9(01).
                03 OPER-CODFUNC       PIC 9(05).
                03 OPER-PERFIL        PIC 9(02).
                03 OPER-TENTAT        PIC 9(02).
                03 OPER-BLOQ          PIC X(01).
                03 OPER-DTSENHA       PIC 9(08).
                03 OPER-TROCA         PIC X(01).
                03 OPER-SENHAANT      PIC X(08) OCCURS 3 TIMES.
      *
       FD CADTRAVA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRAVA.DAT".
       01 REGTRAVA.
          03 TRAVA-COD        PIC 9(1).
          03 TRAVA-BATCH      PIC X(1).
          03 TRAVA-PROGBATCH  PIC X(8).
          03 TRAVA-ONLINE     PIC X(1).
          03 TRAVA-OPERADOR   PIC 9(3).
      *
       FD CADAUTHE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUTHE.DAT".
       01 REGAUTHE.
          03 CHAVEAUTHE.
             05 AUTHE-CODFUNC PIC 9(5).
             05 AUTHE-DATA    PIC 9(8).
          03 AUTHE-HORAS      PIC 9(2)V99.
          03 AUTHE-MOTIVO     PIC X(30).
          03 AUTHE-SIT        PIC X(1).
          03 AUTHE-OPERLANC   PIC 9(3).
          03 AUTHE-DTLANC     PIC 9(8).
          03 AUTHE-OPERAPR    PIC 9(3).
          03 AUTHE-DTAPR      PIC 9(8).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(60) VALUE SPACES.
       77 LIMPA         PIC X(60) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 W-TEMAPRA     PIC X(01) VALUE "N".
       01 W-2ACOD       PIC 9(03) VALUE ZEROS.
       01 W-2ASENHA     PIC X(08) VALUE SPACES.
       01 W-2AMODO      PIC X(01) VALUE "A".
       01 W-2ARET       PIC X(01) VALUE SPACES.
       01 W-2AOK        PIC X(01) VALUE "N".
       01 W-2AMOT       PIC X(01) VALUE SPACES.
       01 W-NOVASIT     PIC X(01) VALUE SPACES.
       01 W-DESCSIT     PIC X(10) VALUE SPACES.
       01 W-DATA        PIC 9(08) VALUE ZEROS.
       01 W-DATA-R REDEFINES W-DATA.
          03 W-DATA-DIA PIC 9(02).
          03 W-DATA-MES PIC 9(02).
          03 W-DATA-ANO PIC 9(04).
       01 W-DATAI       PIC 9(08) VALUE ZEROS.
       01 W-DATAI-R REDEFINES W-DATAI.
          03 W-DATAI-ANO PIC 9(04).
          03 W-DATAI-MES PIC 9(02).
          03 W-DATAI-DIA PIC 9(02).

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TCADAUTHE.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      *** AUTORIZACAO PREVIA DE HORA EXTRA ***".
           05  LINE 04  COLUMN 01
               VALUE  "   CODIGO DO FUNCIONARIO    :".
           05  LINE 06  COLUMN 01
               VALUE  "   DATA DA HORA EXTRA       :".
           05  LINE 08  COLUMN 01
               VALUE  "   MAXIMO DE HORAS NO DIA   :".
           05  LINE 09  COLUMN 01
               VALUE  "   MOTIVO                   :".
           05  LINE 11  COLUMN 01
               VALUE  "   SITUACAO (P/A/N)         :".
           05  LINE 12  COLUMN 01
               VALUE  "   LANCADA POR / EM         :".
           05  LINE 13  COLUMN 01
               VALUE  "   DECIDIDA POR / EM        :".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TCODFUNC
               LINE 04  COLUMN 33  PIC 9(05)
               USING  AUTHE-CODFUNC
               HIGHLIGHT.
           05  TNOME
               LINE 04  COLUMN 40  PIC X(35)
               USING  NOME
               HIGHLIGHT.
           05  TDATA
               LINE 06  COLUMN 33  PIC 99/99/9999
               USING  W-DATA
               HIGHLIGHT.
           05  THORAS
               LINE 08  COLUMN 33  PIC 99,99
               USING  AUTHE-HORAS
               HIGHLIGHT.
           05  TMOTIVO
               LINE 09  COLUMN 33  PIC X(30)
               USING  AUTHE-MOTIVO
               HIGHLIGHT.
           05  TSIT
               LINE 11  COLUMN 33  PIC X(01)
               USING  AUTHE-SIT
               HIGHLIGHT.
           05  TDESCSIT
               LINE 11  COLUMN 40  PIC X(10)
               USING  W-DESCSIT
               HIGHLIGHT.
           05  TOPERLANC
               LINE 12  COLUMN 33  PIC 9(03)
               USING  AUTHE-OPERLANC
               HIGHLIGHT.
           05  TDTLANC
               LINE 12  COLUMN 40  PIC 9(08)
               USING  AUTHE-DTLANC
               HIGHLIGHT.
           05  TOPERAPR
               LINE 13  COLUMN 33  PIC 9(03)
               USING  AUTHE-OPERAPR
               HIGHLIGHT.
           05  TDTAPR
               LINE 13  COLUMN 40  PIC 9(08)
               USING  AUTHE-DTAPR
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN INPUT CADFUNC
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R0A.
           MOVE "S" TO W-TEMAPRA
           OPEN INPUT CADAPRA
           IF ST-ERRO3 NOT = "00"
              MOVE "N" TO W-TEMAPRA.
       R0B.
           OPEN INPUT CADOPER
           IF ST-ERRO4 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADOPER" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R0C.
           OPEN I-O CADAUTHE
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADAUTHE
                 CLOSE CADAUTHE
                 MOVE "*** ARQUIVO CADAUTHE FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0C
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADAUTHE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
       R1.
           MOVE SPACES TO NOME AUTHE-MOTIVO AUTHE-SIT W-DESCSIT
           MOVE ZEROS TO AUTHE-CODFUNC AUTHE-DATA AUTHE-HORAS W-DATA
           MOVE ZEROS TO AUTHE-OPERLANC AUTHE-DTLANC AUTHE-OPERAPR
           MOVE ZEROS TO AUTHE-DTAPR
           DISPLAY TCADAUTHE.
      *
       R2.
           ACCEPT TCODFUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF AUTHE-CODFUNC = ZEROS
                   GO TO R2.
       LER-CADFUNC.
           MOVE AUTHE-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO2 NOT = "00"
              MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY TNOME.
      *
       R3.
           ACCEPT TDATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-DATA-DIA < 01 OR W-DATA-DIA > 31
              OR W-DATA-MES < 01 OR W-DATA-MES > 12
              OR W-DATA-ANO < 1900
              MOVE "*** DATA INVALIDA (DDMMAAAA) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE W-DATA-ANO TO W-DATAI-ANO
           MOVE W-DATA-MES TO W-DATAI-MES
           MOVE W-DATA-DIA TO W-DATAI-DIA
           MOVE W-DATAI    TO AUTHE-DATA.
       LER-CADAUTHE.
           READ CADAUTHE
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 PERFORM ROT-DESCSIT THRU ROT-DESCSIT-FIM
                 DISPLAY TCADAUTHE
                 MOVE "*** AUTORIZACAO JA CADASTRADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADAUTHE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
           IF SITFUNC NOT = "A"
              MOVE "*** FUNCIONARIO NAO ESTA ATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
       R4.
           ACCEPT THORAS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF AUTHE-HORAS = ZEROS OR AUTHE-HORAS > 16
              MOVE "*** HORAS: DE 00,01 A 16,00 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R5.
           ACCEPT TMOTIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF AUTHE-MOTIVO = SPACES
              MOVE "MOTIVO NAO INFORMADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
      *
      *    LANCADA PELO APROVADOR DA AREA (OU NIVEL 1) JA NASCE
      *    AUTORIZADA (A); POR OUTRO OPERADOR, PENDENTE (P)
       R6.
           MOVE "P" TO AUTHE-SIT
           MOVE ZEROS TO AUTHE-OPERAPR AUTHE-DTAPR
           ACCEPT AUTHE-DTLANC FROM DATE YYYYMMDD
           PERFORM ROT-OPER-SESSAO THRU ROT-OPER-SESSAO-FIM
           IF AUTHE-OPERLANC NOT = ZEROS
              MOVE AUTHE-OPERLANC TO W-2ACOD
              PERFORM ROT-VER-APROV THRU ROT-VER-APROV-FIM
              IF W-2AOK = "S"
                 MOVE "A" TO AUTHE-SIT
                 MOVE AUTHE-OPERLANC TO AUTHE-OPERAPR
                 MOVE AUTHE-DTLANC   TO AUTHE-DTAPR.
           PERFORM ROT-DESCSIT THRU ROT-DESCSIT-FIM
           DISPLAY TSIT
           DISPLAY TDESCSIT
           DISPLAY TOPERLANC
           DISPLAY TDTLANC
           DISPLAY TOPERAPR
           DISPLAY TDTAPR.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (22, 20) "DADOS OK (S/N) : ".
                ACCEPT (22, 39) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R5.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGAUTHE
                IF ST-ERRO = "00" OR "02"
                   IF AUTHE-SIT = "A"
                      MOVE "*** HORA EXTRA AUTORIZADA ***" TO MENS
                   ELSE
                      MOVE "*** LANCADA - AGUARDA O APROVADOR ***"
                                   TO MENS
                   END-IF
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* AUTORIZACAO JA EXISTE, NAO GRAVADA *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADAUTHE"
                                   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * AUTORIZACAO EXISTENTE: DECIDIR/EXCLUIR *
      *****************************************
      *
       ACE-001.
                DISPLAY (22, 10)
                     "N=NOVA   A=AUTORIZAR   R=NEGAR   E=EXCLUIR"
                ACCEPT (22, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "R" AND W-OPCAO NOT = "E"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (22, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1.
                IF W-OPCAO = "E"
                   GO TO EXC-OPC.
                IF W-OPCAO = "A"
                   MOVE "A" TO W-NOVASIT
                ELSE
                   MOVE "N" TO W-NOVASIT.
      *
      *********************************************************
      * AUTORIZACAO/NEGATIVA: NIVEL 1 OU APROVADOR DA AREA     *
      *********************************************************
       APR-001.
                IF AUTHE-SIT NOT = "P"
                   MOVE "*** SO AUTORIZACAO PENDENTE PODE SER DECIDIDA"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                PERFORM ROT-2APROV THRU ROT-2APROV-FIM
                IF W-2AOK NOT = "S"
                   MOVE "*** DECISAO CANCELADA - SEM APROVADOR ***"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE W-NOVASIT TO AUTHE-SIT
                MOVE W-2ACOD   TO AUTHE-OPERAPR
                ACCEPT AUTHE-DTAPR FROM DATE YYYYMMDD
                REWRITE REGAUTHE
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** AUTORIZACAO DECIDIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DA AUTORIZACAO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *    AUTORIZACAO DECIDIDA SO E EXCLUIDA PELO APROVADOR
       EXC-OPC.
                IF AUTHE-SIT NOT = "P"
                   PERFORM ROT-2APROV THRU ROT-2APROV-FIM
                   IF W-2AOK NOT = "S"
                      MOVE "*** EXCLUSAO CANCELADA - SEM APROVADOR ***"
                                                    TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
       EXC-OPC1.
                DISPLAY (22, 35) "EXCLUIR   (S/N) : ".
                ACCEPT (22, 53) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** AUTORIZACAO NAO EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC1.
       EXC-DL1.
                DELETE CADAUTHE RECORD
                IF ST-ERRO = "00"
                   MOVE "*** AUTORIZACAO EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DA AUTORIZACAO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *********************************************************
      * DESCRICAO DA SITUACAO E DATA DA TELA (DDMMAAAA)        *
      *********************************************************
       ROT-DESCSIT.
           MOVE SPACES TO W-DESCSIT
           IF AUTHE-SIT = "P"
              MOVE "PENDENTE" TO W-DESCSIT.
           IF AUTHE-SIT = "A"
              MOVE "AUTORIZADA" TO W-DESCSIT.
           IF AUTHE-SIT = "N"
              MOVE "NEGADA" TO W-DESCSIT.
           MOVE AUTHE-DATA  TO W-DATAI
           MOVE W-DATAI-DIA TO W-DATA-DIA
           MOVE W-DATAI-MES TO W-DATA-MES
           MOVE W-DATAI-ANO TO W-DATA-ANO.
       ROT-DESCSIT-FIM.
           EXIT.
      *
      *********************************************************
      * OPERADOR DA SESSAO (SINALIZADO PELO MENU EM CADTRAVA)  *
      *********************************************************
       ROT-OPER-SESSAO.
           MOVE ZEROS TO AUTHE-OPERLANC
           OPEN INPUT CADTRAVA
           IF ST-ERRO5 = "00"
              MOVE 1 TO TRAVA-COD
              READ CADTRAVA
              IF ST-ERRO5 = "00"
                 MOVE TRAVA-OPERADOR TO AUTHE-OPERLANC
              END-IF
              CLOSE CADTRAVA.
       ROT-OPER-SESSAO-FIM.
           EXIT.
      *
      *********************************************************
      * APROVADOR - PEDE CODIGO E SENHA DO OPERADOR E CONFERE  *
      * EM ROT-VER-APROV                                       *
      *********************************************************
       ROT-2APROV.
           MOVE "N" TO W-2AOK
           MOVE ZEROS  TO W-2ACOD
           MOVE SPACES TO W-2ASENHA
           DISPLAY (22, 12)
             "APROVADOR -> CODIGO DO OPERADOR :".
           ACCEPT  (22, 47) W-2ACOD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-2APROV-FIM.
       ROT-2APROV-SENHA.
           DISPLAY (22, 12)
             "APROVADOR -> SENHA DO OPERADOR  :".
           ACCEPT  (22, 47) W-2ASENHA
      *    SENHA CONFERIDA PELO CONFSENH (CONTA OS ERROS E
      *    BLOQUEIA), COM O CADOPER FECHADO DURANTE A CONFERENCIA
           CLOSE CADOPER
           CALL "CONFSENH" USING W-2ACOD W-2ASENHA W-2AMODO
                                 W-2ARET REGOPER
           OPEN INPUT CADOPER
           MOVE W-2ACOD TO OPER-COD
           READ CADOPER
           IF ST-ERRO4 NOT = "00" OR W-2ARET NOT = "S"
              MOVE "*** OPERADOR OU SENHA INVALIDOS ***" TO MENS
              IF W-2ARET = "B"
                 MOVE "*** OPERADOR BLOQUEADO - PROCURE O NIVEL 1 ***"
                                                    TO MENS
              END-IF
              IF W-2ARET = "V"
                 MOVE "*** SENHA VENCIDA - TROCAR NO LOGIN DO MENU ***"
                                                    TO MENS
              END-IF
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-2APROV-FIM.
           PERFORM ROT-VER-APROV THRU ROT-VER-APROV-FIM
           IF W-2AMOT = "F"
              MOVE "*** OPERADOR NAO AUTORIZA A PROPRIA EXTRA ***"
                                                    TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF W-2AMOT = "A"
              MOVE "*** OPERADOR NAO APROVA ESTA AREA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-2APROV-FIM.
           EXIT.
      *
      *********************************************************
      * W-2AOK = "S" QUANDO O OPERADOR W-2ACOD E NIVEL 1 OU O  *
      * APROVADOR/SUBSTITUTO DA AREA DO FUNCIONARIO (CADAPRA). *
      * O OPERADOR LIGADO AO PROPRIO FUNCIONARIO NAO DECIDE.   *
      * W-2AMOT: F = E O PROPRIO FUNCIONARIO, A = NAO APROVA A *
      * AREA, O = OPERADOR NAO CADASTRADO                      *
      *********************************************************
       ROT-VER-APROV.
           MOVE "N" TO W-2AOK
           MOVE SPACES TO W-2AMOT
           MOVE W-2ACOD TO OPER-COD
           READ CADOPER
           IF ST-ERRO4 NOT = "00"
              MOVE "O" TO W-2AMOT
              GO TO ROT-VER-APROV-FIM.
           IF OPER-CODFUNC = AUTHE-CODFUNC
              MOVE "F" TO W-2AMOT
              GO TO ROT-VER-APROV-FIM.
           IF OPER-NIVEL = 1
              MOVE "S" TO W-2AOK
              GO TO ROT-VER-APROV-FIM.
           MOVE "A" TO W-2AMOT
           IF W-TEMAPRA NOT = "S"
              GO TO ROT-VER-APROV-FIM.
           MOVE AUTHE-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO2 NOT = "00"
              GO TO ROT-VER-APROV-FIM.
           MOVE CODAREA TO APRA-AREA
           READ CADAPRA
           IF ST-ERRO3 NOT = "00"
              GO TO ROT-VER-APROV-FIM.
           IF W-2ACOD = APRA-OPER
              MOVE "S" TO W-2AOK
              MOVE SPACES TO W-2AMOT
              GO TO ROT-VER-APROV-FIM.
           IF APRA-OPERSUB NOT = ZEROS AND W-2ACOD = APRA-OPERSUB
              MOVE "S" TO W-2AOK
              MOVE SPACES TO W-2AMOT.
       ROT-VER-APROV-FIM.
           EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADFUNC CADOPER CADAUTHE
           IF W-TEMAPRA = "S"
              CLOSE CADAPRA.
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
       FIM-ROT-TEMPO.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
