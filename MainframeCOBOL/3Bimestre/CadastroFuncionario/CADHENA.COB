       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADHENA.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * HORAS EXTRAS NAO AUTORIZADAS - O FECHAMENTO DO PONTO         *
      * (FPP007) ACUMULA AQUI, POR CODFUNC + COMPETENCIA, AS EXTRAS  *
      * FEITAS ALEM DO AUTORIZADO NO CADAUTHE NAS AREAS COM CONTROLE *
      * DE HORA EXTRA. O APROVADOR (OU SUBSTITUTO) DA AREA NO        *
      * CADAPRA, OU OPERADOR NIVEL 1, LIBERA (L) OU REJEITA (R) O    *
      * TOTAL ANTES DO CALCULO DA FOLHA: O LIBERADO E SOMADO NAS     *
      * EXTRAS 50%/100% DA APURACAO (CADAPUR) E PAGO; O REJEITADO    *
      * NAO E PAGO. COMPETENCIA APROVADA OU PAGA (CADCOMP) NAO       *
      * ACEITA DECISAO. EXCECOES POR AREA NO REL077.                 *
      * SITUACOES: P=PENDENTE  L=LIBERADA  R=REJEITADA               *
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
       SELECT CADAPUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEAPUR
                    FILE STATUS  IS ST-ERRO5.
      *
       SELECT CADCOMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECOMP
                    FILE STATUS  IS ST-ERRO6.
      *
       SELECT CADHENA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEHENA
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
       FD CADAPUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPUR.DAT".
       01 REGAPUR.
          03 CHAVEAPUR.
             05 APUR-CODFUNC  PIC 9(5).
             05 APUR-ANOMES.
                07 APUR-ANO   PIC 9(4).
                07 APUR-MES   PIC 9(2).
          03 APUR-HRNORM      PIC 9(3)V99.
          03 APUR-HREXTRA     PIC 9(3)V99.
          03 APUR-DIASTRAB    PIC 9(2).
          03 APUR-DIASFALT    PIC 9(2).
          03 APUR-HREX50      PIC 9(3)V99.
          03 APUR-HREX100     PIC 9(3)V99.
          03 APUR-DIASDSR     PIC 9(2).
          03 APUR-HRNOT       PIC 9(3)V99.
      *
       FD CADCOMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOMP.DAT".
       01 REGCOMP.
          03 CHAVECOMP.
             05 COMP-ANO   PIC 9(4).
             05 COMP-MES   PIC 9(2).
          03 SITCOMP       PIC X(1).
          03 DTSITCOMP     PIC 9(8).
          03 CONFCONTA     PIC X(1).
      *
       FD CADHENA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHENA.DAT".
       01 REGHENA.
          03 CHAVEHENA.
             05 HENA-CODFUNC  PIC 9(5).
             05 HENA-ANOMES.
                07 HENA-ANO   PIC 9(4).
                07 HENA-MES   PIC 9(2).
          03 HENA-CODAREA     PIC 9(3).
          03 HENA-HR50        PIC 9(3)V99.
          03 HENA-HR100       PIC 9(3)V99.
          03 HENA-SIT         PIC X(1).
          03 HENA-OPERDEC     PIC 9(3).
          03 HENA-DTDEC       PIC 9(8).
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
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 W-TEMAPRA     PIC X(01) VALUE "N".
       01 W-TEMCOMP     PIC X(01) VALUE "N".
       01 W-2ACOD       PIC 9(03) VALUE ZEROS.
       01 W-2ASENHA     PIC X(08) VALUE SPACES.
       01 W-2AMODO      PIC X(01) VALUE "A".
       01 W-2ARET       PIC X(01) VALUE SPACES.
       01 W-2AOK        PIC X(01) VALUE "N".
       01 W-NOVASIT     PIC X(01) VALUE SPACES.
       01 W-DESCSIT     PIC X(10) VALUE SPACES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TCADHENA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** HORAS EXTRAS NAO AUTORIZADAS ***".
           05  LINE 04  COLUMN 01
               VALUE  "   CODIGO DO FUNCIONARIO    :".
           05  LINE 06  COLUMN 01
               VALUE  "   COMPETENCIA (MM/AAAA)    :".
           05  LINE 08  COLUMN 01
               VALUE  "   AREA                     :".
           05  LINE 10  COLUMN 01
               VALUE  "   HORAS EXTRAS 50%         :".
           05  LINE 11  COLUMN 01
               VALUE  "   HORAS EXTRAS 100%        :".
           05  LINE 13  COLUMN 01
               VALUE  "   SITUACAO (P/L/R)         :".
           05  LINE 14  COLUMN 01
               VALUE  "   DECIDIDA POR / EM        :".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TCODFUNC
               LINE 04  COLUMN 33  PIC 9(05)
               USING  HENA-CODFUNC
               HIGHLIGHT.
           05  TNOME
               LINE 04  COLUMN 40  PIC X(35)
               USING  NOME
               HIGHLIGHT.
           05  TMES
               LINE 06  COLUMN 33  PIC 9(02)
               USING  HENA-MES
               HIGHLIGHT.
           05  TANO
               LINE 06  COLUMN 36  PIC 9(04)
               USING  HENA-ANO
               HIGHLIGHT.
           05  TAREA
               LINE 08  COLUMN 33  PIC 9(03)
               USING  HENA-CODAREA
               HIGHLIGHT.
           05  THR50
               LINE 10  COLUMN 33  PIC ZZ9,99
               USING  HENA-HR50
               HIGHLIGHT.
           05  THR100
               LINE 11  COLUMN 33  PIC ZZ9,99
               USING  HENA-HR100
               HIGHLIGHT.
           05  TSIT
               LINE 13  COLUMN 33  PIC X(01)
               USING  HENA-SIT
               HIGHLIGHT.
           05  TDESCSIT
               LINE 13  COLUMN 40  PIC X(10)
               USING  W-DESCSIT
               HIGHLIGHT.
           05  TOPERDEC
               LINE 14  COLUMN 33  PIC 9(03)
               USING  HENA-OPERDEC
               HIGHLIGHT.
           05  TDTDEC
               LINE 14  COLUMN 40  PIC 9(08)
               USING  HENA-DTDEC
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN INPUT CADFUNC
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
       R0A.
           MOVE "S" TO W-TEMAPRA
           OPEN INPUT CADAPRA
           IF ST-ERRO3 NOT = "00"
              MOVE "N" TO W-TEMAPRA.
           MOVE "S" TO W-TEMCOMP
           OPEN INPUT CADCOMP
           IF ST-ERRO6 NOT = "00"
              MOVE "N" TO W-TEMCOMP.
       R0B.
           OPEN INPUT CADOPER
           IF ST-ERRO4 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADOPER" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN I-O CADAPUR
           IF ST-ERRO5 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADAPUR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADOPER
              GO TO ROT-FIM.
      *    O CADHENA E CRIADO PELO FECHAMENTO DO PONTO (FPP007)
       R0C.
           OPEN I-O CADHENA
           IF ST-ERRO NOT = "00"
              MOVE "SEM EXTRAS NAO AUTORIZADAS (RODAR O FPP007)"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADOPER CADAPUR
              GO TO ROT-FIM.
      *
       R1.
           MOVE SPACES TO NOME HENA-SIT W-DESCSIT
           MOVE ZEROS TO HENA-CODFUNC HENA-ANOMES HENA-CODAREA
           MOVE ZEROS TO HENA-HR50 HENA-HR100 HENA-OPERDEC HENA-DTDEC
           DISPLAY TCADHENA.
      *
       R2.
           ACCEPT TCODFUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM1.
           IF HENA-CODFUNC = ZEROS
                   GO TO R2.
           MOVE HENA-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO2 NOT = "00"
              MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY TNOME.
      *
       R3.
           ACCEPT TMES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF HENA-MES < 01 OR HENA-MES > 12
              MOVE "*** MES INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       R3A.
           ACCEPT TANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF HENA-ANO < 1900
              MOVE "*** ANO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3A.
       LER-CADHENA.
           READ CADHENA
           IF ST-ERRO NOT = "00"
              MOVE "*** SEM EXTRAS NAO AUTORIZADAS NO MES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           PERFORM ROT-DESCSIT THRU ROT-DESCSIT-FIM
           DISPLAY TCADHENA.
      *
      *****************************************
      * TOTAL DO MES: LIBERAR OU REJEITAR      *
      *****************************************
      *
       ACE-001.
                DISPLAY (22, 10)
                     "N=NOVA CONSULTA   L=LIBERAR   R=REJEITAR"
                ACCEPT (22, 53) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "L"
                    AND W-OPCAO NOT = "R"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (22, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1.
                MOVE W-OPCAO TO W-NOVASIT.
      *
      *********************************************************
      * DECISAO: NIVEL 1 OU APROVADOR DA AREA, SO ENQUANTO A   *
      * COMPETENCIA NAO ESTA APROVADA/PAGA NO CADCOMP          *
      *********************************************************
       APR-001.
                IF HENA-SIT NOT = "P"
                   MOVE "*** SO TOTAL PENDENTE PODE SER DECIDIDO ***"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-TEMCOMP = "S"
                   MOVE HENA-ANO TO COMP-ANO
                   MOVE HENA-MES TO COMP-MES
                   READ CADCOMP
                   IF ST-ERRO6 = "00"
                      AND (SITCOMP = "P" OR SITCOMP = "G")
                      MOVE "*** COMPETENCIA JA APROVADA/PAGA ***"
                                                    TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                PERFORM ROT-2APROV THRU ROT-2APROV-FIM
                IF W-2AOK NOT = "S"
                   MOVE "*** DECISAO CANCELADA - SEM APROVADOR ***"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-NOVASIT = "R"
                   GO TO APR-002.
      *    LIBERADO: AS HORAS ENTRAM NA APURACAO JA GRAVADA
                MOVE HENA-CODFUNC TO APUR-CODFUNC
                MOVE HENA-ANOMES  TO APUR-ANOMES
                READ CADAPUR
                IF ST-ERRO5 NOT = "00"
                   MOVE "*** APURACAO DO MES NAO ENCONTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                ADD HENA-HR50  TO APUR-HREX50  APUR-HREXTRA
                ADD HENA-HR100 TO APUR-HREX100 APUR-HREXTRA
                REWRITE REGAPUR
                IF ST-ERRO5 NOT = "00" AND ST-ERRO5 NOT = "02"
                   MOVE "ERRO NA ALTERACAO DA APURACAO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM1.
       APR-002.
                MOVE W-NOVASIT TO HENA-SIT
                MOVE W-2ACOD   TO HENA-OPERDEC
                ACCEPT HENA-DTDEC FROM DATE YYYYMMDD
                REWRITE REGHENA
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA ALTERACAO DO ARQUIVO CADHENA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM1.
                IF W-TEMCOMP = "S" AND ST-ERRO6 = "00"
                   AND SITCOMP = "C"
                   MOVE "*** DECIDIDO - RECALCULAR A FOLHA DO MES ***"
                                                    TO MENS
                ELSE
                   MOVE "*** TOTAL DECIDIDO ***" TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
      *
      *********************************************************
      * DESCRICAO DA SITUACAO                                  *
      *********************************************************
       ROT-DESCSIT.
           MOVE SPACES TO W-DESCSIT
           IF HENA-SIT = "P"
              MOVE "PENDENTE" TO W-DESCSIT.
           IF HENA-SIT = "L"
              MOVE "LIBERADA" TO W-DESCSIT.
           IF HENA-SIT = "R"
              MOVE "REJEITADA" TO W-DESCSIT.
       ROT-DESCSIT-FIM.
           EXIT.
      *
      *********************************************************
      * APROVADOR - OPERADOR NIVEL 1 DE CADOPER OU O           *
      * APROVADOR/SUBSTITUTO DA AREA DO FUNCIONARIO (CADAPRA). *
      * O OPERADOR LIGADO AO PROPRIO FUNCIONARIO NAO DECIDE.   *
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
           IF OPER-CODFUNC = HENA-CODFUNC
              MOVE "*** OPERADOR NAO DECIDE A PROPRIA EXTRA ***"
                                                    TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-2APROV-FIM.
           IF OPER-NIVEL = 1
              MOVE "S" TO W-2AOK
              GO TO ROT-2APROV-FIM.
       ROT-2APROV-AREA.
           IF W-TEMAPRA NOT = "S"
              GO TO ROT-2APROV-NEG.
           MOVE HENA-CODAREA TO APRA-AREA
           READ CADAPRA
           IF ST-ERRO3 NOT = "00"
              GO TO ROT-2APROV-NEG.
           IF W-2ACOD = APRA-OPER
              MOVE "S" TO W-2AOK
              GO TO ROT-2APROV-FIM.
           IF APRA-OPERSUB NOT = ZEROS AND W-2ACOD = APRA-OPERSUB
              MOVE "S" TO W-2AOK
              GO TO ROT-2APROV-FIM.
       ROT-2APROV-NEG.
           MOVE "*** OPERADOR NAO APROVA ESTA AREA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-2APROV-FIM.
           EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM1.
           CLOSE CADOPER CADAPUR CADHENA.
       ROT-FIM.
           CLOSE CADFUNC
           IF W-TEMAPRA = "S"
              CLOSE CADAPRA.
           IF W-TEMCOMP = "S"
              CLOSE CADCOMP.
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
