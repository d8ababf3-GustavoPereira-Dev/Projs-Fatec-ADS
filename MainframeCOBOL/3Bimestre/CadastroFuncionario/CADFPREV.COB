       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADFPREV.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * ADESAO A PREVIDENCIA PRIVADA - LIGA O FUNCIONARIO AO PLANO  *
      * (CADPREV) COM A CONTRIBUICAO DO EMPREGADO (TIPO P = % DO    *
      * SALARIO BRUTO, V = VALOR FIXO) E A REGRA DA CONTRAPARTIDA   *
      * DA EMPRESA (N = SEM, P = % DO BRUTO, C = % DA CONTRIBUICAO  *
      * DO EMPREGADO, LIMITADA AO TETO EM % DO BRUTO QUANDO         *
      * INFORMADO). COM SITUACAO "A" O FPP006 DESCONTA A            *
      * CONTRIBUICAO NA FOLHA (EVENTO 595), ABATE DA BASE DO IR     *
      * ATE O LIMITE DO PARAMETRO 020 E GRAVA NA ADESAO OS VALORES  *
      * DA ULTIMA FOLHA, QUE O REL072 REPASSA POR PLANO.            *
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
       SELECT CADPREV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PREV-COD
                    FILE STATUS  IS ST-ERRO3.
      *
       SELECT CADFPREV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FPREV-CODFUNC
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
       FD CADPREV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPREV.DAT".
       01 REGPREV.
          03 PREV-COD         PIC 9(3).
          03 PREV-NOME        PIC X(30).
          03 PREV-CNPJ        PIC 9(14).
          03 PREV-BANCO       PIC 9(3).
          03 PREV-AGENCIA     PIC 9(4).
          03 PREV-CONTA       PIC X(10).
      *
       FD CADFPREV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFPREV.DAT".
       01 REGFPREV.
          03 FPREV-CODFUNC    PIC 9(5).
          03 FPREV-PLANO      PIC 9(3).
          03 FPREV-TIPO       PIC X(1).
          03 FPREV-PCT        PIC 9(2)V99.
          03 FPREV-VALOR      PIC 9(6)V99.
          03 FPREV-TPPATR     PIC X(1).
          03 FPREV-PCTPATR    PIC 9(3)V99.
          03 FPREV-TETOPATR   PIC 9(2)V99.
          03 FPREV-SIT        PIC X(1).
          03 FPREV-ANOMESULT  PIC 9(6).
          03 FPREV-VLRULT     PIC 9(6)V99.
          03 FPREV-PATRULT    PIC 9(6)V99.
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
       01 W-SEL         PIC 9(01) VALUE ZEROS.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TCADFPREV.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** ADESAO A PREVIDENCIA PRIVADA ***".
           05  LINE 04  COLUMN 01
               VALUE  "   CODIGO DO FUNCIONARIO       :".
           05  LINE 05  COLUMN 01
               VALUE  "   NOME DO FUNCIONARIO         :".
           05  LINE 07  COLUMN 01
               VALUE  "   CODIGO DO PLANO             :".
           05  LINE 08  COLUMN 01
               VALUE  "   NOME DO PLANO               :".
           05  LINE 10  COLUMN 01
               VALUE  "   CONTRIBUICAO (P=% / V=VALOR):".
           05  LINE 11  COLUMN 01
               VALUE  "   PERCENTUAL SOBRE O BRUTO    :".
           05  LINE 12  COLUMN 01
               VALUE  "   VALOR FIXO MENSAL           :".
           05  LINE 14  COLUMN 01
               VALUE  "   CONTRAPARTIDA (N/P/C)       :".
           05  LINE 14  COLUMN 40
               VALUE  "N=SEM P=% BRUTO C=% CONTRIB.".
           05  LINE 15  COLUMN 01
               VALUE  "   PERCENTUAL DA CONTRAPARTIDA :".
           05  LINE 16  COLUMN 01
               VALUE  "   TETO (% DO BRUTO, 0=SEM)    :".
           05  LINE 18  COLUMN 01
               VALUE  "   SITUACAO (A=ATIVA/S=SUSP.)  :".
           05  LINE 20  COLUMN 01
               VALUE  "   ULTIMA FOLHA (AAAAMM)       :".
           05  LINE 20  COLUMN 44
               VALUE  "EMPREG.:".
           05  LINE 20  COLUMN 62
               VALUE  "EMPR.:".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TCODFUNC
               LINE 04  COLUMN 35  PIC 9(05)
               USING  FPREV-CODFUNC
               HIGHLIGHT.
           05  TNOME
               LINE 05  COLUMN 35  PIC X(35)
               USING  NOME
               HIGHLIGHT.
           05  TPLANO
               LINE 07  COLUMN 35  PIC 9(03)
               USING  FPREV-PLANO
               HIGHLIGHT.
           05  TPLANONOME
               LINE 08  COLUMN 35  PIC X(30)
               USING  PREV-NOME
               HIGHLIGHT.
           05  TTIPO
               LINE 10  COLUMN 35  PIC X(01)
               USING  FPREV-TIPO
               HIGHLIGHT.
           05  TPCT
               LINE 11  COLUMN 35  PIC Z9,99
               USING  FPREV-PCT
               HIGHLIGHT.
           05  TVALOR
               LINE 12  COLUMN 35  PIC ZZZZZ9,99
               USING  FPREV-VALOR
               HIGHLIGHT.
           05  TTPPATR
               LINE 14  COLUMN 35  PIC X(01)
               USING  FPREV-TPPATR
               HIGHLIGHT.
           05  TPCTPATR
               LINE 15  COLUMN 35  PIC ZZ9,99
               USING  FPREV-PCTPATR
               HIGHLIGHT.
           05  TTETOPATR
               LINE 16  COLUMN 35  PIC Z9,99
               USING  FPREV-TETOPATR
               HIGHLIGHT.
           05  TSIT
               LINE 18  COLUMN 35  PIC X(01)
               USING  FPREV-SIT
               HIGHLIGHT.
           05  TANOMESULT
               LINE 20  COLUMN 35  PIC 9(06)
               FROM   FPREV-ANOMESULT.
           05  TVLRULT
               LINE 20  COLUMN 52  PIC ZZZZZ9,99
               FROM   FPREV-VLRULT.
           05  TPATRULT
               LINE 20  COLUMN 68  PIC ZZZZZ9,99
               FROM   FPREV-PATRULT.
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
           OPEN INPUT CADPREV
           IF ST-ERRO3 NOT = "00"
              MOVE "TABELA DE PLANOS (CADPREV) NAO ENCONTRADA"
                                                        TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R0B.
           OPEN I-O CADFPREV
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADFPREV
                 CLOSE CADFPREV
                 MOVE "*** ARQUIVO CADFPREV FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0B
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADFPREV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE SPACES TO NOME PREV-NOME FPREV-TIPO FPREV-TPPATR
           MOVE "A"    TO FPREV-SIT
           MOVE ZEROS TO FPREV-CODFUNC FPREV-PLANO W-SEL
           MOVE ZEROS TO FPREV-PCT FPREV-VALOR FPREV-PCTPATR
           MOVE ZEROS TO FPREV-TETOPATR FPREV-ANOMESULT
           MOVE ZEROS TO FPREV-VLRULT FPREV-PATRULT
           DISPLAY TCADFPREV.
      *
       R2.
           ACCEPT TCODFUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF FPREV-CODFUNC = ZEROS
                   GO TO R2.
       LER-CADFUNC.
           MOVE FPREV-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO2 NOT = "00"
              MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2
           ELSE
              DISPLAY TNOME.
       LER-CADFPREV.
           READ CADFPREV
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 MOVE FPREV-PLANO TO PREV-COD
                 READ CADPREV
                 DISPLAY TCADFPREV
                 MOVE "*** ADESAO JA CADASTRADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADFPREV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
       R3.
           ACCEPT TPLANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF FPREV-PLANO = ZEROS
              MOVE "PLANO NAO PODE SER ZERO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       LER-CADPREV.
           MOVE FPREV-PLANO TO PREV-COD
           READ CADPREV
           IF ST-ERRO3 NOT = "00"
              MOVE "*** PLANO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3
           ELSE
              DISPLAY TPLANONOME.
       R4.
           ACCEPT TTIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF FPREV-TIPO NOT = "P" AND FPREV-TIPO NOT = "V"
              MOVE "CONTRIBUICAO DEVE SER P OU V" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF FPREV-TIPO = "V"
              MOVE ZEROS TO FPREV-PCT
              DISPLAY TPCT
              GO TO R4B.
       R4A.
           ACCEPT TPCT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF FPREV-PCT = ZEROS
              MOVE "PERCENTUAL DA CONTRIBUICAO NAO INFORMADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4A.
           MOVE ZEROS TO FPREV-VALOR
           DISPLAY TVALOR
           GO TO R5.
       R4B.
           ACCEPT TVALOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF FPREV-VALOR = ZEROS
              MOVE "VALOR DA CONTRIBUICAO NAO INFORMADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4B.
       R5.
           ACCEPT TTPPATR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF FPREV-TPPATR NOT = "N" AND FPREV-TPPATR NOT = "P"
              AND FPREV-TPPATR NOT = "C"
              MOVE "CONTRAPARTIDA DEVE SER N, P OU C" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           IF FPREV-TPPATR = "N"
              MOVE ZEROS TO FPREV-PCTPATR FPREV-TETOPATR
              DISPLAY TPCTPATR TTETOPATR
              GO TO R6.
       R5A.
           ACCEPT TPCTPATR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF FPREV-PCTPATR = ZEROS
              MOVE "PERCENTUAL DA CONTRAPARTIDA NAO INFORMADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5A.
       R5B.
           ACCEPT TTETOPATR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5A.
       R6.
           ACCEPT TSIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF FPREV-SIT NOT = "A" AND FPREV-SIT NOT = "S"
              MOVE "SITUACAO DEVE SER A OU S" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (22, 20) "DADOS OK (S/N) : ".
                ACCEPT (22, 39) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGFPREV
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** ADESAO GRAVADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* ADESAO JA EXISTE, NAO GRAVADA *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADFPREV"
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
                   GO TO R1
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      GO TO R3.
      *
       EXC-OPC.
                DISPLAY (22, 35) "EXCLUIR   (S/N) : ".
                ACCEPT (22, 53) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** ADESAO NAO EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADFPREV RECORD
                IF ST-ERRO = "00"
                   MOVE "*** ADESAO EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DA ADESAO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (22, 36) "ALTERAR  (S/N) : ".
                ACCEPT (22, 53) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGFPREV
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** ADESAO ALTERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DA ADESAO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADFUNC CADPREV CADFPREV.
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
