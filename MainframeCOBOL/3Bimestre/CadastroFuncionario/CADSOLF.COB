       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADSOLF.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * SOLICITACOES DE FERIAS - O FUNCIONARIO PEDE A JANELA DE      *
      * GOZO PELO AUTOATENDIMENTO (CONSFO3) E O PEDIDO FICA AQUI,    *
      * POR CODFUNC + NUMERO, ATE O APROVADOR (OU SUBSTITUTO) DA     *
      * AREA NO CADAPRA, OU OPERADOR NIVEL 1, APROVAR (A) OU RECUSAR *
      * (R). NA APROVACAO O SALDO DO PERIODO (CADFERIAS) E O LIMITE  *
      * DE AUSENCIA DA AREA (PARAMETRO 015) SAO CONFERIDOS DE NOVO E *
      * A JANELA VIRA A PROGRAMACAO DE FERIAS DO PERIODO (CADPLFER). *
      * A RECUSA PODE LEVAR UM MOTIVO, QUE O FUNCIONARIO VE NA       *
      * CONSULTA DAS SUAS SOLICITACOES.                              *
      * SITUACOES: P=PENDENTE  A=APROVADA  R=RECUSADA                *
      *            C=CANCELADA PELO FUNCIONARIO                      *
      * NUMERO 000 NA TELA = PRIMEIRA PENDENTE DO FUNCIONARIO.       *
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
       SELECT CADFERIAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEFERIAS
                    FILE STATUS  IS ST-ERRO5.
      *
       SELECT CADPLFER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPLFER
                    FILE STATUS  IS ST-ERRO6.
      *
       SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPARAM
                    FILE STATUS  IS ST-ERRO7.
      *
       SELECT CADSOLF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVESOLF
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
       FD CADFERIAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFERIAS.DAT".
       01 REGFERIAS.
          03 CHAVEFERIAS.
             05 FER-CODFUNC    PIC 9(5).
             05 SEQFERIAS      PIC 9(2).
          03 DTINICIOPERAQ     PIC 9(8).
          03 DTFIMPERAQ        PIC 9(8).
          03 DIASDIREITO       PIC 9(2).
          03 DIASGOZADOS       PIC 9(2).
          03 DTINICIOGOZO      PIC 9(8).
          03 DTFIMGOZO         PIC 9(8).
          03 SALDOFERIAS       PIC 9(2).
      *
       FD CADPLFER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLFER.DAT".
       01 REGPLFER.
          03 CHAVEPLFER.
             05 PLF-CODFUNC   PIC 9(5).
             05 PLF-SEQFERIAS PIC 9(2).
          03 PLF-DTINI        PIC 9(8).
          03 PLF-DTFIM        PIC 9(8).
          03 PLF-SIT          PIC X(1).
      *
       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
                03 CHAVEPARAM.
                   05 PARAM-COD      PIC 9(03).
                   05 PARAM-VIGEN    PIC 9(06).
                03 PARAM-DESC        PIC X(30).
                03 PARAM-VALOR       PIC 9(08)V99.
                03 PARAM-OPER        PIC 9(03).
                03 PARAM-DTALT       PIC 9(08).
      *
       FD CADSOLF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSOLF.DAT".
       01 REGSOLF.
          03 CHAVESOLF.
             05 SOLF-CODFUNC  PIC 9(5).
             05 SOLF-NUM      PIC 9(3).
          03 SOLF-SEQFERIAS   PIC 9(2).
          03 SOLF-DTINI       PIC 9(8).
          03 SOLF-DTFIM       PIC 9(8).
          03 SOLF-DIAS        PIC 9(2).
          03 SOLF-CODAREA     PIC 9(3).
          03 SOLF-SIT         PIC X(1).
          03 SOLF-DTSOL       PIC 9(8).
          03 SOLF-OPERDEC     PIC 9(3).
          03 SOLF-DTDEC       PIC 9(8).
          03 SOLF-MOTIVO      PIC X(30).
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
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 W-TEMAPRA     PIC X(01) VALUE "N".
       01 W-TEMPARAM    PIC X(01) VALUE "N".
       01 W-2ACOD       PIC 9(03) VALUE ZEROS.
       01 W-2ASENHA     PIC X(08) VALUE SPACES.
       01 W-2AMODO      PIC X(01) VALUE "A".
       01 W-2ARET       PIC X(01) VALUE SPACES.
       01 W-2AOK        PIC X(01) VALUE "N".
       01 W-NOVASIT     PIC X(01) VALUE SPACES.
       01 W-DESCSIT     PIC X(10) VALUE SPACES.
       01 W-FUNCSOL     PIC 9(05) VALUE ZEROS.
       01 W-PCTMAX      PIC 9(03) VALUE ZEROS.
       01 W-PARAMCOD    PIC 9(03) VALUE ZEROS.
       01 W-PARAMVLR    PIC 9(08)V99 VALUE ZEROS.
       01 W-PARAMCOMP   PIC 9(06) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-QTDAREA     PIC 9(04) VALUE ZEROS.
       01 W-QTDAUSENTE  PIC 9(04) VALUE ZEROS.
       01 W-PCTAUSENTE  PIC 9(05)V99 VALUE ZEROS.
       01 W-INIANM      PIC 9(08) VALUE ZEROS.
       01 W-FIMANM      PIC 9(08) VALUE ZEROS.
       01 W-INIANM2     PIC 9(08) VALUE ZEROS.
       01 W-FIMANM2     PIC 9(08) VALUE ZEROS.
       01 W-DTDMA.
          03 W-DIAD     PIC 9(02).
          03 W-MESD     PIC 9(02).
          03 W-ANOD     PIC 9(04).
       01 W-DTDMA8 REDEFINES W-DTDMA PIC 9(08).
       01 W-DTAMD.
          03 W-ANOA     PIC 9(04).
          03 W-MESA     PIC 9(02).
          03 W-DIAA     PIC 9(02).
       01 W-DTAMD8 REDEFINES W-DTAMD PIC 9(08).

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TCADSOLF.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** SOLICITACOES DE FERIAS ***".
           05  LINE 04  COLUMN 01
               VALUE  "   CODIGO DO FUNCIONARIO    :".
           05  LINE 06  COLUMN 01
               VALUE  "   SOLICITACAO (0=PENDENTE) :".
           05  LINE 08  COLUMN 01
               VALUE  "   AREA                     :".
           05  LINE 09  COLUMN 01
               VALUE  "   PERIODO AQUISITIVO (SEQ) :".
           05  LINE 10  COLUMN 01
               VALUE  "   GOZO DE / ATE (DDMMAAAA) :".
           05  LINE 11  COLUMN 01
               VALUE  "   DIAS / SOLICITADA EM     :".
           05  LINE 13  COLUMN 01
               VALUE  "   SITUACAO (P/A/R/C)       :".
           05  LINE 14  COLUMN 01
               VALUE  "   DECIDIDA POR / EM        :".
           05  LINE 15  COLUMN 01
               VALUE  "   MOTIVO                   :".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TCODFUNC
               LINE 04  COLUMN 33  PIC 9(05)
               USING  SOLF-CODFUNC
               HIGHLIGHT.
           05  TNOME
               LINE 04  COLUMN 40  PIC X(35)
               USING  NOME
               HIGHLIGHT.
           05  TNUM
               LINE 06  COLUMN 33  PIC 9(03)
               USING  SOLF-NUM
               HIGHLIGHT.
           05  TAREA
               LINE 08  COLUMN 33  PIC 9(03)
               USING  SOLF-CODAREA
               HIGHLIGHT.
           05  TSEQ
               LINE 09  COLUMN 33  PIC 9(02)
               USING  SOLF-SEQFERIAS
               HIGHLIGHT.
           05  TDTINI
               LINE 10  COLUMN 33  PIC 9(08)
               USING  SOLF-DTINI
               HIGHLIGHT.
           05  TDTFIM
               LINE 10  COLUMN 43  PIC 9(08)
               USING  SOLF-DTFIM
               HIGHLIGHT.
           05  TDIAS
               LINE 11  COLUMN 33  PIC 9(02)
               USING  SOLF-DIAS
               HIGHLIGHT.
           05  TDTSOL
               LINE 11  COLUMN 40  PIC 9(08)
               USING  SOLF-DTSOL
               HIGHLIGHT.
           05  TSIT
               LINE 13  COLUMN 33  PIC X(01)
               USING  SOLF-SIT
               HIGHLIGHT.
           05  TDESCSIT
               LINE 13  COLUMN 40  PIC X(10)
               USING  W-DESCSIT
               HIGHLIGHT.
           05  TOPERDEC
               LINE 14  COLUMN 33  PIC 9(03)
               USING  SOLF-OPERDEC
               HIGHLIGHT.
           05  TDTDEC
               LINE 14  COLUMN 40  PIC 9(08)
               USING  SOLF-DTDEC
               HIGHLIGHT.
           05  TMOTIVO
               LINE 15  COLUMN 33  PIC X(30)
               USING  SOLF-MOTIVO
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
      *    LIMITE DE AUSENCIA DA AREA: PARAMETRO 015, PADRAO 30%
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE 30 TO W-PCTMAX
           MOVE "S" TO W-TEMPARAM
           OPEN INPUT CADPARAM
           IF ST-ERRO7 NOT = "00"
              MOVE "N" TO W-TEMPARAM.
           IF W-TEMPARAM = "S"
              MOVE 015 TO W-PARAMCOD
              MOVE W-HOJE (1:6) TO W-PARAMCOMP
              PERFORM ROT-BUSCA-PARAM THRU ROT-BUSCA-PARAM-FIM
              IF W-PARAMVLR > 0
                 MOVE W-PARAMVLR TO W-PCTMAX
              END-IF
              CLOSE CADPARAM.
       R0B.
           OPEN INPUT CADOPER
           IF ST-ERRO4 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADOPER" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADFERIAS
           IF ST-ERRO5 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFERIAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADOPER
              GO TO ROT-FIM.
           OPEN I-O CADPLFER
           IF ST-ERRO6 NOT = "00"
              IF ST-ERRO6 = "30"
                 OPEN OUTPUT CADPLFER
                 CLOSE CADPLFER
                 OPEN I-O CADPLFER
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPLFER" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADOPER CADFERIAS
                 GO TO ROT-FIM.
      *    O CADSOLF E CRIADO PELO AUTOATENDIMENTO (CONSFO3)
       R0C.
           OPEN I-O CADSOLF
           IF ST-ERRO NOT = "00"
              MOVE "SEM SOLICITACOES DE FERIAS (AUTOATENDIMENTO)"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADOPER CADFERIAS CADPLFER
              GO TO ROT-FIM.
      *
       R1.
           MOVE SPACES TO NOME SOLF-SIT W-DESCSIT SOLF-MOTIVO
           MOVE ZEROS TO SOLF-CODFUNC SOLF-NUM SOLF-CODAREA
           MOVE ZEROS TO SOLF-SEQFERIAS SOLF-DTINI SOLF-DTFIM
           MOVE ZEROS TO SOLF-DIAS SOLF-DTSOL SOLF-OPERDEC SOLF-DTDEC
           DISPLAY TCADSOLF.
      *
       R2.
           ACCEPT TCODFUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM1.
           IF SOLF-CODFUNC = ZEROS
                   GO TO R2.
           MOVE SOLF-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO2 NOT = "00"
              MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY TNOME.
      *
       R3.
           ACCEPT TNUM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF SOLF-NUM NOT = ZEROS
              GO TO LER-CADSOLF.
      *    NUMERO ZERO: PRIMEIRA SOLICITACAO PENDENTE DO FUNCIONARIO
           MOVE SOLF-CODFUNC TO W-FUNCSOL
           START CADSOLF KEY IS NOT LESS CHAVESOLF
                 INVALID KEY
                    GO TO R3-NAOACH.
       R3A.
           READ CADSOLF NEXT RECORD
                AT END
                   GO TO R3-NAOACH
           END-READ
           IF ST-ERRO NOT = "00" OR SOLF-CODFUNC NOT = W-FUNCSOL
              GO TO R3-NAOACH.
           IF SOLF-SIT NOT = "P"
              GO TO R3A.
           GO TO R3-MOSTRA.
       R3-NAOACH.
           MOVE "*** FUNCIONARIO SEM SOLICITACAO PENDENTE ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
       LER-CADSOLF.
           READ CADSOLF
           IF ST-ERRO NOT = "00"
              MOVE "*** SOLICITACAO NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       R3-MOSTRA.
           PERFORM ROT-DESCSIT THRU ROT-DESCSIT-FIM
           DISPLAY TCADSOLF.
      *
      *****************************************
      * SOLICITACAO: APROVAR OU RECUSAR        *
      *****************************************
      *
       ACE-001.
                DISPLAY (22, 10)
                     "N=NOVA CONSULTA   A=APROVAR   R=RECUSAR"
                ACCEPT (22, 53) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "R"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (22, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1.
                MOVE W-OPCAO TO W-NOVASIT.
      *
      *********************************************************
      * DECISAO: NIVEL 1 OU APROVADOR DA AREA; SO A PENDENTE   *
      *********************************************************
       APR-001.
                IF SOLF-SIT NOT = "P"
                   MOVE "*** SO SOLICITACAO PENDENTE E DECIDIDA ***"
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
                   GO TO APR-003.
      *    APROVADA: CONFERE DE NOVO SALDO, PROGRAMACAO E AREA
                MOVE SOLF-CODFUNC   TO FER-CODFUNC
                MOVE SOLF-SEQFERIAS TO SEQFERIAS
                READ CADFERIAS
                IF ST-ERRO5 NOT = "00" OR SALDOFERIAS < SOLF-DIAS
                   MOVE "*** SALDO DO PERIODO NAO COBRE A JANELA ***"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE SOLF-CODFUNC   TO PLF-CODFUNC
                MOVE SOLF-SEQFERIAS TO PLF-SEQFERIAS
                READ CADPLFER
                IF ST-ERRO6 = "00"
                   MOVE "*** PERIODO JA TEM FERIAS PROGRAMADAS ***"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE SOLF-DTINI TO W-DTDMA8
                PERFORM ROT-DMA-AMD THRU ROT-DMA-AMD-FIM
                MOVE W-DTAMD8 TO W-INIANM
                MOVE SOLF-DTFIM TO W-DTDMA8
                PERFORM ROT-DMA-AMD THRU ROT-DMA-AMD-FIM
                MOVE W-DTAMD8 TO W-FIMANM
                PERFORM ROT-CONTA-AREA THRU ROT-CONTA-AREA-FIM
                PERFORM ROT-CONTA-AUSENTE THRU ROT-CONTA-AUSENTE-FIM
                IF W-QTDAREA = ZEROS
                   MOVE 1 TO W-QTDAREA.
                COMPUTE W-PCTAUSENTE = (W-QTDAUSENTE + 1) * 100
                                     / W-QTDAREA
                IF W-PCTAUSENTE > W-PCTMAX
                   MOVE "*** AREA ACIMA DO LIMITE DE AUSENCIA ***"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
       APR-002.
                MOVE SOLF-CODFUNC   TO PLF-CODFUNC
                MOVE SOLF-SEQFERIAS TO PLF-SEQFERIAS
                MOVE SOLF-DTINI     TO PLF-DTINI
                MOVE SOLF-DTFIM     TO PLF-DTFIM
                MOVE "P"            TO PLF-SIT
                WRITE REGPLFER
                IF ST-ERRO6 NOT = "00" AND ST-ERRO6 NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPLFER" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM1.
                GO TO APR-004.
      *    RECUSADA: MOTIVO OPCIONAL PARA O FUNCIONARIO
       APR-003.
                MOVE SPACES TO SOLF-MOTIVO
                DISPLAY TMOTIVO
                ACCEPT TMOTIVO.
       APR-004.
                MOVE W-NOVASIT TO SOLF-SIT
                MOVE W-2ACOD   TO SOLF-OPERDEC
                ACCEPT SOLF-DTDEC FROM DATE YYYYMMDD
                REWRITE REGSOLF
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA ALTERACAO DO ARQUIVO CADSOLF" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM1.
                IF W-NOVASIT = "A"
                   MOVE "*** APROVADA - PROGRAMADA NO CADPLFER ***"
                                                    TO MENS
                ELSE
                   MOVE "*** SOLICITACAO RECUSADA ***" TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
      *
      *********************************************************
      * DESCRICAO DA SITUACAO                                  *
      *********************************************************
       ROT-DESCSIT.
           MOVE SPACES TO W-DESCSIT
           IF SOLF-SIT = "P"
              MOVE "PENDENTE" TO W-DESCSIT.
           IF SOLF-SIT = "A"
              MOVE "APROVADA" TO W-DESCSIT.
           IF SOLF-SIT = "R"
              MOVE "RECUSADA" TO W-DESCSIT.
           IF SOLF-SIT = "C"
              MOVE "CANCELADA" TO W-DESCSIT.
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
           IF OPER-CODFUNC = SOLF-CODFUNC
              MOVE "*** OPERADOR NAO DECIDE AS PROPRIAS FERIAS ***"
                                                    TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-2APROV-FIM.
           IF OPER-NIVEL = 1
              MOVE "S" TO W-2AOK
              GO TO ROT-2APROV-FIM.
       ROT-2APROV-AREA.
           IF W-TEMAPRA NOT = "S"
              GO TO ROT-2APROV-NEG.
           MOVE SOLF-CODAREA TO APRA-AREA
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
      *
      *********************************************************
      * CONTA OS FUNCIONARIOS ATIVOS DA AREA DA SOLICITACAO    *
      * PELO INDICE ALTERNADO CODAREA                          *
      *********************************************************
       ROT-CONTA-AREA.
           MOVE ZEROS TO W-QTDAREA
           MOVE SOLF-CODAREA TO CODAREA
           START CADFUNC KEY IS NOT LESS CODAREA
                 INVALID KEY
                    GO TO ROT-CONTA-AREA-FIM.
       ROT-CONTA-AREA-RD.
           READ CADFUNC NEXT RECORD
                AT END
                   GO TO ROT-CONTA-AREA-FIM
           END-READ
           IF CODAREA NOT = SOLF-CODAREA
              GO TO ROT-CONTA-AREA-FIM.
           IF SITFUNC = "A"
              ADD 1 TO W-QTDAREA.
           GO TO ROT-CONTA-AREA-RD.
       ROT-CONTA-AREA-FIM.
           EXIT.
      *
      *********************************************************
      * CONTA AS PROGRAMACOES DE OUTROS FUNCIONARIOS DA MESMA  *
      * AREA QUE SE SOBREPOEM A JANELA (W-INIANM A W-FIMANM)   *
      *********************************************************
       ROT-CONTA-AUSENTE.
           MOVE ZEROS TO W-QTDAUSENTE
           MOVE ZEROS TO PLF-CODFUNC PLF-SEQFERIAS
           START CADPLFER KEY IS NOT LESS CHAVEPLFER
                 INVALID KEY
                    GO TO ROT-CONTA-AUSENTE-FIM.
       ROT-CONTA-AUSENTE-RD.
           READ CADPLFER NEXT RECORD
                AT END
                   GO TO ROT-CONTA-AUSENTE-FIM
           END-READ
           IF PLF-CODFUNC = SOLF-CODFUNC
              GO TO ROT-CONTA-AUSENTE-RD.
           MOVE PLF-DTINI TO W-DTDMA8
           PERFORM ROT-DMA-AMD THRU ROT-DMA-AMD-FIM
           MOVE W-DTAMD8 TO W-INIANM2
           MOVE PLF-DTFIM TO W-DTDMA8
           PERFORM ROT-DMA-AMD THRU ROT-DMA-AMD-FIM
           MOVE W-DTAMD8 TO W-FIMANM2
           IF W-INIANM2 > W-FIMANM OR W-FIMANM2 < W-INIANM
              GO TO ROT-CONTA-AUSENTE-RD.
           MOVE PLF-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO2 = "00" AND CODAREA = SOLF-CODAREA
              ADD 1 TO W-QTDAUSENTE.
           GO TO ROT-CONTA-AUSENTE-RD.
       ROT-CONTA-AUSENTE-FIM.
           EXIT.
      *
      *    CONVERTE DATA DDMMAAAA (W-DTDMA) PARA AAAAMMDD (W-DTAMD)
       ROT-DMA-AMD.
           MOVE W-DIAD TO W-DIAA
           MOVE W-MESD TO W-MESA
           MOVE W-ANOD TO W-ANOA.
       ROT-DMA-AMD-FIM.
           EXIT.
      *
      *********************************************************
      * BUSCA O PARAMETRO W-PARAMCOD EM CADPARAM E DEVOLVE O   *
      * VALOR EM W-PARAMVLR (ZEROS QUANDO NAO CADASTRADO): O   *
      * DA MAIOR VIGENCIA QUE NAO ULTRAPASSE A COMPETENCIA     *
      * W-PARAMCOMP                                            *
      *********************************************************
       ROT-BUSCA-PARAM.
           MOVE ZEROS TO W-PARAMVLR
           IF W-TEMPARAM NOT = "S"
              GO TO ROT-BUSCA-PARAM-FIM.
           MOVE W-PARAMCOD TO PARAM-COD
           MOVE ZEROS      TO PARAM-VIGEN
           START CADPARAM KEY IS NOT LESS CHAVEPARAM
                 INVALID KEY
                    GO TO ROT-BUSCA-PARAM-FIM.
       ROT-BUSCA-PARAM-RD.
           READ CADPARAM NEXT RECORD
                AT END
                   GO TO ROT-BUSCA-PARAM-FIM
           END-READ
           IF ST-ERRO7 NOT = "00" OR PARAM-COD NOT = W-PARAMCOD
              OR PARAM-VIGEN > W-PARAMCOMP
              GO TO ROT-BUSCA-PARAM-FIM.
           MOVE PARAM-VALOR TO W-PARAMVLR
           GO TO ROT-BUSCA-PARAM-RD.
       ROT-BUSCA-PARAM-FIM.
           EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM1.
           CLOSE CADOPER CADFERIAS CADPLFER CADSOLF.
       ROT-FIM.
           CLOSE CADFUNC
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
