       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADALTF.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * ALTERACOES CADASTRAIS PROGRAMADAS - PROMOCAO, TRANSFERENCIA *
      * DE AREA, MUDANCA DE CARGO, DE STEP (CADFSTEP) OU DE EMPRESA *
      * APROVADAS COM ANTECEDENCIA. O OPERADOR REGISTRA AQUI, POR   *
      * CODFUNC + SEQUENCIA, OS NOVOS VALORES (ZERO = MANTEM O      *
      * ATUAL), A DATA DE VIGENCIA E O OPERADOR QUE APROVOU. O      *
      * BATCH FPP021, NA ABERTURA DA COMPETENCIA OU ANTES DO        *
      * FPP006, APLICA AS VENCIDAS NO CADFUNC COM HISTORICO EM      *
      * CADHFUNC E LISTA AS APLICADAS E AS AINDA PENDENTES.         *
      * SITUACOES: P=PENDENTE  A=APLICADA  C=CANCELADA              *
      * SO A PENDENTE PODE SER ALTERADA OU CANCELADA.               *
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
       SELECT CADAREA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AREA-COD
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS AREA-NOME
                                   WITH DUPLICATES.
      *
       SELECT CADCARGO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CARGO-COD
                    ALTERNATE RECORD KEY IS CARGO-DNMNC
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CARGO-AREA
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO4.
      *
       SELECT CADSTEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVESTEP
                    FILE STATUS  IS ST-ERRO5.
      *
       SELECT CADFSTEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FST-CODFUNC
                    FILE STATUS  IS ST-ERRO6.
      *
       SELECT CADEMPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EMP-COD
                    FILE STATUS  IS ST-ERRO7.
      *
       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPER-COD
                    FILE STATUS  IS ST-ERRO8
                    ALTERNATE RECORD KEY IS OPER-NOME
                                   WITH DUPLICATES.
      *
       SELECT CADALTF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEALTF
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
       FD CADAREA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAREA.DAT".
       01 REGAREA.
                03 AREA-COD          PIC 9(03).
                03 AREA-NOME         PIC X(20).
                03 AREA-ESTRUTURA    PIC 9(1).
                03 AREA-QTDORCADA    PIC 9(04).
      *
       FD CADCARGO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCARGO.DAT".
       01 REGCARGO.
               03 CARGO-COD        PIC 9(5).
               03 CARGO-DNMNC      PIC X(20).
               03 CARGO-AREA       PIC 9(3).
               03 CARGO-TPSAL      PIC 9(1).
               03 CARGO-SALBASE    PIC 9(6)V99.
      *
       FD CADSTEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSTEP.DAT".
       01 REGSTEP.
          03 CHAVESTEP.
             05 STEP-CARGO    PIC 9(5).
             05 STEP-COD      PIC 9(2).
          03 STEP-SALARIO     PIC 9(6)V99.
          03 STEP-MESESMIN    PIC 9(3).
      *
       FD CADFSTEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFSTEP.DAT".
       01 REGFSTEP.
          03 FST-CODFUNC      PIC 9(5).
          03 FST-STEP         PIC 9(2).
          03 FST-DTINI        PIC 9(8).
      *
       FD CADEMPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEMPR.DAT".
       01 REGEMPR.
                03 EMP-COD           PIC 9(02).
                03 EMP-NOME          PIC X(30).
                03 EMP-BANCO         PIC 9(03).
                03 EMP-AGENCIA       PIC 9(04).
                03 EMP-CONTA         PIC X(10).
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
       FD CADALTF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALTF.DAT".
       01 REGALTF.
          03 CHAVEALTF.
             05 ALTF-CODFUNC  PIC 9(5).
             05 ALTF-SEQ      PIC 9(3).
          03 ALTF-DTEFET      PIC 9(8).
          03 ALTF-CODAREA     PIC 9(3).
          03 ALTF-CODCARGO    PIC 9(3).
          03 ALTF-STEP        PIC 9(2).
          03 ALTF-EMPFUNC     PIC 9(2).
          03 ALTF-OPERAPR     PIC 9(3).
          03 ALTF-DTCAD       PIC 9(8).
          03 ALTF-SIT         PIC X(1).
          03 ALTF-DTAPL       PIC 9(8).
          03 ALTF-OBS         PIC X(30).
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
       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-TEMSTEP     PIC X(01) VALUE "N".
       01 W-TEMFSTEP    PIC X(01) VALUE "N".
       01 W-TEMEMPR     PIC X(01) VALUE "N".
       01 W-STEPATU     PIC 9(02) VALUE ZEROS.
       01 W-CARGOSTEP   PIC 9(03) VALUE ZEROS.
       01 W-PROXSEQ     PIC 9(03) VALUE ZEROS.
       01 W-DESCSIT     PIC X(10) VALUE SPACES.
       01 W-NOMEAPR     PIC X(20) VALUE SPACES.
       01 W-DMANO       PIC 9(04) VALUE ZEROS.
       01 W-DMMES       PIC 9(02) VALUE ZEROS.
       01 W-DIASMES     PIC 9(02) VALUE ZEROS.
       01 W-RESTO4      PIC 9(04) VALUE ZEROS.
       01 W-QUOC4       PIC 9(04) VALUE ZEROS.
       01 W-DTDMA.
          03 W-DIAD     PIC 9(02).
          03 W-MESD     PIC 9(02).
          03 W-ANOD     PIC 9(04).
       01 W-DTDMA8 REDEFINES W-DTDMA PIC 9(08).

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TCADALTF.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** ALTERACOES CADASTRAIS PROGRAMADAS ***".
           05  LINE 04  COLUMN 01
               VALUE  "   CODIGO DO FUNCIONARIO       :".
           05  LINE 05  COLUMN 01
               VALUE  "   SEQUENCIA (0 = NOVA)        :".
           05  LINE 07  COLUMN 01
               VALUE  "   VIGENCIA (DDMMAAAA)         :".
           05  LINE 08  COLUMN 01
               VALUE  "   (ZERO = MANTEM)               NOVO   ATUAL".
           05  LINE 09  COLUMN 01
               VALUE  "   AREA                        :".
           05  LINE 10  COLUMN 01
               VALUE  "   CARGO                       :".
           05  LINE 11  COLUMN 01
               VALUE  "   STEP                        :".
           05  LINE 12  COLUMN 01
               VALUE  "   EMPRESA                     :".
           05  LINE 14  COLUMN 01
               VALUE  "   APROVADA POR (OPERADOR)     :".
           05  LINE 16  COLUMN 01
               VALUE  "   SITUACAO (P/A/C)            :".
           05  LINE 17  COLUMN 01
               VALUE  "   CADASTRADA / APLICADA EM    :".
           05  LINE 18  COLUMN 01
               VALUE  "   OBSERVACAO                  :".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TCODFUNC
               LINE 04  COLUMN 35  PIC 9(05)
               USING  ALTF-CODFUNC
               HIGHLIGHT.
           05  TNOME
               LINE 04  COLUMN 42  PIC X(35)
               USING  NOME
               HIGHLIGHT.
           05  TSEQ
               LINE 05  COLUMN 35  PIC 9(03)
               USING  ALTF-SEQ
               HIGHLIGHT.
           05  TDTEFET
               LINE 07  COLUMN 35  PIC 9(08)
               USING  ALTF-DTEFET
               HIGHLIGHT.
           05  TAREA
               LINE 09  COLUMN 35  PIC 9(03)
               USING  ALTF-CODAREA
               HIGHLIGHT.
           05  TAREAATU
               LINE 09  COLUMN 42  PIC 9(03)
               USING  CODAREA
               HIGHLIGHT.
           05  TCARGO
               LINE 10  COLUMN 35  PIC 9(03)
               USING  ALTF-CODCARGO
               HIGHLIGHT.
           05  TCARGOATU
               LINE 10  COLUMN 42  PIC 9(03)
               USING  CODCARGO
               HIGHLIGHT.
           05  TSTEP
               LINE 11  COLUMN 35  PIC 9(02)
               USING  ALTF-STEP
               HIGHLIGHT.
           05  TSTEPATU
               LINE 11  COLUMN 42  PIC 9(02)
               USING  W-STEPATU
               HIGHLIGHT.
           05  TEMP
               LINE 12  COLUMN 35  PIC 9(02)
               USING  ALTF-EMPFUNC
               HIGHLIGHT.
           05  TEMPATU
               LINE 12  COLUMN 42  PIC 9(02)
               USING  EMPFUNC
               HIGHLIGHT.
           05  TOPERAPR
               LINE 14  COLUMN 35  PIC 9(03)
               USING  ALTF-OPERAPR
               HIGHLIGHT.
           05  TNOMEAPR
               LINE 14  COLUMN 42  PIC X(20)
               USING  W-NOMEAPR
               HIGHLIGHT.
           05  TSIT
               LINE 16  COLUMN 35  PIC X(01)
               USING  ALTF-SIT
               HIGHLIGHT.
           05  TDESCSIT
               LINE 16  COLUMN 42  PIC X(10)
               USING  W-DESCSIT
               HIGHLIGHT.
           05  TDTCAD
               LINE 17  COLUMN 35  PIC 9(08)
               USING  ALTF-DTCAD
               HIGHLIGHT.
           05  TDTAPL
               LINE 17  COLUMN 45  PIC 9(08)
               USING  ALTF-DTAPL
               HIGHLIGHT.
           05  TOBS
               LINE 18  COLUMN 35  PIC X(30)
               USING  ALTF-OBS
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
           OPEN INPUT CADAREA
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADAREA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFUNC
              GO TO ROT-FIM2.
           OPEN INPUT CADCARGO
           IF ST-ERRO4 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCARGO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFUNC CADAREA
              GO TO ROT-FIM2.
           OPEN INPUT CADOPER
           IF ST-ERRO8 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADOPER" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFUNC CADAREA CADCARGO
              GO TO ROT-FIM2.
      *    OPCIONAIS: STEPS (CADSTEP/CADFSTEP) E MULTIEMPRESA (CADEMPR)
       R0A.
           MOVE "S" TO W-TEMSTEP
           OPEN INPUT CADSTEP
           IF ST-ERRO5 NOT = "00"
              MOVE "N" TO W-TEMSTEP.
           MOVE "S" TO W-TEMFSTEP
           OPEN INPUT CADFSTEP
           IF ST-ERRO6 NOT = "00"
              MOVE "N" TO W-TEMFSTEP.
           MOVE "S" TO W-TEMEMPR
           OPEN INPUT CADEMPR
           IF ST-ERRO7 NOT = "00"
              MOVE "N" TO W-TEMEMPR.
       R0B.
           OPEN I-O CADALTF
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADALTF
                 CLOSE CADALTF
                 MOVE "*** ARQUIVO CADALTF FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0B
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADALTF" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE SPACES TO NOME ALTF-SIT ALTF-OBS W-DESCSIT W-NOMEAPR
           MOVE ZEROS TO ALTF-CODFUNC ALTF-SEQ ALTF-DTEFET
           MOVE ZEROS TO ALTF-CODAREA ALTF-CODCARGO ALTF-STEP
           MOVE ZEROS TO ALTF-EMPFUNC ALTF-OPERAPR ALTF-DTCAD
           MOVE ZEROS TO ALTF-DTAPL CODAREA CODCARGO EMPFUNC
           MOVE ZEROS TO W-STEPATU W-SEL
           DISPLAY TCADALTF.
      *
       R2.
           ACCEPT TCODFUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF ALTF-CODFUNC = ZEROS
                   GO TO R2.
       LER-CADFUNC.
           MOVE ALTF-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO2 NOT = "00"
              MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE ZEROS TO W-STEPATU
           IF W-TEMFSTEP = "S"
              MOVE CODFUNC TO FST-CODFUNC
              READ CADFSTEP
              IF ST-ERRO6 = "00"
                 MOVE FST-STEP TO W-STEPATU.
           DISPLAY TCADALTF.
      *
       R3.
           ACCEPT TSEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF ALTF-SEQ = ZEROS
              PERFORM ROT-PROX-SEQ THRU ROT-PROX-SEQ-FIM
              MOVE W-PROXSEQ TO ALTF-SEQ
              MOVE "P" TO ALTF-SIT
              PERFORM ROT-DESCSIT THRU ROT-DESCSIT-FIM
              DISPLAY TCADALTF
              GO TO R4.
       LER-CADALTF.
           READ CADALTF
           IF ST-ERRO NOT = "00"
              MOVE "*** ALTERACAO NAO CADASTRADA (0 = NOVA) ***"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE SPACES TO W-NOMEAPR
           MOVE ALTF-OPERAPR TO OPER-COD
           READ CADOPER
           IF ST-ERRO8 = "00"
              MOVE OPER-NOME TO W-NOMEAPR.
           PERFORM ROT-DESCSIT THRU ROT-DESCSIT-FIM
           DISPLAY TCADALTF
           GO TO ACE-001.
      *
       R4.
           ACCEPT TDTEFET
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           MOVE ALTF-DTEFET TO W-DTDMA8
           IF W-MESD < 1 OR W-MESD > 12 OR W-ANOD < 1900
              OR W-DIAD < 1
              MOVE "*** DATA DE VIGENCIA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE W-ANOD TO W-DMANO
           MOVE W-MESD TO W-DMMES
           PERFORM ROT-DIAS-MES THRU ROT-DIAS-MES-FIM
           IF W-DIAD > W-DIASMES
              MOVE "*** DATA DE VIGENCIA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R5.
           ACCEPT TAREA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF ALTF-CODAREA = ZEROS
              GO TO R6.
           IF ALTF-CODAREA = CODAREA
              MOVE "*** IGUAL A AREA ATUAL (0 = MANTEM) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           MOVE ALTF-CODAREA TO AREA-COD
           READ CADAREA
           IF ST-ERRO3 NOT = "00"
              MOVE "*** AREA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       R6.
           ACCEPT TCARGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF ALTF-CODCARGO = ZEROS
              GO TO R7.
           IF ALTF-CODCARGO = CODCARGO
              MOVE "*** IGUAL AO CARGO ATUAL (0 = MANTEM) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           MOVE ALTF-CODCARGO TO CARGO-COD
           READ CADCARGO
           IF ST-ERRO4 NOT = "00"
              MOVE "*** CARGO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
      *    O STEP E CONFERIDO NA TABELA DO CARGO QUE VAI VALER
       R7.
           ACCEPT TSTEP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF ALTF-STEP = ZEROS
              GO TO R8.
           IF W-TEMSTEP NOT = "S"
              MOVE "*** TABELA DE STEPS (CADSTEP) NAO ENCONTRADA ***"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           MOVE CODCARGO TO W-CARGOSTEP
           IF ALTF-CODCARGO NOT = ZEROS
              MOVE ALTF-CODCARGO TO W-CARGOSTEP.
           MOVE W-CARGOSTEP TO STEP-CARGO
           MOVE ALTF-STEP   TO STEP-COD
           READ CADSTEP
           IF ST-ERRO5 NOT = "00"
              MOVE "*** STEP INEXISTENTE PARA O CARGO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
       R8.
           ACCEPT TEMP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF ALTF-EMPFUNC = ZEROS
              GO TO R8A.
           IF ALTF-EMPFUNC = EMPFUNC
              MOVE "*** IGUAL A EMPRESA ATUAL (0 = MANTEM) ***"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           IF W-TEMEMPR NOT = "S"
              MOVE "*** CADASTRO DE EMPRESAS NAO ENCONTRADO ***"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           MOVE ALTF-EMPFUNC TO EMP-COD
           READ CADEMPR
           IF ST-ERRO7 NOT = "00"
              MOVE "*** EMPRESA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
       R8A.
           IF ALTF-CODAREA = ZEROS AND ALTF-CODCARGO = ZEROS
              AND ALTF-STEP = ZEROS AND ALTF-EMPFUNC = ZEROS
              MOVE "*** INFORME AO MENOS UMA ALTERACAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
      *    APROVADOR: OPERADOR CADASTRADO, NAO O PROPRIO FUNCIONARIO
       R9.
           ACCEPT TOPERAPR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           MOVE ALTF-OPERAPR TO OPER-COD
           READ CADOPER
           IF ST-ERRO8 NOT = "00"
              MOVE "*** OPERADOR APROVADOR NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
           IF OPER-CODFUNC = ALTF-CODFUNC
              MOVE "*** FUNCIONARIO NAO APROVA A PROPRIA ALTERACAO ***"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
           MOVE OPER-NOME TO W-NOMEAPR
           DISPLAY TNOMEAPR.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (22, 20) "DADOS OK (S/N) : ".
                ACCEPT (22, 39) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R9.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE "P"    TO ALTF-SIT
                MOVE ZEROS  TO ALTF-DTAPL
                MOVE SPACES TO ALTF-OBS
                ACCEPT ALTF-DTCAD FROM DATE YYYYMMDD
                WRITE REGALTF
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** ALTERACAO PROGRAMADA GRAVADA ***"
                                   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* SEQUENCIA JA EXISTE, NAO GRAVADO *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADALTF"
                                   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/CANCELA  *
      *****************************************
      *
       ACE-001.
                DISPLAY (22, 10)
                     "N=NOVO REGISTRO   A=ALTERAR   C=CANCELAR"
                ACCEPT (22, 53) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "C" GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (22, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1.
                IF ALTF-SIT NOT = "P"
                   MOVE "*** SO ALTERACAO PENDENTE PODE SER MUDADA ***"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF W-OPCAO = "A"
                   MOVE 1 TO W-SEL
                   GO TO R4.
      *
       CAN-OPC.
                DISPLAY (22, 35) "CANCELAR  (S/N) : ".
                ACCEPT (22, 53) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** ALTERACAO NAO CANCELADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CAN-OPC.
       CAN-RW1.
                MOVE "C" TO ALTF-SIT
                MOVE "CANCELADA PELO OPERADOR" TO ALTF-OBS
                REWRITE REGALTF
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** ALTERACAO CANCELADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NO CANCELAMENTO DA ALTERACAO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (22, 36) "ALTERAR  (S/N) : ".
                ACCEPT (22, 53) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R9.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                MOVE SPACES TO ALTF-OBS
                REWRITE REGALTF
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** ALTERACAO PROGRAMADA ALTERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO ARQUIVO CADALTF" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *********************************************************
      * PROXIMA SEQUENCIA DE ALTERACAO DO FUNCIONARIO          *
      *********************************************************
       ROT-PROX-SEQ.
           MOVE ZEROS TO W-PROXSEQ
           MOVE ZEROS TO ALTF-SEQ
           START CADALTF KEY IS NOT LESS CHAVEALTF
                 INVALID KEY
                    GO TO ROT-PROX-SEQ-ENC.
       ROT-PROX-SEQ-RD.
           READ CADALTF NEXT RECORD
                AT END
                   GO TO ROT-PROX-SEQ-ENC
           END-READ
           IF ST-ERRO NOT = "00" OR ALTF-CODFUNC NOT = CODFUNC
              GO TO ROT-PROX-SEQ-ENC.
           MOVE ALTF-SEQ TO W-PROXSEQ
           GO TO ROT-PROX-SEQ-RD.
       ROT-PROX-SEQ-ENC.
           ADD 1 TO W-PROXSEQ
           MOVE SPACES TO ALTF-SIT ALTF-OBS
           MOVE ZEROS TO ALTF-DTEFET ALTF-CODAREA ALTF-CODCARGO
           MOVE ZEROS TO ALTF-STEP ALTF-EMPFUNC ALTF-OPERAPR
           MOVE ZEROS TO ALTF-DTCAD ALTF-DTAPL
           MOVE CODFUNC TO ALTF-CODFUNC.
       ROT-PROX-SEQ-FIM.
           EXIT.
      *
      *********************************************************
      * DESCRICAO DA SITUACAO                                  *
      *********************************************************
       ROT-DESCSIT.
           MOVE SPACES TO W-DESCSIT
           IF ALTF-SIT = "P"
              MOVE "PENDENTE" TO W-DESCSIT.
           IF ALTF-SIT = "A"
              MOVE "APLICADA" TO W-DESCSIT.
           IF ALTF-SIT = "C"
              MOVE "CANCELADA" TO W-DESCSIT.
       ROT-DESCSIT-FIM.
           EXIT.
      *
      *    QUANTIDADE DE DIAS DO MES W-DMMES/W-DMANO
       ROT-DIAS-MES.
           EVALUATE W-DMMES
              WHEN 01 MOVE 31 TO W-DIASMES
              WHEN 03 MOVE 31 TO W-DIASMES
              WHEN 05 MOVE 31 TO W-DIASMES
              WHEN 07 MOVE 31 TO W-DIASMES
              WHEN 08 MOVE 31 TO W-DIASMES
              WHEN 10 MOVE 31 TO W-DIASMES
              WHEN 12 MOVE 31 TO W-DIASMES
              WHEN 02
                 DIVIDE W-DMANO BY 4 GIVING W-QUOC4
                        REMAINDER W-RESTO4
                 IF W-RESTO4 = ZEROS
                    MOVE 29 TO W-DIASMES
                 ELSE
                    MOVE 28 TO W-DIASMES
                 END-IF
              WHEN OTHER MOVE 30 TO W-DIASMES
           END-EVALUATE.
       ROT-DIAS-MES-FIM.
           EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADFUNC CADAREA CADCARGO CADOPER CADALTF
           IF W-TEMSTEP = "S"
              CLOSE CADSTEP.
           IF W-TEMFSTEP = "S"
              CLOSE CADFSTEP.
           IF W-TEMEMPR = "S"
              CLOSE CADEMPR.
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
