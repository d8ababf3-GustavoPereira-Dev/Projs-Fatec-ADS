       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADDESP.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * REEMBOLSO DE DESPESAS - REGISTRA, POR CODFUNC + SEQUENCIA,   *
      * A DESPESA DO FUNCIONARIO (DATA, CATEGORIA, VALOR E NUMERO DO *
      * COMPROVANTE) E A FORMA DE PAGAMENTO: F=NA PROXIMA FOLHA      *
      * (FPP005/FPP006, EVENTO 170 NAO TRIBUTAVEL) OU R=NA REMESSA   *
      * SEMANAL DE REEMBOLSOS (REL074). A APROVACAO EXIGE OPERADOR   *
      * NIVEL 1 OU O APROVADOR (OU SUBSTITUTO) DA AREA DO            *
      * FUNCIONARIO NO CADAPRA; NINGUEM APROVA A PROPRIA DESPESA.    *
      * SITUACOES: A=AGUARDANDO  P=APROVADA  N=NEGADA  G=PAGA        *
      * CATEGORIAS: V=VIAGEM  K=QUILOMETRAGEM  R=REFEICAO  O=OUTRAS  *
      * RELATORIO POR AREA/CATEGORIA E PENDENCIAS NO REL075.         *
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
       SELECT CADDESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEDESP
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
       FD CADDESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDESP.DAT".
       01 REGDESP.
          03 CHAVEDESP.
             05 DESP-CODFUNC  PIC 9(5).
             05 DESP-SEQ      PIC 9(3).
          03 DESP-DATA        PIC 9(8).
          03 DESP-CATEG       PIC X(1).
          03 DESP-VALOR       PIC 9(6)V99.
          03 DESP-COMPROV     PIC X(15).
          03 DESP-HIST        PIC X(30).
          03 DESP-FORMA       PIC X(1).
          03 DESP-SIT         PIC X(1).
          03 DESP-OPERLANC    PIC 9(3).
          03 DESP-DTLANC      PIC 9(8).
          03 DESP-OPERAPR     PIC 9(3).
          03 DESP-DTAPR       PIC 9(8).
          03 DESP-ANOMESPAG   PIC 9(6).
          03 DESP-DTPAG       PIC 9(8).
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
       01 W-NOVASIT     PIC X(01) VALUE SPACES.
       01 W-DESCCATEG   PIC X(13) VALUE SPACES.
       01 W-DATA        PIC 9(08) VALUE ZEROS.
       01 W-DATA-R REDEFINES W-DATA.
          03 W-DATA-DIA PIC 9(02).
          03 W-DATA-MES PIC 9(02).
          03 W-DATA-ANO PIC 9(04).

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TCADDESP.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         *** REEMBOLSO DE DESPESAS ***".
           05  LINE 04  COLUMN 01
               VALUE  "   CODIGO DO FUNCIONARIO    :".
           05  LINE 06  COLUMN 01
               VALUE  "   SEQUENCIA DA DESPESA     :".
           05  LINE 08  COLUMN 01
               VALUE  "   DATA DA DESPESA          :".
           05  LINE 09  COLUMN 01
               VALUE  "   CATEGORIA (V/K/R/O)      :".
           05  LINE 10  COLUMN 01
               VALUE  "   VALOR                    :".
           05  LINE 11  COLUMN 01
               VALUE  "   NUMERO DO COMPROVANTE    :".
           05  LINE 12  COLUMN 01
               VALUE  "   HISTORICO                :".
           05  LINE 13  COLUMN 01
               VALUE  "   PAGAR EM (F=FOLHA R=REM.):".
           05  LINE 15  COLUMN 01
               VALUE  "   SITUACAO (A/P/N/G)       :".
           05  LINE 16  COLUMN 01
               VALUE  "   LANCADA POR / EM         :".
           05  LINE 17  COLUMN 01
               VALUE  "   DECIDIDA POR / EM        :".
           05  LINE 18  COLUMN 01
               VALUE  "   PAGA NA FOLHA / EM       :".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TCODFUNC
               LINE 04  COLUMN 33  PIC 9(05)
               USING  DESP-CODFUNC
               HIGHLIGHT.
           05  TNOME
               LINE 04  COLUMN 40  PIC X(35)
               USING  NOME
               HIGHLIGHT.
           05  TSEQ
               LINE 06  COLUMN 33  PIC 9(03)
               USING  DESP-SEQ
               HIGHLIGHT.
           05  TDATA
               LINE 08  COLUMN 33  PIC 99/99/9999
               USING  DESP-DATA
               HIGHLIGHT.
           05  TCATEG
               LINE 09  COLUMN 33  PIC X(01)
               USING  DESP-CATEG
               HIGHLIGHT.
           05  TDESCCATEG
               LINE 09  COLUMN 40  PIC X(13)
               USING  W-DESCCATEG
               HIGHLIGHT.
           05  TVALOR
               LINE 10  COLUMN 33  PIC 9(06),99
               USING  DESP-VALOR
               HIGHLIGHT.
           05  TCOMPROV
               LINE 11  COLUMN 33  PIC X(15)
               USING  DESP-COMPROV
               HIGHLIGHT.
           05  THIST
               LINE 12  COLUMN 33  PIC X(30)
               USING  DESP-HIST
               HIGHLIGHT.
           05  TFORMA
               LINE 13  COLUMN 33  PIC X(01)
               USING  DESP-FORMA
               HIGHLIGHT.
           05  TSIT
               LINE 15  COLUMN 33  PIC X(01)
               USING  DESP-SIT
               HIGHLIGHT.
           05  TOPERLANC
               LINE 16  COLUMN 33  PIC 9(03)
               USING  DESP-OPERLANC
               HIGHLIGHT.
           05  TDTLANC
               LINE 16  COLUMN 40  PIC 9(08)
               USING  DESP-DTLANC
               HIGHLIGHT.
           05  TOPERAPR
               LINE 17  COLUMN 33  PIC 9(03)
               USING  DESP-OPERAPR
               HIGHLIGHT.
           05  TDTAPR
               LINE 17  COLUMN 40  PIC 9(08)
               USING  DESP-DTAPR
               HIGHLIGHT.
           05  TANOMESPAG
               LINE 18  COLUMN 33  PIC 9(06)
               USING  DESP-ANOMESPAG
               HIGHLIGHT.
           05  TDTPAG
               LINE 18  COLUMN 40  PIC 9(08)
               USING  DESP-DTPAG
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
           OPEN I-O CADDESP
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADDESP
                 CLOSE CADDESP
                 MOVE "*** ARQUIVO CADDESP FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0C
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADDESP" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
       R1.
           MOVE SPACES TO NOME DESP-CATEG DESP-COMPROV DESP-HIST
           MOVE SPACES TO DESP-FORMA DESP-SIT W-DESCCATEG
           MOVE ZEROS TO DESP-CODFUNC DESP-SEQ DESP-DATA DESP-VALOR
           MOVE ZEROS TO DESP-OPERLANC DESP-DTLANC DESP-OPERAPR
           MOVE ZEROS TO DESP-DTAPR DESP-ANOMESPAG DESP-DTPAG
           DISPLAY TCADDESP.
      *
       R2.
           ACCEPT TCODFUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF DESP-CODFUNC = ZEROS
                   GO TO R2.
       LER-CADFUNC.
           MOVE DESP-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO2 NOT = "00"
              MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY TNOME.
      *
       R3.
           ACCEPT TSEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF DESP-SEQ = ZEROS
                   GO TO R3.
       LER-CADDESP.
           READ CADDESP
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 PERFORM ROT-DESCCATEG THRU ROT-DESCCATEG-FIM
                 DISPLAY TCADDESP
                 MOVE "*** DESPESA JA CADASTRADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADDESP" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
      *    DESPESA NOVA SO PARA FUNCIONARIO ATIVO; AS JA LANCADAS
      *    CONTINUAM CONSULTAVEIS E DECIDIVEIS APOS O DESLIGAMENTO
           IF SITFUNC NOT = "A"
              MOVE "*** FUNCIONARIO NAO ESTA ATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
       R4.
           ACCEPT TDATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           MOVE DESP-DATA TO W-DATA
           IF W-DATA-DIA < 01 OR W-DATA-DIA > 31
              OR W-DATA-MES < 01 OR W-DATA-MES > 12
              OR W-DATA-ANO < 1900
              MOVE "*** DATA INVALIDA (DDMMAAAA) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R5.
           ACCEPT TCATEG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           PERFORM ROT-DESCCATEG THRU ROT-DESCCATEG-FIM
           IF W-DESCCATEG = SPACES
              MOVE "*** CATEGORIA: V, K, R OU O ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           DISPLAY TDESCCATEG.
       R6.
           ACCEPT TVALOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF DESP-VALOR = ZEROS
                   GO TO R6.
       R7.
           ACCEPT TCOMPROV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF DESP-COMPROV = SPACES
              MOVE "COMPROVANTE NAO INFORMADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
       R8.
           ACCEPT THIST
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
       R9.
           IF DESP-FORMA = SPACES
              MOVE "F" TO DESP-FORMA.
           ACCEPT TFORMA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           IF DESP-FORMA NOT = "F" AND DESP-FORMA NOT = "R"
              MOVE "*** PAGAR EM: F=FOLHA OU R=REMESSA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
      *
      *    A DESPESA NASCE AGUARDANDO APROVACAO (A), EM NOME DO
      *    OPERADOR DA SESSAO (SINALIZADO PELO MENU EM CADTRAVA)
       R10.
           MOVE "A" TO DESP-SIT
           ACCEPT DESP-DTLANC FROM DATE YYYYMMDD
           PERFORM ROT-OPER-SESSAO THRU ROT-OPER-SESSAO-FIM
           DISPLAY TSIT
           DISPLAY TOPERLANC
           DISPLAY TDTLANC.
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
                WRITE REGDESP
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** DESPESA LANCADA - AGUARDA APROVACAO ***"
                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* DESPESA JA EXISTE, NAO GRAVADA *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADDESP"
                                   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * DESPESA EXISTENTE: APROVAR/NEGAR       *
      *****************************************
      *
       ACE-001.
                DISPLAY (22, 10)
                     "N=NOVA   A=APROVAR   R=NEGAR   E=EXCLUIR"
                ACCEPT (22, 53) W-OPCAO
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
                   MOVE "P" TO W-NOVASIT
                ELSE
                   MOVE "N" TO W-NOVASIT.
      *
      *********************************************************
      * APROVACAO/NEGATIVA: NIVEL 1 OU APROVADOR DA AREA       *
      *********************************************************
       APR-001.
                IF DESP-SIT NOT = "A"
                   MOVE "*** SO DESPESA AGUARDANDO PODE SER DECIDIDA *"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                PERFORM ROT-2APROV THRU ROT-2APROV-FIM
                IF W-2AOK NOT = "S"
                   MOVE "*** DECISAO CANCELADA - SEM APROVADOR ***"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE W-NOVASIT TO DESP-SIT
                MOVE W-2ACOD   TO DESP-OPERAPR
                ACCEPT DESP-DTAPR FROM DATE YYYYMMDD
                REWRITE REGDESP
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** DESPESA DECIDIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DA DESPESA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *    DESPESA JA PAGA (G) FICA COMO HISTORICO DO PAGAMENTO
       EXC-OPC.
                IF DESP-SIT = "G"
                   MOVE "*** DESPESA JA PAGA NAO PODE SER EXCLUIDA ***"
                                                    TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                DISPLAY (22, 35) "EXCLUIR   (S/N) : ".
                ACCEPT (22, 53) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DESPESA NAO EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADDESP RECORD
                IF ST-ERRO = "00"
                   MOVE "*** DESPESA EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DA DESPESA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *********************************************************
      * DESCRICAO DA CATEGORIA (BRANCOS = CATEGORIA INVALIDA)  *
      *********************************************************
       ROT-DESCCATEG.
           MOVE SPACES TO W-DESCCATEG
           IF DESP-CATEG = "V"
              MOVE "VIAGEM" TO W-DESCCATEG.
           IF DESP-CATEG = "K"
              MOVE "QUILOMETRAGEM" TO W-DESCCATEG.
           IF DESP-CATEG = "R"
              MOVE "REFEICAO" TO W-DESCCATEG.
           IF DESP-CATEG = "O"
              MOVE "OUTRAS" TO W-DESCCATEG.
       ROT-DESCCATEG-FIM.
           EXIT.
      *
      *********************************************************
      * OPERADOR DA SESSAO (SINALIZADO PELO MENU EM CADTRAVA)  *
      *********************************************************
       ROT-OPER-SESSAO.
           MOVE ZEROS TO DESP-OPERLANC
           OPEN INPUT CADTRAVA
           IF ST-ERRO5 = "00"
              MOVE 1 TO TRAVA-COD
              READ CADTRAVA
              IF ST-ERRO5 = "00"
                 MOVE TRAVA-OPERADOR TO DESP-OPERLANC
              END-IF
              CLOSE CADTRAVA.
       ROT-OPER-SESSAO-FIM.
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
           IF OPER-CODFUNC = DESP-CODFUNC
              MOVE "*** OPERADOR NAO DECIDE A PROPRIA DESPESA ***"
                                                    TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-2APROV-FIM.
           IF OPER-NIVEL = 1
              MOVE "S" TO W-2AOK
              GO TO ROT-2APROV-FIM.
       ROT-2APROV-AREA.
           IF W-TEMAPRA NOT = "S"
              GO TO ROT-2APROV-NEG.
           MOVE DESP-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO2 NOT = "00"
              GO TO ROT-2APROV-NEG.
           MOVE CODAREA TO APRA-AREA
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
       ROT-FIM.
           CLOSE CADFUNC CADOPER CADDESP
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
