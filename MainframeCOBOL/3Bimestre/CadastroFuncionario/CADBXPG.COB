       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADBXPG.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * BAIXA DO PAGAMENTO EM CHEQUE OU DINHEIRO - PARA O CREDITO   *
      * EMITIDO PELO FPP022 (CADCONF COM SITCONF "E"), REGISTRA NA  *
      * COMPETENCIA SE O FUNCIONARIO RETIROU O PAGAMENTO:           *
      *   P = PAGO (CHEQUE ENTREGUE / ENVELOPE RETIRADO)            *
      *   N = NAO RETIRADO                                          *
      *   E = VOLTA PARA EMITIDO (ESTORNO DE BAIXA FEITA ERRADA)    *
      * A DATA DA BAIXA VAI EM DTRETORNO, COMO FAZ O REL025 COM O   *
      * RETORNO DO BANCO. NO CHEQUE, A SITUACAO E A DATA SAO        *
      * REPETIDAS NO REGISTRO CADCHEQ.                              *
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
       SELECT CADPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPGTO
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS SALBRUTO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS ANOMES WITH DUPLICATES.
      *
       SELECT CADCONF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECONF
                    FILE STATUS  IS ST-ERRO.
      *
       SELECT CADCHEQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHQ-NUM
                    FILE STATUS  IS ST-CHQ
                    ALTERNATE RECORD KEY IS CHQ-CHAVEFOL
                                         WITH DUPLICATES.
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
       FD CADPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAG.DAT".
       01 REGPAG.
          03 CHAVEPGTO.
               05 FUNC-COD PIC 9(5).
               05 ANOMES.
                  07 ANO   PIC 9(4).
                  07 MES   PIC 9(2).
               05 TIPOFOLHA PIC X(1).
          03 SALBRUTO      PIC 9(06)V99.
          03 INSS          PIC 9(06)V99.
          03 IR            PIC 9(06)V99.
          03 SALFAMILIA    PIC 9(06)V99.
          03 SALLIQ        PIC 9(06)V99.
          03 FGTS          PIC 9(06)V99.
          03 EMPPAG        PIC 9(02).
      *
       FD CADCONF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONF.DAT".
       01 REGCONF.
          03 CHAVECONF.
             05 CONF-CODFUNC   PIC 9(5).
             05 CONF-ANO       PIC 9(4).
             05 CONF-MES       PIC 9(2).
             05 CONF-TIPOFOLHA PIC X(1).
          03 SITCONF           PIC X(1).
          03 MOTIVOREJ         PIC X(30).
          03 DTRETORNO         PIC 9(8).
      *
       FD CADCHEQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHEQ.DAT".
       01 REGCHQ.
          03 CHQ-NUM           PIC 9(6).
          03 CHQ-CHAVEFOL.
             05 CHQ-CODFUNC    PIC 9(5).
             05 CHQ-ANO        PIC 9(4).
             05 CHQ-MES        PIC 9(2).
             05 CHQ-TIPOFOLHA  PIC X(1).
          03 CHQ-EMP           PIC 9(2).
          03 CHQ-VALOR         PIC 9(06)V99.
          03 CHQ-DTEMIS        PIC 9(8).
          03 CHQ-SIT           PIC X(1).
          03 CHQ-DTSIT         PIC 9(8).
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
       01 ST-CHQ        PIC X(02) VALUE "00".
       01 W-TEMCHQ      PIC X(01) VALUE "N".
       01 W-TEMPAG      PIC X(01) VALUE "N".
       01 W-SITNOVA     PIC X(01) VALUE SPACE.
       01 W-SITANT      PIC X(01) VALUE SPACE.
       01 W-DESCSIT     PIC X(20) VALUE SPACES.
       01 W-VALOR       PIC 9(06)V99 VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TCADBXP.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** BAIXA DO PAGAMENTO EM CHEQUE/DINHEIRO ***".
           05  LINE 05  COLUMN 01
               VALUE  "   CODIGO DO FUNCIONARIO       :".
           05  LINE 06  COLUMN 01
               VALUE  "   NOME DO FUNCIONARIO         :".
           05  LINE 08  COLUMN 01
               VALUE  "   ANO / MES DA FOLHA          :".
           05  LINE 09  COLUMN 01
               VALUE  "   TIPO DE FOLHA (M/F/C/P)     :".
           05  LINE 11  COLUMN 01
               VALUE  "   FORMA / CHEQUE              :".
           05  LINE 12  COLUMN 01
               VALUE  "   VALOR LIQUIDO               :".
           05  LINE 13  COLUMN 01
               VALUE  "   DATA DA ULTIMA SITUACAO     :".
           05  LINE 15  COLUMN 01
               VALUE  "   SITUACAO                    :".
           05  LINE 16  COLUMN 01
               VALUE  "   (P=PAGO N=NAO RETIRADO E=EMITIDO)".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TCODFUNC
               LINE 05  COLUMN 35  PIC 9(05)
               USING  CONF-CODFUNC
               HIGHLIGHT.
           05  TNOME
               LINE 06  COLUMN 35  PIC X(35)
               USING  NOME
               HIGHLIGHT.
           05  TANO
               LINE 08  COLUMN 35  PIC 9(04)
               USING  CONF-ANO
               HIGHLIGHT.
           05  TMES
               LINE 08  COLUMN 42  PIC 9(02)
               USING  CONF-MES
               HIGHLIGHT.
           05  TTIPO
               LINE 09  COLUMN 35  PIC X(01)
               USING  CONF-TIPOFOLHA
               HIGHLIGHT.
           05  TMOTIVO
               LINE 11  COLUMN 35  PIC X(30)
               USING  MOTIVOREJ
               HIGHLIGHT.
           05  TVALOR
               LINE 12  COLUMN 35  PIC ZZZ.ZZ9,99
               USING  W-VALOR
               HIGHLIGHT.
           05  TDTRET
               LINE 13  COLUMN 35  PIC 9(08)
               USING  DTRETORNO
               HIGHLIGHT.
           05  TSIT
               LINE 15  COLUMN 35  PIC X(01)
               USING  W-SITNOVA
               HIGHLIGHT.
           05  TDESCSIT
               LINE 15  COLUMN 38  PIC X(20)
               USING  W-DESCSIT
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
           OPEN I-O CADCONF
           IF ST-ERRO NOT = "00"
              MOVE "SEM CREDITOS EMITIDOS (CADCONF) - RODE O FPP022"
                                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFUNC
              GO TO ROT-FIM2.
      *    CADPAG SO MOSTRA O VALOR; CADCHEQ SO EXISTE DEPOIS DO
      *    PRIMEIRO CHEQUE EMITIDO
       R0B.
           MOVE "S" TO W-TEMPAG
           OPEN INPUT CADPAG
           IF ST-ERRO3 NOT = "00"
              MOVE "N" TO W-TEMPAG.
           MOVE "S" TO W-TEMCHQ
           OPEN I-O CADCHEQ
           IF ST-CHQ NOT = "00"
              MOVE "N" TO W-TEMCHQ.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE SPACES TO NOME CONF-TIPOFOLHA MOTIVOREJ W-SITNOVA
                          W-DESCSIT
           MOVE ZEROS TO CONF-CODFUNC CONF-ANO CONF-MES W-VALOR
                         DTRETORNO
           DISPLAY TCADBXP.
      *
       R2.
           ACCEPT TCODFUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF CONF-CODFUNC = ZEROS
                   GO TO R2.
           MOVE CONF-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO2 NOT = "00"
              MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2
           ELSE
              DISPLAY TNOME.
       R3.
           ACCEPT TANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF CONF-ANO = ZEROS
                   GO TO R3.
       R4.
           ACCEPT TMES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF CONF-MES < 1 OR CONF-MES > 12
              MOVE "MES INVALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R5.
           ACCEPT TTIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF CONF-TIPOFOLHA NOT = "M" AND CONF-TIPOFOLHA NOT = "F"
              AND CONF-TIPOFOLHA NOT = "C" AND CONF-TIPOFOLHA NOT = "P"
              MOVE "TIPO DEVE SER M, F, C OU P" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
      *
      *********************************************************
      * SO O CREDITO EMITIDO EM CHEQUE/DINHEIRO ACEITA BAIXA - *
      * O CONFIRMADO/REJEITADO PELO BANCO VEM DO REL025        *
      *********************************************************
       LER-CADCONF.
           READ CADCONF
           IF ST-ERRO = "23"
              MOVE "*** CREDITO NAO EMITIDO PELO FPP022 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO CADCONF" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF SITCONF NOT = "E" AND SITCONF NOT = "P"
              AND SITCONF NOT = "N"
              MOVE "*** CREDITO PAGO PELO BANCO - SEM BAIXA AQUI ***"
                                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE SITCONF TO W-SITANT W-SITNOVA
           MOVE ZEROS TO W-VALOR
           IF W-TEMPAG = "S"
              MOVE CHAVECONF TO CHAVEPGTO
              READ CADPAG
              IF ST-ERRO3 = "00"
                 MOVE SALLIQ TO W-VALOR.
           PERFORM ROT-DESC-SIT THRU ROT-DESC-SIT-FIM
           DISPLAY TCADBXP.
      *
       R6.
           ACCEPT TSIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-SITNOVA NOT = "P" AND W-SITNOVA NOT = "N"
              AND W-SITNOVA NOT = "E"
              MOVE "SITUACAO DEVE SER P, N OU E" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           IF W-SITNOVA = W-SITANT
              MOVE "*** SITUACAO NAO MUDOU ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           PERFORM ROT-DESC-SIT THRU ROT-DESC-SIT-FIM
           DISPLAY TDESCSIT.
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
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-SITNOVA TO SITCONF
                MOVE W-HOJE TO DTRETORNO
                REWRITE REGCONF
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA ALTERACAO DO CADCONF" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                PERFORM ROT-BAIXA-CHEQ THRU ROT-BAIXA-CHEQ-FIM
                MOVE "*** BAIXA REGISTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
      *
      *********************************************************
      * CHEQUE DA FOLHA NO CADCHEQ (CHAVE ALTERNATIVA DA       *
      * FOLHA): LEVA A MESMA SITUACAO E DATA                   *
      *********************************************************
       ROT-BAIXA-CHEQ.
           IF W-TEMCHQ NOT = "S" OR MOTIVOREJ (1:6) NOT = "CHEQUE"
              GO TO ROT-BAIXA-CHEQ-FIM.
           MOVE CHAVECONF TO CHQ-CHAVEFOL
           START CADCHEQ KEY IS EQUAL CHQ-CHAVEFOL
                 INVALID KEY GO TO ROT-BAIXA-CHEQ-FIM.
       ROT-BAIXA-CHEQ-RD.
           READ CADCHEQ NEXT RECORD
               AT END
                  GO TO ROT-BAIXA-CHEQ-FIM
           END-READ
           IF ST-CHQ NOT = "00" OR CHQ-CHAVEFOL NOT = CHAVECONF
              GO TO ROT-BAIXA-CHEQ-FIM.
           IF CHQ-SIT = W-SITANT
              MOVE W-SITNOVA TO CHQ-SIT
              MOVE W-HOJE TO CHQ-DTSIT
              REWRITE REGCHQ
              GO TO ROT-BAIXA-CHEQ-FIM.
           GO TO ROT-BAIXA-CHEQ-RD.
       ROT-BAIXA-CHEQ-FIM.
           EXIT.
      *
      *---------[ DESCRICAO DA SITUACAO NA TELA ]-----------
       ROT-DESC-SIT.
           MOVE SPACES TO W-DESCSIT
           IF W-SITNOVA = "E"
              MOVE "EMITIDO" TO W-DESCSIT.
           IF W-SITNOVA = "P"
              MOVE "PAGO" TO W-DESCSIT.
           IF W-SITNOVA = "N"
              MOVE "NAO RETIRADO" TO W-DESCSIT.
       ROT-DESC-SIT-FIM.
           EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           IF W-TEMPAG = "S"
              CLOSE CADPAG.
           IF W-TEMCHQ = "S"
              CLOSE CADCHEQ.
           CLOSE CADFUNC CADCONF.
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
