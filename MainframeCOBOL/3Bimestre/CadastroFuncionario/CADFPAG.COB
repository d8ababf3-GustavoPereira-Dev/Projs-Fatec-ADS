       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADFPAG.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * CADASTRO DA FORMA DE PAGAMENTO DO LIQUIDO - UMA POR         *
      * FUNCIONARIO:                                                *
      *   C = CREDITO EM CONTA (DADOSBANC DO CADFUNC)               *
      *   K = CHAVE DE PAGAMENTO INSTANTANEO (CADCHAVE)             *
      *   Q = CHEQUE (REGISTRO CADCHEQ E LISTA DE ASSINATURA)       *
      *   D = DINHEIRO (ENVELOPE COM A COMPOSICAO EM CEDULAS E      *
      *       MOEDAS)                                               *
      * O REGISTRO DAQUI PREVALECE SOBRE O INDICADOR "USAR" DO      *
      * CADCHAVE. SEM REGISTRO, VALE O TRILHO ANTIGO: CHAVE COM     *
      * USAR = "S", SENAO CREDITO EM CONTA. CHEQUE E DINHEIRO       *
      * FICAM FORA DAS REMESSAS DO REL009 E SAO EMITIDOS PELO       *
      * FPP022; A BAIXA (PAGO/NAO RETIRADO) E FEITA NO CADBXPG.     *
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
       SELECT CADFPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FPG-CODFUNC
                    FILE STATUS  IS ST-ERRO.
      *
       SELECT CADCHAVE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHV-CODFUNC
                    FILE STATUS  IS ST-CHV.
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
       FD CADFPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFPAG.DAT".
       01 REGFPG.
          03 FPG-CODFUNC      PIC 9(5).
          03 FPG-FORMA        PIC X(1).
          03 FPG-DTALT        PIC 9(8).
      *
       FD CADCHAVE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHAVE.DAT".
       01 REGCHV.
          03 CHV-CODFUNC      PIC 9(5).
          03 CHV-TIPO         PIC X(1).
          03 CHV-VALOR        PIC X(35).
          03 CHV-USAR         PIC X(1).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(60) VALUE SPACES.
       77 LIMPA         PIC X(60) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-CHV        PIC X(02) VALUE "00".
       01 W-TEMCHV      PIC X(01) VALUE "N".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-DESCFORMA   PIC X(20) VALUE SPACES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TCADFPG.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "    *** FORMA DE PAGAMENTO DO LIQUIDO ***".
           05  LINE 05  COLUMN 01
               VALUE  "   CODIGO DO FUNCIONARIO       :".
           05  LINE 06  COLUMN 01
               VALUE  "   NOME DO FUNCIONARIO         :".
           05  LINE 08  COLUMN 01
               VALUE  "   BANCO/AGENCIA/CONTA         :".
           05  LINE 10  COLUMN 01
               VALUE  "   FORMA DE PAGAMENTO          :".
           05  LINE 11  COLUMN 01
               VALUE  "   (C=CONTA K=CHAVE Q=CHEQUE D=DINHEIRO)".
           05  LINE 13  COLUMN 01
               VALUE  "   ULTIMA ALTERACAO (AAAAMMDD) :".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TCODFUNC
               LINE 05  COLUMN 35  PIC 9(05)
               USING  FPG-CODFUNC
               HIGHLIGHT.
           05  TNOME
               LINE 06  COLUMN 35  PIC X(35)
               USING  NOME
               HIGHLIGHT.
           05  TBANCO
               LINE 08  COLUMN 35  PIC 9(03)
               USING  BANCO
               HIGHLIGHT.
           05  TAGENCIA
               LINE 08  COLUMN 39  PIC 9(04)
               USING  AGENCIA
               HIGHLIGHT.
           05  TCONTA
               LINE 08  COLUMN 44  PIC X(10)
               USING  CONTA
               HIGHLIGHT.
           05  TFORMA
               LINE 10  COLUMN 35  PIC X(01)
               USING  FPG-FORMA
               HIGHLIGHT.
           05  TDESCFORMA
               LINE 10  COLUMN 38  PIC X(20)
               USING  W-DESCFORMA
               HIGHLIGHT.
           05  TDTALT
               LINE 13  COLUMN 35  PIC 9(08)
               USING  FPG-DTALT
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
           OPEN I-O CADFPAG
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADFPAG
                 CLOSE CADFPAG
                 MOVE "*** ARQUIVO CADFPAG FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADFPAG" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADFUNC
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
      *    O CADASTRO DE CHAVES E OPCIONAL - SEM ELE A FORMA K
      *    NAO PODE SER ESCOLHIDA
       R0B.
           MOVE "S" TO W-TEMCHV
           OPEN INPUT CADCHAVE
           IF ST-CHV NOT = "00"
              MOVE "N" TO W-TEMCHV.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE SPACES TO NOME CONTA FPG-FORMA W-DESCFORMA
           MOVE ZEROS TO FPG-CODFUNC FPG-DTALT BANCO AGENCIA W-SEL
           DISPLAY TCADFPG.
      *
       R2.
           ACCEPT TCODFUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF FPG-CODFUNC = ZEROS
                   GO TO R2.
       LER-CADFUNC.
           MOVE FPG-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO2 NOT = "00"
              MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2
           ELSE
              DISPLAY TNOME TBANCO TAGENCIA TCONTA.
       LER-CADFPG.
           READ CADFPAG
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 PERFORM ROT-DESC-FORMA THRU ROT-DESC-FORMA-FIM
                 DISPLAY TCADFPG
                 MOVE "*** FORMA JA CADASTRADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADFPAG" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
      *********************************************************
      * A FORMA ESCOLHIDA PRECISA TER COMO SER PAGA: CONTA     *
      * EXIGE DADOSBANC PREENCHIDO E CHAVE EXIGE O REGISTRO    *
      * NO CADCHAVE                                            *
      *********************************************************
       R3.
           ACCEPT TFORMA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF FPG-FORMA NOT = "C" AND FPG-FORMA NOT = "K"
              AND FPG-FORMA NOT = "Q" AND FPG-FORMA NOT = "D"
              MOVE "FORMA DEVE SER C, K, Q OU D" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF FPG-FORMA = "C" AND BANCO = ZEROS
              MOVE "FUNCIONARIO SEM CONTA - USE Q OU D" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF FPG-FORMA = "K"
              IF W-TEMCHV NOT = "S"
                 MOVE "CADASTRO DE CHAVES NAO ENCONTRADO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R3
              ELSE
                 MOVE FPG-CODFUNC TO CHV-CODFUNC
                 READ CADCHAVE
                 IF ST-CHV NOT = "00"
                    MOVE "FUNCIONARIO SEM CHAVE (CADCHAVE)" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO R3.
           PERFORM ROT-DESC-FORMA THRU ROT-DESC-FORMA-FIM
           DISPLAY TDESCFORMA
           ACCEPT FPG-DTALT FROM DATE YYYYMMDD
           DISPLAY TDTALT.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (22, 20) "DADOS OK (S/N) : ".
                ACCEPT (22, 39) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R3.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGFPG
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** FORMA DE PAGAMENTO GRAVADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* FORMA JA EXISTE, NAO GRAVADA *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADFPAG"
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
                   MOVE "*** FORMA NAO EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADFPAG RECORD
                IF ST-ERRO = "00"
                   MOVE "*** FORMA EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DA FORMA DE PAGAMENTO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (22, 36) "ALTERAR  (S/N) : ".
                ACCEPT (22, 53) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R3.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGFPG
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** FORMA DE PAGAMENTO ALTERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DA FORMA DE PAGAMENTO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *---------[ DESCRICAO DA FORMA NA TELA ]--------------
       ROT-DESC-FORMA.
           MOVE SPACES TO W-DESCFORMA
           IF FPG-FORMA = "C"
              MOVE "CREDITO EM CONTA" TO W-DESCFORMA.
           IF FPG-FORMA = "K"
              MOVE "CHAVE INSTANTANEA" TO W-DESCFORMA.
           IF FPG-FORMA = "Q"
              MOVE "CHEQUE" TO W-DESCFORMA.
           IF FPG-FORMA = "D"
              MOVE "DINHEIRO" TO W-DESCFORMA.
       ROT-DESC-FORMA-FIM.
           EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           IF W-TEMCHV = "S"
              CLOSE CADCHAVE.
           CLOSE CADFUNC CADFPAG.
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
