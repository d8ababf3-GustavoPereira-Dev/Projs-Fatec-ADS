       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCUST.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * GUARDA DE PATRIMONIO POR FUNCIONARIO - REGISTRA, POR         *
      * ETIQUETA DO BEM (CADPATR) + DATA DE ENTREGA, QUEM ESTA COM O *
      * BEM. VALIDA O FUNCIONARIO ATIVO (SITFUNC = "A") E QUE O BEM  *
      * NAO ESTA EM ABERTO COM OUTRO FUNCIONARIO, E IMPRIME O TERMO  *
      * DE GUARDA (TERMCUST.TXT). DATA DE DEVOLUCAO ZERADA = GUARDA  *
      * EM ABERTO - TRAVA A DEVOLUCAO DE EQUIPAMENTOS NO CHECKLIST   *
      * DE DESLIGAMENTO DO FPP004. O BEM NAO DEVOLVIDO DESCONTADO NA *
      * RESCISAO (FPP010) FICA COM CUS-DESCONTO = "S" E SAI DA       *
      * GUARDA EM ABERTO.                                            *
      **************************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPATR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAT-TAG
                    FILE STATUS  IS ST-ERRO2.
      *
       SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODFUNC
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS CODAREA WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODCARGO WITH DUPLICATES.
      *
       SELECT CADCUST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECUST
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CUS-CODFUNC
                                   WITH DUPLICATES.
      *
       SELECT TERMCUST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPATR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPATR.DAT".
       01 REGPATR.
          03 PAT-TAG          PIC X(10).
          03 PAT-TIPO         PIC X(1).
          03 PAT-DESC         PIC X(30).
          03 PAT-SERIE        PIC X(20).
          03 PAT-VALOR        PIC 9(06)V99.
      *
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
       FD CADCUST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCUST.DAT".
       01 REGCUST.
          03 CHAVECUST.
             05 CUS-TAG       PIC X(10).
             05 CUS-DTENTR    PIC 9(8).
          03 CUS-CODFUNC      PIC 9(5).
          03 CUS-DTDEVOL      PIC 9(8).
          03 CUS-DESCONTO     PIC X(1).
      *
       FD TERMCUST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TERMCUST.TXT".
       01 LINHA-REL PIC X(80).
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
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-EMABERTO    PIC X(01) VALUE "N".
       01 W-FUNCABERTO  PIC 9(05) VALUE ZEROS.
       01 W-SALVACUST   PIC X(32) VALUE SPACES.
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
       01 W-AMDENTR     PIC 9(08) VALUE ZEROS.

       01 LIN-TITULO    PIC X(80) VALUE
          "       *** TERMO DE GUARDA DE PATRIMONIO ***".
       01 LIN-SEP       PIC X(80) VALUE ALL "-".
       01 LIN-BRANCO    PIC X(80) VALUE SPACES.
       01 LIN-T1.
          03 FILLER        PIC X(11) VALUE "BEM      : ".
          03 LT1-TAG       PIC X(10).
          03 FILLER        PIC X(03) VALUE " - ".
          03 LT1-DESC      PIC X(30).
          03 FILLER        PIC X(26) VALUE SPACES.
       01 LIN-T1A.
          03 FILLER        PIC X(11) VALUE "SERIE    : ".
          03 LT1A-SERIE    PIC X(20).
          03 FILLER        PIC X(10) VALUE "  VALOR : ".
          03 LT1A-VALOR    PIC ZZZ.ZZ9,99.
          03 FILLER        PIC X(29) VALUE SPACES.
       01 LIN-T2.
          03 FILLER        PIC X(11) VALUE "FUNCION. : ".
          03 LT2-COD       PIC Z(4)9.
          03 FILLER        PIC X(03) VALUE " - ".
          03 LT2-NOME      PIC X(35).
          03 FILLER        PIC X(26) VALUE SPACES.
       01 LIN-T3.
          03 FILLER        PIC X(11) VALUE "ENTREGA  : ".
          03 LT3-DATA      PIC 99/99/9999.
          03 FILLER        PIC X(59) VALUE SPACES.
       01 LIN-T4        PIC X(80) VALUE
          "DECLARO TER RECEBIDO O BEM ACIMA, RESPONSABILIZANDO-ME POR".
       01 LIN-T5        PIC X(80) VALUE
          "SUA GUARDA E DEVOLUCAO; O BEM NAO DEVOLVIDO NO DESLIGAMENTO".
       01 LIN-T5A       PIC X(80) VALUE
          "PODERA SER DESCONTADO DAS VERBAS RESCISORIAS PELO VALOR.".
       01 LIN-T6        PIC X(80) VALUE
          "ASSINATURA: _________________________  DATA: __/__/____".

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TCADCUST.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        *** GUARDA DE PATRIMONIO ***".
           05  LINE 05  COLUMN 01
               VALUE  "   ETIQUETA DO BEM            :".
           05  LINE 06  COLUMN 01
               VALUE  "   DESCRICAO                  :".
           05  LINE 07  COLUMN 01
               VALUE  "   VALOR DO BEM               :".
           05  LINE 09  COLUMN 01
               VALUE  "   DATA DA ENTREGA (DDMMAAAA) :".
           05  LINE 11  COLUMN 01
               VALUE  "   CODIGO DO FUNCIONARIO      :".
           05  LINE 12  COLUMN 01
               VALUE  "   NOME DO FUNCIONARIO        :".
           05  LINE 14  COLUMN 01
               VALUE  "   DEVOLUCAO (0 = EM ABERTO)  :".
           05  LINE 15  COLUMN 01
               VALUE  "   DESCONTADO NA RESCISAO     :".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TTAG
               LINE 05  COLUMN 34  PIC X(10)
               USING  CUS-TAG
               HIGHLIGHT.
           05  TDESC
               LINE 06  COLUMN 34  PIC X(30)
               USING  PAT-DESC
               HIGHLIGHT.
           05  TVALOR
               LINE 07  COLUMN 34  PIC ZZZ.ZZ9,99
               USING  PAT-VALOR
               HIGHLIGHT.
           05  TDTENTR
               LINE 09  COLUMN 34  PIC 9(08)
               USING  CUS-DTENTR
               HIGHLIGHT.
           05  TCODFUNC
               LINE 11  COLUMN 34  PIC 9(05)
               USING  CUS-CODFUNC
               HIGHLIGHT.
           05  TNOME
               LINE 12  COLUMN 34  PIC X(35)
               USING  NOME
               HIGHLIGHT.
           05  TDTDEVOL
               LINE 14  COLUMN 34  PIC 9(08)
               USING  CUS-DTDEVOL
               HIGHLIGHT.
           05  TDESCONTO
               LINE 15  COLUMN 34  PIC X(01)
               USING  CUS-DESCONTO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN INPUT CADPATR
           IF ST-ERRO2 NOT = "00"
              MOVE "CADPATR NAO ENCONTRADO - RODE O CADPATR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
       R0A.
           OPEN INPUT CADFUNC
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPATR
              GO TO ROT-FIM2.
       R0B.
           OPEN I-O CADCUST
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCUST
                 CLOSE CADCUST
                 MOVE "*** ARQUIVO CADCUST FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0B
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCUST" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADPATR CADFUNC
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
      *
       R1.
           MOVE SPACES TO PAT-DESC NOME CUS-TAG CUS-DESCONTO
           MOVE ZEROS TO PAT-VALOR CUS-DTENTR CUS-CODFUNC CUS-DTDEVOL
           MOVE ZEROS TO W-SEL
           DISPLAY TCADCUST.
      *
       R2.
           ACCEPT TTAG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF CUS-TAG = SPACES
                   GO TO R2.
       LER-CADPATR.
           MOVE CUS-TAG TO PAT-TAG
           READ CADPATR
           IF ST-ERRO2 NOT = "00"
              MOVE "*** BEM NAO CADASTRADO NO CADPATR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY TDESC TVALOR.
      *
       R3.
           ACCEPT TDTENTR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF CUS-DTENTR = ZEROS
                   GO TO R3.
       LER-CADCUST.
           READ CADCUST
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 MOVE CUS-CODFUNC TO CODFUNC
                 READ CADFUNC
                 IF ST-ERRO3 NOT = "00"
                    MOVE SPACES TO NOME
                 END-IF
                 DISPLAY TCADCUST
                 MOVE "*** GUARDA JA CADASTRADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADCUST" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *    O MESMO BEM NAO PODE ESTAR EM ABERTO COM DUAS PESSOAS
           PERFORM ROT-CHK-ABERTO THRU ROT-CHK-ABERTO-FIM
           IF W-EMABERTO = "S"
              MOVE "BEM EM ABERTO COM O FUNCIONARIO " TO MENS
              MOVE W-FUNCABERTO TO MENS(33:5)
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
      *
       R4.
           ACCEPT TCODFUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           MOVE CUS-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO3 NOT = "00"
              MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF SITFUNC NOT = "A"
              MOVE "*** FUNCIONARIO NAO ESTA ATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           DISPLAY TNOME.
       R6.
           ACCEPT TDTDEVOL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF W-SEL = 1
                 GO TO R1
              ELSE
                 GO TO R4.
           IF CUS-DTDEVOL = ZEROS
              GO TO R6A.
           MOVE CUS-DTENTR TO W-DTDMA8
           PERFORM ROT-AMD THRU ROT-AMD-FIM
           MOVE W-DTAMD8 TO W-AMDENTR
           MOVE CUS-DTDEVOL TO W-DTDMA8
           PERFORM ROT-AMD THRU ROT-AMD-FIM
           IF W-MESD < 1 OR W-MESD > 12 OR W-DIAD < 1 OR W-DIAD > 31
              OR W-DTAMD8 < W-AMDENTR
              MOVE "DEVOLUCAO INVALIDA OU ANTERIOR A ENTREGA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
       R6A.
           MOVE "N" TO CUS-DESCONTO
           DISPLAY TDESCONTO.
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
                WRITE REGCUST
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** GUARDA GRAVADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      PERFORM ROT-TERMO THRU ROT-TERMO-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* GUARDA JA EXISTE *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCUST"
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
                     "N=NOVO  A=DEVOLUCAO  E=EXCLUIR  T=TERMO"
                ACCEPT (22, 53) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "T"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (22, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1.
                IF W-OPCAO = "T"
                   PERFORM ROT-TERMO THRU ROT-TERMO-FIM
                   GO TO R1.
      *         BEM JA DESCONTADO NA RESCISAO: REGISTRO ENCERRADO
                IF CUS-DESCONTO = "S"
                   MOVE "*** BEM DESCONTADO NA RESCISAO - ENCERRADO ***"
                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO = "A"
                   MOVE 1 TO W-SEL
                   GO TO R6.
      *
       EXC-OPC.
                DISPLAY (22, 35) "EXCLUIR   (S/N) : ".
                ACCEPT (22, 53) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** GUARDA NAO EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADCUST RECORD
                IF ST-ERRO = "00"
                   MOVE "*** GUARDA EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DA GUARDA" TO MENS
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
                REWRITE REGCUST
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** GUARDA ALTERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DA GUARDA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *********************************************************
      * PROCURA OUTRA GUARDA EM ABERTO DO BEM EM TELA (MESMA   *
      * ETIQUETA, SEM DEVOLUCAO E SEM DESCONTO). O REGISTRO EM *
      * TELA E GUARDADO E RESTAURADO NO FIM                    *
      *********************************************************
       ROT-CHK-ABERTO.
           MOVE "N" TO W-EMABERTO
           MOVE REGCUST TO W-SALVACUST
           MOVE ZEROS TO CUS-DTENTR
           START CADCUST KEY IS NOT LESS CHAVECUST
                 INVALID KEY GO TO ROT-CHK-ABERTO-ENC.
       ROT-CHK-ABERTO-RD.
           READ CADCUST NEXT RECORD
                AT END
                   GO TO ROT-CHK-ABERTO-ENC
           END-READ
           IF ST-ERRO NOT = "00" OR CUS-TAG NOT = W-SALVACUST(1:10)
              GO TO ROT-CHK-ABERTO-ENC.
           IF CUS-DTDEVOL = ZEROS AND CUS-DESCONTO NOT = "S"
              MOVE "S" TO W-EMABERTO
              MOVE CUS-CODFUNC TO W-FUNCABERTO
              GO TO ROT-CHK-ABERTO-ENC.
           GO TO ROT-CHK-ABERTO-RD.
       ROT-CHK-ABERTO-ENC.
           MOVE W-SALVACUST TO REGCUST.
       ROT-CHK-ABERTO-FIM.
           EXIT.
      *
      *    DATA DDMMAAAA DE W-DTDMA EM AAAAMMDD (W-DTAMD8)
       ROT-AMD.
           MOVE W-DIAD TO W-DIAA
           MOVE W-MESD TO W-MESA
           MOVE W-ANOD TO W-ANOA.
       ROT-AMD-FIM.
           EXIT.
      *
      *********************************************************
      * TERMO DE GUARDA IMPRESSO NA ENTREGA (OU PELA OPCAO T)  *
      *********************************************************
       ROT-TERMO.
           OPEN OUTPUT TERMCUST
           IF ST-ERRO4 NOT = "00"
              GO TO ROT-TERMO-FIM.
           WRITE LINHA-REL FROM LIN-TITULO
           WRITE LINHA-REL FROM LIN-SEP
           MOVE CUS-TAG   TO LT1-TAG
           MOVE PAT-DESC  TO LT1-DESC
           WRITE LINHA-REL FROM LIN-T1
           MOVE PAT-SERIE TO LT1A-SERIE
           MOVE PAT-VALOR TO LT1A-VALOR
           WRITE LINHA-REL FROM LIN-T1A
           MOVE CUS-CODFUNC TO LT2-COD
           MOVE NOME TO LT2-NOME
           WRITE LINHA-REL FROM LIN-T2
           MOVE CUS-DTENTR TO LT3-DATA
           WRITE LINHA-REL FROM LIN-T3
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-T4
           WRITE LINHA-REL FROM LIN-T5
           WRITE LINHA-REL FROM LIN-T5A
           WRITE LINHA-REL FROM LIN-BRANCO
           WRITE LINHA-REL FROM LIN-T6
           WRITE LINHA-REL FROM LIN-SEP
           CLOSE TERMCUST
           MOVE "*** TERMO EMITIDO EM TERMCUST.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-TERMO-FIM.
           EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADPATR CADFUNC CADCUST.
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
