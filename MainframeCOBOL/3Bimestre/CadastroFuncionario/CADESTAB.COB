       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADESTAB.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * ESTABILIDADE PROVISORIA NO EMPREGO - UM REGISTRO POR        *
      * PERIODO (FUNCIONARIO + SEQUENCIA) COM O MOTIVO:             *
      *   G = GESTANTE                                              *
      *   C = MEMBRO ELEITO DA CIPA                                 *
      *   A = ACIDENTE DE TRABALHO (NUMERO DA CAT OBRIGATORIO)      *
      *   S = DIRIGENTE SINDICAL                                    *
      * E AS DATAS DE INICIO E FIM (DDMMAAAA). DENTRO DO PERIODO O  *
      * FPP004 E O FPP010 RECUSAM O DESLIGAMENTO PELA EMPRESA SEM   *
      * JUSTA CAUSA, SALVO LIBERACAO POR OPERADOR NIVEL 1 COM       *
      * JUSTIFICATIVA - A LIBERACAO FICA GRAVADA NO PROPRIO         *
      * REGISTRO (SO CONSULTA DEPOIS) E NO JORNAL CADJORN. A LISTA  *
      * DE QUEM ESTA EM ESTABILIDADE SAI NO REL080.                 *
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
       SELECT CADESTAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEESTAB
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
       FD CADESTAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTAB.DAT".
       01 REGESTAB.
          03 CHAVEESTAB.
             05 EST-CODFUNC   PIC 9(5).
             05 EST-SEQ       PIC 9(2).
          03 EST-MOTIVO       PIC X(1).
          03 EST-NUMCAT       PIC X(15).
          03 EST-DTINI        PIC 9(8).
          03 EST-DTFIM        PIC 9(8).
          03 EST-OBS          PIC X(30).
          03 EST-SITLIB       PIC X(1).
          03 EST-OPERLIB      PIC 9(3).
          03 EST-DTLIB        PIC 9(8).
          03 EST-JUSTIF       PIC X(40).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(60) VALUE SPACES.
       77 LIMPA         PIC X(60) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-CODSAVE     PIC 9(05) VALUE ZEROS.
       01 W-SEQNOVA     PIC 9(02) VALUE ZEROS.
       01 W-DESCMOT     PIC X(20) VALUE SPACES.
       01 W-DESCLIB     PIC X(40) VALUE SPACES.
       01 W-AMDINI      PIC 9(08) VALUE ZEROS.
       01 W-AMDFIM      PIC 9(08) VALUE ZEROS.
       01 W-DATAOK      PIC X(01) VALUE "N".
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
       01 W-DTAMD.
          03 W-ANOA     PIC 9(04).
          03 W-MESA     PIC 9(02).
          03 W-DIAA     PIC 9(02).
       01 W-DTAMD8 REDEFINES W-DTAMD PIC 9(08).
       01 W-LIBTXT.
          03 FILLER     PIC X(12) VALUE "LIBERADA EM ".
          03 WL-DATA    PIC 99/99/9999.
          03 FILLER     PIC X(10) VALUE " OPERADOR ".
          03 WL-OPER    PIC ZZ9.
          03 FILLER     PIC X(05) VALUE SPACES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TCADESTAB.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "       *** ESTABILIDADE NO EMPREGO ***".
           05  LINE 05  COLUMN 01
               VALUE  "   CODIGO DO FUNCIONARIO       :".
           05  LINE 06  COLUMN 01
               VALUE  "   NOME DO FUNCIONARIO         :".
           05  LINE 07  COLUMN 01
               VALUE  "   SEQUENCIA (0 = NOVA)        :".
           05  LINE 09  COLUMN 01
               VALUE  "   MOTIVO                      :".
           05  LINE 10  COLUMN 01
               VALUE  "   NUMERO DA CAT               :".
           05  LINE 11  COLUMN 01
               VALUE  "   INICIO (DDMMAAAA)           :".
           05  LINE 12  COLUMN 01
               VALUE  "   FIM (DDMMAAAA)              :".
           05  LINE 13  COLUMN 01
               VALUE  "   OBSERVACAO                  :".
           05  LINE 15  COLUMN 01
               VALUE  "   SITUACAO                    :".
           05  LINE 16  COLUMN 01
               VALUE  "   JUSTIFICATIVA               :".
           05  LINE 18  COLUMN 01
               VALUE  "   G=GESTANTE  C=CIPA  A=ACIDENTE DE TRABALHO".
           05  LINE 19  COLUMN 01
               VALUE  "   S=DIRIGENTE SINDICAL".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TCODFUNC
               LINE 05  COLUMN 35  PIC 9(05)
               USING  EST-CODFUNC
               HIGHLIGHT.
           05  TNOME
               LINE 06  COLUMN 35  PIC X(35)
               USING  NOME
               HIGHLIGHT.
           05  TSEQ
               LINE 07  COLUMN 35  PIC 9(02)
               USING  EST-SEQ
               HIGHLIGHT.
           05  TMOTIVO
               LINE 09  COLUMN 35  PIC X(01)
               USING  EST-MOTIVO
               HIGHLIGHT.
           05  TDESCMOT
               LINE 09  COLUMN 38  PIC X(20)
               USING  W-DESCMOT
               HIGHLIGHT.
           05  TNUMCAT
               LINE 10  COLUMN 35  PIC X(15)
               USING  EST-NUMCAT
               HIGHLIGHT.
           05  TDTINI
               LINE 11  COLUMN 35  PIC 9(08)
               USING  EST-DTINI
               HIGHLIGHT.
           05  TDTFIM
               LINE 12  COLUMN 35  PIC 9(08)
               USING  EST-DTFIM
               HIGHLIGHT.
           05  TOBS
               LINE 13  COLUMN 35  PIC X(30)
               USING  EST-OBS
               HIGHLIGHT.
           05  TDESCLIB
               LINE 15  COLUMN 35  PIC X(40)
               USING  W-DESCLIB
               HIGHLIGHT.
           05  TJUSTIF
               LINE 16  COLUMN 35  PIC X(40)
               USING  EST-JUSTIF
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
       R0B.
           OPEN I-O CADESTAB
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADESTAB
                 CLOSE CADESTAB
                 MOVE "*** ARQUIVO CADESTAB FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0B
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADESTAB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADFUNC
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE SPACES TO NOME W-DESCMOT W-DESCLIB
           MOVE SPACES TO EST-MOTIVO EST-NUMCAT EST-OBS EST-SITLIB
           MOVE SPACES TO EST-JUSTIF
           MOVE ZEROS TO EST-CODFUNC EST-SEQ EST-DTINI EST-DTFIM
           MOVE ZEROS TO EST-OPERLIB EST-DTLIB W-SEL
           DISPLAY TCADESTAB.
      *
       R2.
           ACCEPT TCODFUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF EST-CODFUNC = ZEROS
                   GO TO R2.
       LER-CADFUNC.
           MOVE EST-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO2 NOT = "00"
              MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2
           ELSE
              DISPLAY TNOME.
       R2A.
           ACCEPT TSEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF EST-SEQ = ZEROS
              PERFORM ROT-PROX-SEQ THRU ROT-PROX-SEQ-FIM
              MOVE W-SEQNOVA TO EST-SEQ
              DISPLAY TSEQ
              GO TO R2B.
       LER-CADESTAB.
           READ CADESTAB
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 PERFORM ROT-DESC-MOTIVO THRU ROT-DESC-MOTIVO-FIM
                 PERFORM ROT-DESC-LIB THRU ROT-DESC-LIB-FIM
                 DISPLAY TCADESTAB
                 MOVE "*** ESTABILIDADE JA CADASTRADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADESTAB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 MOVE "*** SEQUENCIA NAO CADASTRADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2A.
       R2B.
           IF SITFUNC = "D"
              MOVE "*** FUNCIONARIO DESLIGADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE SPACES TO EST-MOTIVO EST-NUMCAT EST-OBS EST-SITLIB
           MOVE SPACES TO EST-JUSTIF W-DESCLIB
           MOVE ZEROS TO EST-DTINI EST-DTFIM EST-OPERLIB EST-DTLIB.
      *
       R3.
           ACCEPT TMOTIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           PERFORM ROT-DESC-MOTIVO THRU ROT-DESC-MOTIVO-FIM
           IF W-DESCMOT = SPACES
              MOVE "MOTIVO DEVE SER G, C, A OU S" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           DISPLAY TDESCMOT.
      *    A CAT SO EXISTE NO ACIDENTE DE TRABALHO
       R4.
           IF EST-MOTIVO NOT = "A"
              MOVE SPACES TO EST-NUMCAT
              DISPLAY TNUMCAT
              GO TO R5.
           ACCEPT TNUMCAT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF EST-NUMCAT = SPACES
              MOVE "INFORME O NUMERO DA CAT DO ACIDENTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R5.
           ACCEPT TDTINI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           MOVE EST-DTINI TO W-DTDMA8
           PERFORM ROT-VALIDA-DATA THRU ROT-VALIDA-DATA-FIM
           IF W-DATAOK NOT = "S"
              MOVE "DATA DE INICIO INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           MOVE W-DTAMD8 TO W-AMDINI.
       R6.
           ACCEPT TDTFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           MOVE EST-DTFIM TO W-DTDMA8
           PERFORM ROT-VALIDA-DATA THRU ROT-VALIDA-DATA-FIM
           IF W-DATAOK NOT = "S"
              MOVE "DATA DE FIM INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           MOVE W-DTAMD8 TO W-AMDFIM
           IF W-AMDFIM < W-AMDINI
              MOVE "FIM DA ESTABILIDADE ANTES DO INICIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
       R7.
           ACCEPT TOBS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (22, 20) "DADOS OK (S/N) : ".
                ACCEPT (22, 39) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R7.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGESTAB
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** ESTABILIDADE GRAVADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* SEQUENCIA JA EXISTE, NAO GRAVADA *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADESTAB"
                                   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
      *    PERIODO JA LIBERADO PARA DESLIGAMENTO FICA SO PARA
      *    CONSULTA - E O REGISTRO DA LIBERACAO
                IF EST-SITLIB = "L"
                   MOVE "*** LIBERADA P/ DESLIGAMENTO - SO CONSULTA ***"
                                TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                DISPLAY (22, 12)
                     "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (22, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (22, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      MOVE EST-DTINI TO W-DTDMA8
                      PERFORM ROT-VALIDA-DATA THRU ROT-VALIDA-DATA-FIM
                      MOVE W-DTAMD8 TO W-AMDINI
                      GO TO R3.
      *
       EXC-OPC.
                DISPLAY (22, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (22, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADESTAB RECORD
                IF ST-ERRO = "00"
                   MOVE "*** ESTABILIDADE EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (22, 36) "ALTERAR  (S/N) : ".
                ACCEPT (22, 53) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R7.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGESTAB
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** ESTABILIDADE ALTERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DA ESTABILIDADE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *    PROXIMA SEQUENCIA LIVRE DO FUNCIONARIO EM CADESTAB
       ROT-PROX-SEQ.
           MOVE ZEROS TO W-SEQNOVA
           MOVE EST-CODFUNC TO W-CODSAVE
           MOVE ZEROS TO EST-SEQ
           START CADESTAB KEY IS NOT LESS CHAVEESTAB
                 INVALID KEY GO TO ROT-PROX-SEQ-ENC.
       ROT-PROX-SEQ-RD.
           READ CADESTAB NEXT RECORD
                AT END
                   GO TO ROT-PROX-SEQ-ENC
           END-READ
           IF ST-ERRO NOT = "00" OR EST-CODFUNC NOT = W-CODSAVE
              GO TO ROT-PROX-SEQ-ENC.
           MOVE EST-SEQ TO W-SEQNOVA
           GO TO ROT-PROX-SEQ-RD.
       ROT-PROX-SEQ-ENC.
           ADD 1 TO W-SEQNOVA
           MOVE W-CODSAVE TO EST-CODFUNC.
       ROT-PROX-SEQ-FIM.
           EXIT.
      *
      *    DESCRICAO DO MOTIVO PARA A TELA (BRANCOS = INVALIDO)
       ROT-DESC-MOTIVO.
           EVALUATE EST-MOTIVO
              WHEN "G" MOVE "GESTANTE"             TO W-DESCMOT
              WHEN "C" MOVE "MEMBRO DA CIPA"       TO W-DESCMOT
              WHEN "A" MOVE "ACIDENTE DE TRABALHO" TO W-DESCMOT
              WHEN "S" MOVE "DIRIGENTE SINDICAL"   TO W-DESCMOT
              WHEN OTHER MOVE SPACES               TO W-DESCMOT
           END-EVALUATE.
       ROT-DESC-MOTIVO-FIM.
           EXIT.
      *
      *    SITUACAO DO PERIODO: EM VIGOR OU LIBERADO PARA DESLIGAR
       ROT-DESC-LIB.
           IF EST-SITLIB NOT = "L"
              MOVE "EM VIGOR" TO W-DESCLIB
              GO TO ROT-DESC-LIB-FIM.
           MOVE EST-DTLIB   TO WL-DATA
           MOVE EST-OPERLIB TO WL-OPER
           MOVE W-LIBTXT    TO W-DESCLIB.
       ROT-DESC-LIB-FIM.
           EXIT.
      *
      *********************************************************
      * VALIDA A DATA DDMMAAAA DE W-DTDMA: W-DATAOK = "S" COM  *
      * A DATA EM AAAAMMDD (W-DTAMD8), PRONTA PARA COMPARAR    *
      *********************************************************
       ROT-VALIDA-DATA.
           MOVE "N" TO W-DATAOK
           IF W-MESD < 1 OR W-MESD > 12 OR W-ANOD < 1900
              OR W-DIAD < 1
              GO TO ROT-VALIDA-DATA-FIM.
           MOVE W-ANOD TO W-DMANO
           MOVE W-MESD TO W-DMMES
           PERFORM ROT-DIAS-MES THRU ROT-DIAS-MES-FIM
           IF W-DIAD > W-DIASMES
              GO TO ROT-VALIDA-DATA-FIM.
           PERFORM ROT-DMA-AMD THRU ROT-DMA-AMD-FIM
           MOVE "S" TO W-DATAOK.
       ROT-VALIDA-DATA-FIM.
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
      *
      *    CONVERTE DATA DDMMAAAA (W-DTDMA) PARA AAAAMMDD (W-DTAMD)
       ROT-DMA-AMD.
           MOVE W-DIAD TO W-DIAA
           MOVE W-MESD TO W-MESA
           MOVE W-ANOD TO W-ANOA.
       ROT-DMA-AMD-FIM.
           EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADFUNC CADESTAB.
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
