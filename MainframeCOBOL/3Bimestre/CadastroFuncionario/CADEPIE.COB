       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEPIE.
      * AUTHOR. GUSTAVO PEREIRA.
      **************************************************************
      * ENTREGAS DE EPI AO FUNCIONARIO - UM REGISTRO POR ENTREGA    *
      * (FUNCIONARIO + SEQUENCIA) COM O ITEM DO CATALOGO CADEPI, A  *
      * DATA, A QUANTIDADE E A DEVOLUCAO (S/N E DATA). A FICHA DE   *
      * ENTREGA PARA ASSINATURA DO FUNCIONARIO SAI NO ARQUIVO       *
      * RECEPI.TXT (ACUMULATIVO), NA GRAVACAO OU PELA OPCAO R DA    *
      * CONSULTA. O REL083 CONFERE AS ENTREGAS CONTRA OS ITENS      *
      * OBRIGATORIOS DO CARGO (CADEPIC) E O CHECKLIST DE SAIDA DO   *
      * FPP004 MOSTRA OS EPI AINDA NAO DEVOLVIDOS.                  *
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
       SELECT CADEPI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EPI-COD
                    FILE STATUS  IS ST-ERRO3.
      *
       SELECT CADEPIE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEEPIE
                    FILE STATUS  IS ST-ERRO.
      *
       SELECT RECEPI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
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
       FD CADEPI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPI.DAT".
       01 REGEPI.
          03 EPI-COD          PIC 9(3).
          03 EPI-DESC         PIC X(30).
          03 EPI-CA           PIC X(10).
          03 EPI-VIDA         PIC 9(4).
      *
       FD CADEPIE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPIE.DAT".
       01 REGEPIE.
          03 CHAVEEPIE.
             05 ENT-CODFUNC   PIC 9(5).
             05 ENT-SEQ       PIC 9(3).
          03 ENT-EPI          PIC 9(3).
          03 ENT-DTENTR       PIC 9(8).
          03 ENT-QTD          PIC 9(3).
          03 ENT-DEVOL        PIC X(1).
          03 ENT-DTDEVOL      PIC 9(8).
      *
       FD RECEPI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECEPI.TXT".
       01 LINHA-REC PIC X(80).
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
       01 W-CODSAVE     PIC 9(05) VALUE ZEROS.
       01 W-SEQNOVA     PIC 9(03) VALUE ZEROS.
       01 W-AMDENTR     PIC 9(08) VALUE ZEROS.
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

       01 LIN-REC1.
          03 FILLER        PIC X(80) VALUE ALL "=".
       01 LIN-REC2.
          03 FILLER        PIC X(15) VALUE SPACES.
          03 FILLER        PIC X(50) VALUE
             "FICHA DE ENTREGA DE EQUIPAMENTO DE PROTECAO (EPI)".
          03 FILLER        PIC X(15) VALUE SPACES.
       01 LIN-REC3.
          03 FILLER        PIC X(14) VALUE "FUNCIONARIO : ".
          03 LR3-COD       PIC 9(05).
          03 FILLER        PIC X(03) VALUE " - ".
          03 LR3-NOME      PIC X(35).
          03 FILLER        PIC X(09) VALUE "  CARGO: ".
          03 LR3-CARGO     PIC 9(03).
          03 FILLER        PIC X(11) VALUE SPACES.
       01 LIN-REC4.
          03 FILLER        PIC X(14) VALUE "EPI         : ".
          03 LR4-EPI       PIC 9(03).
          03 FILLER        PIC X(03) VALUE " - ".
          03 LR4-DESC      PIC X(30).
          03 FILLER        PIC X(06) VALUE "  CA: ".
          03 LR4-CA        PIC X(10).
          03 FILLER        PIC X(14) VALUE SPACES.
       01 LIN-REC5.
          03 FILLER        PIC X(14) VALUE "QUANTIDADE  : ".
          03 LR5-QTD       PIC ZZ9.
          03 FILLER        PIC X(18) VALUE "   DATA ENTREGA: ".
          03 LR5-DTENTR    PIC 99/99/9999.
          03 FILLER        PIC X(14) VALUE "   VIDA UTIL: ".
          03 LR5-VIDA      PIC ZZZ9.
          03 FILLER        PIC X(05) VALUE " DIAS".
          03 FILLER        PIC X(12) VALUE SPACES.
       01 LIN-REC6.
          03 FILLER        PIC X(40) VALUE
             "DECLARO TER RECEBIDO O EQUIPAMENTO ACIMA".
          03 FILLER        PIC X(40) VALUE
             ", EM PERFEITO ESTADO, E TER SIDO".
       01 LIN-REC7.
          03 FILLER        PIC X(40) VALUE
             "ORIENTADO SOBRE SEU USO OBRIGATORIO, GUA".
          03 FILLER        PIC X(40) VALUE
             "RDA E CONSERVACAO, E SOBRE A DEVOLUCAO".
       01 LIN-REC8.
          03 FILLER        PIC X(40) VALUE
             "QUANDO DANIFICADO OU NO DESLIGAMENTO.".
          03 FILLER        PIC X(40) VALUE SPACES.
       01 LIN-REC9.
          03 FILLER        PIC X(40) VALUE SPACES.
          03 FILLER        PIC X(40) VALUE ALL "_".
       01 LIN-REC10.
          03 FILLER        PIC X(50) VALUE SPACES.
          03 FILLER        PIC X(30) VALUE
             "ASSINATURA DO FUNCIONARIO".
       01 LIN-BRANCO    PIC X(80) VALUE SPACES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TCADEPIE.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** ENTREGA DE EPI AO FUNCIONARIO ***".
           05  LINE 05  COLUMN 01
               VALUE  "   CODIGO DO FUNCIONARIO       :".
           05  LINE 06  COLUMN 01
               VALUE  "   NOME DO FUNCIONARIO         :".
           05  LINE 07  COLUMN 01
               VALUE  "   SEQUENCIA (0 = NOVA)        :".
           05  LINE 09  COLUMN 01
               VALUE  "   EPI                         :".
           05  LINE 10  COLUMN 01
               VALUE  "   NUMERO DO CA                :".
           05  LINE 11  COLUMN 01
               VALUE  "   DATA DA ENTREGA (DDMMAAAA)  :".
           05  LINE 12  COLUMN 01
               VALUE  "   QUANTIDADE                  :".
           05  LINE 14  COLUMN 01
               VALUE  "   DEVOLVIDO (S/N)             :".
           05  LINE 15  COLUMN 01
               VALUE  "   DATA DA DEVOLUCAO           :".
           05  LINE 22  COLUMN 01
               VALUE  "   MENSAGEM :".
           05  TCODFUNC
               LINE 05  COLUMN 35  PIC 9(05)
               USING  ENT-CODFUNC
               HIGHLIGHT.
           05  TNOME
               LINE 06  COLUMN 35  PIC X(35)
               USING  NOME
               HIGHLIGHT.
           05  TSEQ
               LINE 07  COLUMN 35  PIC 9(03)
               USING  ENT-SEQ
               HIGHLIGHT.
           05  TEPI
               LINE 09  COLUMN 35  PIC 9(03)
               USING  ENT-EPI
               HIGHLIGHT.
           05  TEPIDESC
               LINE 09  COLUMN 40  PIC X(30)
               USING  EPI-DESC
               HIGHLIGHT.
           05  TEPICA
               LINE 10  COLUMN 35  PIC X(10)
               USING  EPI-CA
               HIGHLIGHT.
           05  TDTENTR
               LINE 11  COLUMN 35  PIC 9(08)
               USING  ENT-DTENTR
               HIGHLIGHT.
           05  TQTD
               LINE 12  COLUMN 35  PIC 9(03)
               USING  ENT-QTD
               HIGHLIGHT.
           05  TDEVOL
               LINE 14  COLUMN 35  PIC X(01)
               USING  ENT-DEVOL
               HIGHLIGHT.
           05  TDTDEVOL
               LINE 15  COLUMN 35  PIC 9(08)
               USING  ENT-DTDEVOL
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
           OPEN INPUT CADEPI
           IF ST-ERRO3 NOT = "00"
              MOVE "CATALOGO DE EPI NAO CADASTRADO - RODE O CADEPI"
                                               TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFUNC
              GO TO ROT-FIM2.
       R0B.
           OPEN I-O CADEPIE
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADEPIE
                 CLOSE CADEPIE
                 MOVE "*** ARQUIVO CADEPIE FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0B
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADEPIE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE SPACES TO NOME EPI-DESC EPI-CA ENT-DEVOL
           MOVE ZEROS TO ENT-CODFUNC ENT-SEQ ENT-EPI ENT-DTENTR
           MOVE ZEROS TO ENT-QTD ENT-DTDEVOL W-SEL
           DISPLAY TCADEPIE.
      *
       R2.
           ACCEPT TCODFUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF ENT-CODFUNC = ZEROS
                   GO TO R2.
       LER-CADFUNC.
           MOVE ENT-CODFUNC TO CODFUNC
           READ CADFUNC
           IF ST-ERRO2 NOT = "00"
              MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY TNOME.
       R2A.
           ACCEPT TSEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF ENT-SEQ = ZEROS
              IF SITFUNC = "D"
                 MOVE "FUNCIONARIO DESLIGADO - SO CONSULTA/DEVOLUCAO"
                                TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2A
              ELSE
                 PERFORM ROT-PROX-SEQ THRU ROT-PROX-SEQ-FIM
                 MOVE W-SEQNOVA TO ENT-SEQ
                 DISPLAY TSEQ
                 GO TO R2B.
       LER-CADEPIE.
           READ CADEPIE
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 MOVE ENT-EPI TO EPI-COD
                 READ CADEPI
                 IF ST-ERRO3 NOT = "00"
                    MOVE SPACES TO EPI-DESC EPI-CA
                 END-IF
                 DISPLAY TCADEPIE
                 MOVE "*** ENTREGA JA CADASTRADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADEPIE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 MOVE "*** SEQUENCIA NAO CADASTRADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2A.
       R2B.
           MOVE ZEROS TO ENT-EPI ENT-DTENTR ENT-DTDEVOL
           MOVE 1 TO ENT-QTD
           MOVE "N" TO ENT-DEVOL.
      *
       R3.
           ACCEPT TEPI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           MOVE ENT-EPI TO EPI-COD
           READ CADEPI
           IF ST-ERRO3 NOT = "00"
              MOVE "*** EPI NAO CADASTRADO NO CADEPI ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           DISPLAY TEPIDESC TEPICA.
       R4.
           ACCEPT TDTENTR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           MOVE ENT-DTENTR TO W-DTDMA8
           PERFORM ROT-VALIDA-DATA THRU ROT-VALIDA-DATA-FIM
           IF W-DATAOK NOT = "S"
              MOVE "DATA DA ENTREGA INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE W-DTAMD8 TO W-AMDENTR.
       R5.
           ACCEPT TQTD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF ENT-QTD = ZEROS
              MOVE "QUANTIDADE NAO PODE SER ZERO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       R6.
           ACCEPT TDEVOL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF ENT-DEVOL NOT = "S" AND ENT-DEVOL NOT = "N"
              MOVE "DEVOLVIDO DEVE SER S OU N" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           IF ENT-DEVOL = "N"
              MOVE ZEROS TO ENT-DTDEVOL
              DISPLAY TDTDEVOL
              GO TO R7A.
       R7.
           ACCEPT TDTDEVOL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           MOVE ENT-DTDEVOL TO W-DTDMA8
           PERFORM ROT-VALIDA-DATA THRU ROT-VALIDA-DATA-FIM
           IF W-DATAOK NOT = "S"
              MOVE "DATA DA DEVOLUCAO INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           IF W-DTAMD8 < W-AMDENTR
              MOVE "DEVOLUCAO ANTERIOR A ENTREGA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
       R7A.
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
                WRITE REGEPIE
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** ENTREGA GRAVADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO IMP-OPC.
                IF ST-ERRO = "22"
                  MOVE "* SEQUENCIA JA EXISTE, NAO GRAVADA *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADEPIE"
                                   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
       IMP-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (22, 20) "IMPRIME A FICHA DE ENTREGA (S/N) : ".
                ACCEPT (22, 56) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO IMP-OPC.
                PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                GO TO R1.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (22, 10)
                     "N=NOVO  A=ALTERAR  E=EXCLUIR  R=FICHA"
                ACCEPT (22, 53) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "R"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (22, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1.
                IF W-OPCAO = "R"
                   PERFORM ROT-IMPRIME THRU ROT-IMPRIME-FIM
                   GO TO R1.
                IF W-OPCAO = "A"
                   MOVE 1 TO W-SEL
                   MOVE ENT-DTENTR TO W-DTDMA8
                   PERFORM ROT-VALIDA-DATA THRU ROT-VALIDA-DATA-FIM
                   MOVE W-DTAMD8 TO W-AMDENTR
                   GO TO R6.
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
                DELETE CADEPIE RECORD
                IF ST-ERRO = "00"
                   MOVE "*** ENTREGA EXCLUIDA ***" TO MENS
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
                REWRITE REGEPIE
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** ENTREGA ALTERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DA ENTREGA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *    PROXIMA SEQUENCIA LIVRE DO FUNCIONARIO EM CADEPIE
       ROT-PROX-SEQ.
           MOVE ZEROS TO W-SEQNOVA
           MOVE ENT-CODFUNC TO W-CODSAVE
           MOVE ZEROS TO ENT-SEQ
           START CADEPIE KEY IS NOT LESS CHAVEEPIE
                 INVALID KEY GO TO ROT-PROX-SEQ-ENC.
       ROT-PROX-SEQ-RD.
           READ CADEPIE NEXT RECORD
                AT END
                   GO TO ROT-PROX-SEQ-ENC
           END-READ
           IF ST-ERRO NOT = "00" OR ENT-CODFUNC NOT = W-CODSAVE
              GO TO ROT-PROX-SEQ-ENC.
           MOVE ENT-SEQ TO W-SEQNOVA
           GO TO ROT-PROX-SEQ-RD.
       ROT-PROX-SEQ-ENC.
           ADD 1 TO W-SEQNOVA
           MOVE W-CODSAVE TO ENT-CODFUNC.
       ROT-PROX-SEQ-FIM.
           EXIT.
      *
      *********************************************************
      * FICHA DE ENTREGA NO ARQUIVO RECEPI.TXT                *
      * (ACRESCENTA AO FINAL; CRIA O ARQUIVO SE NAO EXISTIR)  *
      *********************************************************
       ROT-IMPRIME.
           OPEN EXTEND RECEPI
           IF ST-ERRO4 NOT = "00"
              OPEN OUTPUT RECEPI
              IF ST-ERRO4 NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO RECEPI.TXT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-IMPRIME-FIM.
           WRITE LINHA-REC FROM LIN-REC1
           WRITE LINHA-REC FROM LIN-REC2
           WRITE LINHA-REC FROM LIN-REC1
           MOVE CODFUNC     TO LR3-COD
           MOVE NOME        TO LR3-NOME
           MOVE CODCARGO    TO LR3-CARGO
           WRITE LINHA-REC FROM LIN-REC3
           MOVE ENT-EPI     TO LR4-EPI
           MOVE EPI-DESC    TO LR4-DESC
           MOVE EPI-CA      TO LR4-CA
           WRITE LINHA-REC FROM LIN-REC4
           MOVE ENT-QTD     TO LR5-QTD
           MOVE ENT-DTENTR  TO LR5-DTENTR
           MOVE EPI-VIDA    TO LR5-VIDA
           WRITE LINHA-REC FROM LIN-REC5
           WRITE LINHA-REC FROM LIN-BRANCO
           WRITE LINHA-REC FROM LIN-REC6
           WRITE LINHA-REC FROM LIN-REC7
           WRITE LINHA-REC FROM LIN-REC8
           WRITE LINHA-REC FROM LIN-BRANCO
           WRITE LINHA-REC FROM LIN-REC9
           WRITE LINHA-REC FROM LIN-REC10
           WRITE LINHA-REC FROM LIN-BRANCO
           CLOSE RECEPI
           MOVE "*** FICHA GRAVADA EM RECEPI.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-IMPRIME-FIM.
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
           MOVE W-DIAD TO W-DIAA
           MOVE W-MESD TO W-MESA
           MOVE W-ANOD TO W-ANOA
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
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADFUNC CADEPI CADEPIE.
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
